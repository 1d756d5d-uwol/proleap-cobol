*> Manager override commission record, written by ManagerOverride to
*> the date-stamped OVERRIDE.<date>.DAT generation alongside the
*> SUMMARY.DAT generation it was computed from - one record per
*> manager, period and managed unit, in manager order. It is a
*> commission record type of its own rather than a summary row:
*> CommissionStatements prints it on the manager's override
*> statement, PayrollFeed sends it to the bureau as an O detail, and
*> GLInterface posts it with the commission expense.
 01 OverrideRec.
    05 OVR-RECORD-TYPE   PIC X.
       88 OvrManagerOverride VALUE "O".
    05 OVR-MANAGER-ID    PIC 9(6).
    05 OVR-PERIOD        PIC 9(6).
    05 OVR-LEVEL         PIC X.
    05 OVR-UNIT-CODE     PIC X(10).
    05 OVR-TEAM-COUNT    PIC 9(5).
    05 OVR-TEAM-AMOUNT   PIC S9(11)V99.
    05 OVR-PERCENT       PIC 99V99.
    05 OVR-AMOUNT        PIC S9(9)V99.
    05 OVR-RUN-DATE      PIC 9(8).
