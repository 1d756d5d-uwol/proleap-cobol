*> Shared linkage record for the CheckUndeliverable subprogram. A
*> query (function Q) passes a person and the address about to be
*> mailed and gets back whether UNDELIV.DAT holds an open entry for
*> it - HouseholdBuild, Correspondence and ARStatements suppress the
*> piece when it does. A clear (function C) closes every open entry
*> for the person as of the date passed and returns how many it
*> closed - the merge's call when a Change gives the person a new
*> address.
 01 UndeliverableControlRec.
    05 UCK-FUNCTION    PIC X.
       88 UckQuery     VALUE "Q".
       88 UckClear     VALUE "C".
    05 UCK-PERSON-ID   PIC 9(6).
    05 UCK-STREET      PIC X(20).
    05 UCK-CITY        PIC X(15).
    05 UCK-RUN-DATE    PIC 9(8).
    05 UCK-RESULT      PIC X.
       88 AddressUndeliverable VALUE "Y".
    05 UCK-CLEARED-COUNT PIC 9(3).
