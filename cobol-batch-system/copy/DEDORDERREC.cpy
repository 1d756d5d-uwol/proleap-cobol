*> Court-ordered (or otherwise mandated) deduction against a
*> salesperson's pay on DEDORDER.DAT, keyed by salesperson and the
*> order's own reference, kept through DeductionMaint. Each order
*> names the payee the money is remitted to, takes either a fixed
*> amount or a percentage of the net commission every time the
*> person is paid, and may carry a cap on the total ever taken (zero
*> for none). PayrollFeed applies a person's active orders in
*> ascending priority against the commission left after clawbacks
*> and draw recovery, adds what it took to the taken-to-date, and
*> marks the order satisfied when the cap is reached. An ended or
*> satisfied order stays on file as the record of what was taken.
 01 DeductionOrderRec.
    05 DED-KEY.
       10 DED-PERSON-ID   PIC 9(6).
       10 DED-ORDER-REF   PIC X(12).
    05 DED-ORDER-KIND     PIC X.
       88 DedGarnishment   VALUE "G".
       88 DedChildSupport  VALUE "S".
       88 DedOtherOrder    VALUE "O".
       88 DedKindValid VALUES "G" "S" "O".
    05 DED-PAYEE-ID       PIC X(8).
    05 DED-PAYEE-NAME     PIC X(30).
    05 DED-CALC-TYPE      PIC X.
       88 DedFixedAmount   VALUE "F".
       88 DedPercentage    VALUE "P".
    05 DED-FIXED-AMOUNT   PIC 9(7)V99.
    05 DED-PERCENT        PIC 99V99.
    05 DED-CAP-AMOUNT     PIC 9(9)V99.
    05 DED-TAKEN-TO-DATE  PIC 9(9)V99.
    05 DED-PRIORITY       PIC 99.
    05 DED-STATUS         PIC X.
       88 DedActive        VALUE "A".
       88 DedSatisfied     VALUE "S".
       88 DedEnded         VALUE "E".
    05 DED-SET-BY         PIC X(8).
    05 DED-SET-DATE       PIC 9(8).
