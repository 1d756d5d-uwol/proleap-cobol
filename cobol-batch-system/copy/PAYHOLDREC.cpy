*> Payment hold on PAYHOLD.DAT, keyed by salesperson, placed and
*> lifted through DeductionMaint. While a hold is in force nothing
*> reaches the bureau for the person: PayrollFeed adds everything
*> they would have been paid to the held amount instead. Lifting the
*> hold flips it to L, and the next PayrollFeed run pays the held
*> amount out (deduction orders applied) and removes the record.
 01 PaymentHoldRec.
    05 HLD-PERSON-ID    PIC 9(6).
    05 HLD-STATUS       PIC X.
       88 HoldInForce    VALUE "H".
       88 HoldLifted     VALUE "L".
    05 HLD-REASON       PIC X(30).
    05 HLD-HELD-AMOUNT  PIC S9(9)V99.
    05 HLD-SET-BY       PIC X(8).
    05 HLD-SET-DATE     PIC 9(8).
