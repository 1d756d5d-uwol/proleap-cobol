*> Commission payout movement record for COMMMOVE.DAT, the permanent
*> log PayrollFeed appends to (opened EXTEND) of every step between
*> the commission a salesperson was expensed and the amount the
*> bureau was sent: clawbacks netted, draw guarantee top-ups and
*> recoveries, commission held for final settlement, and settlement
*> payouts with the draw balance netted from them. The amount is
*> signed as its effect on the pay - a recovery or a hold is
*> negative - so commission expensed plus the movements is what the
*> feed should carry. Pay stopped by a payment hold, and its later
*> release when the hold is lifted, are logged the same way.
*> CommissionRecon reconciles against it.
 01 CommMovementRec.
    05 MOV-PERSON-ID PIC 9(6).
    05 MOV-RUN-DATE  PIC 9(8).
    05 MOV-TYPE      PIC X.
       88 MovAdjustmentNetted   VALUE "A".
       88 MovDrawTopUp          VALUE "G".
       88 MovDrawRecovery       VALUE "R".
       88 MovDrawNettedAtSettle VALUE "N".
       88 MovSettlementHeld     VALUE "H".
       88 MovSettlementReleased VALUE "L".
       88 MovPaymentHeld        VALUE "X".
       88 MovPaymentReleased    VALUE "Y".
    05 MOV-AMOUNT    PIC S9(9)V99.
