*> Credit-hold entry on CREDITHOLD.DAT: the order image exactly as
*> BATCH-DISCOUNT read it (ORDERREC's shape), what it would have added
*> to the customer's balance (net plus tax), the balance it was
*> measured against - open AR plus orders already accepted that run -
*> and the limit it broke. CHD-ORDER-SEQ is the order's position on
*> that run's ORDERS.DAT, so a restarted run can drop the holds it is
*> about to write again. Entries sit here until a supervisor releases
*> or cancels them through CreditRelease.
 01 CreditHoldRec.
    05 CHD-ORDER-IMAGE  PIC X(109).
    05 CHD-PERSON-ID    PIC 9(6).
    05 CHD-ORDER-DUE    PIC 9(7)V99.
    05 CHD-BALANCE      PIC 9(9)V99.
    05 CHD-CREDIT-LIMIT PIC 9(7)V99.
    05 CHD-HOLD-DATE    PIC 9(8).
    05 CHD-ORDER-SEQ    PIC 9(7).
