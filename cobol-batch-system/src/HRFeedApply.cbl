    05 SPX-REGION    PIC X(4).
    05 SPX-ACTIVE    PIC X.
    05 SPX-TERM-DATE PIC 9(8).
    05 SPX-PLAN-ID   PIC X(6).
 FD PersonFile.
 COPY PERSONREC.
 FD HrRejectFile.
     MOVE HRF-REGION    TO SPX-REGION.
     MOVE "Y"           TO SPX-ACTIVE.
     MOVE ZERO          TO SPX-TERM-DATE.
*>   A new hire starts on the standard commission plan until
*>   SalespersonMaint assigns another.
     MOVE "STD"         TO SPX-PLAN-ID.
*>   An apply-time failure only flags the entry - ApplyOneHrEntry's
*>   single trailing reject writes it, so nothing lands on
*>   HRFEED.REJ twice.
