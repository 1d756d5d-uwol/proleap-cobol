    05 SPX-ACTIVE    PIC X.
       88 SalespersonActive VALUE "Y".
    05 SPX-TERM-DATE PIC 9(8).
    05 SPX-PLAN-ID   PIC X(6).
 FD PersonFile.
 COPY PERSONREC.
 FD CheckReport.
