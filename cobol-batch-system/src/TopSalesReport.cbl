    05 SPX-REGION    PIC X(4).
    05 SPX-ACTIVE    PIC X.
    05 SPX-TERM-DATE PIC 9(8).
    05 SPX-PLAN-ID   PIC X(6).
 WORKING-STORAGE SECTION.
*> SUMMARY.DAT is read as today's date-stamped generation, the same
*> file MakeSummaryFile wrote this run under.
