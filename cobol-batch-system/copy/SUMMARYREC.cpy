*> Per-salesperson, per-period summary record written to SUMMARY.DAT
*> by MakeSummaryFile, and read back by the GL interface job.
*> SummaryPeriod is the calendar month (YYYYMM) or, when CONTROL.DAT
*> selects the fiscal calendar, the fiscal year and period (YYYYPP) -
*> whichever the shared ResolvePeriod named for the sales in it.
 01 SalesSummaryRec.
    05 SummaryPersonId     PIC 9(6).
    05 SummaryPersonName   PIC X(20).
