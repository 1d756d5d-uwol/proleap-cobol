*> Finance's fiscal calendar on FISCALCAL.DAT - one line per fiscal
*> period naming its first and last day, kept by operations from the
*> close calendar finance publishes, with the same editor discipline
*> as CATEGORY.DAT. The 4-4-5 pattern (two four-week periods and a
*> five-week one to each quarter) lives entirely in the dates, so a
*> 53-week year or a re-cut calendar is a change to the file, never
*> to the programs. Lines are kept in date order and every day from
*> the first period to the last must fall in exactly one of them.
 01 FiscalCalendarRec.
    05 FCL-FISCAL-YEAR   PIC 9(4).
    05 FCL-PERIOD        PIC 99.
    05 FCL-START-DATE    PIC 9(8).
    05 FCL-END-DATE      PIC 9(8).
