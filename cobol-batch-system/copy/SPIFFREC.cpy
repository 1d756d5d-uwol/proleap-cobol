*> Contest earnings record, written by ContestEarnings to the
*> date-stamped SPIFF.<date>.DAT generation - one record per
*> salesperson, period and contest for the day's SALES.DAT
*> generation, in salesperson order. A day whose returns outweigh its
*> sales in the window carries a negative amount. CommissionStatements
*> prints the lines on the salesperson's statement and PayrollFeed
*> sends each to the bureau as a C (contest) earnings detail.
 01 SpiffRec.
    05 SPF-RECORD-TYPE   PIC X.
       88 SpfContestEarnings VALUE "C".
    05 SPF-PERSON-ID     PIC 9(6).
    05 SPF-PERIOD        PIC 9(6).
    05 SPF-CONTEST-ID    PIC X(6).
    05 SPF-NET-QTY       PIC S9(7).
    05 SPF-NET-AMOUNT    PIC S9(9)V99.
    05 SPF-EARNINGS      PIC S9(9)V99.
    05 SPF-RUN-DATE      PIC 9(8).
