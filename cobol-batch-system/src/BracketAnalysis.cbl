 IDENTIFICATION DIVISION.
 PROGRAM-ID. BracketAnalysis.
*> Monthly discount bracket effectiveness analysis over the order
*> history retained on INVHIST.DAT, for whoever sets the bracket
*> boundaries on CONTROL.DAT. Every invoice counts as one order at its
*> goods total before discount (INV-GROSS-AMOUNT); a credit memo
*> carries its original's figures exactly, so it takes its original
*> back out of every count and sum, and an amendment's replacement
*> invoice counts in its place. Two parts:
*>   - by the bracket each order was charged at (none, 1-3): orders,
*>     goods total, the discount it cost, the net revenue left (goods
*>     less discount), the average order and the discount as a share
*>     of the goods;
*>   - around each boundary on the current policy: orders and the
*>     discount they cost in five bands each side, each band 5% of the
*>     boundary wide (an order exactly at the boundary earns no
*>     discount, so it is in the first band below). Orders piling up
*>     just above a boundary and thin just below it is the sign
*>     customers are rounding up to reach the tier; an even spread
*>     means the discount in the bands above is money given away on
*>     orders that would have come anyway.
*> On the last run date of a month it writes BRACKET.RPT; on any other
*> it does nothing.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT InvoiceHistFile ASSIGN TO "INVHIST.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS IVH-NUMBER
         FILE STATUS IS WS-INVHIST-FILE-STATUS.
     SELECT ControlFile ASSIGN TO "CONTROL.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-CONTROL-FILE-STATUS.
     SELECT BracketReport ASSIGN TO "BRACKET.RPT"
         ORGANIZATION IS LINE SEQUENTIAL.
 DATA DIVISION.
 FILE SECTION.
 FD InvoiceHistFile.
 COPY INVHISTREC.
 FD ControlFile.
 COPY CONTROLREC.
 FD BracketReport.
 01 BracketReportLine PIC X(100).
 WORKING-STORAGE SECTION.
 COPY INVOICEREC.
 01 WS-INVHIST-FILE-STATUS PIC XX.
 01 WS-CONTROL-FILE-STATUS PIC XX.
 01 WS-INVHIST-EOF PIC X VALUE "N".
    88 EndOfInvoiceHist VALUE "Y".
 01 WS-RUN-DATE PIC 9(8).
 01 WS-RUN-DATE-INT PIC 9(7).
 01 WS-NEXT-DAY PIC 9(8).
 01 WS-READ-COUNT PIC 9(7) VALUE ZERO.
 01 WS-FIRST-DATE PIC 9(8) VALUE ZERO.
 01 WS-LAST-DATE  PIC 9(8) VALUE ZERO.
*> One order or, for a credit memo, minus one.
 01 WS-SIGN PIC S9 VALUE 1.
*> The current policy, in BATCH-DISCOUNT's own bracket order; its
*> defaults when CONTROL.DAT is absent.
 01 WS-POLICY.
    05 WS-POLICY-BRACKET OCCURS 3 TIMES.
       10 WS-BOUNDARY PIC 9(5)V99.
       10 WS-PERCENT  PIC 99.
 01 WS-BRACKET-IDX PIC 9.
*> By bracket charged; entry 1 is orders that reached no bracket.
 01 WS-CHARGED-TOTALS.
    05 WS-CHARGED OCCURS 4 TIMES.
       10 CHG-ORDERS   PIC S9(7).
       10 CHG-GROSS    PIC S9(11)V99.
       10 CHG-DISCOUNT PIC S9(9)V99.
 01 WS-CHARGED-IDX PIC 9.
 01 WS-BRACKET-NO PIC 9.
*> Around each boundary: bands 1-5 below it (1 nearest), 6-10 above
*> it (6 nearest).
 01 WS-BOUNDARY-BANDS.
    05 WS-BOUNDARY-ENTRY OCCURS 3 TIMES.
       10 WS-BAND OCCURS 10 TIMES.
          15 BND-ORDERS   PIC S9(7).
          15 BND-DISCOUNT PIC S9(9)V99.
 01 WS-BAND-IDX    PIC 99.
 01 WS-BAND-WIDTH  PIC 9(5)V99.
 01 WS-BAND-OFFSET PIC 9(5)V99.
 01 WS-BAND-FROM   PIC 9(6)V99.
 01 WS-BAND-TO     PIC 9(6)V99.
 01 WS-BAND-STEPS  PIC 9(3).
 01 WS-PERCENT-OUT PIC S9(3)V9.
 01 WS-AVERAGE     PIC S9(7)V99.
 01 WS-NET-REVENUE PIC S9(11)V99.
 01 WS-BRACKET-HEADING.
    05 FILLER PIC X(12) VALUE "BRACKET".
    05 FILLER PIC X(9)  VALUE "   ORDERS".
    05 FILLER PIC X(16) VALUE "     GOODS TOTAL".
    05 FILLER PIC X(15) VALUE "  DISCOUNT COST".
    05 FILLER PIC X(16) VALUE "     NET REVENUE".
    05 FILLER PIC X(13) VALUE "    AVG ORDER".
    05 FILLER PIC X(7)  VALUE "  DISC%".
 01 WS-BRACKET-LINE.
    05 BKL-LABEL    PIC X(12).
    05 BKL-ORDERS   PIC -(7)9.
    05 BKL-GROSS    PIC -(12)9.99.
    05 BKL-DISCOUNT PIC -(10)9.99.
    05 BKL-NET      PIC -(12)9.99.
    05 BKL-AVERAGE  PIC -(8)9.99.
    05 FILLER       PIC X(2) VALUE SPACES.
    05 BKL-PERCENT  PIC -(2)9.9.
 01 WS-BOUNDARY-TITLE.
    05 FILLER       PIC X(9) VALUE "BRACKET ".
    05 BDT-BRACKET  PIC 9.
    05 FILLER       PIC X(12) VALUE " - OVER    ".
    05 BDT-BOUNDARY PIC Z(4)9.99.
    05 FILLER       PIC X(6) VALUE " EARNS".
    05 BDT-PERCENT  PIC ZZ9.
    05 FILLER       PIC X VALUE "%".
 01 WS-BAND-HEADING.
    05 FILLER PIC X(4)  VALUE SPACES.
    05 FILLER PIC X(24) VALUE "ORDER GOODS TOTAL".
    05 FILLER PIC X(8)  VALUE SPACES.
    05 FILLER PIC X(9)  VALUE "   ORDERS".
    05 FILLER PIC X(15) VALUE "  DISCOUNT COST".
 01 WS-BAND-LINE.
    05 FILLER       PIC X(4) VALUE SPACES.
    05 BNL-FROM     PIC Z(5)9.99.
    05 FILLER       PIC X(4) VALUE " TO ".
    05 BNL-TO       PIC Z(5)9.99.
    05 FILLER       PIC X(2) VALUE SPACES.
    05 BNL-SIDE     PIC X(6).
    05 FILLER       PIC X(2) VALUE SPACES.
    05 BNL-ORDERS   PIC -(7)9.
    05 BNL-DISCOUNT PIC -(10)9.99.
 01 WS-LIFT-LINE.
    05 FILLER       PIC X(4) VALUE SPACES.
    05 FILLER       PIC X(44)
       VALUE "ORDERS IN NEAREST BAND ABOVE PER 100 BELOW: ".
    05 LFT-RATIO    PIC Z(5)9.
 01 WS-RANGE-LINE.
    05 FILLER       PIC X(24) VALUE "ORDER HISTORY INVOICED ".
    05 RNG-FROM     PIC 9(8).
    05 FILLER       PIC X(4) VALUE " TO ".
    05 RNG-TO       PIC 9(8).
 01 WS-LIFT-RATIO PIC 9(6).
*> Standard heading/footer lines (shared PrintReport).
 COPY PRINTCTLREC.
*> Run-log reporting (the shared WriteRunLog subprogram appends one
*> record per execution to RUNLOG.DAT).
 COPY RUNLOGREC.
 01 WS-LOG-TS-DATE PIC 9(8).
 01 WS-LOG-TS-TIME PIC 9(8).

*> The run date every generation name and dated entry carries comes
*> from the control record (shared ResolveRunDate), so a catch-up
*> cycle really processes the date CONTROL.DAT names.
 COPY RUNDATEREC.
 PROCEDURE DIVISION.
 Begin.
     PERFORM SetRunLogStart.
     CALL "ResolveRunDate" USING RunDateControlRec.
     MOVE RDT-RUN-DATE TO WS-RUN-DATE.
     COMPUTE WS-RUN-DATE-INT = FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
     COMPUTE WS-NEXT-DAY =
         FUNCTION DATE-OF-INTEGER (WS-RUN-DATE-INT + 1).
     IF WS-NEXT-DAY (5:2) = WS-RUN-DATE (5:2)
       DISPLAY "BracketAnalysis - " WS-RUN-DATE
           " is not the last day of the month, no analysis"
       PERFORM WriteRunLogRecord
       STOP RUN
     END-IF.
     PERFORM ReadDiscountPolicy.
     MOVE ZERO TO WS-CHARGED-TOTALS.
     MOVE ZERO TO WS-BOUNDARY-BANDS.
     OPEN INPUT InvoiceHistFile.
     IF WS-INVHIST-FILE-STATUS = "35"
       DISPLAY "BracketAnalysis - INVHIST.DAT not found, "
           "no order history to analyse"
       SET EndOfInvoiceHist TO TRUE
     END-IF.
     PERFORM UNTIL EndOfInvoiceHist
       READ InvoiceHistFile NEXT RECORD INTO InvoiceRec
         AT END
           SET EndOfInvoiceHist TO TRUE
         NOT AT END
           PERFORM AnalyseOneDocument
       END-READ
     END-PERFORM.
     IF WS-INVHIST-FILE-STATUS NOT = "35"
       CLOSE InvoiceHistFile
     END-IF.
     PERFORM WriteBracketReport.
     PERFORM WriteRunLogRecord.
     STOP RUN.
 ReadDiscountPolicy.
     MOVE 500  TO WS-BOUNDARY (1).
     MOVE 5    TO WS-PERCENT (1).
     MOVE 1000 TO WS-BOUNDARY (2).
     MOVE 10   TO WS-PERCENT (2).
     MOVE 5000 TO WS-BOUNDARY (3).
     MOVE 15   TO WS-PERCENT (3).
     OPEN INPUT ControlFile.
     IF WS-CONTROL-FILE-STATUS = "00"
       READ ControlFile
         NOT AT END
           MOVE CTL-DISCOUNT-POLICY TO WS-POLICY
       END-READ
       CLOSE ControlFile
     END-IF.
 AnalyseOneDocument.
     ADD 1 TO WS-READ-COUNT.
     IF INV-IS-CREDIT-MEMO
       MOVE -1 TO WS-SIGN
     ELSE
       MOVE 1 TO WS-SIGN
     END-IF.
     IF WS-FIRST-DATE = ZERO OR INV-DATE < WS-FIRST-DATE
       MOVE INV-DATE TO WS-FIRST-DATE
     END-IF.
     IF INV-DATE > WS-LAST-DATE
       MOVE INV-DATE TO WS-LAST-DATE
     END-IF.
     IF INV-BRACKET NUMERIC AND INV-BRACKET NOT > 3
       COMPUTE WS-CHARGED-IDX = INV-BRACKET + 1
     ELSE
       MOVE 1 TO WS-CHARGED-IDX
     END-IF.
     ADD WS-SIGN TO CHG-ORDERS (WS-CHARGED-IDX).
     COMPUTE CHG-GROSS (WS-CHARGED-IDX) = CHG-GROSS (WS-CHARGED-IDX)
         + WS-SIGN * INV-GROSS-AMOUNT.
     COMPUTE CHG-DISCOUNT (WS-CHARGED-IDX) =
         CHG-DISCOUNT (WS-CHARGED-IDX)
         + WS-SIGN * INV-DISCOUNT-AMOUNT.
     PERFORM VARYING WS-BRACKET-IDX FROM 1 BY 1
         UNTIL WS-BRACKET-IDX > 3
       PERFORM BandAroundBoundary
     END-PERFORM.
*>   Nearest band below runs from 5% under the boundary up to and
*>   including it; nearest band above from just over it to 5% over.
 BandAroundBoundary.
     MOVE ZERO TO WS-BAND-IDX.
     COMPUTE WS-BAND-WIDTH ROUNDED = WS-BOUNDARY (WS-BRACKET-IDX) / 20.
     IF WS-BAND-WIDTH > ZERO
       IF INV-GROSS-AMOUNT > WS-BOUNDARY (WS-BRACKET-IDX)
         COMPUTE WS-BAND-OFFSET =
             INV-GROSS-AMOUNT - WS-BOUNDARY (WS-BRACKET-IDX) - 0.01
         DIVIDE WS-BAND-OFFSET BY WS-BAND-WIDTH GIVING WS-BAND-STEPS
         IF WS-BAND-STEPS < 5
           COMPUTE WS-BAND-IDX = WS-BAND-STEPS + 6
         END-IF
       ELSE
         COMPUTE WS-BAND-OFFSET =
             WS-BOUNDARY (WS-BRACKET-IDX) - INV-GROSS-AMOUNT
         DIVIDE WS-BAND-OFFSET BY WS-BAND-WIDTH GIVING WS-BAND-STEPS
         IF WS-BAND-STEPS < 5
           COMPUTE WS-BAND-IDX = WS-BAND-STEPS + 1
         END-IF
       END-IF
     END-IF.
     IF WS-BAND-IDX > ZERO
       ADD WS-SIGN TO BND-ORDERS (WS-BRACKET-IDX WS-BAND-IDX)
       COMPUTE BND-DISCOUNT (WS-BRACKET-IDX WS-BAND-IDX) =
           BND-DISCOUNT (WS-BRACKET-IDX WS-BAND-IDX)
           + WS-SIGN * INV-DISCOUNT-AMOUNT
     END-IF.
 WriteBracketReport.
     OPEN OUTPUT BracketReport.
     MOVE "H" TO PRC-ACTION.
     MOVE "DISCOUNT BRACKET EFFECTIVENESS" TO PRC-REPORT-TITLE.
     MOVE WS-RUN-DATE TO PRC-RUN-DATE.
     MOVE ZERO TO PRC-PAGE-NUMBER.
     CALL "PrintReport" USING PrintControlRec.
     WRITE BracketReportLine FROM PRC-OUTPUT-LINE.
     MOVE SPACES TO BracketReportLine.
     WRITE BracketReportLine.
     MOVE WS-FIRST-DATE TO RNG-FROM.
     MOVE WS-LAST-DATE  TO RNG-TO.
     WRITE BracketReportLine FROM WS-RANGE-LINE.
     MOVE SPACES TO BracketReportLine.
     WRITE BracketReportLine.
     WRITE BracketReportLine FROM WS-BRACKET-HEADING.
     PERFORM VARYING WS-CHARGED-IDX FROM 1 BY 1
         UNTIL WS-CHARGED-IDX > 4
       PERFORM WriteChargedLine
     END-PERFORM.
     PERFORM VARYING WS-BRACKET-IDX FROM 1 BY 1
         UNTIL WS-BRACKET-IDX > 3
       PERFORM WriteBoundaryBands
     END-PERFORM.
     MOVE "F" TO PRC-ACTION.
     MOVE WS-READ-COUNT TO PRC-DETAIL-COUNT.
     CALL "PrintReport" USING PrintControlRec.
     MOVE SPACES TO BracketReportLine.
     WRITE BracketReportLine.
     WRITE BracketReportLine FROM PRC-OUTPUT-LINE.
     CLOSE BracketReport.
 WriteChargedLine.
     IF WS-CHARGED-IDX = 1
       MOVE "NO BRACKET" TO BKL-LABEL
     ELSE
       COMPUTE WS-BRACKET-NO = WS-CHARGED-IDX - 1
       MOVE SPACES TO BKL-LABEL
       STRING "BRACKET " WS-BRACKET-NO DELIMITED BY SIZE
           INTO BKL-LABEL
     END-IF.
     COMPUTE WS-NET-REVENUE = CHG-GROSS (WS-CHARGED-IDX)
         - CHG-DISCOUNT (WS-CHARGED-IDX).
     MOVE ZERO TO WS-AVERAGE.
     MOVE ZERO TO WS-PERCENT-OUT.
     IF CHG-ORDERS (WS-CHARGED-IDX) > ZERO
       COMPUTE WS-AVERAGE ROUNDED = CHG-GROSS (WS-CHARGED-IDX)
           / CHG-ORDERS (WS-CHARGED-IDX)
     END-IF.
     IF CHG-GROSS (WS-CHARGED-IDX) > ZERO
       COMPUTE WS-PERCENT-OUT ROUNDED =
           CHG-DISCOUNT (WS-CHARGED-IDX) * 100
           / CHG-GROSS (WS-CHARGED-IDX)
     END-IF.
     MOVE CHG-ORDERS (WS-CHARGED-IDX)   TO BKL-ORDERS.
     MOVE CHG-GROSS (WS-CHARGED-IDX)    TO BKL-GROSS.
     MOVE CHG-DISCOUNT (WS-CHARGED-IDX) TO BKL-DISCOUNT.
     MOVE WS-NET-REVENUE                TO BKL-NET.
     MOVE WS-AVERAGE                    TO BKL-AVERAGE.
     MOVE WS-PERCENT-OUT                TO BKL-PERCENT.
     WRITE BracketReportLine FROM WS-BRACKET-LINE.
*>   The bands print from the lowest below the boundary up to the
*>   highest above it, so the page reads as a histogram.
 WriteBoundaryBands.
     MOVE SPACES TO BracketReportLine.
     WRITE BracketReportLine.
     MOVE WS-BRACKET-IDX                TO BDT-BRACKET.
     MOVE WS-BOUNDARY (WS-BRACKET-IDX)  TO BDT-BOUNDARY.
     MOVE WS-PERCENT (WS-BRACKET-IDX)   TO BDT-PERCENT.
     WRITE BracketReportLine FROM WS-BOUNDARY-TITLE.
     WRITE BracketReportLine FROM WS-BAND-HEADING.
     COMPUTE WS-BAND-WIDTH ROUNDED = WS-BOUNDARY (WS-BRACKET-IDX) / 20.
     PERFORM VARYING WS-BAND-IDX FROM 5 BY -1 UNTIL WS-BAND-IDX < 1
       COMPUTE WS-BAND-FROM = WS-BOUNDARY (WS-BRACKET-IDX)
           - WS-BAND-WIDTH * WS-BAND-IDX + 0.01
       COMPUTE WS-BAND-TO = WS-BOUNDARY (WS-BRACKET-IDX)
           - WS-BAND-WIDTH * (WS-BAND-IDX - 1)
       MOVE "BELOW" TO BNL-SIDE
       PERFORM WriteBandLine
     END-PERFORM.
     PERFORM VARYING WS-BAND-IDX FROM 6 BY 1 UNTIL WS-BAND-IDX > 10
       COMPUTE WS-BAND-FROM = WS-BOUNDARY (WS-BRACKET-IDX)
           + WS-BAND-WIDTH * (WS-BAND-IDX - 6) + 0.01
       COMPUTE WS-BAND-TO = WS-BOUNDARY (WS-BRACKET-IDX)
           + WS-BAND-WIDTH * (WS-BAND-IDX - 5)
       MOVE "ABOVE" TO BNL-SIDE
       PERFORM WriteBandLine
     END-PERFORM.
     MOVE ZERO TO WS-LIFT-RATIO.
     IF BND-ORDERS (WS-BRACKET-IDX 1) > ZERO
         AND BND-ORDERS (WS-BRACKET-IDX 6) > ZERO
       COMPUTE WS-LIFT-RATIO ROUNDED =
           BND-ORDERS (WS-BRACKET-IDX 6) * 100
           / BND-ORDERS (WS-BRACKET-IDX 1)
     END-IF.
     MOVE WS-LIFT-RATIO TO LFT-RATIO.
     WRITE BracketReportLine FROM WS-LIFT-LINE.
 WriteBandLine.
     MOVE WS-BAND-FROM TO BNL-FROM.
     MOVE WS-BAND-TO   TO BNL-TO.
     MOVE BND-ORDERS (WS-BRACKET-IDX WS-BAND-IDX)   TO BNL-ORDERS.
     MOVE BND-DISCOUNT (WS-BRACKET-IDX WS-BAND-IDX) TO BNL-DISCOUNT.
     WRITE BracketReportLine FROM WS-BAND-LINE.
 SetRunLogStart.
     MOVE "BRACKETANALYSIS" TO RLG-JOB-NAME.
     ACCEPT WS-LOG-TS-DATE FROM DATE YYYYMMDD.
     ACCEPT WS-LOG-TS-TIME FROM TIME.
     MOVE WS-LOG-TS-DATE TO RLG-RUN-DATE.
     STRING WS-LOG-TS-DATE WS-LOG-TS-TIME DELIMITED BY SIZE
         INTO RLG-START-TIMESTAMP.
 WriteRunLogRecord.
     MOVE WS-READ-COUNT TO RLG-READ-COUNT.
     MOVE ZERO TO RLG-WRITTEN-COUNT.
     MOVE ZERO TO RLG-REJECTED-COUNT.
     MOVE RETURN-CODE TO RLG-RETURN-CODE.
     CALL "WriteRunLog" USING RunLogRec.
