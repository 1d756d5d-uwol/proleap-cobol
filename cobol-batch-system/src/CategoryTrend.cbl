*> item master supplies the category, UNCAT when none), and
*> CATTREND.RPT prints one line per category per period in period
*> order - "hardware is up, consumables are down" finally answerable
*> from a report instead of a calculator. Each line also shows the
*> category's gross margin for the period - amount less the cost of
*> goods ItemAnalysis carried on the summary. A generation written
*> before items were costed carries no cost; a period fed by one
*> prints NO COST rather than a margin that overstates the truth.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
    05 ISR-PERIOD       PIC 9(6).
    05 ISR-TOTAL-QTY    PIC 9(7).
    05 ISR-TOTAL-AMOUNT PIC S9(9)V99.
    05 ISR-TOTAL-COST   PIC S9(9)V99.
 FD ItemFile.
 COPY ITEMREC.
 FD TrendReport.
       10 WS-TRD-PERIOD   PIC 9(6).
       10 WS-TRD-QTY      PIC 9(9).
       10 WS-TRD-AMOUNT   PIC S9(11)V99.
       10 WS-TRD-COST     PIC S9(11)V99.
       10 WS-TRD-UNCOSTED PIC X.
       10 WS-TRD-LISTED   PIC X.
 01 WS-TREND-COUNT PIC 9(3) VALUE ZERO.
 01 WS-TREND-IDX   PIC 9(3).
    05 DTL-CATEGORY PIC X(6).
    05 FILLER       PIC X(2) VALUE SPACES.
    05 DTL-PERIOD   PIC 9(4)/99.
    05 FILLER       PIC X(5) VALUE " QTY ".
    05 DTL-QTY      PIC Z(7)9.
    05 FILLER       PIC X(8) VALUE " AMOUNT ".
    05 DTL-AMOUNT   PIC Z(9)9.99-.
    05 FILLER       PIC X(8) VALUE " MARGIN ".
    05 DTL-MARGIN-TEXT PIC X(22).
 01 WS-MARGIN-EDIT.
    05 MGN-AMOUNT PIC Z(9)9.99-.
    05 FILLER     PIC X VALUE SPACES.
    05 MGN-PCT    PIC ZZ9.9-.
    05 FILLER     PIC X VALUE "%".
*> Gross margin for a trend line: amount less cost, and that as a
*> percent of the amount.
 01 WS-MARGIN-AMOUNT PIC S9(11)V99.
 01 WS-MARGIN-PCT    PIC S9(5)V9.

 PROCEDURE DIVISION.
 Begin.
         MOVE ISR-PERIOD TO WS-TRD-PERIOD (WS-TREND-IDX)
         MOVE ZERO TO WS-TRD-QTY (WS-TREND-IDX)
         MOVE ZERO TO WS-TRD-AMOUNT (WS-TREND-IDX)
         MOVE ZERO TO WS-TRD-COST (WS-TREND-IDX)
         MOVE "N" TO WS-TRD-UNCOSTED (WS-TREND-IDX)
         MOVE "N" TO WS-TRD-LISTED (WS-TREND-IDX)
         SET TrendEntryFound TO TRUE
       END-IF
     IF TrendEntryFound
       ADD ISR-TOTAL-QTY    TO WS-TRD-QTY (WS-TREND-IDX)
       ADD ISR-TOTAL-AMOUNT TO WS-TRD-AMOUNT (WS-TREND-IDX)
       IF ISR-TOTAL-COST NUMERIC
         ADD ISR-TOTAL-COST TO WS-TRD-COST (WS-TREND-IDX)
       ELSE
         MOVE "Y" TO WS-TRD-UNCOSTED (WS-TREND-IDX)
       END-IF
     END-IF.
*>   Margin as a percent of the sales amount; nothing sold, nothing
*>   to measure against.
 SetTrendMargin.
     IF WS-TRD-UNCOSTED (WS-TREND-IDX) = "Y"
       MOVE "NO COST" TO DTL-MARGIN-TEXT
     ELSE
       COMPUTE WS-MARGIN-AMOUNT = WS-TRD-AMOUNT (WS-TREND-IDX)
           - WS-TRD-COST (WS-TREND-IDX)
       MOVE ZERO TO WS-MARGIN-PCT
       IF WS-TRD-AMOUNT (WS-TREND-IDX) NOT = ZERO
         COMPUTE WS-MARGIN-PCT ROUNDED =
             WS-MARGIN-AMOUNT * 100 / WS-TRD-AMOUNT (WS-TREND-IDX)
           ON SIZE ERROR
             MOVE ZERO TO WS-MARGIN-PCT
         END-COMPUTE
       END-IF
       MOVE WS-MARGIN-AMOUNT TO MGN-AMOUNT
       MOVE WS-MARGIN-PCT    TO MGN-PCT
       MOVE WS-MARGIN-EDIT   TO DTL-MARGIN-TEXT
     END-IF.
*>   Selection sort on category-then-period keeps each category's
*>   trend line reading top to bottom in period order.
         MOVE WS-TRD-PERIOD (WS-TREND-IDX)   TO DTL-PERIOD
         MOVE WS-TRD-QTY (WS-TREND-IDX)      TO DTL-QTY
         MOVE WS-TRD-AMOUNT (WS-TREND-IDX)   TO DTL-AMOUNT
         PERFORM SetTrendMargin
         WRITE TrendReportLine FROM WS-DETAIL-LINE
       END-IF
     END-PERFORM.
