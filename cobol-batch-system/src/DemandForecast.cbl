*> suggested order net of the on-hand balance) for the stock reorder
*> process to consume, and FORECAST.RPT the readable version. Gut
*> feel retires to an advisory role.
*> Stock is kept by location (STOCKLOC.DAT), so the item's forecast
*> is shared out across its locations in proportion to their reorder
*> points (evenly where none is set) and each location's suggestion
*> is netted against that location's own balance. An item with no
*> location yet is forecast whole against ItemOnHandQty, warehouse
*> blank.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
         ACCESS MODE IS RANDOM
         RECORD KEY IS ItemCode
         FILE STATUS IS WS-ITEM-FILE-STATUS.
     SELECT StockLocFile ASSIGN TO "STOCKLOC.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS SLC-KEY
         FILE STATUS IS WS-STOCKLOC-FILE-STATUS.
     SELECT ForecastFile ASSIGN TO "FORECAST.DAT"
         ORGANIZATION IS LINE SEQUENTIAL.
     SELECT ForecastReport ASSIGN TO "FORECAST.RPT"
    05 ISR-PERIOD       PIC 9(6).
    05 ISR-TOTAL-QTY    PIC 9(7).
    05 ISR-TOTAL-AMOUNT PIC S9(9)V99.
    05 ISR-TOTAL-COST   PIC S9(9)V99.
 FD ItemFile.
 COPY ITEMREC.
 FD StockLocFile.
 COPY STOCKLOCREC.
 FD ForecastFile.
 01 ForecastRec.
    05 FCT-ITEM-CODE       PIC X(10).
    05 FCT-FORECAST-PERIOD PIC 9(6).
    05 FCT-FORECAST-QTY    PIC 9(7).
    05 FCT-SUGGESTED-ORDER PIC 9(7).
    05 FCT-WAREHOUSE       PIC X(4).
 FD ForecastReport.
 01 ForecastReportLine PIC X(80).
 WORKING-STORAGE SECTION.
 01 WS-GENCAT-FILE-STATUS PIC XX.
 01 WS-SUMMARY-FILE-STATUS PIC XX.
 01 WS-ITEM-FILE-STATUS PIC XX.
 01 WS-STOCKLOC-FILE-STATUS PIC XX.
 01 WS-LOC-SCAN-EOF PIC X.
    88 EndOfLocationScan VALUE "Y".
 01 WS-LOC-COUNT     PIC 9(3).
 01 WS-LOC-IDX       PIC 9(3).
 01 WS-RP-TOTAL      PIC 9(7).
 01 WS-LOC-FORECAST  PIC 9(7).
 01 WS-ALLOCATED-QTY PIC 9(7).
 01 WS-LOC-FORECAST-COUNT PIC 9(5) VALUE ZERO.
 01 WS-RUN-DATE PIC 9(8).
 01 WS-SUMMARY-FILENAME PIC X(28).
 01 WS-GENCAT-EOF PIC X VALUE "N".
    VALUE "ROLLING DEMAND FORECAST AND SUGGESTED ORDERS".
 01 WS-HEADING-LINE-2.
    05 FILLER PIC X(12) VALUE "ITEM CODE".
    05 FILLER PIC X(6)  VALUE "WHSE".
    05 FILLER PIC X(9)  VALUE "PERIOD".
    05 FILLER PIC X(11) VALUE "FORECAST".
    05 FILLER PIC X(10) VALUE "ON HAND".
 01 WS-DETAIL-LINE.
    05 DTL-ITEM-CODE PIC X(10).
    05 FILLER        PIC X(2) VALUE SPACES.
    05 DTL-WAREHOUSE PIC X(4).
    05 FILLER        PIC X(2) VALUE SPACES.
    05 DTL-PERIOD    PIC 9(4)/99.
    05 FILLER        PIC X(2) VALUE SPACES.
    05 DTL-FORECAST  PIC ZZZZZZ9.
       STOP RUN
     END-IF.
     PERFORM DeriveForecastPeriod.
     OPEN INPUT StockLocFile.
     OPEN OUTPUT ForecastFile.
     OPEN OUTPUT ForecastReport.
     WRITE ForecastReportLine FROM WS-HEADING-LINE-1.
     MOVE "ITEMS FORECAST"            TO SUM-LABEL.
     MOVE WS-FORECAST-COUNT           TO SUM-VALUE.
     WRITE ForecastReportLine FROM WS-SUMMARY-LINE.
     MOVE "LOCATION FORECASTS WRITTEN" TO SUM-LABEL.
     MOVE WS-LOC-FORECAST-COUNT       TO SUM-VALUE.
     WRITE ForecastReportLine FROM WS-SUMMARY-LINE.
     CLOSE ForecastReport.
     CLOSE ForecastFile.
     IF WS-STOCKLOC-FILE-STATUS NOT = "35"
       CLOSE StockLocFile
     END-IF.
     PERFORM WriteRunLogRecord.
     STOP RUN.
 LoadItemHistory.
           WS-WEIGHTED-QTY / WS-WEIGHT-COUNT
       PERFORM WriteOneForecast
     END-IF.
*>   A first pass over the item's locations totals their reorder
*>   points; the second shares the forecast out. Shares are truncated
*>   and the last location takes what is left, so the locations add
*>   up to the item's forecast exactly.
 WriteOneForecast.
     MOVE ZERO TO WS-LOC-COUNT.
     MOVE ZERO TO WS-RP-TOTAL.
     IF WS-STOCKLOC-FILE-STATUS NOT = "35"
       PERFORM StartItemLocations
       PERFORM UNTIL EndOfLocationScan
         PERFORM ReadItemLocation
         IF NOT EndOfLocationScan
           ADD 1 TO WS-LOC-COUNT
           ADD SLC-REORDER-POINT TO WS-RP-TOTAL
         END-IF
       END-PERFORM
     END-IF.
     IF WS-LOC-COUNT = ZERO
       PERFORM WriteItemForecast
     ELSE
       MOVE ZERO TO WS-ALLOCATED-QTY
       MOVE ZERO TO WS-LOC-IDX
       PERFORM StartItemLocations
       PERFORM UNTIL EndOfLocationScan
         PERFORM ReadItemLocation
         IF NOT EndOfLocationScan
           PERFORM WriteLocationForecast
         END-IF
       END-PERFORM
     END-IF.
     ADD 1 TO WS-FORECAST-COUNT.
 StartItemLocations.
     MOVE "N" TO WS-LOC-SCAN-EOF.
     MOVE WS-ITM-CODE (WS-ITEM-IDX) TO SLC-ITEM-CODE.
     MOVE LOW-VALUES TO SLC-WAREHOUSE.
     START StockLocFile KEY IS NOT LESS THAN SLC-KEY
       INVALID KEY
         SET EndOfLocationScan TO TRUE
     END-START.
 ReadItemLocation.
     READ StockLocFile NEXT RECORD
       AT END
         SET EndOfLocationScan TO TRUE
       NOT AT END
         IF SLC-ITEM-CODE NOT = WS-ITM-CODE (WS-ITEM-IDX)
           SET EndOfLocationScan TO TRUE
         END-IF
     END-READ.
 WriteLocationForecast.
     ADD 1 TO WS-LOC-IDX.
     EVALUATE TRUE
       WHEN WS-LOC-IDX = WS-LOC-COUNT
         COMPUTE WS-LOC-FORECAST = WS-FORECAST-QTY - WS-ALLOCATED-QTY
       WHEN WS-RP-TOTAL = ZERO
         COMPUTE WS-LOC-FORECAST = WS-FORECAST-QTY / WS-LOC-COUNT
       WHEN OTHER
         COMPUTE WS-LOC-FORECAST =
             WS-FORECAST-QTY * SLC-REORDER-POINT / WS-RP-TOTAL
     END-EVALUATE.
     ADD WS-LOC-FORECAST TO WS-ALLOCATED-QTY.
     COMPUTE WS-SUGGESTED-QTY = WS-LOC-FORECAST - SLC-ON-HAND-QTY.
     IF WS-SUGGESTED-QTY < ZERO
       MOVE ZERO TO WS-SUGGESTED-QTY
     END-IF.
     MOVE WS-ITM-CODE (WS-ITEM-IDX) TO FCT-ITEM-CODE.
     MOVE WS-FORECAST-PERIOD TO FCT-FORECAST-PERIOD.
     MOVE WS-LOC-FORECAST    TO FCT-FORECAST-QTY.
     MOVE WS-SUGGESTED-QTY   TO FCT-SUGGESTED-ORDER.
     MOVE SLC-WAREHOUSE      TO FCT-WAREHOUSE.
     WRITE ForecastRec.
     MOVE WS-ITM-CODE (WS-ITEM-IDX) TO DTL-ITEM-CODE.
     MOVE SLC-WAREHOUSE      TO DTL-WAREHOUSE.
     MOVE WS-FORECAST-PERIOD TO DTL-PERIOD.
     MOVE WS-LOC-FORECAST    TO DTL-FORECAST.
     MOVE SLC-ON-HAND-QTY    TO DTL-ON-HAND.
     MOVE WS-SUGGESTED-QTY   TO DTL-SUGGESTED.
     WRITE ForecastReportLine FROM WS-DETAIL-LINE.
     ADD 1 TO WS-LOC-FORECAST-COUNT.
 WriteItemForecast.
     MOVE ZERO TO ItemOnHandQty.
     MOVE WS-ITM-CODE (WS-ITEM-IDX) TO ItemCode.
     OPEN INPUT ItemFile.
     MOVE WS-FORECAST-PERIOD TO FCT-FORECAST-PERIOD.
     MOVE WS-FORECAST-QTY    TO FCT-FORECAST-QTY.
     MOVE WS-SUGGESTED-QTY   TO FCT-SUGGESTED-ORDER.
     MOVE SPACES             TO FCT-WAREHOUSE.
     WRITE ForecastRec.
     MOVE WS-ITM-CODE (WS-ITEM-IDX) TO DTL-ITEM-CODE.
     MOVE SPACES             TO DTL-WAREHOUSE.
     MOVE WS-FORECAST-PERIOD TO DTL-PERIOD.
     MOVE WS-FORECAST-QTY    TO DTL-FORECAST.
     MOVE ItemOnHandQty      TO DTL-ON-HAND.
     MOVE WS-SUGGESTED-QTY   TO DTL-SUGGESTED.
     WRITE ForecastReportLine FROM WS-DETAIL-LINE.
 SetRunLogStart.
     MOVE "DEMANDFORECAST" TO RLG-JOB-NAME.
     ACCEPT WS-LOG-TS-DATE FROM DATE YYYYMMDD.
