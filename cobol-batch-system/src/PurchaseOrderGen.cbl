 IDENTIFICATION DIVISION.
 PROGRAM-ID. PurchaseOrderGen.
*> Purchase order generation from the stock position, replacing the
*> retyping of REORDER.RPT and the DemandForecast suggested orders
*> into supplier e-mails. Every active item on ITEMS.DAT is considered
*> after the cycle's sales, orders and approved counts have posted:
*> an item at or under its reorder point (StockLedger's REORDER.RPT
*> test) is ordered back up to twice its reorder point, and an item
*> with a suggested order on FORECAST.DAT is ordered that quantity -
*> where both apply the larger stands. What is still to come on the
*> item's open PURCHORD.DAT lines is netted off first, so an item
*> already on order is not ordered again, and a rerun the same day
*> raises nothing twice. The quantity left is raised to the
*> supplier's minimum and ordered from the item's preferred supplier
*> on ITEMSUPP.DAT at its standard cost. One purchase order per
*> supplier, numbered on from the highest on file, is written to
*> PURCHORD.DAT and printed on PURCHORD.RPT ready to send; an item
*> that needs stock but has no preferred supplier, or whose supplier
*> is missing or inactive, is listed instead and gives RC 4.
*> Purchasing buys for the company: the forecast's per-location
*> suggestions are added up to the item's, and ItemOnHandQty - the
*> total across locations - is what the reorder point is tested
*> against.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT ItemFile ASSIGN TO "ITEMS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS ItemCode
         FILE STATUS IS WS-ITEM-FILE-STATUS.
     SELECT ItemSupplierFile ASSIGN TO "ITEMSUPP.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS ISP-ITEM-CODE
         FILE STATUS IS WS-ITEM-SUPP-STATUS.
     SELECT SupplierFile ASSIGN TO "SUPPLIER.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS SUP-SUPPLIER-CODE
         FILE STATUS IS WS-SUPPLIER-FILE-STATUS.
     SELECT PurchOrderFile ASSIGN TO "PURCHORD.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS POL-KEY
         FILE STATUS IS WS-PO-FILE-STATUS.
     SELECT ForecastFile ASSIGN TO "FORECAST.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-FORECAST-FILE-STATUS.
     SELECT OrderWork ASSIGN TO "POGENWORK.DAT".
     SELECT PurchOrderReport ASSIGN TO "PURCHORD.RPT"
         ORGANIZATION IS LINE SEQUENTIAL.
 DATA DIVISION.
 FILE SECTION.
 FD ItemFile.
 COPY ITEMREC.
 FD ItemSupplierFile.
 COPY ITEMSUPREC.
 FD SupplierFile.
 COPY SUPPLIERREC.
 FD PurchOrderFile.
 COPY PURCHORDREC.
*> DemandForecast's output record.
 FD ForecastFile.
 01 ForecastRec.
    05 FCT-ITEM-CODE       PIC X(10).
    05 FCT-FORECAST-PERIOD PIC 9(6).
    05 FCT-FORECAST-QTY    PIC 9(7).
    05 FCT-SUGGESTED-ORDER PIC 9(7).
    05 FCT-WAREHOUSE       PIC X(4).
 SD OrderWork.
 01 OrderWorkRec.
    05 POW-SUPPLIER-CODE PIC X(8).
    05 POW-ITEM-CODE     PIC X(10).
    05 POW-SUPPLIER-PART PIC X(15).
    05 POW-ORDER-QTY     PIC 9(7).
    05 POW-UNIT-COST     PIC 9(5)V99.
    05 POW-SOURCE        PIC X.
 FD PurchOrderReport.
 01 PurchOrderReportLine PIC X(80).
 WORKING-STORAGE SECTION.
 01 WS-ITEM-FILE-STATUS PIC XX.
 01 WS-ITEM-SUPP-STATUS PIC XX.
 01 WS-SUPPLIER-FILE-STATUS PIC XX.
 01 WS-PO-FILE-STATUS PIC XX.
 01 WS-FORECAST-FILE-STATUS PIC XX.
 01 WS-ITEM-EOF PIC X VALUE "N".
    88 EndOfItems VALUE "Y".
 01 WS-PO-EOF PIC X VALUE "N".
    88 EndOfPurchOrders VALUE "Y".
 01 WS-FORECAST-EOF PIC X VALUE "N".
    88 EndOfForecast VALUE "Y".
 01 WS-SORTED-EOF PIC X VALUE "N".
    88 EndOfSorted VALUE "Y".
 01 WS-RUN-DATE PIC 9(8).
 01 WS-DUE-DATE-INT PIC 9(7).
*> Quantity still to come per item on the open PO lines.
 01 WS-OPEN-TABLE.
    05 WS-OPN-ENTRY OCCURS 500 TIMES.
       10 WS-OPN-ITEM-CODE   PIC X(10).
       10 WS-OPN-OUTSTANDING PIC 9(9).
 01 WS-OPEN-COUNT PIC 9(3) VALUE ZERO.
 01 WS-OPEN-IDX   PIC 9(3).
*> Suggested order per item from the last DemandForecast run.
 01 WS-FORECAST-TABLE.
    05 WS-FCS-ENTRY OCCURS 300 TIMES.
       10 WS-FCS-ITEM-CODE PIC X(10).
       10 WS-FCS-SUGGESTED PIC 9(7).
 01 WS-FORECAST-COUNT PIC 9(3) VALUE ZERO.
 01 WS-FORECAST-IDX   PIC 9(3).
 01 WS-ENTRY-FOUND PIC X.
    88 EntryFound VALUE "Y".
 01 WS-LAST-PO-NUMBER PIC 9(7) VALUE ZERO.
 01 WS-LINE-NO PIC 9(3).
 01 WS-CURRENT-SUPPLIER PIC X(8).
 01 WS-FIRST-SUPPLIER PIC X VALUE "Y".
    88 FirstSupplier VALUE "Y".
 01 WS-REORDER-NEED  PIC S9(9).
 01 WS-FORECAST-NEED PIC S9(9).
 01 WS-ORDER-NEED    PIC S9(9).
 01 WS-ORDER-SOURCE  PIC X.
 01 WS-LINE-VALUE PIC 9(11)V99.
 01 WS-PO-VALUE   PIC 9(11)V99.
 01 WS-TOTAL-VALUE PIC 9(13)V99 VALUE ZERO.
 01 WS-READ-COUNT      PIC 9(7) VALUE ZERO.
 01 WS-LINE-COUNT      PIC 9(7) VALUE ZERO.
 01 WS-PO-COUNT        PIC 9(7) VALUE ZERO.
 01 WS-COVERED-COUNT   PIC 9(7) VALUE ZERO.
 01 WS-EXCEPTION-COUNT PIC 9(7) VALUE ZERO.
 01 WS-EXCEPTION-REASON PIC X(30).
 01 WS-EXCEPTION-HEADING PIC X(80)
    VALUE "ITEMS NEEDING STOCK THAT COULD NOT BE ORDERED".
 01 WS-EXCEPTION-LINE.
    05 EXC-ITEM-CODE   PIC X(10).
    05 FILLER          PIC X(2) VALUE SPACES.
    05 EXC-NEED        PIC Z(6)9.
    05 FILLER          PIC X(2) VALUE SPACES.
    05 EXC-SUPPLIER    PIC X(8).
    05 FILLER          PIC X(2) VALUE SPACES.
    05 EXC-REASON      PIC X(30).
 01 WS-PO-HEADING-1.
    05 FILLER          PIC X(15) VALUE "PURCHASE ORDER ".
    05 POH-PO-NUMBER   PIC 9(7).
    05 FILLER          PIC X(12) VALUE "   SUPPLIER ".
    05 POH-SUPPLIER    PIC X(8).
    05 FILLER          PIC X(2) VALUE SPACES.
    05 POH-NAME        PIC X(30).
 01 WS-PO-HEADING-2.
    05 FILLER          PIC X(7) VALUE "  ATTN ".
    05 POH-CONTACT     PIC X(30).
    05 FILLER          PIC X(1) VALUE SPACES.
    05 POH-EMAIL       PIC X(40).
 01 WS-PO-HEADING-3.
    05 FILLER          PIC X(10) VALUE "  ORDERED ".
    05 POH-ORDER-DATE  PIC 9(4)/99/99.
    05 FILLER          PIC X(6) VALUE "  DUE ".
    05 POH-DUE-DATE    PIC 9(4)/99/99.
 01 WS-COLUMN-HEADING.
    05 FILLER PIC X(6)  VALUE "LINE".
    05 FILLER PIC X(12) VALUE "ITEM".
    05 FILLER PIC X(17) VALUE "SUPPLIER PART".
    05 FILLER PIC X(9)  VALUE "      QTY".
    05 FILLER PIC X(11) VALUE "  UNIT COST".
    05 FILLER PIC X(16) VALUE "        EXTENDED".
    05 FILLER PIC X(4)  VALUE " SRC".
 01 WS-DETAIL-LINE.
    05 DTL-LINE-NO       PIC ZZ9.
    05 FILLER            PIC X(3) VALUE SPACES.
    05 DTL-ITEM-CODE     PIC X(10).
    05 FILLER            PIC X(2) VALUE SPACES.
    05 DTL-SUPPLIER-PART PIC X(15).
    05 FILLER            PIC X(2) VALUE SPACES.
    05 DTL-QTY           PIC Z(6)9.
    05 FILLER            PIC X(2) VALUE SPACES.
    05 DTL-UNIT-COST     PIC ZZ,ZZ9.99.
    05 FILLER            PIC X(2) VALUE SPACES.
    05 DTL-EXTENDED      PIC ZZZ,ZZZ,ZZ9.99.
    05 FILLER            PIC X(3) VALUE SPACES.
    05 DTL-SOURCE        PIC X.
 01 WS-PO-TOTAL-LINE.
    05 FILLER            PIC X(50) VALUE "  PURCHASE ORDER TOTAL".
    05 PTL-VALUE         PIC ZZZ,ZZZ,ZZ9.99.
 01 WS-SUMMARY-LINE.
    05 SUM-LABEL PIC X(36).
    05 SUM-VALUE PIC Z(6)9.
 01 WS-VALUE-LINE.
    05 VAL-LABEL PIC X(36).
    05 VAL-VALUE PIC ZZ,ZZZ,ZZZ,ZZ9.99.
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
     OPEN I-O PurchOrderFile.
     IF WS-PO-FILE-STATUS = "35"
       OPEN OUTPUT PurchOrderFile
       CLOSE PurchOrderFile
       OPEN I-O PurchOrderFile
     END-IF.
     PERFORM LoadOpenOrderLines.
     PERFORM LoadForecast.
     OPEN INPUT ItemSupplierFile.
     IF WS-ITEM-SUPP-STATUS = "35"
       DISPLAY "PurchaseOrderGen - ITEMSUPP.DAT not found; no item "
           "has a preferred supplier"
     END-IF.
     OPEN INPUT SupplierFile.
     OPEN OUTPUT PurchOrderReport.
     MOVE "H" TO PRC-ACTION.
     MOVE "PURCHASE ORDERS" TO PRC-REPORT-TITLE.
     MOVE WS-RUN-DATE TO PRC-RUN-DATE.
     MOVE ZERO TO PRC-PAGE-NUMBER.
     CALL "PrintReport" USING PrintControlRec.
     WRITE PurchOrderReportLine FROM PRC-OUTPUT-LINE.
     SORT OrderWork
         ON ASCENDING KEY POW-SUPPLIER-CODE POW-ITEM-CODE
         INPUT PROCEDURE IS ReleaseItemsToOrder
         OUTPUT PROCEDURE IS WritePurchaseOrders.
     MOVE SPACES TO PurchOrderReportLine.
     WRITE PurchOrderReportLine.
     MOVE "ITEMS READ"                     TO SUM-LABEL.
     MOVE WS-READ-COUNT                    TO SUM-VALUE.
     WRITE PurchOrderReportLine FROM WS-SUMMARY-LINE.
     MOVE "PURCHASE ORDERS RAISED"         TO SUM-LABEL.
     MOVE WS-PO-COUNT                      TO SUM-VALUE.
     WRITE PurchOrderReportLine FROM WS-SUMMARY-LINE.
     MOVE "PURCHASE ORDER LINES"           TO SUM-LABEL.
     MOVE WS-LINE-COUNT                    TO SUM-VALUE.
     WRITE PurchOrderReportLine FROM WS-SUMMARY-LINE.
     MOVE "ITEMS ALREADY COVERED BY OPEN PO" TO SUM-LABEL.
     MOVE WS-COVERED-COUNT                 TO SUM-VALUE.
     WRITE PurchOrderReportLine FROM WS-SUMMARY-LINE.
     MOVE "ITEMS NOT ORDERED - NO SUPPLIER" TO SUM-LABEL.
     MOVE WS-EXCEPTION-COUNT               TO SUM-VALUE.
     WRITE PurchOrderReportLine FROM WS-SUMMARY-LINE.
     MOVE "TOTAL VALUE ORDERED"            TO VAL-LABEL.
     MOVE WS-TOTAL-VALUE                   TO VAL-VALUE.
     WRITE PurchOrderReportLine FROM WS-VALUE-LINE.
     MOVE "F" TO PRC-ACTION.
     MOVE WS-LINE-COUNT TO PRC-DETAIL-COUNT.
     CALL "PrintReport" USING PrintControlRec.
     WRITE PurchOrderReportLine FROM PRC-OUTPUT-LINE.
     CLOSE PurchOrderReport.
     IF WS-SUPPLIER-FILE-STATUS NOT = "35"
       CLOSE SupplierFile
     END-IF.
     IF WS-ITEM-SUPP-STATUS NOT = "35"
       CLOSE ItemSupplierFile
     END-IF.
     CLOSE PurchOrderFile.
     IF WS-EXCEPTION-COUNT > ZERO AND RETURN-CODE < 4
       MOVE 4 TO RETURN-CODE
     END-IF.
     DISPLAY "Purchase orders: " WS-PO-COUNT " raised, "
         WS-LINE-COUNT " lines, " WS-EXCEPTION-COUNT
         " items with no supplier".
     PERFORM WriteRunLogRecord.
     STOP RUN.
*>   PO numbers are issued consecutively, so the last key read is the
*>   highest number on file; the open lines give each item's quantity
*>   still to come.
 LoadOpenOrderLines.
     PERFORM UNTIL EndOfPurchOrders
       READ PurchOrderFile NEXT RECORD
         AT END
           SET EndOfPurchOrders TO TRUE
         NOT AT END
           MOVE POL-PO-NUMBER TO WS-LAST-PO-NUMBER
           IF PolOpen
             PERFORM AddOpenOutstanding
           END-IF
       END-READ
     END-PERFORM.
 AddOpenOutstanding.
     MOVE "N" TO WS-ENTRY-FOUND.
     PERFORM VARYING WS-OPEN-IDX FROM 1 BY 1
         UNTIL WS-OPEN-IDX > WS-OPEN-COUNT OR EntryFound
       IF WS-OPN-ITEM-CODE (WS-OPEN-IDX) = POL-ITEM-CODE
         SET EntryFound TO TRUE
       END-IF
     END-PERFORM.
     IF EntryFound
       SUBTRACT 1 FROM WS-OPEN-IDX
     ELSE
       IF WS-OPEN-COUNT < 500
         ADD 1 TO WS-OPEN-COUNT
         MOVE WS-OPEN-COUNT TO WS-OPEN-IDX
         MOVE POL-ITEM-CODE TO WS-OPN-ITEM-CODE (WS-OPEN-IDX)
         MOVE ZERO TO WS-OPN-OUTSTANDING (WS-OPEN-IDX)
       ELSE
         DISPLAY "Fatal - more than 500 items on open purchase "
             "orders - stopping"
         MOVE 8 TO RETURN-CODE
         PERFORM WriteRunLogRecord
         STOP RUN
       END-IF
     END-IF.
     IF POL-RECEIVED-QTY < POL-ORDERED-QTY
       COMPUTE WS-OPN-OUTSTANDING (WS-OPEN-IDX) =
           WS-OPN-OUTSTANDING (WS-OPEN-IDX)
           + POL-ORDERED-QTY - POL-RECEIVED-QTY
     END-IF.
 LoadForecast.
     OPEN INPUT ForecastFile.
     IF WS-FORECAST-FILE-STATUS = "35"
       DISPLAY "PurchaseOrderGen - no FORECAST.DAT; ordering on "
           "reorder points only"
       SET EndOfForecast TO TRUE
     END-IF.
     PERFORM UNTIL EndOfForecast
       READ ForecastFile
         AT END
           SET EndOfForecast TO TRUE
         NOT AT END
           IF FCT-SUGGESTED-ORDER > ZERO
             PERFORM AddForecastSuggestion
           END-IF
       END-READ
     END-PERFORM.
     IF WS-FORECAST-FILE-STATUS NOT = "35"
       CLOSE ForecastFile
     END-IF.
 AddForecastSuggestion.
     MOVE "N" TO WS-ENTRY-FOUND.
     PERFORM VARYING WS-FORECAST-IDX FROM 1 BY 1
         UNTIL WS-FORECAST-IDX > WS-FORECAST-COUNT OR EntryFound
       IF WS-FCS-ITEM-CODE (WS-FORECAST-IDX) = FCT-ITEM-CODE
         SET EntryFound TO TRUE
         ADD FCT-SUGGESTED-ORDER TO WS-FCS-SUGGESTED (WS-FORECAST-IDX)
       END-IF
     END-PERFORM.
     IF NOT EntryFound AND WS-FORECAST-COUNT < 300
       ADD 1 TO WS-FORECAST-COUNT
       MOVE FCT-ITEM-CODE
           TO WS-FCS-ITEM-CODE (WS-FORECAST-COUNT)
       MOVE FCT-SUGGESTED-ORDER
           TO WS-FCS-SUGGESTED (WS-FORECAST-COUNT)
     END-IF.
 ReleaseItemsToOrder.
     OPEN INPUT ItemFile.
     IF WS-ITEM-FILE-STATUS = "35"
       DISPLAY "ITEMS.DAT not found - nothing to order"
       SET EndOfItems TO TRUE
     END-IF.
     PERFORM UNTIL EndOfItems
       READ ItemFile NEXT RECORD
         AT END
           SET EndOfItems TO TRUE
         NOT AT END
           ADD 1 TO WS-READ-COUNT
           IF ItemActiveFlag = "Y"
             PERFORM ConsiderOneItem
           END-IF
       END-READ
     END-PERFORM.
     IF WS-ITEM-FILE-STATUS NOT = "35"
       CLOSE ItemFile
     END-IF.
*>   The reorder point is the minimum stock; an item that has fallen
*>   to it is ordered back up to twice that. The forecast's suggested
*>   order is already net of the on-hand balance.
 ConsiderOneItem.
     MOVE ZERO TO WS-REORDER-NEED.
     MOVE ZERO TO WS-FORECAST-NEED.
     IF ItemOnHandQty NOT > ItemReorderPoint
       COMPUTE WS-REORDER-NEED =
           (ItemReorderPoint * 2) - ItemOnHandQty
     END-IF.
     MOVE "N" TO WS-ENTRY-FOUND.
     PERFORM VARYING WS-FORECAST-IDX FROM 1 BY 1
         UNTIL WS-FORECAST-IDX > WS-FORECAST-COUNT OR EntryFound
       IF WS-FCS-ITEM-CODE (WS-FORECAST-IDX) = ItemCode
         SET EntryFound TO TRUE
         MOVE WS-FCS-SUGGESTED (WS-FORECAST-IDX) TO WS-FORECAST-NEED
       END-IF
     END-PERFORM.
     EVALUATE TRUE
       WHEN WS-REORDER-NEED > ZERO AND WS-FORECAST-NEED > ZERO
         MOVE "B" TO WS-ORDER-SOURCE
       WHEN WS-REORDER-NEED > ZERO
         MOVE "R" TO WS-ORDER-SOURCE
       WHEN WS-FORECAST-NEED > ZERO
         MOVE "F" TO WS-ORDER-SOURCE
       WHEN OTHER
         MOVE SPACE TO WS-ORDER-SOURCE
     END-EVALUATE.
     IF WS-REORDER-NEED > WS-FORECAST-NEED
       MOVE WS-REORDER-NEED TO WS-ORDER-NEED
     ELSE
       MOVE WS-FORECAST-NEED TO WS-ORDER-NEED
     END-IF.
     IF WS-ORDER-NEED > ZERO
       PERFORM NetOffOpenOrders
       IF WS-ORDER-NEED > ZERO
         PERFORM ReleaseOrderLine
       ELSE
         ADD 1 TO WS-COVERED-COUNT
       END-IF
     END-IF.
 NetOffOpenOrders.
     MOVE "N" TO WS-ENTRY-FOUND.
     PERFORM VARYING WS-OPEN-IDX FROM 1 BY 1
         UNTIL WS-OPEN-IDX > WS-OPEN-COUNT OR EntryFound
       IF WS-OPN-ITEM-CODE (WS-OPEN-IDX) = ItemCode
         SET EntryFound TO TRUE
         SUBTRACT WS-OPN-OUTSTANDING (WS-OPEN-IDX)
             FROM WS-ORDER-NEED
       END-IF
     END-PERFORM.
 ReleaseOrderLine.
     MOVE SPACES TO WS-EXCEPTION-REASON.
     MOVE SPACES TO SUP-SUPPLIER-CODE.
     IF WS-ITEM-SUPP-STATUS = "35"
       MOVE "NO PREFERRED SUPPLIER" TO WS-EXCEPTION-REASON
     ELSE
       MOVE ItemCode TO ISP-ITEM-CODE
       READ ItemSupplierFile
         INVALID KEY
           MOVE "NO PREFERRED SUPPLIER" TO WS-EXCEPTION-REASON
         NOT INVALID KEY
           MOVE ISP-SUPPLIER-CODE TO SUP-SUPPLIER-CODE
           PERFORM CheckSupplierOrderable
       END-READ
     END-IF.
     IF WS-EXCEPTION-REASON NOT = SPACES
       PERFORM ListItemNotOrdered
     ELSE
       IF WS-ORDER-NEED < ISP-MIN-ORDER-QTY
         MOVE ISP-MIN-ORDER-QTY TO WS-ORDER-NEED
       END-IF
       MOVE ISP-SUPPLIER-CODE TO POW-SUPPLIER-CODE
       MOVE ItemCode          TO POW-ITEM-CODE
       MOVE ISP-SUPPLIER-PART TO POW-SUPPLIER-PART
       MOVE WS-ORDER-NEED     TO POW-ORDER-QTY
       MOVE ItemStdCost       TO POW-UNIT-COST
       MOVE WS-ORDER-SOURCE   TO POW-SOURCE
       RELEASE OrderWorkRec
     END-IF.
 CheckSupplierOrderable.
     IF WS-SUPPLIER-FILE-STATUS = "35"
       MOVE "SUPPLIER NOT ON FILE" TO WS-EXCEPTION-REASON
     ELSE
       READ SupplierFile
         INVALID KEY
           MOVE "SUPPLIER NOT ON FILE" TO WS-EXCEPTION-REASON
         NOT INVALID KEY
           IF NOT SupActive
             MOVE "SUPPLIER INACTIVE" TO WS-EXCEPTION-REASON
           END-IF
       END-READ
     END-IF.
 ListItemNotOrdered.
     IF WS-EXCEPTION-COUNT = ZERO
       MOVE SPACES TO PurchOrderReportLine
       WRITE PurchOrderReportLine
       WRITE PurchOrderReportLine FROM WS-EXCEPTION-HEADING
     END-IF.
     ADD 1 TO WS-EXCEPTION-COUNT.
     MOVE ItemCode            TO EXC-ITEM-CODE.
     MOVE WS-ORDER-NEED       TO EXC-NEED.
     MOVE SUP-SUPPLIER-CODE   TO EXC-SUPPLIER.
     MOVE WS-EXCEPTION-REASON TO EXC-REASON.
     WRITE PurchOrderReportLine FROM WS-EXCEPTION-LINE.
 WritePurchaseOrders.
     PERFORM UNTIL EndOfSorted
       RETURN OrderWork
         AT END
           SET EndOfSorted TO TRUE
         NOT AT END
           PERFORM WriteOneOrderLine
       END-RETURN
     END-PERFORM.
     IF NOT FirstSupplier
       PERFORM FinishPurchaseOrder
     END-IF.
 WriteOneOrderLine.
     IF FirstSupplier OR POW-SUPPLIER-CODE NOT = WS-CURRENT-SUPPLIER
       IF NOT FirstSupplier
         PERFORM FinishPurchaseOrder
       END-IF
       PERFORM StartPurchaseOrder
     END-IF.
     ADD 1 TO WS-LINE-NO.
     MOVE WS-LAST-PO-NUMBER TO POL-PO-NUMBER.
     MOVE WS-LINE-NO        TO POL-LINE-NO.
     MOVE POW-SUPPLIER-CODE TO POL-SUPPLIER-CODE.
     MOVE POW-ITEM-CODE     TO POL-ITEM-CODE.
     MOVE WS-RUN-DATE       TO POL-ORDER-DATE.
     COMPUTE POL-DUE-DATE = FUNCTION DATE-OF-INTEGER (WS-DUE-DATE-INT).
     MOVE POW-ORDER-QTY     TO POL-ORDERED-QTY.
     MOVE ZERO              TO POL-RECEIVED-QTY.
     MOVE POW-UNIT-COST     TO POL-UNIT-COST.
     MOVE POW-SOURCE        TO POL-SOURCE.
     SET PolNothingReceived TO TRUE.
     MOVE ZERO              TO POL-LAST-RECEIPT-DATE.
     WRITE PurchOrderLineRec
       INVALID KEY
         DISPLAY "PurchaseOrderGen - PO " POL-PO-NUMBER " line "
             POL-LINE-NO " already on file - not written"
         MOVE 8 TO RETURN-CODE
     END-WRITE.
     ADD 1 TO WS-LINE-COUNT.
     COMPUTE WS-LINE-VALUE = POW-ORDER-QTY * POW-UNIT-COST.
     ADD WS-LINE-VALUE TO WS-PO-VALUE.
     MOVE WS-LINE-NO        TO DTL-LINE-NO.
     MOVE POW-ITEM-CODE     TO DTL-ITEM-CODE.
     MOVE POW-SUPPLIER-PART TO DTL-SUPPLIER-PART.
     MOVE POW-ORDER-QTY     TO DTL-QTY.
     MOVE POW-UNIT-COST     TO DTL-UNIT-COST.
     MOVE WS-LINE-VALUE     TO DTL-EXTENDED.
     MOVE POW-SOURCE        TO DTL-SOURCE.
     WRITE PurchOrderReportLine FROM WS-DETAIL-LINE.
*>   Each supplier's lines make one new purchase order, due the
*>   supplier's lead time after the run date.
 StartPurchaseOrder.
     MOVE "N" TO WS-FIRST-SUPPLIER.
     MOVE POW-SUPPLIER-CODE TO WS-CURRENT-SUPPLIER.
     ADD 1 TO WS-LAST-PO-NUMBER.
     ADD 1 TO WS-PO-COUNT.
     MOVE ZERO TO WS-LINE-NO.
     MOVE ZERO TO WS-PO-VALUE.
     MOVE POW-SUPPLIER-CODE TO SUP-SUPPLIER-CODE.
     READ SupplierFile
       INVALID KEY
         MOVE SPACES TO SUP-NAME SUP-CONTACT SUP-EMAIL
         MOVE ZERO TO SUP-LEAD-DAYS
     END-READ.
     COMPUTE WS-DUE-DATE-INT =
         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) + SUP-LEAD-DAYS.
     MOVE WS-LAST-PO-NUMBER TO POH-PO-NUMBER.
     MOVE POW-SUPPLIER-CODE TO POH-SUPPLIER.
     MOVE SUP-NAME          TO POH-NAME.
     MOVE SUP-CONTACT       TO POH-CONTACT.
     MOVE SUP-EMAIL         TO POH-EMAIL.
     MOVE WS-RUN-DATE       TO POH-ORDER-DATE.
     COMPUTE POH-DUE-DATE = FUNCTION DATE-OF-INTEGER (WS-DUE-DATE-INT).
     MOVE SPACES TO PurchOrderReportLine.
     WRITE PurchOrderReportLine.
     WRITE PurchOrderReportLine FROM WS-PO-HEADING-1.
     WRITE PurchOrderReportLine FROM WS-PO-HEADING-2.
     WRITE PurchOrderReportLine FROM WS-PO-HEADING-3.
     WRITE PurchOrderReportLine FROM WS-COLUMN-HEADING.
 FinishPurchaseOrder.
     MOVE WS-PO-VALUE TO PTL-VALUE.
     WRITE PurchOrderReportLine FROM WS-PO-TOTAL-LINE.
     ADD WS-PO-VALUE TO WS-TOTAL-VALUE.
 SetRunLogStart.
     MOVE "PURCHORDGEN" TO RLG-JOB-NAME.
     ACCEPT WS-LOG-TS-DATE FROM DATE YYYYMMDD.
     ACCEPT WS-LOG-TS-TIME FROM TIME.
     MOVE WS-LOG-TS-DATE TO RLG-RUN-DATE.
     STRING WS-LOG-TS-DATE WS-LOG-TS-TIME DELIMITED BY SIZE
         INTO RLG-START-TIMESTAMP.
 WriteRunLogRecord.
     MOVE WS-READ-COUNT TO RLG-READ-COUNT.
     MOVE WS-LINE-COUNT TO RLG-WRITTEN-COUNT.
     MOVE WS-EXCEPTION-COUNT TO RLG-REJECTED-COUNT.
     MOVE RETURN-CODE TO RLG-RETURN-CODE.
     CALL "WriteRunLog" USING RunLogRec.
