*> SalesQtySold out for a sale, back in for a SalesTypeCode R return
*> (adjustments are value-only and move no stock) - with one ledger
*> entry appended to STOCKLEDG.DAT per posting carrying the
*> resulting balance. After posting, every stock location of an active
*> item whose balance sits at or under the location's own reorder
*> point lands on REORDER.RPT for purchasing. Receipts arrive through
*> ItemMaint's receipts path; this job only moves what the sales feed
*> proves moved. The order
*> side posts the same way: every invoice BATCH-DISCOUNT wrote today
*> (INVOICES.DAT) takes its quantity out of stock under ledger entry
*> type O, so the reorder report reflects both channels. A credit memo
*> cancelling or amending an invoice puts the invoice's quantity back
*> under type C; the replacing invoice of an amendment posts out as
*> any other. A credit note for goods a customer returned goes back
*> under type C the same way when they came back fit to resell; those
*> returned damaged move no stock and are only counted. Only invoices
*> dated the run date are posted: a file left from an earlier day,
*> when the order steps did not run, is counted and skipped.
*> CountAdjust appends approved physical count
*> adjustments to the same ledger under type P.
*> Every quantity moved is also valued at the item's ItemStdCost: the
*> day's net cost of goods - out on sales and orders, less back on
*> returns and credits - goes to COGS.GLFEED for GLInterface, debiting
*> COGS and crediting INVENTORY (the reverse on a day that took more
*> back than it shipped).
*> Each movement is posted to the stock location it happened at as
*> well (STOCKLOC.DAT, item plus warehouse): a sale to its
*> SalesWarehouse, an invoice to its INV-WAREHOUSE, either to the
*> default warehouse on WAREHOUSE.DAT when blank. ItemOnHandQty stays
*> the company total across locations.
*> A kit - an item with a bill of material on KITBOM.DAT - is sold
*> under its own code but nobody stocks it, so a kit sale, return or
*> invoice is exploded: each component moves the kit quantity times
*> its quantity per kit, valued at the component's own ItemStdCost,
*> with a ledger entry carrying the kit code in SLG-KIT-CODE. The kit
*> code itself is never posted.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT SalesFile ASSIGN TO WS-SALES-FILENAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-SALES-FILE-STATUS.
     SELECT InvoiceFile ASSIGN TO "INVOICES.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-INVOICE-FILE-STATUS.
     SELECT ItemFile ASSIGN TO "ITEMS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS ItemCode
         FILE STATUS IS WS-ITEM-FILE-STATUS.
     SELECT StockLocFile ASSIGN TO "STOCKLOC.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS SLC-KEY
         FILE STATUS IS WS-STOCKLOC-FILE-STATUS.
     SELECT WarehouseFile ASSIGN TO "WAREHOUSE.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-WAREHOUSE-FILE-STATUS.
     SELECT KitFile ASSIGN TO "KITBOM.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS KIT-KEY
         FILE STATUS IS WS-KIT-FILE-STATUS.
     SELECT StockLedgerFile ASSIGN TO "STOCKLEDG.DAT"
         ORGANIZATION IS LINE SEQUENTIAL.
     SELECT CogsGLFeed ASSIGN TO "COGS.GLFEED"
         ORGANIZATION IS LINE SEQUENTIAL.
     SELECT ReorderReport ASSIGN TO "REORDER.RPT"
         ORGANIZATION IS LINE SEQUENTIAL.
 DATA DIVISION.
 FILE SECTION.
 FD SalesFile.
 COPY SALESREC.
 FD InvoiceFile.
 COPY INVOICEREC.
 FD ItemFile.
 COPY ITEMREC.
 FD StockLocFile.
 COPY STOCKLOCREC.
 FD WarehouseFile.
 COPY WAREHOUSEREC.
 FD KitFile.
 COPY KITBOMREC.
 FD StockLedgerFile.
 01 StockLedgerRec.
    05 SLG-RUN-DATE    PIC 9(8).
    05 SLG-ITEM-CODE   PIC X(10).
    05 SLG-TYPE-CODE   PIC X.
       88 SlgOrderShipped VALUE "O".
       88 SlgOrderCancelled VALUE "C".
    05 SLG-QTY-MOVED   PIC S9(5).
    05 SLG-NEW-BALANCE PIC S9(7).
*> The location moved and its balance after the movement; the
*> balance above is the company total, the item's ItemOnHandQty.
    05 SLG-WAREHOUSE   PIC X(4).
    05 SLG-LOC-BALANCE PIC S9(7).
*> The kit sold, on a component's entry from an exploded kit line;
*> blank on every other entry.
    05 SLG-KIT-CODE    PIC X(10).
 FD CogsGLFeed.
 COPY GLFEEDREC.
 FD ReorderReport.
 01 ReorderReportLine PIC X(80).
 WORKING-STORAGE SECTION.
 01 WS-SALES-FILE-STATUS PIC XX.
 01 WS-ITEM-FILE-STATUS PIC XX.
 01 WS-STOCKLOC-FILE-STATUS PIC XX.
 01 WS-WAREHOUSE-FILE-STATUS PIC XX.
 01 WS-WAREHOUSE-EOF PIC X.
    88 EndOfWarehouses VALUE "Y".
 01 WS-DEFAULT-WAREHOUSE PIC X(4) VALUE SPACES.
 01 WS-LEDGER-WAREHOUSE PIC X(4).
 01 WS-LOC-QTY PIC S9(7).
 01 WS-KIT-FILE-STATUS PIC XX.
 01 WS-KITS-ON-FILE PIC X VALUE "N".
    88 KitsOnFile VALUE "Y".
 01 WS-KIT-FOUND PIC X.
    88 KitItem VALUE "Y".
 01 WS-KIT-EOF PIC X.
    88 EndOfKitComponents VALUE "Y".
 01 WS-KIT-CODE PIC X(10).
 01 WS-KIT-QTY PIC 9(5).
 01 WS-KIT-DIRECTION PIC X.
    88 KitMovingOut VALUE "O".
    88 KitMovingIn  VALUE "I".
 01 WS-COMPONENT-QTY PIC 9(7).
 01 WS-LEDGER-KIT-CODE PIC X(10).
 01 WS-ITEM-FOUND PIC X.
    88 ReorderItemFound VALUE "Y".
 01 WS-RUN-DATE PIC 9(8).
 01 WS-SALES-FILENAME PIC X(20).
 01 WS-SALES-EOF PIC X VALUE "N".
    88 EndOfSales VALUE "Y".
 01 WS-INVOICE-FILE-STATUS PIC XX.
 01 WS-INVOICE-EOF PIC X VALUE "N".
    88 EndOfInvoices VALUE "Y".
 01 WS-LEDGER-ITEM-CODE PIC X(10).
 01 WS-LEDGER-TYPE-CODE PIC X.
 01 WS-SCAN-EOF PIC X.
    88 EndOfLocationScan VALUE "Y".
 01 WS-POSTED-OUT-COUNT PIC 9(7) VALUE ZERO.
 01 WS-POSTED-IN-COUNT  PIC 9(7) VALUE ZERO.
 01 WS-NO-ITEM-COUNT    PIC 9(7) VALUE ZERO.
 01 WS-SKIPPED-ADJ-COUNT PIC 9(7) VALUE ZERO.
 01 WS-ORDER-OUT-COUNT  PIC 9(7) VALUE ZERO.
 01 WS-ORDER-NO-ITEM-COUNT PIC 9(7) VALUE ZERO.
 01 WS-ORDER-BACK-COUNT PIC 9(7) VALUE ZERO.
 01 WS-RETURN-DAMAGED-COUNT PIC 9(7) VALUE ZERO.
 01 WS-STALE-INVOICE-COUNT PIC 9(7) VALUE ZERO.
 01 WS-REORDER-COUNT    PIC 9(7) VALUE ZERO.
 01 WS-LOC-CREATED-COUNT PIC 9(7) VALUE ZERO.
 01 WS-KIT-EXPLODED-COUNT PIC 9(7) VALUE ZERO.
 01 WS-COMPONENT-POSTED-COUNT PIC 9(7) VALUE ZERO.
 01 WS-NO-COMPONENT-COUNT PIC 9(7) VALUE ZERO.
*> The day's movements at standard cost, for the cost-of-goods entry.
 01 WS-COST-OUT-TOTAL   PIC S9(11)V99 VALUE ZERO.
 01 WS-COST-BACK-TOTAL  PIC S9(11)V99 VALUE ZERO.
 01 WS-COST-NET-TOTAL   PIC S9(11)V99 VALUE ZERO.
 01 WS-REORDER-HEADING PIC X(80)
    VALUE "STOCK LOCATIONS AT OR UNDER REORDER POINT".
 01 WS-REORDER-LINE.
    05 ROR-ITEM-CODE   PIC X(10).
    05 FILLER          PIC X(1)  VALUE SPACES.
    05 ROR-WAREHOUSE   PIC X(4).
    05 FILLER          PIC X(1)  VALUE SPACES.
    05 ROR-DESCRIPTION PIC X(25).
    05 FILLER          PIC X(10) VALUE "  ON HAND ".
    05 ROR-ON-HAND     PIC ZZZZZZ9-.
    05 FILLER          PIC X(10) VALUE "  REORDER ".
 01 WS-SUMMARY-LINE.
    05 SUM-LABEL PIC X(36).
    05 SUM-VALUE PIC Z(6)9.
 01 WS-VALUE-LINE.
    05 VAL-LABEL PIC X(36).
    05 VAL-VALUE PIC -(10)9.99.
*> Run-log reporting (the shared WriteRunLog subprogram appends one
*> record per execution to RUNLOG.DAT).
 COPY RUNLOGREC.
       PERFORM WriteRunLogRecord
       STOP RUN
     END-IF.
     PERFORM LoadDefaultWarehouse.
     OPEN I-O StockLocFile.
     IF WS-STOCKLOC-FILE-STATUS = "35"
       OPEN OUTPUT StockLocFile
       CLOSE StockLocFile
       OPEN I-O StockLocFile
     END-IF.
     OPEN INPUT KitFile.
     IF WS-KIT-FILE-STATUS NOT = "35"
       SET KitsOnFile TO TRUE
     END-IF.
     OPEN INPUT SalesFile.
     IF WS-SALES-FILE-STATUS = "35"
       DISPLAY "No SALES generation for " WS-RUN-DATE
     IF WS-SALES-FILE-STATUS NOT = "35"
       CLOSE SalesFile
     END-IF.
     PERFORM PostInvoicedOrders.
     IF KitsOnFile
       CLOSE KitFile
     END-IF.
     CLOSE StockLedgerFile.
     PERFORM WriteCogsGLFeed.
     PERFORM WriteReorderReport.
     CLOSE StockLocFile.
     CLOSE ItemFile.
     PERFORM WriteRunLogRecord.
     STOP RUN.
 PostOneSalesRecord.
     MOVE SPACES TO WS-LEDGER-KIT-CODE.
     IF NOT SalesTypeAdjustment
       MOVE SalesItemCode TO WS-KIT-CODE
       PERFORM CheckForKit
     END-IF.
     EVALUATE TRUE
       WHEN SalesTypeAdjustment
         ADD 1 TO WS-SKIPPED-ADJ-COUNT
       WHEN KitItem
         MOVE SalesQtySold TO WS-KIT-QTY
         MOVE SalesTypeCode TO WS-LEDGER-TYPE-CODE
         MOVE SalesWarehouse TO WS-LEDGER-WAREHOUSE
         IF SalesTypeReturn
           SET KitMovingIn TO TRUE
         ELSE
           SET KitMovingOut TO TRUE
         END-IF
         PERFORM ExplodeKit
       WHEN SalesTypeReturn
         PERFORM PostReturnIn
       WHEN OTHER
         PERFORM PostSaleOut
     END-EVALUATE.
         SUBTRACT SalesQtySold FROM ItemOnHandQty
         REWRITE ItemDetails
         ADD 1 TO WS-POSTED-OUT-COUNT
         COMPUTE WS-COST-OUT-TOTAL =
             WS-COST-OUT-TOTAL + SalesQtySold * ItemStdCost
         COMPUTE SLG-QTY-MOVED = ZERO - SalesQtySold
         MOVE SalesItemCode TO WS-LEDGER-ITEM-CODE
         MOVE SalesTypeCode TO WS-LEDGER-TYPE-CODE
         MOVE SalesWarehouse TO WS-LEDGER-WAREHOUSE
         PERFORM PostToLocation
         PERFORM WriteLedgerEntry
     END-READ.
 PostReturnIn.
         ADD SalesQtySold TO ItemOnHandQty
         REWRITE ItemDetails
         ADD 1 TO WS-POSTED-IN-COUNT
         COMPUTE WS-COST-BACK-TOTAL =
             WS-COST-BACK-TOTAL + SalesQtySold * ItemStdCost
         MOVE SalesQtySold TO SLG-QTY-MOVED
         MOVE SalesItemCode TO WS-LEDGER-ITEM-CODE
         MOVE SalesTypeCode TO WS-LEDGER-TYPE-CODE
         MOVE SalesWarehouse TO WS-LEDGER-WAREHOUSE
         PERFORM PostToLocation
         PERFORM WriteLedgerEntry
     END-READ.
*>   BATCH-DISCOUNT only invoices an order whose item it found active
*>   on the master, so an unknown item here means the master changed
*>   in between - counted, not posted.
 PostInvoicedOrders.
     OPEN INPUT InvoiceFile.
     IF WS-INVOICE-FILE-STATUS = "35"
       DISPLAY "No INVOICES.DAT for " WS-RUN-DATE
           " - no order stock movement to post"
       SET EndOfInvoices TO TRUE
     END-IF.
     PERFORM UNTIL EndOfInvoices
       READ InvoiceFile
         AT END
           SET EndOfInvoices TO TRUE
         NOT AT END
           PERFORM PostOrderOut
       END-READ
     END-PERFORM.
     IF WS-INVOICE-FILE-STATUS NOT = "35"
       CLOSE InvoiceFile
     END-IF.
 PostOrderOut.
*>   INVOICES.DAT is only today's when the pricing run got that far; a
*>   file left over from an earlier day has been posted already and is
*>   counted, not posted again. Goods a customer sent back damaged are
*>   credited but never come back onto the shelf; their cost stays in
*>   the day's cost of goods.
     EVALUATE TRUE
       WHEN INV-DATE NOT = WS-RUN-DATE
         ADD 1 TO WS-STALE-INVOICE-COUNT
       WHEN INV-IS-CREDIT-MEMO AND INV-RETURN-DAMAGED
         ADD 1 TO WS-RETURN-DAMAGED-COUNT
       WHEN OTHER
         PERFORM PostOrderMovement
     END-EVALUATE.
 PostOrderMovement.
     MOVE SPACES TO WS-LEDGER-KIT-CODE.
     MOVE INV-ITEM-CODE TO WS-KIT-CODE.
     PERFORM CheckForKit.
     IF KitItem
       MOVE INV-QUANTITY TO WS-KIT-QTY
       MOVE INV-WAREHOUSE TO WS-LEDGER-WAREHOUSE
       IF INV-IS-CREDIT-MEMO
         MOVE "C" TO WS-LEDGER-TYPE-CODE
         SET KitMovingIn TO TRUE
       ELSE
         MOVE "O" TO WS-LEDGER-TYPE-CODE
         SET KitMovingOut TO TRUE
       END-IF
       PERFORM ExplodeKit
     ELSE
       PERFORM PostOrderItem
     END-IF.
 PostOrderItem.
     MOVE INV-ITEM-CODE TO ItemCode.
     READ ItemFile
       INVALID KEY
         ADD 1 TO WS-ORDER-NO-ITEM-COUNT
       NOT INVALID KEY
         IF INV-IS-CREDIT-MEMO
           ADD INV-QUANTITY TO ItemOnHandQty
           REWRITE ItemDetails
           ADD 1 TO WS-ORDER-BACK-COUNT
           COMPUTE WS-COST-BACK-TOTAL =
               WS-COST-BACK-TOTAL + INV-QUANTITY * ItemStdCost
           MOVE INV-QUANTITY TO SLG-QTY-MOVED
           MOVE "C" TO WS-LEDGER-TYPE-CODE
         ELSE
           SUBTRACT INV-QUANTITY FROM ItemOnHandQty
           REWRITE ItemDetails
           ADD 1 TO WS-ORDER-OUT-COUNT
           COMPUTE WS-COST-OUT-TOTAL =
               WS-COST-OUT-TOTAL + INV-QUANTITY * ItemStdCost
           COMPUTE SLG-QTY-MOVED = ZERO - INV-QUANTITY
           MOVE "O" TO WS-LEDGER-TYPE-CODE
         END-IF
         MOVE INV-ITEM-CODE TO WS-LEDGER-ITEM-CODE
         MOVE INV-WAREHOUSE TO WS-LEDGER-WAREHOUSE
         PERFORM PostToLocation
         PERFORM WriteLedgerEntry
     END-READ.
 WriteLedgerEntry.
     MOVE WS-RUN-DATE         TO SLG-RUN-DATE.
     MOVE WS-LEDGER-ITEM-CODE TO SLG-ITEM-CODE.
     MOVE WS-LEDGER-TYPE-CODE TO SLG-TYPE-CODE.
     MOVE ItemOnHandQty       TO SLG-NEW-BALANCE.
     MOVE WS-LEDGER-WAREHOUSE TO SLG-WAREHOUSE.
     MOVE SLC-ON-HAND-QTY     TO SLG-LOC-BALANCE.
     MOVE WS-LEDGER-KIT-CODE  TO SLG-KIT-CODE.
     WRITE StockLedgerRec.
*>   Leaves the kit's first component in the record area when the item
*>   in WS-KIT-CODE has a bill of material.
 CheckForKit.
     MOVE "N" TO WS-KIT-FOUND.
     IF KitsOnFile
       MOVE WS-KIT-CODE TO KIT-ITEM-CODE
       MOVE LOW-VALUES TO KIT-COMPONENT-CODE
       START KitFile KEY IS NOT LESS THAN KIT-KEY
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           READ KitFile NEXT RECORD
             NOT AT END
               IF KIT-ITEM-CODE = WS-KIT-CODE
                 SET KitItem TO TRUE
               END-IF
           END-READ
       END-START
     END-IF.
*>   Type code, warehouse, kit quantity and direction are set by the
*>   caller; CheckForKit has read the first component.
 ExplodeKit.
     ADD 1 TO WS-KIT-EXPLODED-COUNT.
     MOVE WS-KIT-CODE TO WS-LEDGER-KIT-CODE.
     MOVE "N" TO WS-KIT-EOF.
     PERFORM UNTIL EndOfKitComponents
       PERFORM PostKitComponent
       READ KitFile NEXT RECORD
         AT END
           SET EndOfKitComponents TO TRUE
         NOT AT END
           IF KIT-ITEM-CODE NOT = WS-KIT-CODE
             SET EndOfKitComponents TO TRUE
           END-IF
       END-READ
     END-PERFORM.
*>   A component dropped from ITEMS.DAT since KitMaint accepted it is
*>   counted, not posted; the kit's other components still move.
 PostKitComponent.
     MOVE KIT-COMPONENT-CODE TO ItemCode.
     READ ItemFile
       INVALID KEY
         ADD 1 TO WS-NO-COMPONENT-COUNT
       NOT INVALID KEY
         COMPUTE WS-COMPONENT-QTY = WS-KIT-QTY * KIT-COMPONENT-QTY
         IF KitMovingOut
           SUBTRACT WS-COMPONENT-QTY FROM ItemOnHandQty
           COMPUTE WS-COST-OUT-TOTAL =
               WS-COST-OUT-TOTAL + WS-COMPONENT-QTY * ItemStdCost
           COMPUTE SLG-QTY-MOVED = ZERO - WS-COMPONENT-QTY
         ELSE
           ADD WS-COMPONENT-QTY TO ItemOnHandQty
           COMPUTE WS-COST-BACK-TOTAL =
               WS-COST-BACK-TOTAL + WS-COMPONENT-QTY * ItemStdCost
           MOVE WS-COMPONENT-QTY TO SLG-QTY-MOVED
         END-IF
         REWRITE ItemDetails
         ADD 1 TO WS-COMPONENT-POSTED-COUNT
         MOVE KIT-COMPONENT-CODE TO WS-LEDGER-ITEM-CODE
         PERFORM PostToLocation
         PERFORM WriteLedgerEntry
     END-READ.
*>   The movement already sits in SLG-QTY-MOVED, signed. A location
*>   the item has never moved through before (a new item, or a
*>   warehouse it was not seeded at) is opened with no reorder point,
*>   which ItemMaint sets.
 PostToLocation.
     IF WS-LEDGER-WAREHOUSE = SPACES
       MOVE WS-DEFAULT-WAREHOUSE TO WS-LEDGER-WAREHOUSE
     END-IF.
     MOVE SLG-QTY-MOVED TO WS-LOC-QTY.
     MOVE WS-LEDGER-ITEM-CODE TO SLC-ITEM-CODE.
     MOVE WS-LEDGER-WAREHOUSE TO SLC-WAREHOUSE.
     READ StockLocFile
       INVALID KEY
         MOVE WS-LOC-QTY  TO SLC-ON-HAND-QTY
         MOVE ZERO        TO SLC-REORDER-POINT
         MOVE WS-RUN-DATE TO SLC-LAST-MOVED-DATE
         WRITE StockLocationRec
         END-WRITE
         ADD 1 TO WS-LOC-CREATED-COUNT
       NOT INVALID KEY
         ADD WS-LOC-QTY   TO SLC-ON-HAND-QTY
         MOVE WS-RUN-DATE TO SLC-LAST-MOVED-DATE
         REWRITE StockLocationRec
     END-READ.
*>   The default warehouse takes every movement that names none. With
*>   no WAREHOUSE.DAT (a single-site installation) the default is the
*>   blank warehouse and each item has the one location.
 LoadDefaultWarehouse.
     MOVE "N" TO WS-WAREHOUSE-EOF.
     OPEN INPUT WarehouseFile.
     IF WS-WAREHOUSE-FILE-STATUS = "35"
       SET EndOfWarehouses TO TRUE
     END-IF.
     PERFORM UNTIL EndOfWarehouses
       READ WarehouseFile
         AT END
           SET EndOfWarehouses TO TRUE
         NOT AT END
           IF WhsDefault
             MOVE WHS-CODE TO WS-DEFAULT-WAREHOUSE
           END-IF
       END-READ
     END-PERFORM.
     IF WS-WAREHOUSE-FILE-STATUS NOT = "35"
       CLOSE WarehouseFile
     END-IF.
*>   The feed is rewritten every run so GLInterface never picks up an
*>   earlier day's cost of goods again; a day that nets to nothing
*>   leaves it empty.
 WriteCogsGLFeed.
     COMPUTE WS-COST-NET-TOTAL =
         WS-COST-OUT-TOTAL - WS-COST-BACK-TOTAL.
     OPEN OUTPUT CogsGLFeed.
     IF WS-COST-NET-TOTAL NOT = ZERO
       MOVE SPACES      TO GLJournalLine
       MOVE WS-RUN-DATE TO GLJ-RUN-DATE
       IF WS-COST-NET-TOTAL > ZERO
         MOVE "COGS"      TO GLJ-ACCOUNT-CODE
         MOVE WS-COST-NET-TOTAL TO GLJ-AMOUNT
         MOVE "D"         TO GLJ-DR-CR
         WRITE GLJournalLine
         MOVE "INVENTORY" TO GLJ-ACCOUNT-CODE
         MOVE "C"         TO GLJ-DR-CR
         WRITE GLJournalLine
       ELSE
         MOVE "INVENTORY" TO GLJ-ACCOUNT-CODE
         COMPUTE GLJ-AMOUNT = ZERO - WS-COST-NET-TOTAL
         MOVE "D"         TO GLJ-DR-CR
         WRITE GLJournalLine
         MOVE "COGS"      TO GLJ-ACCOUNT-CODE
         MOVE "C"         TO GLJ-DR-CR
         WRITE GLJournalLine
       END-IF
     END-IF.
     CLOSE CogsGLFeed.
 WriteReorderReport.
     OPEN OUTPUT ReorderReport.
     WRITE ReorderReportLine FROM WS-REORDER-HEADING.
     MOVE SPACES TO ReorderReportLine.
     WRITE ReorderReportLine.
     MOVE "N" TO WS-SCAN-EOF.
     MOVE LOW-VALUES TO SLC-KEY.
     START StockLocFile KEY IS NOT LESS THAN SLC-KEY
       INVALID KEY
         SET EndOfLocationScan TO TRUE
     END-START.
     PERFORM UNTIL EndOfLocationScan
       READ StockLocFile NEXT RECORD
         AT END
           SET EndOfLocationScan TO TRUE
         NOT AT END
           IF SLC-ON-HAND-QTY <= SLC-REORDER-POINT
             PERFORM ReportLocationIfActive
           END-IF
       END-READ
     END-PERFORM.
     MOVE SPACES TO ReorderReportLine.
     WRITE ReorderReportLine.
     MOVE "SALES POSTED OUT OF STOCK"      TO SUM-LABEL.
     MOVE "SALES FOR UNKNOWN ITEMS"        TO SUM-LABEL.
     MOVE WS-NO-ITEM-COUNT                 TO SUM-VALUE.
     WRITE ReorderReportLine FROM WS-SUMMARY-LINE.
     MOVE "ORDERS POSTED OUT OF STOCK"     TO SUM-LABEL.
     MOVE WS-ORDER-OUT-COUNT               TO SUM-VALUE.
     WRITE ReorderReportLine FROM WS-SUMMARY-LINE.
     MOVE "ORDERS CANCELLED BACK INTO STOCK" TO SUM-LABEL.
     MOVE WS-ORDER-BACK-COUNT              TO SUM-VALUE.
     WRITE ReorderReportLine FROM WS-SUMMARY-LINE.
     MOVE "RETURNS DAMAGED - NOT RESTOCKED" TO SUM-LABEL.
     MOVE WS-RETURN-DAMAGED-COUNT          TO SUM-VALUE.
     WRITE ReorderReportLine FROM WS-SUMMARY-LINE.
     MOVE "INVOICES NOT OF RUN DATE - SKIPPED" TO SUM-LABEL.
     MOVE WS-STALE-INVOICE-COUNT           TO SUM-VALUE.
     WRITE ReorderReportLine FROM WS-SUMMARY-LINE.
     MOVE "ORDERS FOR UNKNOWN ITEMS"       TO SUM-LABEL.
     MOVE WS-ORDER-NO-ITEM-COUNT           TO SUM-VALUE.
     WRITE ReorderReportLine FROM WS-SUMMARY-LINE.
     MOVE "KIT LINES EXPLODED"             TO SUM-LABEL.
     MOVE WS-KIT-EXPLODED-COUNT            TO SUM-VALUE.
     WRITE ReorderReportLine FROM WS-SUMMARY-LINE.
     MOVE "KIT COMPONENTS POSTED"          TO SUM-LABEL.
     MOVE WS-COMPONENT-POSTED-COUNT        TO SUM-VALUE.
     WRITE ReorderReportLine FROM WS-SUMMARY-LINE.
     MOVE "KIT COMPONENTS NOT ON ITEMS"    TO SUM-LABEL.
     MOVE WS-NO-COMPONENT-COUNT            TO SUM-VALUE.
     WRITE ReorderReportLine FROM WS-SUMMARY-LINE.
     MOVE "NEW STOCK LOCATIONS OPENED"     TO SUM-LABEL.
     MOVE WS-LOC-CREATED-COUNT             TO SUM-VALUE.
     WRITE ReorderReportLine FROM WS-SUMMARY-LINE.
     MOVE "LOCATIONS AT OR UNDER REORDER POINT" TO SUM-LABEL.
     MOVE WS-REORDER-COUNT                 TO SUM-VALUE.
     WRITE ReorderReportLine FROM WS-SUMMARY-LINE.
     MOVE "COST OF GOODS OUT AT STANDARD"  TO VAL-LABEL.
     MOVE WS-COST-OUT-TOTAL                TO VAL-VALUE.
     WRITE ReorderReportLine FROM WS-VALUE-LINE.
     MOVE "COST OF GOODS BACK AT STANDARD" TO VAL-LABEL.
     MOVE WS-COST-BACK-TOTAL               TO VAL-VALUE.
     WRITE ReorderReportLine FROM WS-VALUE-LINE.
     MOVE "NET COST OF GOODS TO GL"        TO VAL-LABEL.
     MOVE WS-COST-NET-TOTAL                TO VAL-VALUE.
     WRITE ReorderReportLine FROM WS-VALUE-LINE.
     CLOSE ReorderReport.
*>   The item master supplies the description and says whether the
*>   item is still bought; an inactive item is not reordered anywhere.
 ReportLocationIfActive.
     MOVE SLC-ITEM-CODE TO ItemCode.
     MOVE "N" TO WS-ITEM-FOUND.
     READ ItemFile
       NOT INVALID KEY
         SET ReorderItemFound TO TRUE
     END-READ.
     IF ReorderItemFound AND ItemActive
       MOVE SLC-ITEM-CODE     TO ROR-ITEM-CODE
       MOVE SLC-WAREHOUSE     TO ROR-WAREHOUSE
       MOVE ItemDescription   TO ROR-DESCRIPTION
       MOVE SLC-ON-HAND-QTY   TO ROR-ON-HAND
       MOVE SLC-REORDER-POINT TO ROR-REORDER
       WRITE ReorderReportLine FROM WS-REORDER-LINE
       ADD 1 TO WS-REORDER-COUNT
     END-IF.
 SetRunLogStart.
     MOVE "STOCKLEDGER" TO RLG-JOB-NAME.
     ACCEPT WS-LOG-TS-DATE FROM DATE YYYYMMDD.
 WriteRunLogRecord.
     COMPUTE RLG-READ-COUNT =
         WS-POSTED-OUT-COUNT + WS-POSTED-IN-COUNT
         + WS-SKIPPED-ADJ-COUNT + WS-NO-ITEM-COUNT
         + WS-ORDER-OUT-COUNT + WS-ORDER-NO-ITEM-COUNT
         + WS-ORDER-BACK-COUNT + WS-KIT-EXPLODED-COUNT
         + WS-RETURN-DAMAGED-COUNT + WS-STALE-INVOICE-COUNT.
     COMPUTE RLG-WRITTEN-COUNT =
         WS-POSTED-OUT-COUNT + WS-POSTED-IN-COUNT
         + WS-ORDER-OUT-COUNT + WS-ORDER-BACK-COUNT
         + WS-COMPONENT-POSTED-COUNT.
     COMPUTE RLG-REJECTED-COUNT =
         WS-NO-ITEM-COUNT + WS-ORDER-NO-ITEM-COUNT
         + WS-NO-COMPONENT-COUNT.
     MOVE RETURN-CODE TO RLG-RETURN-CODE.
     CALL "WriteRunLog" USING RunLogRec.
