*> on (checked against OPERATORS.DAT by the shared CheckOperator
*> subprogram), keys a transaction code, and enters the item record.
*> Edits are applied in-line - the item master has no separate edit
*> subprogram because its rules are three lines long. A change of
*> standard cost is kept on ITEMCOST.DAT with its effective date, the
*> same way price changes are kept on ITEMPRICE.DAT. A receipt is
*> matched against the item's open PURCHORD.DAT lines, oldest purchase
*> order first; an over-receipt, a short delivery or a receipt with no
*> order behind it is written to RCVEXC.DAT for ReceiptExceptions to
*> report.
*> Stock is kept by location (STOCKLOC.DAT, item plus WAREHOUSE.DAT
*> warehouse) with ItemOnHandQty the company total: a receipt is
*> posted to the warehouse it arrived at, a transfer (T) moves stock
*> from one warehouse to another and leaves the total alone, and each
*> location carries its own reorder point (L). A new item's opening
*> balance goes to the default warehouse; a change never alters the
*> on-hand total, which only postings move. A Change shows the item
*> as it stands first and is refused, with the other operator's
*> values shown, when someone else changed it in the meantime
*> (shared RecordStamp).
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
         FILE STATUS IS WS-ITEM-FILE-STATUS.
     SELECT ItemPriceFile ASSIGN TO "ITEMPRICE.DAT"
         ORGANIZATION IS LINE SEQUENTIAL.
     SELECT ItemCostFile ASSIGN TO "ITEMCOST.DAT"
         ORGANIZATION IS LINE SEQUENTIAL.
     SELECT PurchOrderFile ASSIGN TO "PURCHORD.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS POL-KEY
         FILE STATUS IS WS-PO-FILE-STATUS.
     SELECT ReceiptExcFile ASSIGN TO "RCVEXC.DAT"
         ORGANIZATION IS LINE SEQUENTIAL.
     SELECT CategoryFile ASSIGN TO "CATEGORY.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-CATEGORY-FILE-STATUS.
     SELECT StockLocFile ASSIGN TO "STOCKLOC.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS SLC-KEY
         FILE STATUS IS WS-STOCKLOC-FILE-STATUS.
     SELECT WarehouseFile ASSIGN TO "WAREHOUSE.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-WAREHOUSE-FILE-STATUS.
     SELECT StockLedgerFile ASSIGN TO "STOCKLEDG.DAT"
         ORGANIZATION IS LINE SEQUENTIAL.
 DATA DIVISION.
 FILE SECTION.
 FD ItemFile.
    05 IPR-ITEM-CODE      PIC X(10).
    05 IPR-EFFECTIVE-FROM PIC 9(8).
    05 IPR-UNIT-PRICE     PIC 9(5)V99.
*> Standard cost history, kept the same way: ItemAnalysis costs each
*> sale at the standard cost in force on its SalesTransDate, so a
*> cost change does not restate the margin on sales made before it.
 FD ItemCostFile.
 01 ItemCostRec.
    05 ICS-ITEM-CODE      PIC X(10).
    05 ICS-EFFECTIVE-FROM PIC 9(8).
    05 ICS-STD-COST       PIC 9(5)V99.
 FD PurchOrderFile.
 COPY PURCHORDREC.
 FD ReceiptExcFile.
 COPY RCVEXCREC.
*> The category reference file, maintained with the same editor
*> discipline as the other control files - an item may only carry a
*> category that is on it.
 01 CategoryRec.
    05 CAT-CODE        PIC X(6).
    05 CAT-DESCRIPTION PIC X(30).
 FD StockLocFile.
 COPY STOCKLOCREC.
 FD WarehouseFile.
 COPY WAREHOUSEREC.
*> A transfer is entered on the stock ledger beside StockLedger's
*> postings, one entry out of the sending warehouse and one into the
*> receiving one, under type T.
 FD StockLedgerFile.
 01 StockLedgerRec.
    05 SLG-RUN-DATE    PIC 9(8).
    05 SLG-ITEM-CODE   PIC X(10).
    05 SLG-TYPE-CODE   PIC X.
       88 SlgTransfer VALUE "T".
    05 SLG-QTY-MOVED   PIC S9(5).
    05 SLG-NEW-BALANCE PIC S9(7).
    05 SLG-WAREHOUSE   PIC X(4).
    05 SLG-LOC-BALANCE PIC S9(7).
 WORKING-STORAGE SECTION.
 01 WS-TRANS-CODE PIC X.
    88 AddTransaction     VALUE "A".
    88 ChangeTransaction  VALUE "C".
    88 DeleteTransaction  VALUE "D".
    88 ReceiptTransaction VALUE "R".
    88 TransferTransaction VALUE "T".
    88 LocationTransaction VALUE "L".
    88 EndTransactions    VALUE "X".
 COPY OPERCTLREC.
 COPY RECSTAMPCTL.
 01 WS-ITEM-FILE-STATUS PIC XX.
 01 WS-OPERATOR-ID PIC X(8).
 01 WS-NEW-ITEM-DETAILS PIC X(73).
 01 WS-RECEIPT-QTY PIC 9(5).
 01 WS-PO-FILE-STATUS PIC XX.
 01 WS-PO-SCAN-EOF PIC X.
    88 EndOfPoScan VALUE "Y".
 01 WS-PO-MATCHED PIC X.
    88 ReceiptMatched VALUE "Y".
 01 WS-LAST-PO-KEY PIC X(10).
 01 WS-RECEIPT-LEFT PIC 9(7).
 01 WS-LINE-OUTSTANDING PIC 9(7).
 01 WS-APPLY-QTY PIC 9(7).
 01 WS-CLOSE-SHORT PIC X.
    88 CloseShortConfirmed VALUE "Y".
 01 WS-OLD-UNIT-PRICE PIC 9(5)V99.
 01 WS-OLD-STD-COST PIC 9(5)V99.
 01 WS-CATEGORY-FILE-STATUS PIC XX.
 01 WS-CATEGORY-EOF PIC X.
    88 EndOfCategories VALUE "Y".
 01 WS-CATEGORY-FOUND PIC X.
    88 CategoryOnFile VALUE "Y".
 01 WS-STOCKLOC-FILE-STATUS PIC XX.
 01 WS-WAREHOUSE-FILE-STATUS PIC XX.
 01 WS-WAREHOUSE-EOF PIC X.
    88 EndOfWarehouses VALUE "Y".
 01 WS-WAREHOUSE-FOUND PIC X.
    88 WarehouseOnFile VALUE "Y".
 01 WS-DEFAULT-WAREHOUSE PIC X(4).
 01 WS-TARGET-WAREHOUSE PIC X(4).
 01 WS-FROM-WAREHOUSE PIC X(4).
 01 WS-FROM-FOUND PIC X.
 01 WS-TO-WAREHOUSE PIC X(4).
 01 WS-TO-FOUND PIC X.
 01 WS-TRANSFER-QTY PIC 9(5).
 01 WS-LOC-QTY PIC S9(7).
 01 WS-LOC-REORDER-POINT PIC 9(5).
 01 WS-LOC-SCAN-EOF PIC X.
    88 EndOfLocationScan VALUE "Y".
 01 WS-OLD-ON-HAND-QTY PIC S9(7).
 01 WS-RUN-DATE PIC 9(8).
 01 WS-TARGET-ITEM-CODE PIC X(10).
 01 WS-EDITS-OK PIC X.
       MOVE 8 TO RETURN-CODE
       STOP RUN
     END-IF.
     MOVE "ItemMaint" TO RST-PROGRAM.
     MOVE WS-OPERATOR-ID TO RST-OPERATOR-ID.
     MOVE "ITEMS.DAT" TO RST-FILE-NAME.
     OPEN I-O ItemFile.
     IF WS-ITEM-FILE-STATUS = "35"
       OPEN OUTPUT ItemFile
       CLOSE ItemFile
       OPEN I-O ItemFile
     END-IF.
     OPEN I-O PurchOrderFile.
     IF WS-PO-FILE-STATUS = "35"
       OPEN OUTPUT PurchOrderFile
       CLOSE PurchOrderFile
       OPEN I-O PurchOrderFile
     END-IF.
     OPEN I-O StockLocFile.
     IF WS-STOCKLOC-FILE-STATUS = "35"
       OPEN OUTPUT StockLocFile
       CLOSE StockLocFile
       OPEN I-O StockLocFile
     END-IF.
     PERFORM GetTransaction.
     PERFORM UNTIL EndTransactions
       EVALUATE TRUE
           PERFORM DeleteItem
         WHEN ReceiptTransaction
           PERFORM ReceiveStock
         WHEN TransferTransaction
           PERFORM TransferStock
         WHEN LocationTransaction
           PERFORM SetLocationReorder
         WHEN OTHER
           DISPLAY "Error - invalid transaction code " WS-TRANS-CODE
       END-EVALUATE
       PERFORM GetTransaction
     END-PERFORM.
     CLOSE StockLocFile.
     CLOSE PurchOrderFile.
     CLOSE ItemFile.
     STOP RUN.
 GetTransaction.
     DISPLAY "Enter transaction code (A/C/D/R/T/L/X to end): ".
     ACCEPT WS-TRANS-CODE.
     IF ChangeTransaction
       PERFORM ShowItemForChange
     END-IF.
     IF NOT EndTransactions AND NOT ReceiptTransaction
         AND NOT TransferTransaction AND NOT LocationTransaction
       DISPLAY "Enter item details: "
       ACCEPT ItemDetails
     END-IF.
*>   A change starts from the record as it stands: it is shown, and
*>   its change stamp taken, before the new details are keyed, so
*>   another operator's change made meanwhile is caught at the
*>   REWRITE instead of overwritten.
 ShowItemForChange.
     DISPLAY "Enter item code to change: ".
     ACCEPT ItemCode.
     READ ItemFile
       INVALID KEY
         DISPLAY "Error - " ItemCode " not on file"
       NOT INVALID KEY
         DISPLAY "Item as it stands: " ItemDetails
         MOVE ItemCode TO RST-RECORD-KEY
         PERFORM TakeChangeStamp
     END-READ.
 EditItemDetails.
     MOVE "Y" TO WS-EDITS-OK.
     MOVE SPACES TO WS-EDIT-MESSAGE.
       MOVE "N" TO WS-EDITS-OK
       MOVE "ItemReorderPoint must be numeric" TO WS-EDIT-MESSAGE
     END-IF.
     IF ItemEditsPassed AND ItemStdCost NOT NUMERIC
       MOVE "N" TO WS-EDITS-OK
       MOVE "ItemStdCost must be numeric" TO WS-EDIT-MESSAGE
     END-IF.
     IF ItemEditsPassed AND ItemCategory NOT = SPACES
       PERFORM CheckCategoryOnFile
       IF NOT CategoryOnFile
         NOT INVALID KEY
           DISPLAY "Item " ItemCode " added"
           PERFORM WritePriceHistoryEntry
           PERFORM WriteCostHistoryEntry
           PERFORM OpenDefaultLocation
       END-WRITE
     ELSE
       DISPLAY "Error - " WS-EDIT-MESSAGE
         INVALID KEY
           DISPLAY "Error - " WS-TARGET-ITEM-CODE " not found in file"
         NOT INVALID KEY
           MOVE WS-TARGET-ITEM-CODE TO RST-RECORD-KEY
           PERFORM CheckChangeStamp
           IF RstChangeAllowed
             MOVE ItemUnitPrice TO WS-OLD-UNIT-PRICE
             MOVE ItemStdCost   TO WS-OLD-STD-COST
             MOVE ItemOnHandQty TO WS-OLD-ON-HAND-QTY
             MOVE WS-NEW-ITEM-DETAILS TO ItemDetails
             IF ItemOnHandQty NOT = WS-OLD-ON-HAND-QTY
               DISPLAY "On hand kept at " WS-OLD-ON-HAND-QTY
                   " - stock moves by receipt, transfer or count"
               MOVE WS-OLD-ON-HAND-QTY TO ItemOnHandQty
             END-IF
             REWRITE ItemDetails
             DISPLAY "Item " WS-TARGET-ITEM-CODE " changed"
             IF ItemUnitPrice NOT = WS-OLD-UNIT-PRICE
               PERFORM WritePriceHistoryEntry
             END-IF
             IF ItemStdCost NOT = WS-OLD-STD-COST
               PERFORM WriteCostHistoryEntry
             END-IF
           ELSE
             DISPLAY "Now on file: " ItemDetails
           END-IF
       END-READ
     ELSE
     MOVE ItemUnitPrice TO IPR-UNIT-PRICE.
     WRITE ItemPriceRec.
     CLOSE ItemPriceFile.
*>   A standard cost takes effect the same way, today as its
*>   effective-from date.
 WriteCostHistoryEntry.
     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
     OPEN EXTEND ItemCostFile.
     MOVE ItemCode      TO ICS-ITEM-CODE.
     MOVE WS-RUN-DATE   TO ICS-EFFECTIVE-FROM.
     MOVE ItemStdCost   TO ICS-STD-COST.
     WRITE ItemCostRec.
     CLOSE ItemCostFile.
*>   The receipts entry path: the warehouse's stock arrival becomes a
*>   keyed add to the item's on-hand balance, the other side of the
*>   postings StockLedger makes from the day's sales. The stock is
*>   then matched to what purchasing has on order.
 ReceiveStock.
     DISPLAY "Enter item code: ".
     ACCEPT WS-TARGET-ITEM-CODE.
     DISPLAY "Enter quantity received: ".
     ACCEPT WS-RECEIPT-QTY.
     DISPLAY "Enter receiving warehouse (blank for default): ".
     ACCEPT WS-TARGET-WAREHOUSE.
     PERFORM ResolveWarehouse.
     EVALUATE TRUE
       WHEN WS-RECEIPT-QTY NOT NUMERIC OR WS-RECEIPT-QTY = ZERO
         DISPLAY "Error - receipt quantity must be numeric non-zero"
       WHEN NOT WarehouseOnFile
         DISPLAY "Error - warehouse " WS-TARGET-WAREHOUSE
             " not on WAREHOUSE.DAT"
       WHEN OTHER
         MOVE WS-TARGET-ITEM-CODE TO ItemCode
         READ ItemFile
           INVALID KEY
             DISPLAY "Error - " WS-TARGET-ITEM-CODE
                 " not found in file"
           NOT INVALID KEY
             ADD WS-RECEIPT-QTY TO ItemOnHandQty
             REWRITE ItemDetails
             MOVE WS-RECEIPT-QTY TO WS-LOC-QTY
             PERFORM PostToLocation
             DISPLAY "Item " WS-TARGET-ITEM-CODE " on hand now "
                 ItemOnHandQty ", at " WS-TARGET-WAREHOUSE " "
                 SLC-ON-HAND-QTY
             PERFORM MatchReceiptToOrders
         END-READ
     END-EVALUATE.
*>   PO numbers are issued consecutively, so reading PURCHORD.DAT in
*>   key order meets the item's open lines oldest order first. Each
*>   line takes as much of the receipt as it still has to come; what
*>   is left once every open line is full is an over-receipt on the
*>   last line, and a last line left part filled is a short delivery.
 MatchReceiptToOrders.
     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
     MOVE WS-RECEIPT-QTY TO WS-RECEIPT-LEFT.
     MOVE "N" TO WS-PO-MATCHED.
     MOVE "N" TO WS-PO-SCAN-EOF.
     MOVE ZERO TO POL-PO-NUMBER.
     MOVE ZERO TO POL-LINE-NO.
     START PurchOrderFile KEY IS NOT LESS THAN POL-KEY
       INVALID KEY
         SET EndOfPoScan TO TRUE
     END-START.
     PERFORM UNTIL EndOfPoScan OR WS-RECEIPT-LEFT = ZERO
       READ PurchOrderFile NEXT RECORD
         AT END
           SET EndOfPoScan TO TRUE
         NOT AT END
           IF POL-ITEM-CODE = WS-TARGET-ITEM-CODE AND PolOpen
             PERFORM ApplyReceiptToLine
           END-IF
       END-READ
     END-PERFORM.
     MOVE SPACES TO ReceiptExceptionRec.
     MOVE WS-RUN-DATE         TO RCX-RECEIPT-DATE.
     MOVE WS-TARGET-ITEM-CODE TO RCX-ITEM-CODE.
     MOVE WS-RECEIPT-QTY      TO RCX-RECEIPT-QTY.
     MOVE WS-OPERATOR-ID      TO RCX-OPERATOR-ID.
     MOVE "N"                 TO RCX-LINE-CLOSED.
     IF NOT ReceiptMatched
       SET RcxNoOrder TO TRUE
       MOVE ZERO TO RCX-PO-NUMBER RCX-LINE-NO RCX-ORDERED-QTY
           RCX-RECEIVED-QTY RCX-EXCEPTION-QTY
       DISPLAY "Warning - no open purchase order for "
           WS-TARGET-ITEM-CODE " - receipt reported"
       PERFORM WriteReceiptException
     ELSE
       MOVE WS-LAST-PO-KEY TO POL-KEY
       READ PurchOrderFile
         INVALID KEY
           DISPLAY "Error - PO line " WS-LAST-PO-KEY " has gone"
         NOT INVALID KEY
           PERFORM CheckLastLineMatched
       END-READ
     END-IF.
 ApplyReceiptToLine.
     COMPUTE WS-LINE-OUTSTANDING = POL-ORDERED-QTY - POL-RECEIVED-QTY.
     IF WS-RECEIPT-LEFT < WS-LINE-OUTSTANDING
       MOVE WS-RECEIPT-LEFT TO WS-APPLY-QTY
     ELSE
       MOVE WS-LINE-OUTSTANDING TO WS-APPLY-QTY
     END-IF.
     ADD WS-APPLY-QTY TO POL-RECEIVED-QTY.
     SUBTRACT WS-APPLY-QTY FROM WS-RECEIPT-LEFT.
     MOVE WS-RUN-DATE TO POL-LAST-RECEIPT-DATE.
     IF POL-RECEIVED-QTY < POL-ORDERED-QTY
       SET PolPartReceived TO TRUE
     ELSE
       SET PolComplete TO TRUE
     END-IF.
     REWRITE PurchOrderLineRec.
     SET ReceiptMatched TO TRUE.
     MOVE POL-KEY TO WS-LAST-PO-KEY.
     DISPLAY "  " WS-APPLY-QTY " received against PO " POL-PO-NUMBER
         " line " POL-LINE-NO.
 CheckLastLineMatched.
     MOVE POL-PO-NUMBER     TO RCX-PO-NUMBER.
     MOVE POL-LINE-NO       TO RCX-LINE-NO.
     MOVE POL-SUPPLIER-CODE TO RCX-SUPPLIER-CODE.
     MOVE POL-ORDERED-QTY   TO RCX-ORDERED-QTY.
     EVALUATE TRUE
       WHEN WS-RECEIPT-LEFT > ZERO
         ADD WS-RECEIPT-LEFT TO POL-RECEIVED-QTY
         REWRITE PurchOrderLineRec
         SET RcxOverReceipt TO TRUE
         MOVE POL-RECEIVED-QTY TO RCX-RECEIVED-QTY
         MOVE WS-RECEIPT-LEFT  TO RCX-EXCEPTION-QTY
         DISPLAY "Warning - " WS-RECEIPT-LEFT " received over PO "
             POL-PO-NUMBER " line " POL-LINE-NO " - reported"
         PERFORM WriteReceiptException
       WHEN PolPartReceived
         COMPUTE RCX-EXCEPTION-QTY =
             POL-ORDERED-QTY - POL-RECEIVED-QTY
         MOVE POL-RECEIVED-QTY TO RCX-RECEIVED-QTY
         SET RcxShortReceipt TO TRUE
         DISPLAY "PO " POL-PO-NUMBER " line " POL-LINE-NO " is "
             RCX-EXCEPTION-QTY " short - close the balance as "
             "final (Y/N)? "
         ACCEPT WS-CLOSE-SHORT
         IF CloseShortConfirmed
           SET PolClosedShort TO TRUE
           REWRITE PurchOrderLineRec
           MOVE "Y" TO RCX-LINE-CLOSED
         END-IF
         PERFORM WriteReceiptException
       WHEN OTHER
         CONTINUE
     END-EVALUATE.
 WriteReceiptException.
     OPEN EXTEND ReceiptExcFile.
     WRITE ReceiptExceptionRec.
     CLOSE ReceiptExcFile.
*>   Item history lives in the sales detail itself, so a delete here
*>   is a hard delete - an item with sales should be deactivated (flag
*>   N via a Change) rather than removed.
       NOT INVALID KEY
         DELETE ItemFile
         DISPLAY "Item " WS-TARGET-ITEM-CODE " deleted"
         PERFORM DeleteItemLocations
     END-READ.
 DeleteItemLocations.
     MOVE "N" TO WS-LOC-SCAN-EOF.
     MOVE WS-TARGET-ITEM-CODE TO SLC-ITEM-CODE.
     MOVE LOW-VALUES TO SLC-WAREHOUSE.
     START StockLocFile KEY IS NOT LESS THAN SLC-KEY
       INVALID KEY
         SET EndOfLocationScan TO TRUE
     END-START.
     PERFORM UNTIL EndOfLocationScan
       READ StockLocFile NEXT RECORD
         AT END
           SET EndOfLocationScan TO TRUE
         NOT AT END
           IF SLC-ITEM-CODE = WS-TARGET-ITEM-CODE
             DELETE StockLocFile
             END-DELETE
           ELSE
             SET EndOfLocationScan TO TRUE
           END-IF
       END-READ
     END-PERFORM.
*>   The opening balance and reorder point keyed on the add are the
*>   item's first location, at the default warehouse.
 OpenDefaultLocation.
     MOVE SPACES TO WS-TARGET-WAREHOUSE.
     PERFORM ResolveWarehouse.
     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
     MOVE ItemCode             TO SLC-ITEM-CODE.
     MOVE WS-TARGET-WAREHOUSE  TO SLC-WAREHOUSE.
     MOVE ItemOnHandQty        TO SLC-ON-HAND-QTY.
     MOVE ItemReorderPoint     TO SLC-REORDER-POINT.
     MOVE WS-RUN-DATE          TO SLC-LAST-MOVED-DATE.
     WRITE StockLocationRec
       INVALID KEY
         DISPLAY "Warning - location " WS-TARGET-WAREHOUSE
             " already on STOCKLOC.DAT for " ItemCode
     END-WRITE.
*>   A blank warehouse means the default one. With no WAREHOUSE.DAT
*>   (a single-site installation) the default is the blank warehouse
*>   and no other warehouse can be named.
 ResolveWarehouse.
     MOVE "N" TO WS-WAREHOUSE-FOUND.
     MOVE SPACES TO WS-DEFAULT-WAREHOUSE.
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
           IF WHS-CODE = WS-TARGET-WAREHOUSE
             SET WarehouseOnFile TO TRUE
           END-IF
       END-READ
     END-PERFORM.
     IF WS-WAREHOUSE-FILE-STATUS NOT = "35"
       CLOSE WarehouseFile
     END-IF.
     IF WS-TARGET-WAREHOUSE = SPACES
       MOVE WS-DEFAULT-WAREHOUSE TO WS-TARGET-WAREHOUSE
       SET WarehouseOnFile TO TRUE
     END-IF.
*>   Adds the signed WS-LOC-QTY to the item's stock at
*>   WS-TARGET-WAREHOUSE, opening the location (with no reorder point)
*>   the first time stock arrives there.
 PostToLocation.
     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
     MOVE WS-TARGET-ITEM-CODE TO SLC-ITEM-CODE.
     MOVE WS-TARGET-WAREHOUSE TO SLC-WAREHOUSE.
     READ StockLocFile
       INVALID KEY
         MOVE WS-LOC-QTY  TO SLC-ON-HAND-QTY
         MOVE ZERO        TO SLC-REORDER-POINT
         MOVE WS-RUN-DATE TO SLC-LAST-MOVED-DATE
         WRITE StockLocationRec
         END-WRITE
       NOT INVALID KEY
         ADD WS-LOC-QTY   TO SLC-ON-HAND-QTY
         MOVE WS-RUN-DATE TO SLC-LAST-MOVED-DATE
         REWRITE StockLocationRec
     END-READ.
*>   A transfer moves stock between two of the company's warehouses:
*>   the item's total does not change, so only the two locations and
*>   the ledger are posted. The sending warehouse must have the stock.
 TransferStock.
     DISPLAY "Enter item code: ".
     ACCEPT WS-TARGET-ITEM-CODE.
     DISPLAY "Enter warehouse to transfer from (blank for default): ".
     ACCEPT WS-FROM-WAREHOUSE.
     DISPLAY "Enter warehouse to transfer to (blank for default): ".
     ACCEPT WS-TO-WAREHOUSE.
     DISPLAY "Enter quantity to transfer: ".
     ACCEPT WS-TRANSFER-QTY.
     MOVE WS-FROM-WAREHOUSE TO WS-TARGET-WAREHOUSE.
     PERFORM ResolveWarehouse.
     MOVE WS-TARGET-WAREHOUSE TO WS-FROM-WAREHOUSE.
     MOVE WS-WAREHOUSE-FOUND TO WS-FROM-FOUND.
     MOVE WS-TO-WAREHOUSE TO WS-TARGET-WAREHOUSE.
     PERFORM ResolveWarehouse.
     MOVE WS-TARGET-WAREHOUSE TO WS-TO-WAREHOUSE.
     MOVE WS-WAREHOUSE-FOUND TO WS-TO-FOUND.
     EVALUATE TRUE
       WHEN WS-TRANSFER-QTY NOT NUMERIC OR WS-TRANSFER-QTY = ZERO
         DISPLAY "Error - transfer quantity must be numeric non-zero"
       WHEN WS-FROM-FOUND NOT = "Y"
         DISPLAY "Error - warehouse " WS-FROM-WAREHOUSE
             " not on WAREHOUSE.DAT"
       WHEN WS-TO-FOUND NOT = "Y"
         DISPLAY "Error - warehouse " WS-TO-WAREHOUSE
             " not on WAREHOUSE.DAT"
       WHEN WS-FROM-WAREHOUSE = WS-TO-WAREHOUSE
         DISPLAY "Error - transfer must be between two warehouses"
       WHEN OTHER
         MOVE WS-TARGET-ITEM-CODE TO ItemCode
         READ ItemFile
           INVALID KEY
             DISPLAY "Error - " WS-TARGET-ITEM-CODE
                 " not found in file"
           NOT INVALID KEY
             PERFORM MoveStockBetweenLocations
         END-READ
     END-EVALUATE.
 MoveStockBetweenLocations.
     MOVE WS-TARGET-ITEM-CODE TO SLC-ITEM-CODE.
     MOVE WS-FROM-WAREHOUSE   TO SLC-WAREHOUSE.
     READ StockLocFile
       INVALID KEY
         MOVE ZERO TO SLC-ON-HAND-QTY
     END-READ.
     IF SLC-ON-HAND-QTY < WS-TRANSFER-QTY
       DISPLAY "Error - only " SLC-ON-HAND-QTY " on hand at "
           WS-FROM-WAREHOUSE " - transfer refused"
     ELSE
       MOVE WS-FROM-WAREHOUSE TO WS-TARGET-WAREHOUSE
       COMPUTE WS-LOC-QTY = ZERO - WS-TRANSFER-QTY
       PERFORM PostToLocation
       PERFORM WriteTransferEntry
       MOVE WS-TO-WAREHOUSE TO WS-TARGET-WAREHOUSE
       MOVE WS-TRANSFER-QTY TO WS-LOC-QTY
       PERFORM PostToLocation
       PERFORM WriteTransferEntry
       DISPLAY "Item " WS-TARGET-ITEM-CODE " " WS-TRANSFER-QTY
           " moved from " WS-FROM-WAREHOUSE " to " WS-TO-WAREHOUSE
     END-IF.
 WriteTransferEntry.
     OPEN EXTEND StockLedgerFile.
     MOVE WS-RUN-DATE         TO SLG-RUN-DATE.
     MOVE WS-TARGET-ITEM-CODE TO SLG-ITEM-CODE.
     SET SlgTransfer TO TRUE.
     MOVE WS-LOC-QTY          TO SLG-QTY-MOVED.
     MOVE ItemOnHandQty       TO SLG-NEW-BALANCE.
     MOVE WS-TARGET-WAREHOUSE TO SLG-WAREHOUSE.
     MOVE SLC-ON-HAND-QTY     TO SLG-LOC-BALANCE.
     WRITE StockLedgerRec.
     CLOSE StockLedgerFile.
*>   Each location is reordered against its own point, so a warehouse
*>   that turns an item over faster can be set to reorder sooner.
 SetLocationReorder.
     DISPLAY "Enter item code: ".
     ACCEPT WS-TARGET-ITEM-CODE.
     DISPLAY "Enter warehouse (blank for default): ".
     ACCEPT WS-TARGET-WAREHOUSE.
     DISPLAY "Enter reorder point at that warehouse: ".
     ACCEPT WS-LOC-REORDER-POINT.
     PERFORM ResolveWarehouse.
     EVALUATE TRUE
       WHEN WS-LOC-REORDER-POINT NOT NUMERIC
         DISPLAY "Error - reorder point must be numeric"
       WHEN NOT WarehouseOnFile
         DISPLAY "Error - warehouse " WS-TARGET-WAREHOUSE
             " not on WAREHOUSE.DAT"
       WHEN OTHER
         MOVE WS-TARGET-ITEM-CODE TO ItemCode
         READ ItemFile
           INVALID KEY
             DISPLAY "Error - " WS-TARGET-ITEM-CODE
                 " not found in file"
           NOT INVALID KEY
             PERFORM SetLocationReorderPoint
         END-READ
     END-EVALUATE.
 SetLocationReorderPoint.
     MOVE WS-TARGET-ITEM-CODE TO SLC-ITEM-CODE.
     MOVE WS-TARGET-WAREHOUSE TO SLC-WAREHOUSE.
     READ StockLocFile
       INVALID KEY
         MOVE ZERO                 TO SLC-ON-HAND-QTY
         MOVE WS-LOC-REORDER-POINT TO SLC-REORDER-POINT
         MOVE ZERO                 TO SLC-LAST-MOVED-DATE
         WRITE StockLocationRec
         END-WRITE
       NOT INVALID KEY
         MOVE WS-LOC-REORDER-POINT TO SLC-REORDER-POINT
         REWRITE StockLocationRec
     END-READ.
     DISPLAY "Item " WS-TARGET-ITEM-CODE " at " WS-TARGET-WAREHOUSE
         " reorders at " WS-LOC-REORDER-POINT.
*>   The lost-update guard round a Change (shared RecordStamp).
 TakeChangeStamp.
     SET RstTakeStamp TO TRUE.
     CALL "RecordStamp" USING RecordStampControlRec.
 CheckChangeStamp.
     SET RstCheckStamp TO TRUE.
     CALL "RecordStamp" USING RecordStampControlRec.
     IF NOT RstChangeAllowed
       DISPLAY "Refused - " RST-MESSAGE
     END-IF.
