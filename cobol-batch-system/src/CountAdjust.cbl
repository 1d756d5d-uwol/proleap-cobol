 IDENTIFICATION DIVISION.
 PROGRAM-ID. CountAdjust.
*> Posts the physical inventory counts CountApprove signed off: for
*> every approved entry on COUNT.DAT the variance - counted less the
*> book quantity frozen when the sheet printed - is added to the
*> item's ItemOnHandQty on ITEMS.DAT, so stock that moved after the
*> sheet printed is not disturbed, and a count-adjustment entry (type
*> P) is appended to STOCKLEDG.DAT with the quantity moved and the
*> resulting balance, beside StockLedger's sales and order entries.
*> The count is of the item company-wide, so its variance is posted
*> to the item's location at the default warehouse on WAREHOUSE.DAT
*> (STOCKLOC.DAT), keeping the locations adding up to ItemOnHandQty.
*> The entry is then marked posted. An approved item no longer on the
*> item master is left approved and reported (RC 4).
*> Every posting is listed on CNTADJ.RPT with its variance valued at
*> the frozen unit price, as the count was reported, and at the frozen
*> standard cost, which is what inventory is carried at: the net at
*> cost is the shrinkage sent to COUNTADJ.GLFEED for GLInterface - a
*> net loss debits SHRINKEXP and credits INVENTORY, a net gain the
*> reverse.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT CountFile ASSIGN TO "COUNT.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS CNT-ITEM-CODE
         FILE STATUS IS WS-COUNT-FILE-STATUS.
     SELECT ItemFile ASSIGN TO "ITEMS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS ItemCode
         FILE STATUS IS WS-ITEM-FILE-STATUS.
     SELECT StockLedgerFile ASSIGN TO "STOCKLEDG.DAT"
         ORGANIZATION IS LINE SEQUENTIAL.
     SELECT StockLocFile ASSIGN TO "STOCKLOC.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS SLC-KEY
         FILE STATUS IS WS-STOCKLOC-FILE-STATUS.
     SELECT WarehouseFile ASSIGN TO "WAREHOUSE.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-WAREHOUSE-FILE-STATUS.
     SELECT CountGLFeed ASSIGN TO "COUNTADJ.GLFEED"
         ORGANIZATION IS LINE SEQUENTIAL.
     SELECT CountAdjustReport ASSIGN TO "CNTADJ.RPT"
         ORGANIZATION IS LINE SEQUENTIAL.
 DATA DIVISION.
 FILE SECTION.
 FD CountFile.
 COPY COUNTREC.
 FD ItemFile.
 COPY ITEMREC.
 FD StockLedgerFile.
 01 StockLedgerRec.
    05 SLG-RUN-DATE    PIC 9(8).
    05 SLG-ITEM-CODE   PIC X(10).
    05 SLG-TYPE-CODE   PIC X.
       88 SlgCountAdjustment VALUE "P".
    05 SLG-QTY-MOVED   PIC S9(5).
    05 SLG-NEW-BALANCE PIC S9(7).
    05 SLG-WAREHOUSE   PIC X(4).
    05 SLG-LOC-BALANCE PIC S9(7).
 FD StockLocFile.
 COPY STOCKLOCREC.
 FD WarehouseFile.
 COPY WAREHOUSEREC.
 FD CountGLFeed.
 COPY GLFEEDREC.
 FD CountAdjustReport.
 01 CountAdjustLine PIC X(80).
 WORKING-STORAGE SECTION.
 01 WS-COUNT-FILE-STATUS PIC XX.
 01 WS-ITEM-FILE-STATUS PIC XX.
 01 WS-STOCKLOC-FILE-STATUS PIC XX.
 01 WS-WAREHOUSE-FILE-STATUS PIC XX.
 01 WS-WAREHOUSE-EOF PIC X.
    88 EndOfWarehouses VALUE "Y".
 01 WS-DEFAULT-WAREHOUSE PIC X(4) VALUE SPACES.
 01 WS-COUNT-EOF PIC X VALUE "N".
    88 EndOfCounts VALUE "Y".
 01 WS-RUN-DATE PIC 9(8).
 01 WS-VARIANCE-QTY   PIC S9(8).
 01 WS-VARIANCE-VALUE PIC S9(11)V99.
 01 WS-VARIANCE-COST  PIC S9(11)V99.
*> Value lost to shrinkage, net of overages: positive is a loss. The
*> price total is reported; the cost total is what goes to the GL.
 01 WS-SHRINK-TOTAL   PIC S9(11)V99 VALUE ZERO.
 01 WS-SHRINK-COST-TOTAL PIC S9(11)V99 VALUE ZERO.
 01 WS-READ-COUNT     PIC 9(7) VALUE ZERO.
 01 WS-POSTED-COUNT   PIC 9(7) VALUE ZERO.
 01 WS-NO-ITEM-COUNT  PIC 9(7) VALUE ZERO.
 01 WS-COLUMN-HEADING.
    05 FILLER PIC X(12) VALUE "ITEM".
    05 FILLER PIC X(8)  VALUE "CATEGORY".
    05 FILLER PIC X(10) VALUE " VARIANCE".
    05 FILLER PIC X(10) VALUE "  BALANCE".
    05 FILLER PIC X(16) VALUE "  VALUE AT PRICE".
    05 FILLER PIC X(16) VALUE "   VALUE AT COST".
    05 FILLER PIC X(10) VALUE "  APPROVER".
 01 WS-DETAIL-LINE.
    05 DTL-ITEM-CODE   PIC X(10).
    05 FILLER          PIC X(2) VALUE SPACES.
    05 DTL-CATEGORY    PIC X(6).
    05 FILLER          PIC X(2) VALUE SPACES.
    05 DTL-VARIANCE    PIC -(7)9.
    05 FILLER          PIC X(2) VALUE SPACES.
    05 DTL-BALANCE     PIC -(7)9.
    05 FILLER          PIC X(2) VALUE SPACES.
    05 DTL-VALUE       PIC -(10)9.99.
    05 FILLER          PIC X(2) VALUE SPACES.
    05 DTL-COST        PIC -(10)9.99.
    05 FILLER          PIC X(2) VALUE SPACES.
    05 DTL-APPROVED-BY PIC X(8).
 01 WS-NO-ITEM-LINE.
    05 NIL-ITEM-CODE   PIC X(10).
    05 FILLER          PIC X(40)
       VALUE "  NOT ON ITEM MASTER - LEFT UNPOSTED".
 01 WS-SUMMARY-LINE.
    05 SUM-LABEL PIC X(36).
    05 SUM-VALUE PIC Z(6)9.
 01 WS-VALUE-LINE.
    05 VAL-LABEL PIC X(36).
    05 VAL-VALUE PIC -(10)9.99.
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
     OPEN I-O ItemFile.
     IF WS-ITEM-FILE-STATUS = "35"
       DISPLAY "CountAdjust - ITEMS.DAT not found, nothing to post"
       MOVE 8 TO RETURN-CODE
       PERFORM WriteRunLogRecord
       STOP RUN
     END-IF.
     OPEN EXTEND StockLedgerFile.
     PERFORM LoadDefaultWarehouse.
     OPEN I-O StockLocFile.
     IF WS-STOCKLOC-FILE-STATUS = "35"
       OPEN OUTPUT StockLocFile
       CLOSE StockLocFile
       OPEN I-O StockLocFile
     END-IF.
     OPEN OUTPUT CountAdjustReport.
     MOVE "H" TO PRC-ACTION.
     MOVE "PHYSICAL INVENTORY ADJUSTMENTS" TO PRC-REPORT-TITLE.
     MOVE WS-RUN-DATE TO PRC-RUN-DATE.
     MOVE ZERO TO PRC-PAGE-NUMBER.
     CALL "PrintReport" USING PrintControlRec.
     WRITE CountAdjustLine FROM PRC-OUTPUT-LINE.
     WRITE CountAdjustLine FROM WS-COLUMN-HEADING.
     OPEN I-O CountFile.
     IF WS-COUNT-FILE-STATUS = "35"
       DISPLAY "No physical counts on file - nothing to post"
       SET EndOfCounts TO TRUE
     END-IF.
     PERFORM UNTIL EndOfCounts
       READ CountFile NEXT RECORD
         AT END
           SET EndOfCounts TO TRUE
         NOT AT END
           ADD 1 TO WS-READ-COUNT
           IF CntApproved
             PERFORM PostOneCount
           END-IF
       END-READ
     END-PERFORM.
     IF WS-COUNT-FILE-STATUS NOT = "35"
       CLOSE CountFile
     END-IF.
     CLOSE StockLedgerFile.
     CLOSE StockLocFile.
     CLOSE ItemFile.
     PERFORM WriteCountGLFeed.
     MOVE SPACES TO CountAdjustLine.
     WRITE CountAdjustLine.
     MOVE "COUNTS POSTED TO ON-HAND"       TO SUM-LABEL.
     MOVE WS-POSTED-COUNT                  TO SUM-VALUE.
     WRITE CountAdjustLine FROM WS-SUMMARY-LINE.
     MOVE "APPROVED COUNTS FOR UNKNOWN ITEMS" TO SUM-LABEL.
     MOVE WS-NO-ITEM-COUNT                 TO SUM-VALUE.
     WRITE CountAdjustLine FROM WS-SUMMARY-LINE.
     MOVE "NET SHRINKAGE AT PRICE"         TO VAL-LABEL.
     MOVE WS-SHRINK-TOTAL                  TO VAL-VALUE.
     WRITE CountAdjustLine FROM WS-VALUE-LINE.
     MOVE "NET SHRINKAGE AT COST TO GL"    TO VAL-LABEL.
     MOVE WS-SHRINK-COST-TOTAL             TO VAL-VALUE.
     WRITE CountAdjustLine FROM WS-VALUE-LINE.
     MOVE "F" TO PRC-ACTION.
     MOVE WS-POSTED-COUNT TO PRC-DETAIL-COUNT.
     CALL "PrintReport" USING PrintControlRec.
     WRITE CountAdjustLine FROM PRC-OUTPUT-LINE.
     CLOSE CountAdjustReport.
     IF WS-NO-ITEM-COUNT > ZERO
       MOVE 4 TO RETURN-CODE
     END-IF.
     DISPLAY "Count adjustments posted: " WS-POSTED-COUNT
         "  unknown items: " WS-NO-ITEM-COUNT.
     PERFORM WriteRunLogRecord.
     STOP RUN.
 PostOneCount.
     MOVE CNT-ITEM-CODE TO ItemCode.
     READ ItemFile
       INVALID KEY
         ADD 1 TO WS-NO-ITEM-COUNT
         MOVE CNT-ITEM-CODE TO NIL-ITEM-CODE
         WRITE CountAdjustLine FROM WS-NO-ITEM-LINE
         END-WRITE
       NOT INVALID KEY
         COMPUTE WS-VARIANCE-QTY = CNT-COUNT-QTY - CNT-BOOK-QTY
         COMPUTE WS-VARIANCE-VALUE = WS-VARIANCE-QTY * CNT-UNIT-PRICE
         COMPUTE WS-VARIANCE-COST = WS-VARIANCE-QTY * CNT-STD-COST
         ADD WS-VARIANCE-QTY TO ItemOnHandQty
         REWRITE ItemDetails
         PERFORM PostCountToLocation
         MOVE WS-RUN-DATE     TO SLG-RUN-DATE
         MOVE CNT-ITEM-CODE   TO SLG-ITEM-CODE
         SET SlgCountAdjustment TO TRUE
         MOVE WS-VARIANCE-QTY TO SLG-QTY-MOVED
         MOVE ItemOnHandQty   TO SLG-NEW-BALANCE
         MOVE SLC-WAREHOUSE   TO SLG-WAREHOUSE
         MOVE SLC-ON-HAND-QTY TO SLG-LOC-BALANCE
         WRITE StockLedgerRec
         SUBTRACT WS-VARIANCE-VALUE FROM WS-SHRINK-TOTAL
         SUBTRACT WS-VARIANCE-COST FROM WS-SHRINK-COST-TOTAL
         SET CntPosted TO TRUE
         MOVE WS-RUN-DATE TO CNT-POSTED-DATE
         REWRITE PhysCountRec
         ADD 1 TO WS-POSTED-COUNT
         MOVE SPACES            TO WS-DETAIL-LINE
         MOVE CNT-ITEM-CODE     TO DTL-ITEM-CODE
         MOVE CNT-CATEGORY      TO DTL-CATEGORY
         MOVE WS-VARIANCE-QTY   TO DTL-VARIANCE
         MOVE ItemOnHandQty     TO DTL-BALANCE
         MOVE WS-VARIANCE-VALUE TO DTL-VALUE
         MOVE WS-VARIANCE-COST  TO DTL-COST
         MOVE CNT-APPROVED-BY   TO DTL-APPROVED-BY
         WRITE CountAdjustLine FROM WS-DETAIL-LINE
     END-READ.
*>   An item the location file has not met yet is given its location
*>   at the default warehouse here, with no reorder point.
 PostCountToLocation.
     MOVE CNT-ITEM-CODE        TO SLC-ITEM-CODE.
     MOVE WS-DEFAULT-WAREHOUSE TO SLC-WAREHOUSE.
     READ StockLocFile
       INVALID KEY
         MOVE WS-VARIANCE-QTY TO SLC-ON-HAND-QTY
         MOVE ZERO            TO SLC-REORDER-POINT
         MOVE WS-RUN-DATE     TO SLC-LAST-MOVED-DATE
         WRITE StockLocationRec
         END-WRITE
       NOT INVALID KEY
         ADD WS-VARIANCE-QTY TO SLC-ON-HAND-QTY
         MOVE WS-RUN-DATE    TO SLC-LAST-MOVED-DATE
         REWRITE StockLocationRec
     END-READ.
*>   With no WAREHOUSE.DAT (a single-site installation) the default is
*>   the blank warehouse, as StockLedger posts it.
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
*>   earlier day's shrinkage again; a run that nets to nothing leaves
*>   it empty.
 WriteCountGLFeed.
     OPEN OUTPUT CountGLFeed.
     IF WS-SHRINK-COST-TOTAL NOT = ZERO
       MOVE SPACES      TO GLJournalLine
       MOVE WS-RUN-DATE TO GLJ-RUN-DATE
       IF WS-SHRINK-COST-TOTAL > ZERO
         MOVE "SHRINKEXP" TO GLJ-ACCOUNT-CODE
         MOVE WS-SHRINK-COST-TOTAL TO GLJ-AMOUNT
         MOVE "D"         TO GLJ-DR-CR
         WRITE GLJournalLine
         MOVE "INVENTORY" TO GLJ-ACCOUNT-CODE
         MOVE "C"         TO GLJ-DR-CR
         WRITE GLJournalLine
       ELSE
         MOVE "INVENTORY" TO GLJ-ACCOUNT-CODE
         COMPUTE GLJ-AMOUNT = ZERO - WS-SHRINK-COST-TOTAL
         MOVE "D"         TO GLJ-DR-CR
         WRITE GLJournalLine
         MOVE "SHRINKEXP" TO GLJ-ACCOUNT-CODE
         MOVE "C"         TO GLJ-DR-CR
         WRITE GLJournalLine
       END-IF
     END-IF.
     CLOSE CountGLFeed.
 SetRunLogStart.
     MOVE "COUNTADJUST" TO RLG-JOB-NAME.
     ACCEPT WS-LOG-TS-DATE FROM DATE YYYYMMDD.
     ACCEPT WS-LOG-TS-TIME FROM TIME.
     MOVE WS-LOG-TS-DATE TO RLG-RUN-DATE.
     STRING WS-LOG-TS-DATE WS-LOG-TS-TIME DELIMITED BY SIZE
         INTO RLG-START-TIMESTAMP.
 WriteRunLogRecord.
     MOVE WS-READ-COUNT TO RLG-READ-COUNT.
     MOVE WS-POSTED-COUNT TO RLG-WRITTEN-COUNT.
     MOVE WS-NO-ITEM-COUNT TO RLG-REJECTED-COUNT.
     MOVE RETURN-CODE TO RLG-RETURN-CODE.
     CALL "WriteRunLog" USING RunLogRec.
