 IDENTIFICATION DIVISION.
 PROGRAM-ID. CountSheet.
*> Physical inventory count sheets: the operator names an
*> ItemCategory (blank for the whole warehouse) and every active item
*> in it is printed on COUNTSHEET.RPT, category by category, with a
*> blank to write the count in - the sheet never shows the book
*> quantity, so the counters count what is on the shelf rather than
*> confirm what the system expects. Each item printed is put on
*> COUNT.DAT with its book on-hand quantity, unit price and standard
*> cost frozen as of the sheet - what CountEntry measures the count
*> against, CountVariance values the difference at, and CountAdjust
*> takes the shrinkage out of inventory at. An item already out on
*> an open count is reprinted as it stands - a lost sheet is simply
*> printed again without resetting counts already keyed.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT ItemFile ASSIGN TO "ITEMS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS ItemCode
         FILE STATUS IS WS-ITEM-FILE-STATUS.
     SELECT CountFile ASSIGN TO "COUNT.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS CNT-ITEM-CODE
         FILE STATUS IS WS-COUNT-FILE-STATUS.
     SELECT SheetWork ASSIGN TO "CNTSHEETWORK.DAT".
     SELECT CountSheetReport ASSIGN TO "COUNTSHEET.RPT"
         ORGANIZATION IS LINE SEQUENTIAL.
 DATA DIVISION.
 FILE SECTION.
 FD ItemFile.
 COPY ITEMREC.
 FD CountFile.
 COPY COUNTREC.
*> One active item to count, in category and item order.
 SD SheetWork.
 01 SheetWorkRec.
    05 SHW-CATEGORY    PIC X(6).
    05 SHW-ITEM-CODE   PIC X(10).
    05 SHW-DESCRIPTION PIC X(30).
    05 SHW-ON-HAND-QTY PIC S9(7).
    05 SHW-UNIT-PRICE  PIC 9(5)V99.
    05 SHW-STD-COST    PIC 9(5)V99.
 FD CountSheetReport.
 01 CountSheetLine PIC X(80).
 WORKING-STORAGE SECTION.
 01 WS-ITEM-FILE-STATUS PIC XX.
 01 WS-COUNT-FILE-STATUS PIC XX.
 01 WS-ITEM-EOF PIC X VALUE "N".
    88 EndOfItems VALUE "Y".
 01 WS-SORTED-EOF PIC X VALUE "N".
    88 EndOfSorted VALUE "Y".
 01 WS-SELECTED-CATEGORY PIC X(6).
 01 WS-CURRENT-CATEGORY PIC X(6).
 01 WS-FIRST-CATEGORY PIC X VALUE "Y".
    88 FirstCategory VALUE "Y".
 01 WS-RUN-DATE PIC 9(8).
 01 WS-READ-COUNT     PIC 9(7) VALUE ZERO.
 01 WS-ISSUED-COUNT   PIC 9(7) VALUE ZERO.
 01 WS-REPRINT-COUNT  PIC 9(7) VALUE ZERO.
 01 WS-CATEGORY-HEADING.
    05 FILLER          PIC X(10) VALUE "CATEGORY ".
    05 CSH-CATEGORY    PIC X(6).
 01 WS-COLUMN-HEADING.
    05 FILLER PIC X(12) VALUE "ITEM".
    05 FILLER PIC X(32) VALUE "DESCRIPTION".
    05 FILLER PIC X(18) VALUE "COUNTED".
    05 FILLER PIC X(10) VALUE "RECOUNT".
 01 WS-DETAIL-LINE.
    05 DTL-ITEM-CODE   PIC X(10).
    05 FILLER          PIC X(2)  VALUE SPACES.
    05 DTL-DESCRIPTION PIC X(30).
    05 FILLER          PIC X(2)  VALUE SPACES.
    05 FILLER          PIC X(16) VALUE "______________".
    05 FILLER          PIC X(2)  VALUE SPACES.
    05 FILLER          PIC X(14) VALUE "______________".
 01 WS-SUMMARY-LINE.
    05 SUM-LABEL PIC X(36).
    05 SUM-VALUE PIC Z(6)9.
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
     DISPLAY "Enter category to count (blank for all): ".
     ACCEPT WS-SELECTED-CATEGORY.
     OPEN INPUT ItemFile.
     IF WS-ITEM-FILE-STATUS = "35"
       DISPLAY "CountSheet - ITEMS.DAT not found, nothing to count"
       MOVE 8 TO RETURN-CODE
       PERFORM WriteRunLogRecord
       STOP RUN
     END-IF.
     OPEN I-O CountFile.
     IF WS-COUNT-FILE-STATUS = "35"
       OPEN OUTPUT CountFile
       CLOSE CountFile
       OPEN I-O CountFile
     END-IF.
     OPEN OUTPUT CountSheetReport.
     MOVE "H" TO PRC-ACTION.
     MOVE "PHYSICAL INVENTORY COUNT SHEET" TO PRC-REPORT-TITLE.
     MOVE WS-RUN-DATE TO PRC-RUN-DATE.
     MOVE ZERO TO PRC-PAGE-NUMBER.
     CALL "PrintReport" USING PrintControlRec.
     WRITE CountSheetLine FROM PRC-OUTPUT-LINE.
     SORT SheetWork
         ON ASCENDING KEY SHW-CATEGORY SHW-ITEM-CODE
         INPUT PROCEDURE IS ReleaseItemsToCount
         OUTPUT PROCEDURE IS WriteCountSheet.
     MOVE SPACES TO CountSheetLine.
     WRITE CountSheetLine.
     MOVE "ITEMS ISSUED FOR COUNT"         TO SUM-LABEL.
     MOVE WS-ISSUED-COUNT                  TO SUM-VALUE.
     WRITE CountSheetLine FROM WS-SUMMARY-LINE.
     MOVE "ITEMS REPRINTED FROM OPEN COUNT" TO SUM-LABEL.
     MOVE WS-REPRINT-COUNT                 TO SUM-VALUE.
     WRITE CountSheetLine FROM WS-SUMMARY-LINE.
     MOVE "F" TO PRC-ACTION.
     COMPUTE PRC-DETAIL-COUNT = WS-ISSUED-COUNT + WS-REPRINT-COUNT.
     CALL "PrintReport" USING PrintControlRec.
     WRITE CountSheetLine FROM PRC-OUTPUT-LINE.
     CLOSE CountSheetReport.
     CLOSE CountFile.
     CLOSE ItemFile.
     IF WS-ISSUED-COUNT + WS-REPRINT-COUNT = ZERO
       DISPLAY "No active items in category " WS-SELECTED-CATEGORY
       MOVE 4 TO RETURN-CODE
     END-IF.
     DISPLAY "Count sheet printed: " WS-ISSUED-COUNT " issued, "
         WS-REPRINT-COUNT " reprinted".
     PERFORM WriteRunLogRecord.
     STOP RUN.
 ReleaseItemsToCount.
     PERFORM UNTIL EndOfItems
       READ ItemFile NEXT RECORD
         AT END
           SET EndOfItems TO TRUE
         NOT AT END
           ADD 1 TO WS-READ-COUNT
           IF ItemActive
               AND (WS-SELECTED-CATEGORY = SPACES
                 OR ItemCategory = WS-SELECTED-CATEGORY)
             MOVE ItemCategory    TO SHW-CATEGORY
             MOVE ItemCode        TO SHW-ITEM-CODE
             MOVE ItemDescription TO SHW-DESCRIPTION
             MOVE ItemOnHandQty   TO SHW-ON-HAND-QTY
             MOVE ItemUnitPrice   TO SHW-UNIT-PRICE
             MOVE ItemStdCost     TO SHW-STD-COST
             RELEASE SheetWorkRec
           END-IF
       END-READ
     END-PERFORM.
 WriteCountSheet.
     PERFORM UNTIL EndOfSorted
       RETURN SheetWork
         AT END
           SET EndOfSorted TO TRUE
         NOT AT END
           PERFORM IssueOneItem
       END-RETURN
     END-PERFORM.
 IssueOneItem.
     IF FirstCategory OR SHW-CATEGORY NOT = WS-CURRENT-CATEGORY
       MOVE "N" TO WS-FIRST-CATEGORY
       MOVE SHW-CATEGORY TO WS-CURRENT-CATEGORY
       MOVE SHW-CATEGORY TO CSH-CATEGORY
       MOVE SPACES TO CountSheetLine
       WRITE CountSheetLine
       WRITE CountSheetLine FROM WS-CATEGORY-HEADING
       WRITE CountSheetLine FROM WS-COLUMN-HEADING
     END-IF.
     MOVE SHW-ITEM-CODE TO CNT-ITEM-CODE.
     READ CountFile
       INVALID KEY
         PERFORM FreezeBookFigures
         WRITE PhysCountRec
         ADD 1 TO WS-ISSUED-COUNT
       NOT INVALID KEY
         IF CntPosted
           PERFORM FreezeBookFigures
           REWRITE PhysCountRec
           ADD 1 TO WS-ISSUED-COUNT
         ELSE
           ADD 1 TO WS-REPRINT-COUNT
         END-IF
     END-READ.
     MOVE SHW-ITEM-CODE   TO DTL-ITEM-CODE.
     MOVE SHW-DESCRIPTION TO DTL-DESCRIPTION.
     WRITE CountSheetLine FROM WS-DETAIL-LINE.
 FreezeBookFigures.
     INITIALIZE PhysCountRec.
     MOVE SHW-ITEM-CODE   TO CNT-ITEM-CODE.
     MOVE SHW-CATEGORY    TO CNT-CATEGORY.
     MOVE WS-RUN-DATE     TO CNT-SHEET-DATE.
     MOVE SHW-ON-HAND-QTY TO CNT-BOOK-QTY.
     MOVE SHW-UNIT-PRICE  TO CNT-UNIT-PRICE.
     MOVE SHW-STD-COST    TO CNT-STD-COST.
     SET CntAwaitingCount TO TRUE.
 SetRunLogStart.
     MOVE "COUNTSHEET" TO RLG-JOB-NAME.
     ACCEPT WS-LOG-TS-DATE FROM DATE YYYYMMDD.
     ACCEPT WS-LOG-TS-TIME FROM TIME.
     MOVE WS-LOG-TS-DATE TO RLG-RUN-DATE.
     STRING WS-LOG-TS-DATE WS-LOG-TS-TIME DELIMITED BY SIZE
         INTO RLG-START-TIMESTAMP.
 WriteRunLogRecord.
     MOVE WS-READ-COUNT TO RLG-READ-COUNT.
     MOVE WS-ISSUED-COUNT TO RLG-WRITTEN-COUNT.
     MOVE ZERO TO RLG-REJECTED-COUNT.
     MOVE RETURN-CODE TO RLG-RETURN-CODE.
     CALL "WriteRunLog" USING RunLogRec.
