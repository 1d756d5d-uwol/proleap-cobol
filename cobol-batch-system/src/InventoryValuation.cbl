 IDENTIFICATION DIVISION.
 PROGRAM-ID. InventoryValuation.
*> Month-end inventory valuation at standard cost. On the last run
*> date of a month every item on ITEMS.DAT holding stock - on hand
*> other than zero, after the cycle's sales, orders and approved
*> counts have posted - is listed on INVVAL.RPT by category with its
*> on-hand quantity, ItemStdCost and extended value, with category
*> and grand totals: the figure the INVENTORY account should carry.
*> An item holding stock with no standard cost set is still listed,
*> at zero, and counted so the gap is visible rather than silently
*> understating the total. An oversold (negative) balance is valued
*> negative, as the ledger shows it. On any other run date the job
*> does nothing.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT ItemFile ASSIGN TO "ITEMS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS ItemCode
         FILE STATUS IS WS-ITEM-FILE-STATUS.
     SELECT ValuationWork ASSIGN TO "INVVALWORK.DAT".
     SELECT ValuationReport ASSIGN TO "INVVAL.RPT"
         ORGANIZATION IS LINE SEQUENTIAL.
 DATA DIVISION.
 FILE SECTION.
 FD ItemFile.
 COPY ITEMREC.
 SD ValuationWork.
 01 ValuationWorkRec.
    05 VLW-CATEGORY    PIC X(6).
    05 VLW-ITEM-CODE   PIC X(10).
    05 VLW-DESCRIPTION PIC X(30).
    05 VLW-ON-HAND-QTY PIC S9(7).
    05 VLW-STD-COST    PIC 9(5)V99.
 FD ValuationReport.
 01 ValuationReportLine PIC X(80).
 WORKING-STORAGE SECTION.
 01 WS-ITEM-FILE-STATUS PIC XX.
 01 WS-ITEM-EOF PIC X VALUE "N".
    88 EndOfItems VALUE "Y".
 01 WS-SORTED-EOF PIC X VALUE "N".
    88 EndOfSorted VALUE "Y".
 01 WS-RUN-DATE PIC 9(8).
 01 WS-RUN-DATE-INT PIC 9(7).
 01 WS-NEXT-DAY PIC 9(8).
 01 WS-CURRENT-CATEGORY PIC X(6).
 01 WS-FIRST-CATEGORY PIC X VALUE "Y".
    88 FirstCategory VALUE "Y".
 01 WS-ITEM-VALUE PIC S9(11)V99.
 01 WS-CAT-VALUE  PIC S9(11)V99.
 01 WS-TOTAL-VALUE PIC S9(13)V99 VALUE ZERO.
 01 WS-READ-COUNT     PIC 9(7) VALUE ZERO.
 01 WS-VALUED-COUNT   PIC 9(7) VALUE ZERO.
 01 WS-NO-COST-COUNT  PIC 9(7) VALUE ZERO.
 01 WS-CATEGORY-HEADING.
    05 FILLER          PIC X(10) VALUE "CATEGORY ".
    05 VCH-CATEGORY    PIC X(6).
 01 WS-COLUMN-HEADING.
    05 FILLER PIC X(12) VALUE "ITEM".
    05 FILLER PIC X(32) VALUE "DESCRIPTION".
    05 FILLER PIC X(9)  VALUE "  ON HAND".
    05 FILLER PIC X(10) VALUE "  STD COST".
    05 FILLER PIC X(17) VALUE "            VALUE".
 01 WS-DETAIL-LINE.
    05 DTL-ITEM-CODE   PIC X(10).
    05 FILLER          PIC X(2) VALUE SPACES.
    05 DTL-DESCRIPTION PIC X(30).
    05 FILLER          PIC X(1) VALUE SPACES.
    05 DTL-ON-HAND     PIC -(7)9.
    05 FILLER          PIC X(1) VALUE SPACES.
    05 DTL-STD-COST    PIC ZZZZ9.99.
    05 FILLER          PIC X(2) VALUE SPACES.
    05 DTL-VALUE       PIC -(12)9.99.
 01 WS-CATEGORY-TOTAL-LINE.
    05 FILLER          PIC X(63) VALUE "  CATEGORY VALUE AT COST".
    05 CTL-VALUE       PIC -(12)9.99.
 01 WS-SUMMARY-LINE.
    05 SUM-LABEL PIC X(36).
    05 SUM-VALUE PIC Z(6)9.
 01 WS-VALUE-LINE.
    05 VAL-LABEL PIC X(36).
    05 VAL-VALUE PIC -(12)9.99.
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
       DISPLAY "InventoryValuation - " WS-RUN-DATE
           " is not the last day of the month, no valuation"
       PERFORM WriteRunLogRecord
       STOP RUN
     END-IF.
     OPEN INPUT ItemFile.
     IF WS-ITEM-FILE-STATUS = "35"
       DISPLAY "InventoryValuation - ITEMS.DAT not found, "
           "nothing to value"
       MOVE 8 TO RETURN-CODE
       PERFORM WriteRunLogRecord
       STOP RUN
     END-IF.
     CLOSE ItemFile.
     OPEN OUTPUT ValuationReport.
     MOVE "H" TO PRC-ACTION.
     MOVE "MONTH-END INVENTORY VALUATION AT COST" TO PRC-REPORT-TITLE.
     MOVE WS-RUN-DATE TO PRC-RUN-DATE.
     MOVE ZERO TO PRC-PAGE-NUMBER.
     CALL "PrintReport" USING PrintControlRec.
     WRITE ValuationReportLine FROM PRC-OUTPUT-LINE.
     SORT ValuationWork
         ON ASCENDING KEY VLW-CATEGORY VLW-ITEM-CODE
         INPUT PROCEDURE IS ReleaseStockedItems
         OUTPUT PROCEDURE IS WriteValuation.
     MOVE SPACES TO ValuationReportLine.
     WRITE ValuationReportLine.
     MOVE "ITEMS VALUED"                   TO SUM-LABEL.
     MOVE WS-VALUED-COUNT                  TO SUM-VALUE.
     WRITE ValuationReportLine FROM WS-SUMMARY-LINE.
     MOVE "ITEMS IN STOCK WITH NO STD COST" TO SUM-LABEL.
     MOVE WS-NO-COST-COUNT                 TO SUM-VALUE.
     WRITE ValuationReportLine FROM WS-SUMMARY-LINE.
     MOVE "INVENTORY VALUE AT STANDARD COST" TO VAL-LABEL.
     MOVE WS-TOTAL-VALUE                   TO VAL-VALUE.
     WRITE ValuationReportLine FROM WS-VALUE-LINE.
     MOVE "F" TO PRC-ACTION.
     MOVE WS-VALUED-COUNT TO PRC-DETAIL-COUNT.
     CALL "PrintReport" USING PrintControlRec.
     WRITE ValuationReportLine FROM PRC-OUTPUT-LINE.
     CLOSE ValuationReport.
     IF WS-NO-COST-COUNT > ZERO
       MOVE 4 TO RETURN-CODE
     END-IF.
     DISPLAY "Inventory valued: " WS-VALUED-COUNT " items, "
         WS-NO-COST-COUNT " without a standard cost".
     PERFORM WriteRunLogRecord.
     STOP RUN.
 ReleaseStockedItems.
     OPEN INPUT ItemFile.
     PERFORM UNTIL EndOfItems
       READ ItemFile NEXT RECORD
         AT END
           SET EndOfItems TO TRUE
         NOT AT END
           ADD 1 TO WS-READ-COUNT
           IF ItemOnHandQty NOT = ZERO
             MOVE ItemCategory    TO VLW-CATEGORY
             IF ItemCategory = SPACES
               MOVE "UNCAT " TO VLW-CATEGORY
             END-IF
             MOVE ItemCode        TO VLW-ITEM-CODE
             MOVE ItemDescription TO VLW-DESCRIPTION
             MOVE ItemOnHandQty   TO VLW-ON-HAND-QTY
             MOVE ItemStdCost     TO VLW-STD-COST
             RELEASE ValuationWorkRec
           END-IF
       END-READ
     END-PERFORM.
     CLOSE ItemFile.
 WriteValuation.
     PERFORM UNTIL EndOfSorted
       RETURN ValuationWork
         AT END
           SET EndOfSorted TO TRUE
         NOT AT END
           PERFORM ValueOneItem
       END-RETURN
     END-PERFORM.
     IF NOT FirstCategory
       PERFORM FinishCategory
     END-IF.
 ValueOneItem.
     IF FirstCategory OR VLW-CATEGORY NOT = WS-CURRENT-CATEGORY
       IF NOT FirstCategory
         PERFORM FinishCategory
       END-IF
       MOVE "N" TO WS-FIRST-CATEGORY
       MOVE VLW-CATEGORY TO WS-CURRENT-CATEGORY
       MOVE ZERO TO WS-CAT-VALUE
       MOVE VLW-CATEGORY TO VCH-CATEGORY
       MOVE SPACES TO ValuationReportLine
       WRITE ValuationReportLine
       WRITE ValuationReportLine FROM WS-CATEGORY-HEADING
       WRITE ValuationReportLine FROM WS-COLUMN-HEADING
     END-IF.
     COMPUTE WS-ITEM-VALUE = VLW-ON-HAND-QTY * VLW-STD-COST.
     ADD WS-ITEM-VALUE TO WS-CAT-VALUE.
     ADD 1 TO WS-VALUED-COUNT.
     IF VLW-STD-COST = ZERO
       ADD 1 TO WS-NO-COST-COUNT
     END-IF.
     MOVE VLW-ITEM-CODE   TO DTL-ITEM-CODE.
     MOVE VLW-DESCRIPTION TO DTL-DESCRIPTION.
     MOVE VLW-ON-HAND-QTY TO DTL-ON-HAND.
     MOVE VLW-STD-COST    TO DTL-STD-COST.
     MOVE WS-ITEM-VALUE   TO DTL-VALUE.
     WRITE ValuationReportLine FROM WS-DETAIL-LINE.
 FinishCategory.
     MOVE WS-CAT-VALUE TO CTL-VALUE.
     WRITE ValuationReportLine FROM WS-CATEGORY-TOTAL-LINE.
     ADD WS-CAT-VALUE TO WS-TOTAL-VALUE.
 SetRunLogStart.
     MOVE "INVVALUATION" TO RLG-JOB-NAME.
     ACCEPT WS-LOG-TS-DATE FROM DATE YYYYMMDD.
     ACCEPT WS-LOG-TS-TIME FROM TIME.
     MOVE WS-LOG-TS-DATE TO RLG-RUN-DATE.
     STRING WS-LOG-TS-DATE WS-LOG-TS-TIME DELIMITED BY SIZE
         INTO RLG-START-TIMESTAMP.
 WriteRunLogRecord.
     MOVE WS-READ-COUNT TO RLG-READ-COUNT.
     MOVE WS-VALUED-COUNT TO RLG-WRITTEN-COUNT.
     MOVE ZERO TO RLG-REJECTED-COUNT.
     MOVE RETURN-CODE TO RLG-RETURN-CODE.
     CALL "WriteRunLog" USING RunLogRec.
