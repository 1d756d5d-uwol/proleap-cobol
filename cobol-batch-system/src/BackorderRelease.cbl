 IDENTIFICATION DIVISION.
 PROGRAM-ID. BackorderRelease.
*> Daily fill of the backorders BATCH-DISCOUNT leaves on BACKORDER.DAT,
*> run ahead of OrderMatch so stock that arrived through ItemMaint's
*> receipts path goes to the customers who have waited longest. The
*> file is already oldest first, so it is taken in file order: each
*> backorder is filled from the item's on-hand quantity less what this
*> run has already released against it - in full, or in part when the
*> stock runs out, the rest staying on the file. A filled quantity is
*> appended to ORDMATCH.REL as an order at the price in force on the
*> run date (the ITEMPRICE.DAT rule BATCH-DISCOUNT prices by), so the
*> next OrderMatch run passes it ahead of the day's intake and
*> BATCH-DISCOUNT invoices it first. An item no longer on the master,
*> or no longer active, fills nothing. BKOREL.RPT lists every release.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT BackorderFile ASSIGN TO "BACKORDER.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-BACKORDER-FILE-STATUS.
     SELECT BackorderTemp ASSIGN TO "BACKORDER.TMP"
         ORGANIZATION IS LINE SEQUENTIAL.
     SELECT ItemFile ASSIGN TO "ITEMS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS ItemCode
         FILE STATUS IS WS-ITEM-FILE-STATUS.
     SELECT ItemPriceFile ASSIGN TO "ITEMPRICE.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-ITEM-PRICE-STATUS.
     SELECT ReleaseFile ASSIGN TO "ORDMATCH.REL"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-RELEASE-FILE-STATUS.
     SELECT BackorderReleaseReport ASSIGN TO "BKOREL.RPT"
         ORGANIZATION IS LINE SEQUENTIAL.
 DATA DIVISION.
 FILE SECTION.
 FD BackorderFile.
 COPY BACKORDREC.
 FD BackorderTemp.
 01 BackorderTempRec PIC X(143).
 FD ItemFile.
 COPY ITEMREC.
 FD ItemPriceFile.
 01 ItemPriceRec.
    05 IPR-ITEM-CODE      PIC X(10).
    05 IPR-EFFECTIVE-FROM PIC 9(8).
    05 IPR-UNIT-PRICE     PIC 9(5)V99.
 FD ReleaseFile.
 01 ReleasedOrderRec PIC X(109).
 FD BackorderReleaseReport.
 01 BackorderReleaseLine PIC X(100).
 WORKING-STORAGE SECTION.
*> The backorder being filled, unpacked from its order image.
 COPY ORDERREC.
 01 WS-BACKORDER-FILE-STATUS PIC XX.
 01 WS-ITEM-FILE-STATUS PIC XX.
 01 WS-ITEM-PRICE-STATUS PIC XX.
 01 WS-RELEASE-FILE-STATUS PIC XX.
 01 WS-BACKORDER-EOF PIC X VALUE "N".
    88 EndOfBackorders VALUE "Y".
 01 WS-PRICE-EOF PIC X.
    88 EndOfPriceFile VALUE "Y".
 01 WS-RUN-DATE PIC 9(8).
 01 WS-RUN-DATE-INT PIC 9(7).
 01 WS-DAYS-WAITING PIC S9(5).
 01 WS-EFFECTIVE-PRICE PIC 9(5)V99.
 01 WS-BEST-EFFECTIVE PIC 9(8).
 01 WS-AVAILABLE-QTY PIC S9(7).
 01 WS-FILL-QTY PIC 9(3).
*> Quantity released so far this run, per item, so two backorders for
*> the same item cannot both be given the same stock.
 01 WS-ITEM-RELEASE-TABLE.
    05 WS-ITEM-RELEASE-ENTRY OCCURS 2000 TIMES.
       10 WS-IRT-ITEM-CODE    PIC X(10).
       10 WS-IRT-RELEASED-QTY PIC 9(7).
 01 WS-ITEM-RELEASE-COUNT PIC 9(4) VALUE ZERO.
 01 WS-IRT-IDX PIC 9(4).
 01 WS-IRT-MATCH-IDX PIC 9(4).
 01 WS-READ-COUNT       PIC 9(7) VALUE ZERO.
 01 WS-FULL-COUNT       PIC 9(7) VALUE ZERO.
 01 WS-PART-COUNT       PIC 9(7) VALUE ZERO.
 01 WS-WAITING-COUNT    PIC 9(7) VALUE ZERO.
 01 WS-UNITS-RELEASED   PIC 9(7) VALUE ZERO.
 01 WS-COLUMN-HEADING.
    05 FILLER PIC X(8)  VALUE "PERSONID".
    05 FILLER PIC X(22) VALUE "  CUSTOMER".
    05 FILLER PIC X(12) VALUE "ITEM".
    05 FILLER PIC X(10) VALUE "ORDERED".
    05 FILLER PIC X(6)  VALUE "  DAYS".
    05 FILLER PIC X(10) VALUE "  RELEASED".
    05 FILLER PIC X(12) VALUE "  STILL OWED".
 01 WS-DETAIL-LINE.
    05 DTL-PERSON-ID   PIC 9(6).
    05 FILLER          PIC X(2) VALUE SPACES.
    05 DTL-PERSON-NAME PIC X(20).
    05 FILLER          PIC X(2) VALUE SPACES.
    05 DTL-ITEM-CODE   PIC X(10).
    05 FILLER          PIC X(2) VALUE SPACES.
    05 DTL-ORDER-DATE  PIC 9(8).
    05 FILLER          PIC X(2) VALUE SPACES.
    05 DTL-DAYS        PIC ZZZZ9.
    05 FILLER          PIC X(5) VALUE SPACES.
    05 DTL-RELEASED    PIC ZZ9.
    05 FILLER          PIC X(9) VALUE SPACES.
    05 DTL-STILL-OWED  PIC ZZ9.
 01 WS-SUMMARY-LINE.
    05 SUM-LABEL PIC X(34).
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
     COMPUTE WS-RUN-DATE-INT = FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
     OPEN INPUT BackorderFile.
     IF WS-BACKORDER-FILE-STATUS = "35"
       DISPLAY "No backorders outstanding"
       PERFORM WriteRunLogRecord
       STOP RUN
     END-IF.
     OPEN INPUT ItemFile.
     IF WS-ITEM-FILE-STATUS = "35"
       DISPLAY "ITEMS.DAT not found - no backorder can be filled"
       CLOSE BackorderFile
       MOVE 8 TO RETURN-CODE
       PERFORM WriteRunLogRecord
       STOP RUN
     END-IF.
     OPEN OUTPUT BackorderTemp.
     OPEN EXTEND ReleaseFile.
     IF WS-RELEASE-FILE-STATUS = "35"
       OPEN OUTPUT ReleaseFile
     END-IF.
     OPEN OUTPUT BackorderReleaseReport.
     PERFORM WriteReportHeadings.
     PERFORM UNTIL EndOfBackorders
       READ BackorderFile
         AT END
           SET EndOfBackorders TO TRUE
         NOT AT END
           PERFORM FillOneBackorder
       END-READ
     END-PERFORM.
     PERFORM WriteReleaseSummary.
     CLOSE BackorderReleaseReport.
     CLOSE ReleaseFile.
     CLOSE ItemFile.
     CLOSE BackorderFile.
     CLOSE BackorderTemp.
     PERFORM CopyTempBackToBackorderFile.
     DISPLAY "Backorders filled in full: " WS-FULL-COUNT
         "  in part: " WS-PART-COUNT
         "  still waiting: " WS-WAITING-COUNT.
     PERFORM WriteRunLogRecord.
     STOP RUN.
 FillOneBackorder.
     ADD 1 TO WS-READ-COUNT.
     MOVE ZERO TO WS-FILL-QTY.
     MOVE ZERO TO WS-AVAILABLE-QTY.
     MOVE BKO-ITEM-CODE TO ItemCode.
     READ ItemFile
       INVALID KEY
         CONTINUE
       NOT INVALID KEY
         IF ItemActive
           PERFORM FindItemRelease
           MOVE ItemOnHandQty TO WS-AVAILABLE-QTY
           IF WS-IRT-MATCH-IDX > ZERO
             SUBTRACT WS-IRT-RELEASED-QTY (WS-IRT-MATCH-IDX)
                 FROM WS-AVAILABLE-QTY
           END-IF
         END-IF
     END-READ.
     IF WS-AVAILABLE-QTY > ZERO
       IF WS-AVAILABLE-QTY < BKO-QUANTITY
         MOVE WS-AVAILABLE-QTY TO WS-FILL-QTY
       ELSE
         MOVE BKO-QUANTITY TO WS-FILL-QTY
       END-IF
       PERFORM ReleaseFilledQuantity
     END-IF.
     IF WS-FILL-QTY < BKO-QUANTITY
       SUBTRACT WS-FILL-QTY FROM BKO-QUANTITY
       WRITE BackorderTempRec FROM BackorderRec
       ADD 1 TO WS-WAITING-COUNT
     END-IF.
*>   The filled part goes back through OrderMatch as an ordinary order
*>   for the filled quantity, priced as of today.
 ReleaseFilledQuantity.
     MOVE BKO-ORDER-IMAGE TO ORDER-REC.
     PERFORM LookUpEffectivePrice.
     MOVE WS-EFFECTIVE-PRICE TO ORDER-PRICE.
     MOVE WS-FILL-QTY TO ORDER-AMOUNT.
     WRITE ReleasedOrderRec FROM ORDER-REC.
     PERFORM RecordItemRelease.
     ADD WS-FILL-QTY TO WS-UNITS-RELEASED.
     IF WS-FILL-QTY = BKO-QUANTITY
       ADD 1 TO WS-FULL-COUNT
     ELSE
       ADD 1 TO WS-PART-COUNT
     END-IF.
     COMPUTE WS-DAYS-WAITING = WS-RUN-DATE-INT
         - FUNCTION INTEGER-OF-DATE (BKO-ORDER-DATE).
     MOVE BKO-PERSON-ID     TO DTL-PERSON-ID.
     MOVE ORDER-PERSON-NAME TO DTL-PERSON-NAME.
     MOVE BKO-ITEM-CODE     TO DTL-ITEM-CODE.
     MOVE BKO-ORDER-DATE    TO DTL-ORDER-DATE.
     MOVE WS-DAYS-WAITING   TO DTL-DAYS.
     MOVE WS-FILL-QTY       TO DTL-RELEASED.
     COMPUTE DTL-STILL-OWED = BKO-QUANTITY - WS-FILL-QTY.
     WRITE BackorderReleaseLine FROM WS-DETAIL-LINE.
 FindItemRelease.
     MOVE ZERO TO WS-IRT-MATCH-IDX.
     PERFORM VARYING WS-IRT-IDX FROM 1 BY 1
         UNTIL WS-IRT-IDX > WS-ITEM-RELEASE-COUNT
             OR WS-IRT-MATCH-IDX > ZERO
       IF WS-IRT-ITEM-CODE (WS-IRT-IDX) = BKO-ITEM-CODE
         MOVE WS-IRT-IDX TO WS-IRT-MATCH-IDX
       END-IF
     END-PERFORM.
 RecordItemRelease.
     PERFORM FindItemRelease.
     IF WS-IRT-MATCH-IDX = ZERO
       IF WS-ITEM-RELEASE-COUNT < 2000
         ADD 1 TO WS-ITEM-RELEASE-COUNT
         MOVE WS-ITEM-RELEASE-COUNT TO WS-IRT-MATCH-IDX
         MOVE BKO-ITEM-CODE TO WS-IRT-ITEM-CODE (WS-IRT-MATCH-IDX)
         MOVE ZERO TO WS-IRT-RELEASED-QTY (WS-IRT-MATCH-IDX)
       ELSE
         DISPLAY "Fatal - more than 2000 items released in one run; "
             "stock could be released twice - stopping"
         MOVE 8 TO RETURN-CODE
         PERFORM WriteRunLogRecord
         STOP RUN
       END-IF
     END-IF.
     ADD WS-FILL-QTY TO WS-IRT-RELEASED-QTY (WS-IRT-MATCH-IDX).
*>   The price in force on the run date: the history entry with the
*>   latest effective-from at or before it, else the master's current
*>   price - the rule BATCH-DISCOUNT will check the order against.
 LookUpEffectivePrice.
     MOVE ItemUnitPrice TO WS-EFFECTIVE-PRICE.
     MOVE ZERO TO WS-BEST-EFFECTIVE.
     MOVE "N" TO WS-PRICE-EOF.
     OPEN INPUT ItemPriceFile.
     IF WS-ITEM-PRICE-STATUS = "35"
       SET EndOfPriceFile TO TRUE
     END-IF.
     PERFORM UNTIL EndOfPriceFile
       READ ItemPriceFile
         AT END
           SET EndOfPriceFile TO TRUE
         NOT AT END
           IF IPR-ITEM-CODE = ItemCode
               AND IPR-EFFECTIVE-FROM <= WS-RUN-DATE
               AND IPR-EFFECTIVE-FROM >= WS-BEST-EFFECTIVE
             MOVE IPR-EFFECTIVE-FROM TO WS-BEST-EFFECTIVE
             MOVE IPR-UNIT-PRICE TO WS-EFFECTIVE-PRICE
           END-IF
       END-READ
     END-PERFORM.
     IF WS-ITEM-PRICE-STATUS NOT = "35"
       CLOSE ItemPriceFile
     END-IF.
 CopyTempBackToBackorderFile.
     MOVE "N" TO WS-BACKORDER-EOF.
     OPEN INPUT BackorderTemp.
     OPEN OUTPUT BackorderFile.
     PERFORM UNTIL EndOfBackorders
       READ BackorderTemp
         AT END
           SET EndOfBackorders TO TRUE
         NOT AT END
           WRITE BackorderRec FROM BackorderTempRec
       END-READ
     END-PERFORM.
     CLOSE BackorderTemp.
     CLOSE BackorderFile.
 WriteReportHeadings.
     MOVE "H" TO PRC-ACTION.
     MOVE "BACKORDERS RELEASED FROM STOCK" TO PRC-REPORT-TITLE.
     MOVE WS-RUN-DATE TO PRC-RUN-DATE.
     MOVE ZERO TO PRC-PAGE-NUMBER.
     CALL "PrintReport" USING PrintControlRec.
     WRITE BackorderReleaseLine FROM PRC-OUTPUT-LINE.
     MOVE SPACES TO BackorderReleaseLine.
     WRITE BackorderReleaseLine.
     WRITE BackorderReleaseLine FROM WS-COLUMN-HEADING.
 WriteReleaseSummary.
     MOVE SPACES TO BackorderReleaseLine.
     WRITE BackorderReleaseLine.
     MOVE "BACKORDERS READ" TO SUM-LABEL.
     MOVE WS-READ-COUNT TO SUM-VALUE.
     WRITE BackorderReleaseLine FROM WS-SUMMARY-LINE.
     MOVE "FILLED IN FULL" TO SUM-LABEL.
     MOVE WS-FULL-COUNT TO SUM-VALUE.
     WRITE BackorderReleaseLine FROM WS-SUMMARY-LINE.
     MOVE "FILLED IN PART" TO SUM-LABEL.
     MOVE WS-PART-COUNT TO SUM-VALUE.
     WRITE BackorderReleaseLine FROM WS-SUMMARY-LINE.
     MOVE "UNITS RELEASED TO ORDMATCH.REL" TO SUM-LABEL.
     MOVE WS-UNITS-RELEASED TO SUM-VALUE.
     WRITE BackorderReleaseLine FROM WS-SUMMARY-LINE.
     MOVE "STILL WAITING ON BACKORDER.DAT" TO SUM-LABEL.
     MOVE WS-WAITING-COUNT TO SUM-VALUE.
     WRITE BackorderReleaseLine FROM WS-SUMMARY-LINE.
     MOVE "F" TO PRC-ACTION.
     COMPUTE PRC-DETAIL-COUNT = WS-FULL-COUNT + WS-PART-COUNT.
     CALL "PrintReport" USING PrintControlRec.
     WRITE BackorderReleaseLine FROM PRC-OUTPUT-LINE.
 SetRunLogStart.
     MOVE "BACKORDERREL" TO RLG-JOB-NAME.
     ACCEPT WS-LOG-TS-DATE FROM DATE YYYYMMDD.
     ACCEPT WS-LOG-TS-TIME FROM TIME.
     MOVE WS-LOG-TS-DATE TO RLG-RUN-DATE.
     STRING WS-LOG-TS-DATE WS-LOG-TS-TIME DELIMITED BY SIZE
         INTO RLG-START-TIMESTAMP.
 WriteRunLogRecord.
     MOVE WS-READ-COUNT TO RLG-READ-COUNT.
     COMPUTE RLG-WRITTEN-COUNT = WS-FULL-COUNT + WS-PART-COUNT.
     MOVE ZERO TO RLG-REJECTED-COUNT.
     MOVE RETURN-CODE TO RLG-RETURN-CODE.
     CALL "WriteRunLog" USING RunLogRec.
