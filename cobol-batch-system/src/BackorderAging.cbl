 IDENTIFICATION DIVISION.
 PROGRAM-ID. BackorderAging.
*> Backorder aging for customer service: every entry still owed on
*> BACKORDER.DAT, by customer and then oldest first, with the item and
*> its description from ITEMS.DAT, the quantity owed, the date the
*> order was taken and how many days the customer has been waiting.
*> The foot carries the entries and units in each age band - up to a
*> week, 8-14 days, 15-30 days and over 30 - so the long waits stand
*> out. Run after BATCH-DISCOUNT, so the day's new backorders show.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT BackorderFile ASSIGN TO "BACKORDER.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-BACKORDER-FILE-STATUS.
     SELECT ItemFile ASSIGN TO "ITEMS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS ItemCode
         FILE STATUS IS WS-ITEM-FILE-STATUS.
     SELECT BackorderAgingWork ASSIGN TO "BKOAGINGWORK.DAT".
     SELECT BackorderAgingReport ASSIGN TO "BKOAGING.RPT"
         ORGANIZATION IS LINE SEQUENTIAL.
 DATA DIVISION.
 FILE SECTION.
 FD BackorderFile.
 COPY BACKORDREC.
 FD ItemFile.
 COPY ITEMREC.
*> One backorder, already aged, in customer and date order.
 SD BackorderAgingWork.
 01 BackorderAgingWorkRec.
    05 BAW-PERSON-ID   PIC 9(6).
    05 BAW-ORDER-DATE  PIC 9(8).
    05 BAW-PERSON-NAME PIC X(20).
    05 BAW-ITEM-CODE   PIC X(10).
    05 BAW-QUANTITY    PIC 9(3).
    05 BAW-DAYS        PIC 9(5).
    05 BAW-BAND        PIC 9.
 FD BackorderAgingReport.
 01 BackorderAgingLine PIC X(100).
 WORKING-STORAGE SECTION.
*> The order image on the backorder, for the customer's name.
 COPY ORDERREC.
 01 WS-BACKORDER-FILE-STATUS PIC XX.
 01 WS-ITEM-FILE-STATUS PIC XX.
 01 WS-BACKORDER-EOF PIC X VALUE "N".
    88 EndOfBackorders VALUE "Y".
 01 WS-SORTED-EOF PIC X VALUE "N".
    88 EndOfSorted VALUE "Y".
 01 WS-RUN-DATE PIC 9(8).
 01 WS-RUN-DATE-INT PIC 9(7).
 01 WS-AGE-DAYS PIC S9(5).
 01 WS-READ-COUNT     PIC 9(7) VALUE ZERO.
 01 WS-CUSTOMER-COUNT PIC 9(7) VALUE ZERO.
 01 WS-CURRENT-PERSON-ID PIC 9(6) VALUE ZERO.
*> Entries and units owed in each age band (up to 7 days, 8-14,
*> 15-30, over 30).
 01 WS-BAND-TOTALS.
    05 WS-BAND-TOTAL OCCURS 4 TIMES.
       10 WS-BAND-ENTRIES PIC 9(7).
       10 WS-BAND-UNITS   PIC 9(7).
 01 WS-BAND-IDX PIC 9.
 01 WS-BAND-LABELS.
    05 FILLER PIC X(20) VALUE "UP TO 7 DAYS".
    05 FILLER PIC X(20) VALUE "8-14 DAYS".
    05 FILLER PIC X(20) VALUE "15-30 DAYS".
    05 FILLER PIC X(20) VALUE "OVER 30 DAYS".
 01 WS-BAND-LABEL-TABLE REDEFINES WS-BAND-LABELS.
    05 WS-BAND-LABEL PIC X(20) OCCURS 4 TIMES.
 01 WS-COLUMN-HEADING.
    05 FILLER PIC X(8)  VALUE "PERSONID".
    05 FILLER PIC X(22) VALUE "  CUSTOMER".
    05 FILLER PIC X(12) VALUE "ITEM".
    05 FILLER PIC X(32) VALUE "DESCRIPTION".
    05 FILLER PIC X(10) VALUE "ORDERED".
    05 FILLER PIC X(6)  VALUE "   QTY".
    05 FILLER PIC X(6)  VALUE "  DAYS".
 01 WS-DETAIL-LINE.
    05 DTL-PERSON-ID   PIC X(6).
    05 FILLER          PIC X(2) VALUE SPACES.
    05 DTL-PERSON-NAME PIC X(20).
    05 FILLER          PIC X(2) VALUE SPACES.
    05 DTL-ITEM-CODE   PIC X(10).
    05 FILLER          PIC X(2) VALUE SPACES.
    05 DTL-ITEM-DESC   PIC X(30).
    05 FILLER          PIC X(2) VALUE SPACES.
    05 DTL-ORDER-DATE  PIC 9(8).
    05 FILLER          PIC X(3) VALUE SPACES.
    05 DTL-QUANTITY    PIC ZZ9.
    05 FILLER          PIC X(1) VALUE SPACES.
    05 DTL-DAYS        PIC ZZZZ9.
 01 WS-BAND-LINE.
    05 BND-LABEL   PIC X(20).
    05 FILLER      PIC X(10) VALUE " ENTRIES".
    05 BND-ENTRIES PIC Z(6)9.
    05 FILLER      PIC X(10) VALUE "   UNITS".
    05 BND-UNITS   PIC Z(6)9.
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
     MOVE ZERO TO WS-BAND-TOTALS.
     OPEN INPUT ItemFile.
     OPEN OUTPUT BackorderAgingReport.
     MOVE "H" TO PRC-ACTION.
     MOVE "BACKORDER AGING BY CUSTOMER" TO PRC-REPORT-TITLE.
     MOVE WS-RUN-DATE TO PRC-RUN-DATE.
     MOVE ZERO TO PRC-PAGE-NUMBER.
     CALL "PrintReport" USING PrintControlRec.
     WRITE BackorderAgingLine FROM PRC-OUTPUT-LINE.
     MOVE SPACES TO BackorderAgingLine.
     WRITE BackorderAgingLine.
     WRITE BackorderAgingLine FROM WS-COLUMN-HEADING.
     SORT BackorderAgingWork
         ON ASCENDING KEY BAW-PERSON-ID BAW-ORDER-DATE
         INPUT PROCEDURE IS AgeBackorders
         OUTPUT PROCEDURE IS PrintBackorderAging.
     PERFORM WriteBandTotals.
     MOVE "F" TO PRC-ACTION.
     MOVE WS-READ-COUNT TO PRC-DETAIL-COUNT.
     CALL "PrintReport" USING PrintControlRec.
     WRITE BackorderAgingLine FROM PRC-OUTPUT-LINE.
     CLOSE BackorderAgingReport.
     IF WS-ITEM-FILE-STATUS NOT = "35"
       CLOSE ItemFile
     END-IF.
     PERFORM WriteRunLogRecord.
     STOP RUN.
 AgeBackorders.
     OPEN INPUT BackorderFile.
     IF WS-BACKORDER-FILE-STATUS = "35"
       SET EndOfBackorders TO TRUE
     END-IF.
     PERFORM UNTIL EndOfBackorders
       READ BackorderFile
         AT END
           SET EndOfBackorders TO TRUE
         NOT AT END
           PERFORM AgeOneBackorder
       END-READ
     END-PERFORM.
     IF WS-BACKORDER-FILE-STATUS NOT = "35"
       CLOSE BackorderFile
     END-IF.
 AgeOneBackorder.
     ADD 1 TO WS-READ-COUNT.
     MOVE BKO-ORDER-IMAGE TO ORDER-REC.
     COMPUTE WS-AGE-DAYS = WS-RUN-DATE-INT
         - FUNCTION INTEGER-OF-DATE (BKO-ORDER-DATE).
     IF WS-AGE-DAYS < ZERO
       MOVE ZERO TO WS-AGE-DAYS
     END-IF.
     EVALUATE TRUE
       WHEN WS-AGE-DAYS <= 7
         MOVE 1 TO BAW-BAND
       WHEN WS-AGE-DAYS <= 14
         MOVE 2 TO BAW-BAND
       WHEN WS-AGE-DAYS <= 30
         MOVE 3 TO BAW-BAND
       WHEN OTHER
         MOVE 4 TO BAW-BAND
     END-EVALUATE.
     MOVE BKO-PERSON-ID     TO BAW-PERSON-ID.
     MOVE BKO-ORDER-DATE    TO BAW-ORDER-DATE.
     MOVE ORDER-PERSON-NAME TO BAW-PERSON-NAME.
     MOVE BKO-ITEM-CODE     TO BAW-ITEM-CODE.
     MOVE BKO-QUANTITY      TO BAW-QUANTITY.
     MOVE WS-AGE-DAYS       TO BAW-DAYS.
     ADD 1 TO WS-BAND-ENTRIES (BAW-BAND).
     ADD BKO-QUANTITY TO WS-BAND-UNITS (BAW-BAND).
     RELEASE BackorderAgingWorkRec.
*>   The customer's id and name print on the first of their lines only.
 PrintBackorderAging.
     PERFORM UNTIL EndOfSorted
       RETURN BackorderAgingWork
         AT END
           SET EndOfSorted TO TRUE
         NOT AT END
           PERFORM WriteBackorderLine
       END-RETURN
     END-PERFORM.
 WriteBackorderLine.
     IF BAW-PERSON-ID NOT = WS-CURRENT-PERSON-ID
       ADD 1 TO WS-CUSTOMER-COUNT
       MOVE BAW-PERSON-ID   TO WS-CURRENT-PERSON-ID
       MOVE BAW-PERSON-ID   TO DTL-PERSON-ID
       MOVE BAW-PERSON-NAME TO DTL-PERSON-NAME
     ELSE
       MOVE SPACES TO DTL-PERSON-ID
       MOVE SPACES TO DTL-PERSON-NAME
     END-IF.
     MOVE BAW-ITEM-CODE TO DTL-ITEM-CODE.
     MOVE SPACES TO DTL-ITEM-DESC.
     IF WS-ITEM-FILE-STATUS NOT = "35"
       MOVE BAW-ITEM-CODE TO ItemCode
       READ ItemFile
         INVALID KEY
           MOVE "** NOT ON ITEM MASTER" TO DTL-ITEM-DESC
         NOT INVALID KEY
           MOVE ItemDescription TO DTL-ITEM-DESC
       END-READ
     END-IF.
     MOVE BAW-ORDER-DATE TO DTL-ORDER-DATE.
     MOVE BAW-QUANTITY   TO DTL-QUANTITY.
     MOVE BAW-DAYS       TO DTL-DAYS.
     WRITE BackorderAgingLine FROM WS-DETAIL-LINE.
 WriteBandTotals.
     MOVE SPACES TO BackorderAgingLine.
     WRITE BackorderAgingLine.
     PERFORM VARYING WS-BAND-IDX FROM 1 BY 1 UNTIL WS-BAND-IDX > 4
       MOVE WS-BAND-LABEL (WS-BAND-IDX)   TO BND-LABEL
       MOVE WS-BAND-ENTRIES (WS-BAND-IDX) TO BND-ENTRIES
       MOVE WS-BAND-UNITS (WS-BAND-IDX)   TO BND-UNITS
       WRITE BackorderAgingLine FROM WS-BAND-LINE
     END-PERFORM.
 SetRunLogStart.
     MOVE "BACKORDERAGING" TO RLG-JOB-NAME.
     ACCEPT WS-LOG-TS-DATE FROM DATE YYYYMMDD.
     ACCEPT WS-LOG-TS-TIME FROM TIME.
     MOVE WS-LOG-TS-DATE TO RLG-RUN-DATE.
     STRING WS-LOG-TS-DATE WS-LOG-TS-TIME DELIMITED BY SIZE
         INTO RLG-START-TIMESTAMP.
 WriteRunLogRecord.
     MOVE WS-READ-COUNT TO RLG-READ-COUNT.
     MOVE WS-CUSTOMER-COUNT TO RLG-WRITTEN-COUNT.
     MOVE ZERO TO RLG-REJECTED-COUNT.
     MOVE RETURN-CODE TO RLG-RETURN-CODE.
     CALL "WriteRunLog" USING RunLogRec.
