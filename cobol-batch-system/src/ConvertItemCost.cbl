 IDENTIFICATION DIVISION.
 PROGRAM-ID. ConvertItemCost.
*> One-time layout conversion for ITEMS.DAT, run once before the
*> first cycle on the record carrying ItemStdCost - the same two-pass
*> shape ConvertItemRec used when the stock and category fields were
*> added. The live file carries the 67-byte record (code,
*> description, price, active flag, on-hand, reorder point,
*> category); the widened layout appends the standard cost. The
*> old-layout file is read whole into a staging cluster (ITEMS.CST)
*> carrying the new layout with the cost at zero until ItemMaint sets
*> a real one, then the live name is recreated from the staging copy.
*> A rerun against an already-converted file fails loudly on the
*> length check instead of mangling it.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT OldItemFile ASSIGN TO "ITEMS.DAT"
         ORGANIZATION IS INDEXED
         RECORD KEY IS ITO-ITEM-CODE
         FILE STATUS IS WS-OLD-FILE-STATUS.
     SELECT StageFile ASSIGN TO "ITEMS.CST"
         ORGANIZATION IS INDEXED
         RECORD KEY IS STG-ITEM-CODE
         FILE STATUS IS WS-STAGE-FILE-STATUS.
     SELECT NewItemFile ASSIGN TO "ITEMS.DAT"
         ORGANIZATION IS INDEXED
         RECORD KEY IS ItemCode
         FILE STATUS IS WS-NEW-FILE-STATUS.
 DATA DIVISION.
 FILE SECTION.
*> The layout the live file carries today.
 FD OldItemFile.
 01 OldItemRec.
    05 ITO-ITEM-CODE        PIC X(10).
    05 ITO-ITEM-DESCRIPTION PIC X(30).
    05 ITO-UNIT-PRICE       PIC 9(5)V99.
    05 ITO-ACTIVE-FLAG      PIC X.
    05 ITO-ON-HAND-QTY      PIC S9(7).
    05 ITO-REORDER-POINT    PIC 9(5).
    05 ITO-CATEGORY         PIC X(6).
 FD StageFile.
 01 StageRec.
    05 STG-ITEM-CODE        PIC X(10).
    05 STG-ITEM-DESCRIPTION PIC X(30).
    05 STG-UNIT-PRICE       PIC 9(5)V99.
    05 STG-ACTIVE-FLAG      PIC X.
    05 STG-ON-HAND-QTY      PIC S9(7).
    05 STG-REORDER-POINT    PIC 9(5).
    05 STG-CATEGORY         PIC X(6).
    05 STG-STD-COST         PIC 9(5)V99.
*> The layout every program expects from here on.
 FD NewItemFile.
 COPY ITEMREC.
 WORKING-STORAGE SECTION.
 01 WS-OLD-FILE-STATUS PIC XX.
 01 WS-STAGE-FILE-STATUS PIC XX.
 01 WS-NEW-FILE-STATUS PIC XX.
 01 WS-OLD-EOF PIC X VALUE "N".
    88 EndOfOldFile VALUE "Y".
 01 WS-STAGE-EOF PIC X VALUE "N".
    88 EndOfStageFile VALUE "Y".
 01 WS-CONVERTED-COUNT PIC 9(7) VALUE ZERO.
 01 WS-RELOADED-COUNT  PIC 9(7) VALUE ZERO.
*> Run-log reporting (the shared WriteRunLog subprogram appends one
*> record per execution to RUNLOG.DAT).
 COPY RUNLOGREC.
 01 WS-LOG-TS-DATE PIC 9(8).
 01 WS-LOG-TS-TIME PIC 9(8).

 PROCEDURE DIVISION.
 Begin.
     PERFORM SetRunLogStart.
     OPEN INPUT OldItemFile.
     EVALUATE WS-OLD-FILE-STATUS
       WHEN "00"
         CONTINUE
       WHEN "35"
         DISPLAY "ITEMS.DAT not found - nothing to convert"
         MOVE 4 TO RETURN-CODE
         PERFORM WriteRunLogRecord
         STOP RUN
       WHEN OTHER
         DISPLAY "ITEMS.DAT did not open under the old layout "
             "(status " WS-OLD-FILE-STATUS
             ") - already converted? Nothing touched"
         MOVE 8 TO RETURN-CODE
         PERFORM WriteRunLogRecord
         STOP RUN
     END-EVALUATE.
     OPEN OUTPUT StageFile.
     PERFORM UNTIL EndOfOldFile
       READ OldItemFile
         AT END
           SET EndOfOldFile TO TRUE
         NOT AT END
           MOVE ITO-ITEM-CODE        TO STG-ITEM-CODE
           MOVE ITO-ITEM-DESCRIPTION TO STG-ITEM-DESCRIPTION
           MOVE ITO-UNIT-PRICE       TO STG-UNIT-PRICE
           MOVE ITO-ACTIVE-FLAG      TO STG-ACTIVE-FLAG
           MOVE ITO-ON-HAND-QTY      TO STG-ON-HAND-QTY
           MOVE ITO-REORDER-POINT    TO STG-REORDER-POINT
           MOVE ITO-CATEGORY         TO STG-CATEGORY
           MOVE ZERO                 TO STG-STD-COST
           WRITE StageRec
           ADD 1 TO WS-CONVERTED-COUNT
       END-READ
     END-PERFORM.
     CLOSE OldItemFile.
     CLOSE StageFile.
*>   The live name is recreated under the new layout from the
*>   verified staging copy - the staging cluster stays on disk as
*>   the fallback until the operator discards it.
     OPEN INPUT StageFile.
     OPEN OUTPUT NewItemFile.
     PERFORM UNTIL EndOfStageFile
       READ StageFile
         AT END
           SET EndOfStageFile TO TRUE
         NOT AT END
           MOVE StageRec TO ItemDetails
           WRITE ItemDetails
           ADD 1 TO WS-RELOADED-COUNT
       END-READ
     END-PERFORM.
     CLOSE StageFile.
     CLOSE NewItemFile.
     IF WS-RELOADED-COUNT NOT = WS-CONVERTED-COUNT
       DISPLAY "ConvertItemCost - reload count " WS-RELOADED-COUNT
           " does not match converted count " WS-CONVERTED-COUNT
           " - restore from ITEMS.CST"
       MOVE 8 TO RETURN-CODE
     ELSE
       DISPLAY "ITEMS.DAT converted - " WS-RELOADED-COUNT
           " records now carry a standard cost"
     END-IF.
     PERFORM WriteRunLogRecord.
     STOP RUN.
 SetRunLogStart.
     MOVE "CONVERTITEMCOST" TO RLG-JOB-NAME.
     ACCEPT WS-LOG-TS-DATE FROM DATE YYYYMMDD.
     ACCEPT WS-LOG-TS-TIME FROM TIME.
     MOVE WS-LOG-TS-DATE TO RLG-RUN-DATE.
     STRING WS-LOG-TS-DATE WS-LOG-TS-TIME DELIMITED BY SIZE
         INTO RLG-START-TIMESTAMP.
 WriteRunLogRecord.
     MOVE WS-CONVERTED-COUNT TO RLG-READ-COUNT.
     MOVE WS-RELOADED-COUNT TO RLG-WRITTEN-COUNT.
     MOVE ZERO TO RLG-REJECTED-COUNT.
     MOVE RETURN-CODE TO RLG-RETURN-CODE.
     CALL "WriteRunLog" USING RunLogRec.
