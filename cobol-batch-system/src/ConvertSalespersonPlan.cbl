 IDENTIFICATION DIVISION.
 PROGRAM-ID. ConvertSalespersonPlan.
*> One-time layout conversion for SALESPERSONS.DAT, run once before
*> the first cycle that prices commission from the plan master - the
*> same two-pass conversion ConvertSalespersonRec made when the region
*> and termination date were added. The live file still carries the
*> 29-byte record; the widened layout adds the commission plan id.
*> The old-layout file is read whole into a staging cluster carrying
*> the new layout (every salesperson on STD, the standard plan they
*> have always been paid under, until SalespersonMaint assigns
*> another), then the live name is recreated from the staging copy.
*> A rerun against an already-converted file fails loudly on the
*> length check instead of mangling it.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT OldSalespersonFile ASSIGN TO "SALESPERSONS.DAT"
         ORGANIZATION IS INDEXED
         RECORD KEY IS SPO-PERSON-ID
         FILE STATUS IS WS-OLD-FILE-STATUS.
     SELECT StageFile ASSIGN TO "SALESPERSONS.CNV"
         ORGANIZATION IS INDEXED
         RECORD KEY IS STG-PERSON-ID
         FILE STATUS IS WS-STAGE-FILE-STATUS.
     SELECT NewSalespersonFile ASSIGN TO "SALESPERSONS.DAT"
         ORGANIZATION IS INDEXED
         RECORD KEY IS SPX-PERSON-ID
         FILE STATUS IS WS-NEW-FILE-STATUS.
 DATA DIVISION.
 FILE SECTION.
*> The layout the live file carries today.
 FD OldSalespersonFile.
 01 OldSalespersonRec.
    05 SPO-PERSON-ID PIC 9(6).
    05 SPO-DETAILS   PIC X(23).
 FD StageFile.
 01 StageRec.
    05 STG-PERSON-ID PIC 9(6).
    05 STG-DETAILS   PIC X(23).
    05 STG-PLAN-ID   PIC X(6).
*> The layout every program expects from here on.
 FD NewSalespersonFile.
 01 SalespersonRec.
    05 SPX-PERSON-ID PIC 9(6).
    05 SPX-TERRITORY PIC X(10).
    05 SPX-REGION    PIC X(4).
    05 SPX-ACTIVE    PIC X.
    05 SPX-TERM-DATE PIC 9(8).
    05 SPX-PLAN-ID   PIC X(6).
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
     OPEN INPUT OldSalespersonFile.
     EVALUATE WS-OLD-FILE-STATUS
       WHEN "00"
         CONTINUE
       WHEN "35"
         DISPLAY "SALESPERSONS.DAT not found - nothing to convert"
         MOVE 4 TO RETURN-CODE
         PERFORM WriteRunLogRecord
         STOP RUN
       WHEN OTHER
         DISPLAY "SALESPERSONS.DAT did not open under the old "
             "layout (status " WS-OLD-FILE-STATUS
             ") - already converted? Nothing touched"
         MOVE 8 TO RETURN-CODE
         PERFORM WriteRunLogRecord
         STOP RUN
     END-EVALUATE.
     OPEN OUTPUT StageFile.
     PERFORM UNTIL EndOfOldFile
       READ OldSalespersonFile
         AT END
           SET EndOfOldFile TO TRUE
         NOT AT END
           MOVE SPO-PERSON-ID TO STG-PERSON-ID
           MOVE SPO-DETAILS   TO STG-DETAILS
           MOVE "STD"         TO STG-PLAN-ID
           WRITE StageRec
           ADD 1 TO WS-CONVERTED-COUNT
       END-READ
     END-PERFORM.
     CLOSE OldSalespersonFile.
     CLOSE StageFile.
*>   The live name is recreated under the new layout from the
*>   verified staging copy - the staging cluster stays on disk as
*>   the fallback until the operator discards it.
     OPEN INPUT StageFile.
     OPEN OUTPUT NewSalespersonFile.
     PERFORM UNTIL EndOfStageFile
       READ StageFile
         AT END
           SET EndOfStageFile TO TRUE
         NOT AT END
           MOVE StageRec TO SalespersonRec
           WRITE SalespersonRec
           ADD 1 TO WS-RELOADED-COUNT
       END-READ
     END-PERFORM.
     CLOSE StageFile.
     CLOSE NewSalespersonFile.
     IF WS-RELOADED-COUNT NOT = WS-CONVERTED-COUNT
       DISPLAY "ConvertSalespersonPlan - reload count "
           WS-RELOADED-COUNT " does not match converted count "
           WS-CONVERTED-COUNT " - restore from SALESPERSONS.CNV"
       MOVE 8 TO RETURN-CODE
     ELSE
       DISPLAY "SALESPERSONS.DAT converted - " WS-RELOADED-COUNT
           " records on the widened layout"
     END-IF.
     PERFORM WriteRunLogRecord.
     STOP RUN.
 SetRunLogStart.
     MOVE "CONVERTSALESPLAN" TO RLG-JOB-NAME.
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
