 IDENTIFICATION DIVISION.
 PROGRAM-ID. ConvertTaxRateRec.
*> One-time layout conversion for TAXRATES.DAT, run once before the
*> first cycle that charges freight - the same two-pass conversion
*> ConvertItemRec made of ITEMS.DAT. The live file still carries the
*> original 7-byte record (state, rate, active flag); the widened
*> layout adds the flag saying whether the state taxes freight. The
*> old-layout file is read whole into a staging cluster carrying the
*> new layout (freight not taxable until TaxRateMaint says otherwise),
*> then the live name is recreated from the staging copy. A rerun
*> against an already-converted file fails loudly on the length check
*> instead of mangling it.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT OldTaxRateFile ASSIGN TO "TAXRATES.DAT"
         ORGANIZATION IS INDEXED
         RECORD KEY IS TRO-STATE
         FILE STATUS IS WS-OLD-FILE-STATUS.
     SELECT StageFile ASSIGN TO "TAXRATES.CNV"
         ORGANIZATION IS INDEXED
         RECORD KEY IS STG-STATE
         FILE STATUS IS WS-STAGE-FILE-STATUS.
     SELECT NewTaxRateFile ASSIGN TO "TAXRATES.DAT"
         ORGANIZATION IS INDEXED
         RECORD KEY IS TRX-STATE
         FILE STATUS IS WS-NEW-FILE-STATUS.
 DATA DIVISION.
 FILE SECTION.
*> The layout the live file carries today.
 FD OldTaxRateFile.
 01 OldTaxRateRec.
    05 TRO-STATE  PIC XX.
    05 TRO-RATE   PIC 99V99.
    05 TRO-ACTIVE PIC X.
 FD StageFile.
 01 StageRec.
    05 STG-STATE           PIC XX.
    05 STG-RATE            PIC 99V99.
    05 STG-ACTIVE          PIC X.
    05 STG-FREIGHT-TAXABLE PIC X.
*> The layout TaxRateMaint and BATCH-DISCOUNT expect from here on.
 FD NewTaxRateFile.
 01 TaxRateRec.
    05 TRX-STATE           PIC XX.
    05 TRX-RATE            PIC 99V99.
    05 TRX-ACTIVE          PIC X.
    05 TRX-FREIGHT-TAXABLE PIC X.
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
     OPEN INPUT OldTaxRateFile.
     EVALUATE WS-OLD-FILE-STATUS
       WHEN "00"
         CONTINUE
       WHEN "35"
         DISPLAY "TAXRATES.DAT not found - nothing to convert"
         MOVE 4 TO RETURN-CODE
         PERFORM WriteRunLogRecord
         STOP RUN
       WHEN OTHER
         DISPLAY "TAXRATES.DAT did not open under the old layout "
             "(status " WS-OLD-FILE-STATUS
             ") - already converted? Nothing touched"
         MOVE 8 TO RETURN-CODE
         PERFORM WriteRunLogRecord
         STOP RUN
     END-EVALUATE.
     OPEN OUTPUT StageFile.
     PERFORM UNTIL EndOfOldFile
       READ OldTaxRateFile
         AT END
           SET EndOfOldFile TO TRUE
         NOT AT END
           MOVE TRO-STATE  TO STG-STATE
           MOVE TRO-RATE   TO STG-RATE
           MOVE TRO-ACTIVE TO STG-ACTIVE
           MOVE "N"        TO STG-FREIGHT-TAXABLE
           WRITE StageRec
           ADD 1 TO WS-CONVERTED-COUNT
       END-READ
     END-PERFORM.
     CLOSE OldTaxRateFile.
     CLOSE StageFile.
*>   The live name is recreated under the new layout from the
*>   verified staging copy - the staging cluster stays on disk as
*>   the fallback until the operator discards it.
     OPEN INPUT StageFile.
     OPEN OUTPUT NewTaxRateFile.
     PERFORM UNTIL EndOfStageFile
       READ StageFile
         AT END
           SET EndOfStageFile TO TRUE
         NOT AT END
           MOVE StageRec TO TaxRateRec
           WRITE TaxRateRec
           ADD 1 TO WS-RELOADED-COUNT
       END-READ
     END-PERFORM.
     CLOSE StageFile.
     CLOSE NewTaxRateFile.
     IF WS-RELOADED-COUNT NOT = WS-CONVERTED-COUNT
       DISPLAY "ConvertTaxRateRec - reload count " WS-RELOADED-COUNT
           " does not match converted count " WS-CONVERTED-COUNT
           " - restore from TAXRATES.CNV"
       MOVE 8 TO RETURN-CODE
     ELSE
       DISPLAY "TAXRATES.DAT converted - " WS-RELOADED-COUNT
           " records on the widened layout"
     END-IF.
     PERFORM WriteRunLogRecord.
     STOP RUN.
 SetRunLogStart.
     MOVE "CONVERTTAXRATEREC" TO RLG-JOB-NAME.
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
