 IDENTIFICATION DIVISION.
 PROGRAM-ID. ConvertInvoiceHist.
*> One-time layout conversion for INVHIST.DAT, run once before the
*> first cycle that honours tax-exemption certificates - the same
*> two-pass conversion ConvertItemRec made of ITEMS.DAT. The live file
*> still carries the original 207-byte invoice; the widened layout
*> adds the exemption certificate and the exempt sale (see
*> INVOICEREC). The old-layout file is read whole into a staging
*> cluster carrying the new layout (no certificate, no exempt sale -
*> nothing was exempted before), then the live name is recreated from
*> the staging copy. A rerun against an already-converted file fails
*> loudly on the length check instead of mangling it. INVOICES.DAT
*> needs no conversion: it is rewritten whole by every discount run.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT OldInvoiceHistFile ASSIGN TO "INVHIST.DAT"
         ORGANIZATION IS INDEXED
         RECORD KEY IS IVO-NUMBER
         FILE STATUS IS WS-OLD-FILE-STATUS.
     SELECT StageFile ASSIGN TO "INVHIST.CNV"
         ORGANIZATION IS INDEXED
         RECORD KEY IS STG-NUMBER
         FILE STATUS IS WS-STAGE-FILE-STATUS.
     SELECT NewInvoiceHistFile ASSIGN TO "INVHIST.DAT"
         ORGANIZATION IS INDEXED
         RECORD KEY IS IVH-NUMBER
         FILE STATUS IS WS-NEW-FILE-STATUS.
 DATA DIVISION.
 FILE SECTION.
*> The layout the live file carries today.
 FD OldInvoiceHistFile.
 01 OldInvoiceHistRec.
    05 IVO-NUMBER  PIC 9(8).
    05 IVO-DETAILS PIC X(199).
 FD StageFile.
 01 StageRec.
    05 STG-NUMBER          PIC 9(8).
    05 STG-DETAILS         PIC X(199).
    05 STG-TAX-EXEMPT-CERT PIC X(20).
    05 STG-EXEMPT-SALES    PIC 9(7)V99.
    05 FILLER              PIC X(21).
*> The layout ARPost and BATCH-DISCOUNT expect from here on.
 FD NewInvoiceHistFile.
 COPY INVHISTREC.
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
     OPEN INPUT OldInvoiceHistFile.
     EVALUATE WS-OLD-FILE-STATUS
       WHEN "00"
         CONTINUE
       WHEN "35"
         DISPLAY "INVHIST.DAT not found - nothing to convert"
         MOVE 4 TO RETURN-CODE
         PERFORM WriteRunLogRecord
         STOP RUN
       WHEN OTHER
         DISPLAY "INVHIST.DAT did not open under the old layout "
             "(status " WS-OLD-FILE-STATUS
             ") - already converted? Nothing touched"
         MOVE 8 TO RETURN-CODE
         PERFORM WriteRunLogRecord
         STOP RUN
     END-EVALUATE.
     OPEN OUTPUT StageFile.
     PERFORM UNTIL EndOfOldFile
       READ OldInvoiceHistFile
         AT END
           SET EndOfOldFile TO TRUE
         NOT AT END
           MOVE IVO-NUMBER  TO STG-NUMBER
           MOVE IVO-DETAILS TO STG-DETAILS
           MOVE SPACES      TO STG-TAX-EXEMPT-CERT
           MOVE ZERO        TO STG-EXEMPT-SALES
           WRITE StageRec
           ADD 1 TO WS-CONVERTED-COUNT
       END-READ
     END-PERFORM.
     CLOSE OldInvoiceHistFile.
     CLOSE StageFile.
*>   The live name is recreated under the new layout from the
*>   verified staging copy - the staging cluster stays on disk as
*>   the fallback until the operator discards it.
     OPEN INPUT StageFile.
     OPEN OUTPUT NewInvoiceHistFile.
     PERFORM UNTIL EndOfStageFile
       READ StageFile
         AT END
           SET EndOfStageFile TO TRUE
         NOT AT END
           MOVE StageRec TO InvoiceHistoryRec
           WRITE InvoiceHistoryRec
           ADD 1 TO WS-RELOADED-COUNT
       END-READ
     END-PERFORM.
     CLOSE StageFile.
     CLOSE NewInvoiceHistFile.
     IF WS-RELOADED-COUNT NOT = WS-CONVERTED-COUNT
       DISPLAY "ConvertInvoiceHist - reload count " WS-RELOADED-COUNT
           " does not match converted count " WS-CONVERTED-COUNT
           " - restore from INVHIST.CNV"
       MOVE 8 TO RETURN-CODE
     ELSE
       DISPLAY "INVHIST.DAT converted - " WS-RELOADED-COUNT
           " records on the widened layout"
     END-IF.
     PERFORM WriteRunLogRecord.
     STOP RUN.
 SetRunLogStart.
     MOVE "CONVERTINVOICEHST" TO RLG-JOB-NAME.
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
