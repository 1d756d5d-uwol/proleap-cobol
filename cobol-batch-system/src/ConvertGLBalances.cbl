 IDENTIFICATION DIVISION.
 PROGRAM-ID. ConvertGLBalances.
*> One-time seeding of GLBAL.DAT, run once before the first journal
*> GLInterface releases with in-house balance posting. Every journal
*> line released so far is already on the acknowledgment register
*> GLACKREG.DAT, so each entry the GL has not rejected (status U or
*> P) is posted through the shared PostGLBalance under the date the
*> line carries, dated as posted on its own release date. Rejected
*> entries (R) are passed over - their corrections were re-driven
*> and registered as entries of their own. The seed only runs into
*> an empty GLBAL.DAT; one already holding balances ends the run 8
*> with nothing posted, so a second run cannot double the file.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT AckRegisterFile ASSIGN TO "GLACKREG.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-REGISTER-FILE-STATUS.
     SELECT GLBalFile ASSIGN TO "GLBAL.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS GLB-KEY
         FILE STATUS IS WS-GLBAL-FILE-STATUS.
 DATA DIVISION.
 FILE SECTION.
 FD AckRegisterFile.
 01 AckRegisterRec.
    05 ACK-RUN-DATE     PIC 9(8).
    05 ACK-ACCOUNT-CODE PIC X(10).
    05 ACK-AMOUNT       PIC S9(9)V99.
    05 ACK-DR-CR        PIC X.
    05 ACK-STATUS       PIC X.
       88 AckUnacknowledged VALUE "U".
       88 AckPosted         VALUE "P".
       88 AckRejected       VALUE "R".
    05 ACK-RELEASE-DATE PIC 9(8).
 FD GLBalFile.
 COPY GLBALREC.
 WORKING-STORAGE SECTION.
 01 WS-REGISTER-FILE-STATUS PIC XX.
 01 WS-GLBAL-FILE-STATUS PIC XX.
 01 WS-REGISTER-EOF PIC X VALUE "N".
    88 EndOfRegister VALUE "Y".
 01 WS-GLBAL-EMPTY PIC X VALUE "Y".
    88 GLBalEmpty VALUE "Y".
 01 WS-READ-COUNT     PIC 9(7) VALUE ZERO.
 01 WS-POSTED-COUNT   PIC 9(7) VALUE ZERO.
 01 WS-SKIPPED-COUNT  PIC 9(7) VALUE ZERO.
 01 WS-REFUSED-COUNT  PIC 9(7) VALUE ZERO.
*> In-house GL balance posting (shared PostGLBalance).
 COPY GLPOSTREC.
*> Run-log reporting (the shared WriteRunLog subprogram appends one
*> record per execution to RUNLOG.DAT).
 COPY RUNLOGREC.
 01 WS-LOG-TS-DATE PIC 9(8).
 01 WS-LOG-TS-TIME PIC 9(8).

 PROCEDURE DIVISION.
 Begin.
     PERFORM SetRunLogStart.
     OPEN INPUT GLBalFile.
     IF WS-GLBAL-FILE-STATUS NOT = "35"
       READ GLBalFile NEXT RECORD
         NOT AT END
           MOVE "N" TO WS-GLBAL-EMPTY
       END-READ
       CLOSE GLBalFile
     END-IF.
     IF NOT GLBalEmpty
       DISPLAY "GLBAL.DAT already holds balances - nothing seeded"
       MOVE 8 TO RETURN-CODE
       PERFORM WriteRunLogRecord
       STOP RUN
     END-IF.
     OPEN INPUT AckRegisterFile.
     IF WS-REGISTER-FILE-STATUS = "35"
       DISPLAY "GLACKREG.DAT not found - nothing to seed"
       MOVE 4 TO RETURN-CODE
       PERFORM WriteRunLogRecord
       STOP RUN
     END-IF.
     PERFORM UNTIL EndOfRegister
       READ AckRegisterFile
         AT END
           SET EndOfRegister TO TRUE
         NOT AT END
           ADD 1 TO WS-READ-COUNT
           IF AckRejected
             ADD 1 TO WS-SKIPPED-COUNT
           ELSE
             PERFORM SeedOneEntry
           END-IF
       END-READ
     END-PERFORM.
     CLOSE AckRegisterFile.
     DISPLAY "GL balances seeded - " WS-POSTED-COUNT " lines posted, "
         WS-SKIPPED-COUNT " rejected passed over, "
         WS-REFUSED-COUNT " unreadable".
     IF WS-REFUSED-COUNT > ZERO
       MOVE 4 TO RETURN-CODE
     END-IF.
     PERFORM WriteRunLogRecord.
     STOP RUN.
 SeedOneEntry.
     MOVE "P"              TO GPT-ACTION.
     MOVE ACK-RUN-DATE     TO GPT-LINE-DATE.
     MOVE ACK-ACCOUNT-CODE TO GPT-ACCOUNT-CODE.
     MOVE ACK-AMOUNT       TO GPT-AMOUNT.
     MOVE ACK-DR-CR        TO GPT-DR-CR.
     MOVE ACK-RELEASE-DATE TO GPT-POSTED-DATE.
     CALL "PostGLBalance" USING GLPostControlRec.
     IF GptPosted
       ADD 1 TO WS-POSTED-COUNT
     ELSE
       ADD 1 TO WS-REFUSED-COUNT
     END-IF.
 SetRunLogStart.
     MOVE "CONVERTGLBAL" TO RLG-JOB-NAME.
     ACCEPT WS-LOG-TS-DATE FROM DATE YYYYMMDD.
     ACCEPT WS-LOG-TS-TIME FROM TIME.
     MOVE WS-LOG-TS-DATE TO RLG-RUN-DATE.
     STRING WS-LOG-TS-DATE WS-LOG-TS-TIME DELIMITED BY SIZE
         INTO RLG-START-TIMESTAMP.
 WriteRunLogRecord.
     MOVE WS-READ-COUNT TO RLG-READ-COUNT.
     MOVE WS-POSTED-COUNT TO RLG-WRITTEN-COUNT.
     MOVE WS-REFUSED-COUNT TO RLG-REJECTED-COUNT.
     MOVE RETURN-CODE TO RLG-RETURN-CODE.
     CALL "WriteRunLog" USING RunLogRec.
