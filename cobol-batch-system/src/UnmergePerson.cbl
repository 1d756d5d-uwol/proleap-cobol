 IDENTIFICATION DIVISION.
 PROGRAM-ID. UnmergePerson.
*> Reverses one ConsolidateDuplicates decision that merged two
*> different people. The operator names the survivor and the
*> merged-away PersonId of the past decision; its MERGELOG.DAT entries
*> must still be applied (a merge is only ever reversed once). The
*> absorbed person is recreated on PERSONS.DAT from their latest
*> PERSONS.ARCHIVE copy - refused if the id has been reused since -
*> and exactly the records the merge moved are moved back: sales by
*> the SalesTransId logged at merge time (as seller or as buyer),
*> summaries by the period and amounts logged, each in the generation
*> it was moved in. Anything the survivor has acquired since stays
*> with the survivor. Both people get an audit entry (UNMRGR on the
*> restored id, UNMRGS on the survivor) and a PERSONHIST.DAT entry,
*> the log entries are marked unmerged, the master is resealed, and
*> UNMERGE.RPT reports what went back where.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT PersonFile ASSIGN TO "PERSONS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS PersonId
         FILE STATUS IS WS-PERSON-FILE-STATUS.
     SELECT PersonArchive ASSIGN TO "PERSONS.ARCHIVE"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
     SELECT MergeLogFile ASSIGN TO "MERGELOG.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-MERGELOG-FILE-STATUS.
     SELECT SalesFile ASSIGN TO WS-GEN-FILENAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-GEN-FILE-STATUS.
     SELECT SummaryFile ASSIGN TO WS-GEN-FILENAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-GEN-FILE-STATUS.
     SELECT PersonHistFile ASSIGN TO "PERSONHIST.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-PERSONHIST-STATUS.
     SELECT UnmergeTemp ASSIGN TO "UNMERGE.TMP"
         ORGANIZATION IS LINE SEQUENTIAL.
     SELECT AuditFile ASSIGN TO "PERSONS.AUDIT"
         ORGANIZATION IS LINE SEQUENTIAL.
     SELECT UnmergeReport ASSIGN TO "UNMERGE.RPT"
         ORGANIZATION IS LINE SEQUENTIAL.
 DATA DIVISION.
 FILE SECTION.
 FD PersonFile.
 COPY PERSONREC.
 FD PersonArchive.
 01 ArchivePersonRec.
    05 ARC-PERSON-ID PIC 9(6).
    05 FILLER        PIC X(122).
 FD MergeLogFile.
 COPY MERGELOGREC.
 FD SalesFile.
 COPY SALESREC.
 FD SummaryFile.
 COPY SUMMARYREC.
 FD PersonHistFile.
 COPY PERSONHISTREC.
 FD UnmergeTemp.
 01 UnmergeTempRec PIC X(128).
 FD AuditFile.
 COPY AUDITREC.
 FD UnmergeReport.
 01 UnmergeReportLine PIC X(80).
 WORKING-STORAGE SECTION.
 COPY OPERCTLREC.
 COPY CYCLELOCKREC.
 COPY AUDITSEQREC.
 COPY SEALCTLREC.
 COPY RUNDATEREC.
 01 WS-PERSON-FILE-STATUS PIC XX.
 01 WS-ARCHIVE-FILE-STATUS PIC XX.
 01 WS-MERGELOG-FILE-STATUS PIC XX.
 01 WS-GEN-FILE-STATUS PIC XX.
 01 WS-PERSONHIST-STATUS PIC XX.
 01 WS-OPERATOR-ID PIC X(8).
 01 WS-TS-DATE PIC 9(8).
 01 WS-TS-TIME PIC 9(8).
 01 WS-RUN-DATE PIC 9(8).
 01 WS-SURVIVOR-ID PIC 9(6).
 01 WS-MERGED-ID   PIC 9(6).
 01 WS-GEN-FILENAME PIC X(28).
 01 WS-EOF-SWITCH PIC X.
    88 EndOfFile VALUE "Y".
 01 WS-OVERRIDE-ANSWER PIC X.
    88 OverrideYes VALUE "Y".
 01 WS-CONFIRM-ANSWER PIC X.
    88 ConfirmYes VALUE "Y".
 01 WS-GATE-AUDIT-ACTION PIC X(6).
 01 WS-AUDIT-PERSON-ID PIC 9(6).
 01 WS-AUDIT-ACTION PIC X(6).
 01 WS-MERGE-FOUND PIC X VALUE "N".
    88 MergeDecisionFound VALUE "Y".
 01 WS-MERGE-DATE PIC 9(8) VALUE ZERO.
 01 WS-ARCHIVE-FOUND PIC X VALUE "N".
    88 ArchiveCopyFound VALUE "Y".
 01 WS-RESTORED-DETAILS PIC X(128).
 01 WS-SURVIVOR-DETAILS PIC X(128).
*> The moves the merge logged for this pair, loaded whole before
*> anything is touched - a log too big for the table refuses the run
*> rather than reversing part of a merge.
 77 MOVE-TABLE-MAX PIC 9(4) VALUE 2000.
 01 WS-MOVE-COUNT PIC 9(4) VALUE ZERO.
 01 WS-MOVE-IX    PIC 9(4).
 01 WS-MOVE-TABLE.
    05 WS-MOVE-ENTRY OCCURS 2000 TIMES.
       10 WS-MOV-FILE-NAME PIC X(28).
       10 WS-MOV-KIND      PIC X.
       10 WS-MOV-TRANS-ID  PIC 9(14).
       10 WS-MOV-PERIOD    PIC 9(6).
       10 WS-MOV-AMOUNT    PIC S9(9)V99.
       10 WS-MOV-COMM      PIC S9(9)V99.
       10 WS-MOV-DONE      PIC X.
 01 WS-MATCH-KIND PIC X.
 01 WS-MOVE-MATCHED PIC X.
    88 MoveMatched VALUE "Y".
*> The distinct generations the logged moves are spread over.
 01 WS-GEN-COUNT PIC 9(3) VALUE ZERO.
 01 WS-GEN-IX    PIC 9(3).
 01 WS-GEN-TABLE.
    05 WS-GEN-NAME PIC X(28) OCCURS 200 TIMES.
 01 WS-GEN-KNOWN PIC X.
    88 GenerationKnown VALUE "Y".
 01 WS-SALES-RETURNED    PIC 9(7) VALUE ZERO.
 01 WS-SUMMARY-RETURNED  PIC 9(7) VALUE ZERO.
 01 WS-NOT-FOUND-COUNT   PIC 9(7) VALUE ZERO.
 01 WS-LOG-MARKED        PIC 9(7) VALUE ZERO.
 01 WS-TITLE-LINE.
    05 FILLER PIC X(10) VALUE "UNMERGED ".
    05 TTL-MERGED-ID PIC ZZZZZ9.
    05 FILLER PIC X(6) VALUE " FROM ".
    05 TTL-SURVIVOR-ID PIC ZZZZZ9.
    05 FILLER PIC X(11) VALUE " MERGED ON ".
    05 TTL-MERGE-DATE PIC 9(8).
 01 WS-SUMMARY-LINE.
    05 SUM-LABEL PIC X(34).
    05 SUM-VALUE PIC Z(6)9.

 PROCEDURE DIVISION.
 Begin.
     DISPLAY "Enter operator ID: ".
     ACCEPT WS-OPERATOR-ID.
     PERFORM CheckOperatorSignOn.
     PERFORM CheckCycleLockGate.
     CALL "ResolveRunDate" USING RunDateControlRec.
     MOVE RDT-RUN-DATE TO WS-RUN-DATE.
     DISPLAY "Enter the surviving PersonId of the merge: ".
     ACCEPT WS-SURVIVOR-ID.
     DISPLAY "Enter the merged-away PersonId to recreate: ".
     ACCEPT WS-MERGED-ID.
     IF WS-SURVIVOR-ID = WS-MERGED-ID OR WS-MERGED-ID = ZERO
       DISPLAY "Error - survivor and merged ids must differ and be "
           "non-zero"
       MOVE 8 TO RETURN-CODE
       STOP RUN
     END-IF.
     PERFORM LoadMergeLog.
     IF NOT MergeDecisionFound
       DISPLAY "Error - no unreversed merge of " WS-MERGED-ID
           " into " WS-SURVIVOR-ID " on MERGELOG.DAT"
       MOVE 8 TO RETURN-CODE
       STOP RUN
     END-IF.
     PERFORM FindArchivedCopy.
     IF NOT ArchiveCopyFound
       DISPLAY "Error - no PERSONS.ARCHIVE copy of " WS-MERGED-ID
           " to recreate"
       MOVE 8 TO RETURN-CODE
       STOP RUN
     END-IF.
     DISPLAY "Recreate " WS-MERGED-ID " and move back "
         WS-MOVE-COUNT " logged records from " WS-SURVIVOR-ID
         " - continue (Y/N)? ".
     ACCEPT WS-CONFIRM-ANSWER.
     IF NOT ConfirmYes
       DISPLAY "Unmerge abandoned - nothing touched"
       STOP RUN
     END-IF.
     PERFORM RecreateMergedPerson.
     PERFORM VARYING WS-GEN-IX FROM 1 BY 1
         UNTIL WS-GEN-IX > WS-GEN-COUNT
       MOVE WS-GEN-NAME (WS-GEN-IX) TO WS-GEN-FILENAME
       IF WS-GEN-FILENAME (1:6) = "SALES."
         PERFORM ReturnSalesRecords
       ELSE
         PERFORM ReturnSummaryRecords
       END-IF
     END-PERFORM.
     PERFORM VARYING WS-MOVE-IX FROM 1 BY 1
         UNTIL WS-MOVE-IX > WS-MOVE-COUNT
       IF WS-MOV-DONE (WS-MOVE-IX) NOT = "Y"
         ADD 1 TO WS-NOT-FOUND-COUNT
       END-IF
     END-PERFORM.
     PERFORM MarkLogUnmerged.
     PERFORM WritePersonHistEntries.
     MOVE WS-MERGED-ID TO WS-AUDIT-PERSON-ID.
     MOVE "UNMRGR" TO WS-AUDIT-ACTION.
     PERFORM WriteAuditRecord.
     MOVE WS-SURVIVOR-ID TO WS-AUDIT-PERSON-ID.
     MOVE "UNMRGS" TO WS-AUDIT-ACTION.
     PERFORM WriteAuditRecord.
     SET SealWrite TO TRUE.
     CALL "VerifyMasterSeal" USING SealControlRec.
     PERFORM WriteUnmergeReport.
     IF WS-NOT-FOUND-COUNT > ZERO
       MOVE 4 TO RETURN-CODE
     END-IF.
     STOP RUN.
*>   The latest applied merge of the pair is the one reversed; its
*>   moves are gathered with the distinct generations they sit in.
 LoadMergeLog.
     MOVE "N" TO WS-EOF-SWITCH.
     OPEN INPUT MergeLogFile.
     IF WS-MERGELOG-FILE-STATUS = "35"
       SET EndOfFile TO TRUE
     END-IF.
     PERFORM UNTIL EndOfFile
       READ MergeLogFile
         AT END
           SET EndOfFile TO TRUE
         NOT AT END
           IF MLG-SURVIVOR-ID = WS-SURVIVOR-ID
               AND MLG-MERGED-ID = WS-MERGED-ID
               AND MlgApplied
             PERFORM TakeMergeLogEntry
           END-IF
       END-READ
     END-PERFORM.
     IF WS-MERGELOG-FILE-STATUS NOT = "35"
       CLOSE MergeLogFile
     END-IF.
 TakeMergeLogEntry.
     IF MlgPersonMerged
       SET MergeDecisionFound TO TRUE
       MOVE MLG-MERGE-DATE TO WS-MERGE-DATE
     ELSE
       IF WS-MOVE-COUNT NOT < MOVE-TABLE-MAX
         DISPLAY "Error - more than " MOVE-TABLE-MAX
             " logged moves for this merge - nothing touched"
         MOVE 8 TO RETURN-CODE
         STOP RUN
       END-IF
       ADD 1 TO WS-MOVE-COUNT
       MOVE MLG-FILE-NAME      TO WS-MOV-FILE-NAME (WS-MOVE-COUNT)
       MOVE MLG-ENTRY-KIND     TO WS-MOV-KIND (WS-MOVE-COUNT)
       MOVE MLG-TRANS-ID       TO WS-MOV-TRANS-ID (WS-MOVE-COUNT)
       MOVE MLG-SUMMARY-PERIOD TO WS-MOV-PERIOD (WS-MOVE-COUNT)
       MOVE MLG-SUMMARY-AMOUNT TO WS-MOV-AMOUNT (WS-MOVE-COUNT)
       MOVE MLG-SUMMARY-COMM   TO WS-MOV-COMM (WS-MOVE-COUNT)
       MOVE "N"                TO WS-MOV-DONE (WS-MOVE-COUNT)
       PERFORM NoteGeneration
     END-IF.
 NoteGeneration.
     MOVE "N" TO WS-GEN-KNOWN.
     PERFORM VARYING WS-GEN-IX FROM 1 BY 1
         UNTIL WS-GEN-IX > WS-GEN-COUNT OR GenerationKnown
       IF WS-GEN-NAME (WS-GEN-IX) = MLG-FILE-NAME
         SET GenerationKnown TO TRUE
       END-IF
     END-PERFORM.
     IF NOT GenerationKnown
       IF WS-GEN-COUNT < 200
         ADD 1 TO WS-GEN-COUNT
         MOVE MLG-FILE-NAME TO WS-GEN-NAME (WS-GEN-COUNT)
       ELSE
         DISPLAY "Error - logged moves span more than 200 "
             "generations - nothing touched"
         MOVE 8 TO RETURN-CODE
         STOP RUN
       END-IF
     END-IF.
*>   The same person may have been archived more than once (deleted,
*>   reinstated, merged); the last copy is the one the merge wrote.
 FindArchivedCopy.
     MOVE "N" TO WS-EOF-SWITCH.
     OPEN INPUT PersonArchive.
     IF WS-ARCHIVE-FILE-STATUS = "35"
       SET EndOfFile TO TRUE
     END-IF.
     PERFORM UNTIL EndOfFile
       READ PersonArchive
         AT END
           SET EndOfFile TO TRUE
         NOT AT END
           IF ARC-PERSON-ID = WS-MERGED-ID
             MOVE ArchivePersonRec TO WS-RESTORED-DETAILS
             SET ArchiveCopyFound TO TRUE
           END-IF
       END-READ
     END-PERFORM.
     IF WS-ARCHIVE-FILE-STATUS NOT = "35"
       CLOSE PersonArchive
     END-IF.
 RecreateMergedPerson.
     OPEN I-O PersonFile.
     IF WS-PERSON-FILE-STATUS = "35"
       DISPLAY "Error - PERSONS.DAT not found"
       MOVE 8 TO RETURN-CODE
       STOP RUN
     END-IF.
     MOVE WS-SURVIVOR-ID TO PersonId.
     READ PersonFile
       INVALID KEY
         DISPLAY "Error - survivor " WS-SURVIVOR-ID
             " is no longer on PERSONS.DAT - unmerge refused"
         CLOSE PersonFile
         MOVE 8 TO RETURN-CODE
         STOP RUN
       NOT INVALID KEY
         MOVE PersonDetails TO WS-SURVIVOR-DETAILS
     END-READ.
     MOVE WS-RESTORED-DETAILS TO PersonDetails.
     WRITE PersonDetails
       INVALID KEY
         DISPLAY "Error - " WS-MERGED-ID " is already on "
             "PERSONS.DAT - unmerge refused"
         CLOSE PersonFile
         MOVE 8 TO RETURN-CODE
         STOP RUN
     END-WRITE.
     CLOSE PersonFile.
     DISPLAY "Person " WS-MERGED-ID " recreated from PERSONS.ARCHIVE".
*>   A sale goes back when the survivor holds it in the role the log
*>   says the merged person had - seller, buyer, or both.
 ReturnSalesRecords.
     MOVE "N" TO WS-EOF-SWITCH.
     OPEN INPUT SalesFile.
     IF WS-GEN-FILE-STATUS = "35"
       SET EndOfFile TO TRUE
     ELSE
       OPEN OUTPUT UnmergeTemp
     END-IF.
     PERFORM UNTIL EndOfFile
       READ SalesFile
         AT END
           SET EndOfFile TO TRUE
         NOT AT END
           IF SalesPersonId = WS-SURVIVOR-ID
             MOVE "S" TO WS-MATCH-KIND
             PERFORM FindLoggedSale
             IF MoveMatched
               MOVE WS-MERGED-ID TO SalesPersonId
               ADD 1 TO WS-SALES-RETURNED
             END-IF
           END-IF
           IF NOT SalesBuyerUnknown
               AND SalesBuyerId = WS-SURVIVOR-ID
             MOVE "B" TO WS-MATCH-KIND
             PERFORM FindLoggedSale
             IF MoveMatched
               MOVE WS-MERGED-ID TO SalesBuyerId
               ADD 1 TO WS-SALES-RETURNED
             END-IF
           END-IF
           WRITE UnmergeTempRec FROM SalesRec
       END-READ
     END-PERFORM.
     IF WS-GEN-FILE-STATUS NOT = "35"
       CLOSE SalesFile
       CLOSE UnmergeTemp
       PERFORM CopyTempBackToSalesFile
     END-IF.
 CopyTempBackToSalesFile.
     MOVE "N" TO WS-EOF-SWITCH.
     OPEN INPUT UnmergeTemp.
     OPEN OUTPUT SalesFile.
     PERFORM UNTIL EndOfFile
       READ UnmergeTemp
         AT END
           SET EndOfFile TO TRUE
         NOT AT END
           WRITE SalesRec FROM UnmergeTempRec (1:93)
       END-READ
     END-PERFORM.
     CLOSE UnmergeTemp.
     CLOSE SalesFile.
 ReturnSummaryRecords.
     MOVE "N" TO WS-EOF-SWITCH.
     OPEN INPUT SummaryFile.
     IF WS-GEN-FILE-STATUS = "35"
       SET EndOfFile TO TRUE
     ELSE
       OPEN OUTPUT UnmergeTemp
     END-IF.
     PERFORM UNTIL EndOfFile
       READ SummaryFile
         AT END
           SET EndOfFile TO TRUE
         NOT AT END
           IF SummaryPersonId = WS-SURVIVOR-ID
             PERFORM FindLoggedSummary
             IF MoveMatched
               MOVE WS-MERGED-ID TO SummaryPersonId
               ADD 1 TO WS-SUMMARY-RETURNED
             END-IF
           END-IF
           WRITE UnmergeTempRec FROM SalesSummaryRec
       END-READ
     END-PERFORM.
     IF WS-GEN-FILE-STATUS NOT = "35"
       CLOSE SummaryFile
       CLOSE UnmergeTemp
       PERFORM CopyTempBackToSummaryFile
     END-IF.
 CopyTempBackToSummaryFile.
     MOVE "N" TO WS-EOF-SWITCH.
     OPEN INPUT UnmergeTemp.
     OPEN OUTPUT SummaryFile.
     PERFORM UNTIL EndOfFile
       READ UnmergeTemp
         AT END
           SET EndOfFile TO TRUE
         NOT AT END
           WRITE SalesSummaryRec FROM UnmergeTempRec (1:79)
       END-READ
     END-PERFORM.
     CLOSE UnmergeTemp.
     CLOSE SummaryFile.
*>   Each logged move is used once; WS-MATCH-KIND says whether the
*>   survivor is being matched as seller or as buyer.
 FindLoggedSale.
     MOVE "N" TO WS-MOVE-MATCHED.
     PERFORM VARYING WS-MOVE-IX FROM 1 BY 1
         UNTIL WS-MOVE-IX > WS-MOVE-COUNT OR MoveMatched
       IF WS-MOV-DONE (WS-MOVE-IX) = "N"
           AND WS-MOV-FILE-NAME (WS-MOVE-IX) = WS-GEN-FILENAME
           AND WS-MOV-KIND (WS-MOVE-IX) = WS-MATCH-KIND
           AND WS-MOV-TRANS-ID (WS-MOVE-IX) = SalesTransId
         SET MoveMatched TO TRUE
         MOVE "Y" TO WS-MOV-DONE (WS-MOVE-IX)
       END-IF
     END-PERFORM.
 FindLoggedSummary.
     MOVE "N" TO WS-MOVE-MATCHED.
     PERFORM VARYING WS-MOVE-IX FROM 1 BY 1
         UNTIL WS-MOVE-IX > WS-MOVE-COUNT OR MoveMatched
       IF WS-MOV-DONE (WS-MOVE-IX) = "N"
           AND WS-MOV-FILE-NAME (WS-MOVE-IX) = WS-GEN-FILENAME
           AND WS-MOV-KIND (WS-MOVE-IX) = "M"
           AND WS-MOV-PERIOD (WS-MOVE-IX) = SummaryPeriod
           AND WS-MOV-AMOUNT (WS-MOVE-IX) = SummaryTotalAmount
           AND WS-MOV-COMM (WS-MOVE-IX) = SummaryCommission
         SET MoveMatched TO TRUE
         MOVE "Y" TO WS-MOV-DONE (WS-MOVE-IX)
       END-IF
     END-PERFORM.
 MarkLogUnmerged.
     MOVE "N" TO WS-EOF-SWITCH.
     OPEN INPUT MergeLogFile.
     OPEN OUTPUT UnmergeTemp.
     PERFORM UNTIL EndOfFile
       READ MergeLogFile
         AT END
           SET EndOfFile TO TRUE
         NOT AT END
           IF MLG-SURVIVOR-ID = WS-SURVIVOR-ID
               AND MLG-MERGED-ID = WS-MERGED-ID
               AND MlgApplied
             MOVE "U" TO MLG-STATUS
             ADD 1 TO WS-LOG-MARKED
           END-IF
           WRITE UnmergeTempRec FROM MergeLogRec
       END-READ
     END-PERFORM.
     CLOSE MergeLogFile.
     CLOSE UnmergeTemp.
     MOVE "N" TO WS-EOF-SWITCH.
     OPEN INPUT UnmergeTemp.
     OPEN OUTPUT MergeLogFile.
     PERFORM UNTIL EndOfFile
       READ UnmergeTemp
         AT END
           SET EndOfFile TO TRUE
         NOT AT END
           WRITE MergeLogRec FROM UnmergeTempRec (1:92)
       END-READ
     END-PERFORM.
     CLOSE UnmergeTemp.
     CLOSE MergeLogFile.
*>   Each person's history gains the name and address they stand at
*>   as of the unmerge, dated the run date.
 WritePersonHistEntries.
     OPEN EXTEND PersonHistFile.
     IF WS-PERSONHIST-STATUS = "35"
       OPEN OUTPUT PersonHistFile
     END-IF.
     MOVE WS-RESTORED-DETAILS TO PersonDetails.
     PERFORM WriteOnePersonHist.
     MOVE WS-SURVIVOR-DETAILS TO PersonDetails.
     PERFORM WriteOnePersonHist.
     CLOSE PersonHistFile.
 WriteOnePersonHist.
     MOVE PersonId      TO PHR-PERSON-ID.
     MOVE WS-RUN-DATE   TO PHR-EFFECTIVE-DATE.
     MOVE PersonName    TO PHR-PERSON-NAME.
     MOVE PersonAddress TO PHR-PERSON-ADDRESS.
     WRITE PersonHistRec.
 CheckOperatorSignOn.
     MOVE WS-OPERATOR-ID TO OPR-OPERATOR-ID.
     MOVE "*" TO OPR-FUNCTION.
     CALL "CheckOperator" USING OperatorControlRec.
     IF NOT OperAuthorized
       DISPLAY "Sign-on refused - " OPR-MESSAGE
       MOVE "AUTHVL" TO WS-GATE-AUDIT-ACTION
       PERFORM WriteGateAuditRecord
       MOVE 8 TO RETURN-CODE
       STOP RUN
     END-IF.
 CheckCycleLockGate.
     CALL "CheckCycleLock" USING CycleLockControlRec.
     IF CycleLockHeld
       DISPLAY "DAILYCYC holds the cycle lock (set " CLK-LOCK-DATE
           ") - PERSONS.DAT is in use by the batch cycle"
       DISPLAY "Supervisor override (Y/N)? "
       ACCEPT WS-OVERRIDE-ANSWER
       IF OverrideYes
         MOVE "OVRRID" TO WS-GATE-AUDIT-ACTION
         PERFORM WriteGateAuditRecord
       ELSE
         DISPLAY "Run refused while the cycle lock is held"
         MOVE 8 TO RETURN-CODE
         STOP RUN
       END-IF
     END-IF.
 WriteGateAuditRecord.
     MOVE ZERO TO WS-AUDIT-PERSON-ID.
     MOVE WS-GATE-AUDIT-ACTION TO WS-AUDIT-ACTION.
     PERFORM WriteAuditRecord.
 WriteAuditRecord.
     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
     ACCEPT WS-TS-TIME FROM TIME.
     OPEN EXTEND AuditFile.
     MOVE WS-OPERATOR-ID TO AuditOperatorId.
     STRING WS-TS-DATE WS-TS-TIME DELIMITED BY SIZE INTO AuditTimestamp.
     MOVE WS-AUDIT-PERSON-ID TO AuditPersonId.
     MOVE WS-AUDIT-ACTION TO AuditAction.
     CALL "NextAuditSeq" USING AuditSeqControlRec.
     MOVE ASQ-SEQ-NUMBER TO AuditSeqNumber.
     WRITE AuditRec.
     CLOSE AuditFile.
 WriteUnmergeReport.
     OPEN OUTPUT UnmergeReport.
     MOVE WS-MERGED-ID   TO TTL-MERGED-ID.
     MOVE WS-SURVIVOR-ID TO TTL-SURVIVOR-ID.
     MOVE WS-MERGE-DATE  TO TTL-MERGE-DATE.
     WRITE UnmergeReportLine FROM WS-TITLE-LINE.
     MOVE SPACES TO UnmergeReportLine.
     WRITE UnmergeReportLine.
     MOVE "LOGGED MOVES"                  TO SUM-LABEL.
     MOVE WS-MOVE-COUNT                   TO SUM-VALUE.
     WRITE UnmergeReportLine FROM WS-SUMMARY-LINE.
     MOVE "SALES RECORDS MOVED BACK"      TO SUM-LABEL.
     MOVE WS-SALES-RETURNED               TO SUM-VALUE.
     WRITE UnmergeReportLine FROM WS-SUMMARY-LINE.
     MOVE "SUMMARY RECORDS MOVED BACK"    TO SUM-LABEL.
     MOVE WS-SUMMARY-RETURNED             TO SUM-VALUE.
     WRITE UnmergeReportLine FROM WS-SUMMARY-LINE.
     MOVE "LOGGED MOVES NOT FOUND"        TO SUM-LABEL.
     MOVE WS-NOT-FOUND-COUNT              TO SUM-VALUE.
     WRITE UnmergeReportLine FROM WS-SUMMARY-LINE.
     MOVE "MERGE LOG ENTRIES CLOSED"      TO SUM-LABEL.
     MOVE WS-LOG-MARKED                   TO SUM-VALUE.
     WRITE UnmergeReportLine FROM WS-SUMMARY-LINE.
     CLOSE UnmergeReport.
     DISPLAY "Unmerge complete - see UNMERGE.RPT".
