 IDENTIFICATION DIVISION.
 PROGRAM-ID. ReturnedMail.
*> Returned-mail intake: marks the address a piece came back from as
*> undeliverable on UNDELIV.DAT, so the same person is not mailed at
*> the same address next cycle. Returns arrive two ways. Keyed (K):
*> the clerk keys the PersonId off the returned envelope, is shown the
*> address the person's post is going to on the run date (the master
*> or the dated address in force, shared ResolveMailAddress) and
*> confirms it. From the postal service's return file (F):
*> RETURNS.DAT carries the addressee name, the address and the date
*> of the return, matched to the master on name plus that address
*> (residence or dated mail address) the way PostalMoves matches its
*> moves; an entry that matches nobody is listed for manual review.
*> A repeat return to an address already open bumps its count and
*> date; one to an address a Change had cleared reopens it. Each
*> person flagged gets a UNDLVR audit entry, and RETMAIL.RPT lists
*> what was flagged and what was not matched. HouseholdBuild,
*> Correspondence, ARStatements and PostalPresort stop mailing the
*> address until a Change transaction gives the person a new one.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT PersonFile ASSIGN TO "PERSONS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS PersonId
         FILE STATUS IS WS-PERSON-FILE-STATUS.
     SELECT ReturnsFile ASSIGN TO "RETURNS.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-RETURNS-FILE-STATUS.
     SELECT UndeliverableFile ASSIGN TO "UNDELIV.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS UND-KEY
         FILE STATUS IS WS-UNDELIV-FILE-STATUS.
     SELECT AuditFile ASSIGN TO "PERSONS.AUDIT"
         ORGANIZATION IS LINE SEQUENTIAL.
     SELECT ReturnReport ASSIGN TO "RETMAIL.RPT"
         ORGANIZATION IS LINE SEQUENTIAL.
 DATA DIVISION.
 FILE SECTION.
 FD PersonFile.
 COPY PERSONREC.
*> The postal service's return layout: who it was addressed to,
*> where, and the date it was returned.
 FD ReturnsFile.
 01 ReturnsRec.
    05 RTN-PERSON-NAME PIC X(20).
    05 RTN-STREET      PIC X(20).
    05 RTN-CITY        PIC X(15).
    05 RTN-RETURN-DATE PIC 9(8).
 FD UndeliverableFile.
 COPY UNDELIVREC.
 FD AuditFile.
 COPY AUDITREC.
 FD ReturnReport.
 01 ReturnReportLine PIC X(80).
 WORKING-STORAGE SECTION.
 COPY OPERCTLREC.
 COPY AUDITSEQREC.
 COPY MAILADDRCTL.
 COPY RUNDATEREC.
 01 WS-PERSON-FILE-STATUS PIC XX.
 01 WS-RETURNS-FILE-STATUS PIC XX.
 01 WS-UNDELIV-FILE-STATUS PIC XX.
 01 WS-OPERATOR-ID PIC X(8).
 01 WS-RUN-DATE PIC 9(8).
 01 WS-TS-DATE PIC 9(8).
 01 WS-TS-TIME PIC 9(8).
 01 WS-INTAKE-MODE PIC X.
    88 IntakeKeyed VALUE "K".
    88 IntakeFile  VALUE "F".
 01 WS-CONFIRM-ANSWER PIC X.
    88 ConfirmYes VALUE "Y".
 01 WS-KEYED-ID PIC 9(6).
 01 WS-RETURNS-EOF PIC X VALUE "N".
    88 EndOfReturns VALUE "Y".
 01 WS-PERSON-EOF PIC X.
    88 EndOfPersonFile VALUE "Y".
 01 WS-MATCH-FOUND PIC X.
    88 ReturnMatched VALUE "Y".
*> The return being recorded: whose, which address, when, and how it
*> arrived.
 01 WS-FLAG-PERSON-ID PIC 9(6).
 01 WS-FLAG-NAME      PIC X(20).
 01 WS-FLAG-STREET    PIC X(20).
 01 WS-FLAG-CITY      PIC X(15).
 01 WS-FLAG-DATE      PIC 9(8).
 01 WS-FLAG-SOURCE    PIC X(3).
 01 WS-FLAG-OUTCOME   PIC X(8).
 01 WS-ENTRY-COUNT     PIC 9(7) VALUE ZERO.
 01 WS-NEW-COUNT       PIC 9(7) VALUE ZERO.
 01 WS-REPEAT-COUNT    PIC 9(7) VALUE ZERO.
 01 WS-REOPEN-COUNT    PIC 9(7) VALUE ZERO.
 01 WS-UNMATCHED-COUNT PIC 9(7) VALUE ZERO.
 01 WS-FLAGGED-LINE.
    05 FILLER          PIC X(10) VALUE "FLAGGED:  ".
    05 FLG-PERSON-ID   PIC ZZZZZ9.
    05 FILLER          PIC X(2)  VALUE SPACES.
    05 FLG-STREET      PIC X(20).
    05 FILLER          PIC X(2)  VALUE SPACES.
    05 FLG-CITY        PIC X(15).
    05 FILLER          PIC X(2)  VALUE SPACES.
    05 FLG-SOURCE      PIC X(3).
    05 FILLER          PIC X(2)  VALUE SPACES.
    05 FLG-OUTCOME     PIC X(8).
 01 WS-UNMATCHED-LINE.
    05 FILLER          PIC X(12) VALUE "UNMATCHED:  ".
    05 UNM-PERSON-NAME PIC X(20).
    05 FILLER          PIC X(2)  VALUE SPACES.
    05 UNM-STREET      PIC X(20).
    05 FILLER          PIC X(2)  VALUE SPACES.
    05 UNM-CITY        PIC X(15).
 01 WS-SUMMARY-LINE.
    05 SUM-LABEL PIC X(34).
    05 SUM-VALUE PIC Z(6)9.
*> Run-log reporting (the shared WriteRunLog subprogram appends one
*> record per execution to RUNLOG.DAT).
 COPY RUNLOGREC.
 01 WS-LOG-TS-DATE PIC 9(8).
 01 WS-LOG-TS-TIME PIC 9(8).

 PROCEDURE DIVISION.
 Begin.
     PERFORM SetRunLogStart.
     DISPLAY "Enter operator ID: ".
     ACCEPT WS-OPERATOR-ID.
     MOVE WS-OPERATOR-ID TO OPR-OPERATOR-ID.
     MOVE "C" TO OPR-FUNCTION.
     CALL "CheckOperator" USING OperatorControlRec.
     IF NOT OperAuthorized
       DISPLAY "Sign-on refused - " OPR-MESSAGE
       MOVE 8 TO RETURN-CODE
       PERFORM WriteRunLogRecord
       STOP RUN
     END-IF.
     CALL "ResolveRunDate" USING RunDateControlRec.
     MOVE RDT-RUN-DATE TO WS-RUN-DATE.
     DISPLAY "Returns (K)eyed from envelopes or from the postal "
         "(F)ile? ".
     ACCEPT WS-INTAKE-MODE.
     IF NOT IntakeKeyed AND NOT IntakeFile
       DISPLAY "Intake must be K or F - nothing recorded"
       MOVE 8 TO RETURN-CODE
       PERFORM WriteRunLogRecord
       STOP RUN
     END-IF.
     OPEN INPUT PersonFile.
     IF WS-PERSON-FILE-STATUS = "35"
       DISPLAY "PERSONS.DAT not found - nothing recorded"
       MOVE 8 TO RETURN-CODE
       PERFORM WriteRunLogRecord
       STOP RUN
     END-IF.
     OPEN I-O UndeliverableFile.
     IF WS-UNDELIV-FILE-STATUS = "35"
       OPEN OUTPUT UndeliverableFile
       CLOSE UndeliverableFile
       OPEN I-O UndeliverableFile
     END-IF.
     OPEN OUTPUT ReturnReport.
     IF IntakeKeyed
       PERFORM TakeKeyedReturns
     ELSE
       PERFORM TakeReturnsFile
     END-IF.
     CLOSE UndeliverableFile.
     CLOSE PersonFile.
     PERFORM WriteReturnSummary.
     CLOSE ReturnReport.
     IF WS-UNMATCHED-COUNT > ZERO
       MOVE 4 TO RETURN-CODE
     END-IF.
     PERFORM WriteRunLogRecord.
     STOP RUN.
*>   One envelope at a time until the clerk keys a zero PersonId.
 TakeKeyedReturns.
     MOVE 1 TO WS-KEYED-ID.
     PERFORM UNTIL WS-KEYED-ID = ZERO
       DISPLAY "PersonId on the returned envelope (0 to finish): "
       ACCEPT WS-KEYED-ID
       IF WS-KEYED-ID NOT = ZERO
         ADD 1 TO WS-ENTRY-COUNT
         PERFORM TakeOneKeyedReturn
       END-IF
     END-PERFORM.
 TakeOneKeyedReturn.
     MOVE WS-KEYED-ID TO PersonId.
     READ PersonFile
       INVALID KEY
         DISPLAY "PersonId " WS-KEYED-ID " not on PERSONS.DAT"
         ADD 1 TO WS-UNMATCHED-COUNT
       NOT INVALID KEY
         PERFORM ResolvePersonMailAddress
         DISPLAY PersonName " - " MAC-STREET " " MAC-CITY
         DISPLAY "Mark this address undeliverable (Y/N)? "
         ACCEPT WS-CONFIRM-ANSWER
         IF ConfirmYes
           MOVE PersonId    TO WS-FLAG-PERSON-ID
           MOVE PersonName  TO WS-FLAG-NAME
           MOVE MAC-STREET  TO WS-FLAG-STREET
           MOVE MAC-CITY    TO WS-FLAG-CITY
           MOVE WS-RUN-DATE TO WS-FLAG-DATE
           MOVE "KEY"       TO WS-FLAG-SOURCE
           PERFORM RecordUndeliverable
         END-IF
     END-READ.
 TakeReturnsFile.
     OPEN INPUT ReturnsFile.
     IF WS-RETURNS-FILE-STATUS = "35"
       DISPLAY "RETURNS.DAT not found - nothing to record"
       SET EndOfReturns TO TRUE
     END-IF.
     PERFORM UNTIL EndOfReturns
       READ ReturnsFile
         AT END
           SET EndOfReturns TO TRUE
         NOT AT END
           ADD 1 TO WS-ENTRY-COUNT
           PERFORM MatchOneReturn
       END-READ
     END-PERFORM.
     IF WS-RETURNS-FILE-STATUS NOT = "35"
       CLOSE ReturnsFile
     END-IF.
*>   One pass of the master per entry: the name must agree and the
*>   address must be one this person's post could have gone to - the
*>   residence on the master or the dated address in force.
 MatchOneReturn.
     MOVE "N" TO WS-MATCH-FOUND.
     MOVE "N" TO WS-PERSON-EOF.
     MOVE ZERO TO PersonId.
     START PersonFile KEY IS NOT LESS THAN PersonId
       INVALID KEY
         SET EndOfPersonFile TO TRUE
     END-START.
     PERFORM UNTIL EndOfPersonFile OR ReturnMatched
       READ PersonFile NEXT RECORD
         AT END
           SET EndOfPersonFile TO TRUE
         NOT AT END
           IF PersonName = RTN-PERSON-NAME
             PERFORM ResolvePersonMailAddress
             IF (Street = RTN-STREET AND City = RTN-CITY)
                 OR (MAC-STREET = RTN-STREET AND MAC-CITY = RTN-CITY)
               SET ReturnMatched TO TRUE
             END-IF
           END-IF
       END-READ
     END-PERFORM.
     IF ReturnMatched
       MOVE PersonId    TO WS-FLAG-PERSON-ID
       MOVE PersonName  TO WS-FLAG-NAME
       MOVE RTN-STREET  TO WS-FLAG-STREET
       MOVE RTN-CITY    TO WS-FLAG-CITY
       MOVE "PST"       TO WS-FLAG-SOURCE
       IF RTN-RETURN-DATE NUMERIC AND RTN-RETURN-DATE NOT = ZERO
         MOVE RTN-RETURN-DATE TO WS-FLAG-DATE
       ELSE
         MOVE WS-RUN-DATE TO WS-FLAG-DATE
       END-IF
       PERFORM RecordUndeliverable
     ELSE
       ADD 1 TO WS-UNMATCHED-COUNT
       MOVE RTN-PERSON-NAME TO UNM-PERSON-NAME
       MOVE RTN-STREET      TO UNM-STREET
       MOVE RTN-CITY        TO UNM-CITY
       WRITE ReturnReportLine FROM WS-UNMATCHED-LINE
     END-IF.
 ResolvePersonMailAddress.
     MOVE PersonId         TO MAC-PERSON-ID.
     MOVE WS-RUN-DATE      TO MAC-MAIL-DATE.
     MOVE Street           TO MAC-STREET.
     MOVE City             TO MAC-CITY.
     MOVE SPACES           TO MAC-STATE.
     MOVE PersonPostalCode TO MAC-POSTAL-CODE.
     CALL "ResolveMailAddress" USING MailAddressControlRec.
*>   A new address gets a fresh open entry; a repeat to an open one is
*>   counted; a return to one a Change had cleared reopens it - the
*>   person evidently did not move after all.
 RecordUndeliverable.
     MOVE WS-FLAG-PERSON-ID TO UND-PERSON-ID.
     MOVE WS-FLAG-STREET    TO UND-STREET.
     MOVE WS-FLAG-CITY      TO UND-CITY.
     READ UndeliverableFile
       INVALID KEY
         SET UndOpen TO TRUE
         MOVE WS-FLAG-SOURCE TO UND-SOURCE
         MOVE WS-FLAG-DATE   TO UND-FIRST-RETURNED
         MOVE WS-FLAG-DATE   TO UND-LAST-RETURNED
         MOVE 1              TO UND-RETURN-COUNT
         MOVE WS-OPERATOR-ID TO UND-RECORDED-BY
         MOVE ZERO           TO UND-CLEARED-DATE
         WRITE UndeliverableRec
         ADD 1 TO WS-NEW-COUNT
         MOVE "NEW" TO WS-FLAG-OUTCOME
       NOT INVALID KEY
         IF UndCleared
           SET UndOpen TO TRUE
           MOVE WS-FLAG-DATE TO UND-FIRST-RETURNED
           MOVE ZERO         TO UND-CLEARED-DATE
           ADD 1 TO WS-REOPEN-COUNT
           MOVE "REOPENED" TO WS-FLAG-OUTCOME
         ELSE
           ADD 1 TO WS-REPEAT-COUNT
           MOVE "REPEAT" TO WS-FLAG-OUTCOME
         END-IF
         MOVE WS-FLAG-SOURCE TO UND-SOURCE
         IF WS-FLAG-DATE > UND-LAST-RETURNED
           MOVE WS-FLAG-DATE TO UND-LAST-RETURNED
         END-IF
         IF UND-RETURN-COUNT < 999
           ADD 1 TO UND-RETURN-COUNT
         END-IF
         MOVE WS-OPERATOR-ID TO UND-RECORDED-BY
         REWRITE UndeliverableRec
     END-READ.
     MOVE WS-FLAG-PERSON-ID TO FLG-PERSON-ID.
     MOVE WS-FLAG-STREET    TO FLG-STREET.
     MOVE WS-FLAG-CITY      TO FLG-CITY.
     MOVE WS-FLAG-SOURCE    TO FLG-SOURCE.
     MOVE WS-FLAG-OUTCOME   TO FLG-OUTCOME.
     WRITE ReturnReportLine FROM WS-FLAGGED-LINE.
     PERFORM WriteAuditRecord.
 WriteAuditRecord.
     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
     ACCEPT WS-TS-TIME FROM TIME.
     OPEN EXTEND AuditFile.
     MOVE WS-OPERATOR-ID TO AuditOperatorId.
     STRING WS-TS-DATE WS-TS-TIME DELIMITED BY SIZE INTO AuditTimestamp.
     MOVE WS-FLAG-PERSON-ID TO AuditPersonId.
     MOVE "UNDLVR" TO AuditAction.
     CALL "NextAuditSeq" USING AuditSeqControlRec.
     MOVE ASQ-SEQ-NUMBER TO AuditSeqNumber.
     WRITE AuditRec.
     CLOSE AuditFile.
 WriteReturnSummary.
     MOVE SPACES TO ReturnReportLine.
     WRITE ReturnReportLine.
     MOVE "RETURNS TAKEN IN"                 TO SUM-LABEL.
     MOVE WS-ENTRY-COUNT                     TO SUM-VALUE.
     WRITE ReturnReportLine FROM WS-SUMMARY-LINE.
     MOVE "ADDRESSES NEWLY UNDELIVERABLE"    TO SUM-LABEL.
     MOVE WS-NEW-COUNT                       TO SUM-VALUE.
     WRITE ReturnReportLine FROM WS-SUMMARY-LINE.
     MOVE "REPEAT RETURNS TO AN OPEN ADDRESS" TO SUM-LABEL.
     MOVE WS-REPEAT-COUNT                    TO SUM-VALUE.
     WRITE ReturnReportLine FROM WS-SUMMARY-LINE.
     MOVE "CLEARED ADDRESSES REOPENED"       TO SUM-LABEL.
     MOVE WS-REOPEN-COUNT                    TO SUM-VALUE.
     WRITE ReturnReportLine FROM WS-SUMMARY-LINE.
     MOVE "RETURNS NOT MATCHED"              TO SUM-LABEL.
     MOVE WS-UNMATCHED-COUNT                 TO SUM-VALUE.
     WRITE ReturnReportLine FROM WS-SUMMARY-LINE.
 SetRunLogStart.
     MOVE "RETURNEDMAIL" TO RLG-JOB-NAME.
     ACCEPT WS-LOG-TS-DATE FROM DATE YYYYMMDD.
     ACCEPT WS-LOG-TS-TIME FROM TIME.
     MOVE WS-LOG-TS-DATE TO RLG-RUN-DATE.
     STRING WS-LOG-TS-DATE WS-LOG-TS-TIME DELIMITED BY SIZE
         INTO RLG-START-TIMESTAMP.
 WriteRunLogRecord.
     MOVE WS-ENTRY-COUNT TO RLG-READ-COUNT.
     COMPUTE RLG-WRITTEN-COUNT =
         WS-NEW-COUNT + WS-REPEAT-COUNT + WS-REOPEN-COUNT.
     MOVE WS-UNMATCHED-COUNT TO RLG-REJECTED-COUNT.
     MOVE RETURN-CODE TO RLG-RETURN-CODE.
     CALL "WriteRunLog" USING RunLogRec.
