 IDENTIFICATION DIVISION.
 PROGRAM-ID. OrderResolve.
*> Works the ORDMATCH.EXC queue OrderMatch leaves behind: for each held
*> order the operator sees the customer as keyed on the order, why it
*> was held, and every person on PERSONS.NAMEIX carrying that name,
*> then either assigns an existing PersonId, creates the customer as a
*> new person on the spot (the same add path SeqWrite uses - edit,
*> city normalization, near-duplicate screen, next-id assignment,
*> audit, reseal), or leaves the order held. Assigned and created
*> orders are released to ORDMATCH.REL with the PersonId filled in;
*> the next OrderMatch run confirms them and passes them to ORDERS.DAT
*> ahead of the day's intake. Every assignment is audited as ORDASN
*> under the operator's id.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT MatchExceptionFile ASSIGN TO "ORDMATCH.EXC"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-EXCEPTION-FILE-STATUS.
     SELECT MatchExceptionTemp ASSIGN TO "ORDMATCH.EXC.TMP"
         ORGANIZATION IS LINE SEQUENTIAL.
     SELECT ReleaseFile ASSIGN TO "ORDMATCH.REL"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-RELEASE-FILE-STATUS.
     SELECT NameIndexFile ASSIGN TO "PERSONS.NAMEIX"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS NIX-KEY
         FILE STATUS IS WS-NAME-INDEX-STATUS.
     SELECT PersonFile ASSIGN TO "PERSONS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS PersonId
         FILE STATUS IS WS-PERSON-FILE-STATUS.
     SELECT AuditFile ASSIGN TO "PERSONS.AUDIT"
         ORGANIZATION IS LINE SEQUENTIAL.
 DATA DIVISION.
 FILE SECTION.
 FD MatchExceptionFile.
 COPY ORDEXCREC.
 FD MatchExceptionTemp.
 01 MatchExceptionTempRec PIC X(149).
 FD ReleaseFile.
 01 ReleasedOrderRec PIC X(109).
 FD NameIndexFile.
 01 NameIndexRec.
    05 NIX-KEY.
       10 NIX-PERSON-NAME PIC X(20).
       10 NIX-PERSON-ID   PIC 9(6).
    05 NIX-PERSON-ADDRESS.
       10 NIX-STREET PIC X(20).
       10 NIX-CITY PIC X(15).
    05 NIX-WGENDER PIC X.
    05 NIX-YOBIRTH PIC 9(4).
    05 NIX-MOBIRTH PIC 9(2).
    05 NIX-DOBIRTH PIC 9(2).
    05 NIX-COMPANY PIC X(4).
    05 NIX-POSTAL-CODE PIC X(8).
    05 NIX-PHONE       PIC X(12).
    05 NIX-EMAIL       PIC X(30).
 FD PersonFile.
 COPY PERSONREC.
 FD AuditFile.
 COPY AUDITREC.
 WORKING-STORAGE SECTION.
*> The held order being worked, unpacked from the exception entry.
 COPY ORDERREC.
 01 WS-EXCEPTION-FILE-STATUS PIC XX.
 01 WS-RELEASE-FILE-STATUS PIC XX.
 01 WS-NAME-INDEX-STATUS PIC XX.
 01 WS-PERSON-FILE-STATUS PIC XX.
 01 WS-EXCEPTION-EOF PIC X VALUE "N".
    88 EndOfExceptions VALUE "Y".
 01 WS-INDEX-EOF PIC X.
    88 EndOfNameRun VALUE "Y".
 01 WS-RESOLUTION PIC X VALUE SPACE.
    88 AssignExisting VALUE "A".
    88 CreateNewPerson VALUE "N".
    88 LeaveHeld      VALUE "H".
    88 EndSession     VALUE "X".
 01 WS-RELEASED PIC X.
    88 OrderReleased VALUE "Y".
 01 WS-ASSIGNED-PERSON-ID PIC 9(6).
 01 WS-CANDIDATE-COUNT PIC 9(5).
 01 WS-RELEASE-COUNT PIC 9(5) VALUE ZERO.
 01 WS-CREATED-COUNT PIC 9(5) VALUE ZERO.
 01 WS-KEPT-COUNT    PIC 9(5) VALUE ZERO.
 01 WS-OPERATOR-ID PIC X(8).
 01 WS-TS-DATE PIC 9(8).
 01 WS-TS-TIME PIC 9(8).
 01 WS-AUDIT-ACTION PIC X(6).
 01 WS-AUDIT-PERSON-ID PIC 9(6).
*> Operator authorization (shared CheckOperator): sign-on needs any
*> valid operator; creating a person needs the add function, checked
*> again at the moment it is attempted.
 COPY OPERCTLREC.
*> Audit-chain sequencing through the shared NextAuditSeq.
 COPY AUDITSEQREC.
*> Add path for a customer who is not on the master yet - the same
*> shared routines SeqWrite's add path calls.
 COPY EDITCTLREC.
 COPY CITYCTLREC.
 COPY NEXTIDREC.
 COPY DUPSCRNREC.
 COPY SEALCTLREC.
*> Cycle-lock gate: checked the first time a person is to be created,
*> since only that writes PERSONS.DAT.
 COPY CYCLELOCKREC.
 01 WS-LOCK-CHECKED PIC X VALUE "N".
    88 CycleLockChecked VALUE "Y".
 01 WS-OVERRIDE-ANSWER PIC X.
    88 OverrideYes VALUE "Y".
 01 WS-DUP-OVERRIDE-ANSWER PIC X.
    88 DupOverrideYes VALUE "Y".
 01 WS-CREATE-OK PIC X.
    88 CreateAllowed VALUE "Y".
 01 WS-MASTER-WRITTEN PIC X VALUE "N".
    88 MasterWritten VALUE "Y".
 01 WS-BIRTH-DATE-IN.
    05 WS-BIRTH-YEAR  PIC 9(4).
    05 WS-BIRTH-MONTH PIC 9(2).
    05 WS-BIRTH-DAY   PIC 9(2).

 PROCEDURE DIVISION.
 Begin.
     DISPLAY "Enter operator ID: ".
     ACCEPT WS-OPERATOR-ID.
     MOVE WS-OPERATOR-ID TO OPR-OPERATOR-ID.
     MOVE "*" TO OPR-FUNCTION.
     CALL "CheckOperator" USING OperatorControlRec.
     IF NOT OperAuthorized
       DISPLAY "Sign-on refused - " OPR-MESSAGE
       MOVE "AUTHVL" TO WS-AUDIT-ACTION
       MOVE ZERO TO WS-AUDIT-PERSON-ID
       PERFORM WriteOrderAuditRecord
       MOVE 8 TO RETURN-CODE
       STOP RUN
     END-IF.
     OPEN INPUT MatchExceptionFile.
     IF WS-EXCEPTION-FILE-STATUS = "35"
       DISPLAY "No held orders on ORDMATCH.EXC"
       STOP RUN
     END-IF.
     OPEN INPUT NameIndexFile.
     OPEN I-O PersonFile.
     IF WS-PERSON-FILE-STATUS = "35"
       DISPLAY "PERSONS.DAT not found - held orders cannot be resolved"
       CLOSE MatchExceptionFile
       MOVE 8 TO RETURN-CODE
       STOP RUN
     END-IF.
     OPEN OUTPUT MatchExceptionTemp.
     OPEN EXTEND ReleaseFile.
     IF WS-RELEASE-FILE-STATUS = "35"
       OPEN OUTPUT ReleaseFile
     END-IF.
     PERFORM UNTIL EndOfExceptions
       READ MatchExceptionFile
         AT END
           SET EndOfExceptions TO TRUE
         NOT AT END
           IF EndSession
             WRITE MatchExceptionTempRec FROM OrderMatchExcRec
             ADD 1 TO WS-KEPT-COUNT
           ELSE
             PERFORM ResolveOneHeldOrder
           END-IF
       END-READ
     END-PERFORM.
     CLOSE MatchExceptionFile.
     CLOSE MatchExceptionTemp.
     CLOSE ReleaseFile.
     CLOSE PersonFile.
     IF WS-NAME-INDEX-STATUS NOT = "35"
       CLOSE NameIndexFile
     END-IF.
     PERFORM CopyTempBackToExceptionFile.
     IF MasterWritten
       SET SealWrite TO TRUE
       CALL "VerifyMasterSeal" USING SealControlRec
     END-IF.
     DISPLAY "Orders released: " WS-RELEASE-COUNT
         " (new persons created: " WS-CREATED-COUNT ")".
     DISPLAY "Orders still held: " WS-KEPT-COUNT.
     STOP RUN.
 ResolveOneHeldOrder.
     MOVE OMX-ORDER-IMAGE TO ORDER-REC.
     MOVE "N" TO WS-RELEASED.
     DISPLAY " ".
     DISPLAY "Held " OMX-RUN-DATE " - " OMX-REASON-TEXT.
     DISPLAY "  Customer: " ORDER-PERSON-NAME " " ORDER-STREET " "
         ORDER-CITY " " ORDER-STATE " " ORDER-ZIP.
     DISPLAY "  Order:    " ORDER-ITEM-NAME " qty " ORDER-AMOUNT
         " at " ORDER-PRICE.
     IF ORDER-PERSON-ID NUMERIC AND ORDER-PERSON-ID NOT = ZERO
       DISPLAY "  PersonId on order: " ORDER-PERSON-ID
     END-IF.
     PERFORM ListNameCandidates.
     DISPLAY "A=assign PersonId, N=create new person, H=leave held, "
         "X=end session: ".
     ACCEPT WS-RESOLUTION.
     EVALUATE TRUE
       WHEN AssignExisting
         PERFORM AssignExistingPerson
       WHEN CreateNewPerson
         PERFORM CreatePersonFromOrder
       WHEN EndSession
         CONTINUE
       WHEN OTHER
         MOVE "H" TO WS-RESOLUTION
     END-EVALUATE.
     IF OrderReleased
       WRITE ReleasedOrderRec FROM ORDER-REC
       ADD 1 TO WS-RELEASE-COUNT
       MOVE "ORDASN" TO WS-AUDIT-ACTION
       MOVE ORDER-PERSON-ID TO WS-AUDIT-PERSON-ID
       PERFORM WriteOrderAuditRecord
     ELSE
       WRITE MatchExceptionTempRec FROM OrderMatchExcRec
       ADD 1 TO WS-KEPT-COUNT
     END-IF.
*>   The same name-run walk NameInquiry makes, for the exact name on
*>   the order - usually the right person is here under a slightly
*>   different address.
 ListNameCandidates.
     MOVE ZERO TO WS-CANDIDATE-COUNT.
     MOVE "N" TO WS-INDEX-EOF.
     IF WS-NAME-INDEX-STATUS = "35"
       DISPLAY "  (PERSONS.NAMEIX not found - no candidates listed)"
       SET EndOfNameRun TO TRUE
     ELSE
       MOVE ORDER-PERSON-NAME TO NIX-PERSON-NAME
       MOVE ZERO TO NIX-PERSON-ID
       START NameIndexFile KEY >= NIX-KEY
         INVALID KEY
           SET EndOfNameRun TO TRUE
       END-START
     END-IF.
     PERFORM UNTIL EndOfNameRun
       READ NameIndexFile NEXT RECORD
         AT END
           SET EndOfNameRun TO TRUE
         NOT AT END
           IF NIX-PERSON-NAME = ORDER-PERSON-NAME
             ADD 1 TO WS-CANDIDATE-COUNT
             DISPLAY "  Candidate " NIX-PERSON-ID " " NIX-STREET " "
                 NIX-CITY " " NIX-POSTAL-CODE
           ELSE
             SET EndOfNameRun TO TRUE
           END-IF
       END-READ
     END-PERFORM.
     IF WS-CANDIDATE-COUNT = ZERO
       DISPLAY "  No person on file carries this name"
     END-IF.
 AssignExistingPerson.
     DISPLAY "Enter PersonId to assign: ".
     ACCEPT WS-ASSIGNED-PERSON-ID.
     MOVE WS-ASSIGNED-PERSON-ID TO PersonId.
     READ PersonFile
       INVALID KEY
         DISPLAY "Error - " WS-ASSIGNED-PERSON-ID
             " not on PERSONS.DAT - order left held"
       NOT INVALID KEY
         IF PersonSuspended OR PersonDeceased
           DISPLAY "Error - " PersonName
               " is suspended or deceased - order left held"
         ELSE
           MOVE PersonId TO ORDER-PERSON-ID
           SET OrderReleased TO TRUE
         END-IF
     END-READ.
 CreatePersonFromOrder.
     MOVE "A" TO OPR-FUNCTION.
     CALL "CheckOperator" USING OperatorControlRec.
     IF NOT OperAuthorized
       DISPLAY "Create refused - " OPR-MESSAGE
     ELSE
       PERFORM CheckCycleLockGate
       IF CreateAllowed
         PERFORM BuildPersonFromOrder
         CALL "EditPersonDetails" USING PersonDetails, EditControlRec
         IF EdtEditsPassed
           PERFORM ScreenForNearDuplicate
           IF CreateAllowed
             PERFORM WriteNewPerson
           END-IF
         ELSE
           DISPLAY "Error - " EDT-EDIT-MESSAGE " - order left held"
         END-IF
       END-IF
     END-IF.
*>   Name and address come from the order itself (the city in the city
*>   master's spelling); what an order never carries - gender and date
*>   of birth - is keyed by the operator.
 BuildPersonFromOrder.
     MOVE SPACES TO PersonDetails.
     CALL "NextPersonId" USING NextIdControlRec.
     MOVE NID-ASSIGNED-ID TO PersonId.
     MOVE ORDER-PERSON-NAME TO PersonName.
     MOVE ORDER-STREET TO Street.
     MOVE ORDER-CITY TO CTY-CITY-IN.
     CALL "NormalizeCity" USING CityControlRec.
     MOVE CTY-CITY-OUT TO City.
     IF NOT CityMatched
       DISPLAY "Warning - city " CTY-CITY-IN " not on the city master"
     END-IF.
     MOVE ORDER-ZIP TO PersonPostalCode.
     DISPLAY "Enter gender (M/F): ".
     ACCEPT WGender.
     DISPLAY "Enter date of birth (YYYYMMDD): ".
     ACCEPT WS-BIRTH-DATE-IN.
     MOVE WS-BIRTH-YEAR  TO YOBirth.
     MOVE WS-BIRTH-MONTH TO MOBirth.
     MOVE WS-BIRTH-DAY   TO DOBirth.
     DISPLAY "Enter company code: ".
     ACCEPT PersonCompany.
     MOVE "A" TO PersonStatus.
     MOVE "N" TO PersonDoNotMail.
     MOVE "N" TO PersonDoNotCall.
     MOVE "N" TO PersonDoNotEmail.
 CheckCycleLockGate.
     MOVE "Y" TO WS-CREATE-OK.
     IF NOT CycleLockChecked
       CALL "CheckCycleLock" USING CycleLockControlRec
       IF CycleLockHeld
         DISPLAY "DAILYCYC holds the cycle lock (set " CLK-LOCK-DATE
             ") - PERSONS.DAT is in use by the batch cycle"
         DISPLAY "Supervisor override (Y/N)? "
         ACCEPT WS-OVERRIDE-ANSWER
         IF OverrideYes
           MOVE "OVRRID" TO WS-AUDIT-ACTION
           MOVE ZERO TO WS-AUDIT-PERSON-ID
           PERFORM WriteOrderAuditRecord
           SET CycleLockChecked TO TRUE
         ELSE
           DISPLAY "Create refused while the cycle lock is held"
           MOVE "N" TO WS-CREATE-OK
         END-IF
       ELSE
         SET CycleLockChecked TO TRUE
       END-IF
     END-IF.
 ScreenForNearDuplicate.
     MOVE "Y" TO WS-CREATE-OK.
     MOVE PersonName TO DUP-NAME-IN.
     MOVE YOBirth    TO DUP-YOBIRTH.
     MOVE MOBirth    TO DUP-MOBIRTH.
     MOVE DOBirth    TO DUP-DOBIRTH.
     MOVE PersonId   TO DUP-EXCLUDE-ID.
     CALL "ScreenDuplicate" USING DupScreenControlRec.
     IF DupSuspectFound
       DISPLAY "Warning - " PersonName " may duplicate person "
           DUP-MATCH-ID " " DUP-MATCH-NAME
       DISPLAY "Add anyway under logged override (Y/N)? "
       ACCEPT WS-DUP-OVERRIDE-ANSWER
       IF DupOverrideYes
         MOVE "DUPOVR" TO WS-AUDIT-ACTION
         MOVE PersonId TO WS-AUDIT-PERSON-ID
         PERFORM WriteOrderAuditRecord
       ELSE
         DISPLAY "Add refused - review against person " DUP-MATCH-ID
         MOVE "N" TO WS-CREATE-OK
       END-IF
     END-IF.
 WriteNewPerson.
     WRITE PersonDetails
       INVALID KEY
         DISPLAY "Error - " PersonId " already exists in file"
       NOT INVALID KEY
         SET MasterWritten TO TRUE
         MOVE "ADD" TO WS-AUDIT-ACTION
         MOVE PersonId TO WS-AUDIT-PERSON-ID
         PERFORM WriteOrderAuditRecord
         DISPLAY "Created PersonId " PersonId
         MOVE PersonId TO ORDER-PERSON-ID
         ADD 1 TO WS-CREATED-COUNT
         SET OrderReleased TO TRUE
     END-WRITE.
 WriteOrderAuditRecord.
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
 CopyTempBackToExceptionFile.
     MOVE "N" TO WS-EXCEPTION-EOF.
     OPEN INPUT MatchExceptionTemp.
     OPEN OUTPUT MatchExceptionFile.
     PERFORM UNTIL EndOfExceptions
       READ MatchExceptionTemp
         AT END
           SET EndOfExceptions TO TRUE
         NOT AT END
           WRITE OrderMatchExcRec FROM MatchExceptionTempRec
       END-READ
     END-PERFORM.
     CLOSE MatchExceptionTemp.
     CLOSE MatchExceptionFile.
