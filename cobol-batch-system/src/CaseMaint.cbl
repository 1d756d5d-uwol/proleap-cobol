 IDENTIFICATION DIVISION.
 PROGRAM-ID. CaseMaint.
*> Customer service's maintenance menu for the CASES.DAT customer case
*> log, modeled on RmaMaint: the operator signs on (checked against
*> OPERATORS.DAT by the shared CheckOperator subprogram), keys
*> a transaction code, and enters the details. A opens a case against a
*> person on PERSONS.DAT under the next case number - a category (AD
*> address, ML missing letter, ID invoice dispute, GQ general query,
*> OT other), the operator it is assigned to (the opener when none is
*> keyed) and a one-line subject - with its due date set from the
*> category's service level; C updates one still open - reassigns it
*> (the current assignee stays when none is keyed) or moves it
*> between open and waiting on the customer - showing it
*> as it stands first and refusing the update, with the other
*> operator's values shown, when someone else changed it in the
*> meantime (shared RecordStamp); D closes one with a resolution code
*> (CO corrected, CR credited, RS resent, EX explained, NA no action).
*> Each is checked again against the operator's add/change/delete
*> authority, and an assignee must be an active operator. Every
*> status change and reassignment goes on the case's history; a
*> closed case stays on file as the record of what was done.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT CaseFile ASSIGN TO "CASES.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS CAS-KEY
         FILE STATUS IS WS-CASE-FILE-STATUS.
     SELECT PersonFile ASSIGN TO "PERSONS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS PersonId
         FILE STATUS IS WS-PERSON-FILE-STATUS.
 DATA DIVISION.
 FILE SECTION.
 FD CaseFile.
 COPY CASEREC.
 FD PersonFile.
 COPY PERSONREC.
 WORKING-STORAGE SECTION.
 01 WS-TRANS-CODE PIC X.
    88 AddTransaction      VALUE "A".
    88 ChangeTransaction   VALUE "C".
    88 DeleteTransaction   VALUE "D".
    88 EndTransactions     VALUE "X".
 COPY OPERCTLREC.
 COPY RECSTAMPCTL.
 01 WS-CASE-FILE-STATUS PIC XX.
 01 WS-PERSON-FILE-STATUS PIC XX.
 01 WS-OPERATOR-ID PIC X(8).
*> What the operator keys: the case number (update and close only),
*> the PersonId, the category (open only), the operator assigned, the
*> status (O open or W waiting on the customer, update only), the
*> resolution code (close only) and the subject (open, or update to
*> replace it).
 01 WS-CASE-DETAILS.
    05 WS-IN-CASE-NUMBER PIC 9(8).
    05 WS-IN-PERSON-ID   PIC 9(6).
    05 WS-IN-CATEGORY    PIC XX.
    05 WS-IN-ASSIGNED-TO PIC X(8).
    05 WS-IN-STATUS      PIC X.
       88 InStatusValid VALUES "O" "W".
    05 WS-IN-RESOLUTION  PIC XX.
       88 InResolutionValid VALUES "CO" "CR" "RS" "EX" "NA".
    05 WS-IN-SUBJECT     PIC X(40).
*> Service level by category: the calendar days a case has from the
*> day it is opened until it is due.
 01 WS-SERVICE-LEVEL-VALUES.
    05 FILLER PIC X(5) VALUE "AD005".
    05 FILLER PIC X(5) VALUE "ML010".
    05 FILLER PIC X(5) VALUE "ID015".
    05 FILLER PIC X(5) VALUE "GQ003".
    05 FILLER PIC X(5) VALUE "OT010".
 01 WS-SERVICE-LEVEL-TABLE REDEFINES WS-SERVICE-LEVEL-VALUES.
    05 WS-SLA-ENTRY OCCURS 5 TIMES.
       10 WS-SLA-CATEGORY PIC XX.
       10 WS-SLA-DAYS     PIC 9(3).
 01 WS-SLA-IDX PIC 9.
 01 WS-DUE-DAYS PIC 9(3).
 01 WS-HIST-IDX PIC 99.
 01 WS-TODAY PIC 9(8).
 01 WS-EDITS-OK PIC X.
    88 CaseEditsPassed VALUE "Y".
 01 WS-EDIT-MESSAGE PIC X(40).
 01 WS-CASE-SCAN-EOF PIC X.
    88 EndOfCaseScan VALUE "Y".
 01 WS-NEXT-CASE-NUMBER PIC 9(8).

 PROCEDURE DIVISION.
 Begin.
     DISPLAY "Enter operator ID: ".
     ACCEPT WS-OPERATOR-ID.
     MOVE WS-OPERATOR-ID TO OPR-OPERATOR-ID.
     MOVE "*" TO OPR-FUNCTION.
     CALL "CheckOperator" USING OperatorControlRec.
     IF NOT OperAuthorized
       DISPLAY "Sign-on refused - " OPR-MESSAGE
       MOVE 8 TO RETURN-CODE
       STOP RUN
     END-IF.
     MOVE "CaseMaint" TO RST-PROGRAM.
     MOVE WS-OPERATOR-ID TO RST-OPERATOR-ID.
     MOVE "CASES.DAT" TO RST-FILE-NAME.
     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
     OPEN INPUT PersonFile.
     IF WS-PERSON-FILE-STATUS = "35"
       DISPLAY "PERSONS.DAT not found - no cases can be opened"
       MOVE 8 TO RETURN-CODE
       STOP RUN
     END-IF.
     OPEN I-O CaseFile.
     IF WS-CASE-FILE-STATUS = "35"
       OPEN OUTPUT CaseFile
       CLOSE CaseFile
       OPEN I-O CaseFile
     END-IF.
     PERFORM GetTransaction.
     PERFORM UNTIL EndTransactions
       EVALUATE TRUE
         WHEN AddTransaction
           MOVE "A" TO OPR-FUNCTION
           PERFORM CheckFunctionAuthority
           IF OperAuthorized
             PERFORM OpenCase
           END-IF
         WHEN ChangeTransaction
           MOVE "C" TO OPR-FUNCTION
           PERFORM CheckFunctionAuthority
           IF OperAuthorized
             PERFORM UpdateCase
           END-IF
         WHEN DeleteTransaction
           MOVE "D" TO OPR-FUNCTION
           PERFORM CheckFunctionAuthority
           IF OperAuthorized
             PERFORM CloseCase
           END-IF
         WHEN OTHER
           DISPLAY "Error - invalid transaction code " WS-TRANS-CODE
       END-EVALUATE
       PERFORM GetTransaction
     END-PERFORM.
     CLOSE CaseFile.
     CLOSE PersonFile.
     STOP RUN.
 GetTransaction.
     DISPLAY "Enter transaction code (A open, C update, D close "
         "case, X to end): ".
     ACCEPT WS-TRANS-CODE.
     IF ChangeTransaction
       PERFORM ShowCaseForChange
     END-IF.
     IF NOT EndTransactions
       DISPLAY "Enter case number (zero to open), PersonId, category, "
           "assigned operator, status, resolution and subject: "
       ACCEPT WS-CASE-DETAILS
     END-IF.
*>   An update starts from the case as it stands: it is shown, and
*>   its change stamp taken, before the new details are keyed, so
*>   another operator's update made meanwhile is caught at the
*>   REWRITE instead of overwritten.
 ShowCaseForChange.
     DISPLAY "Enter PersonId and case number to update: ".
     ACCEPT CAS-KEY.
     READ CaseFile
       INVALID KEY
         DISPLAY "Error - case " CAS-NUMBER " for person "
             CAS-PERSON-ID " not found in file"
       NOT INVALID KEY
         DISPLAY "Case as it stands: " CaseRec
         MOVE CAS-KEY TO RST-RECORD-KEY
         PERFORM TakeChangeStamp
     END-READ.
 CheckFunctionAuthority.
     CALL "CheckOperator" USING OperatorControlRec.
     IF NOT OperAuthorized
       DISPLAY "Refused - " OPR-MESSAGE
     END-IF.
*>   The case is worked by whoever it is assigned to, so the assignee
*>   must be an active operator; the sign-on operator is put back for
*>   the authority checks that follow.
 EditAssignee.
     IF CaseEditsPassed
       MOVE WS-IN-ASSIGNED-TO TO OPR-OPERATOR-ID
       MOVE "*" TO OPR-FUNCTION
       CALL "CheckOperator" USING OperatorControlRec
       IF NOT OperAuthorized
         MOVE "N" TO WS-EDITS-OK
         MOVE "Assignee is not an active operator" TO WS-EDIT-MESSAGE
       END-IF
       MOVE WS-OPERATOR-ID TO OPR-OPERATOR-ID
     END-IF.
 EditNewCase.
     MOVE "Y" TO WS-EDITS-OK.
     MOVE SPACES TO WS-EDIT-MESSAGE.
     MOVE ZERO TO WS-DUE-DAYS.
     PERFORM VARYING WS-SLA-IDX FROM 1 BY 1 UNTIL WS-SLA-IDX > 5
       IF WS-SLA-CATEGORY (WS-SLA-IDX) = WS-IN-CATEGORY
         MOVE WS-SLA-DAYS (WS-SLA-IDX) TO WS-DUE-DAYS
       END-IF
     END-PERFORM.
     IF WS-DUE-DAYS = ZERO
       MOVE "N" TO WS-EDITS-OK
       MOVE "Category must be AD, ML, ID, GQ or OT" TO WS-EDIT-MESSAGE
     END-IF.
     IF CaseEditsPassed AND WS-IN-SUBJECT = SPACES
       MOVE "N" TO WS-EDITS-OK
       MOVE "Subject must be given" TO WS-EDIT-MESSAGE
     END-IF.
     IF CaseEditsPassed
       MOVE WS-IN-PERSON-ID TO PersonId
       READ PersonFile
         INVALID KEY
           MOVE "N" TO WS-EDITS-OK
           MOVE "Person not on PERSONS.DAT" TO WS-EDIT-MESSAGE
       END-READ
     END-IF.
     IF WS-IN-ASSIGNED-TO = SPACES
       MOVE WS-OPERATOR-ID TO WS-IN-ASSIGNED-TO
     END-IF.
     PERFORM EditAssignee.
 OpenCase.
     PERFORM EditNewCase.
     IF CaseEditsPassed
       PERFORM FindNextCaseNumber
       MOVE WS-IN-PERSON-ID     TO CAS-PERSON-ID
       MOVE WS-NEXT-CASE-NUMBER TO CAS-NUMBER
       MOVE WS-IN-CATEGORY      TO CAS-CATEGORY
       MOVE WS-IN-SUBJECT       TO CAS-SUBJECT
       MOVE WS-OPERATOR-ID      TO CAS-OPENED-BY
       MOVE WS-TODAY            TO CAS-OPENED-DATE
       MOVE WS-IN-ASSIGNED-TO   TO CAS-ASSIGNED-TO
       COMPUTE CAS-DUE-DATE = FUNCTION DATE-OF-INTEGER
           (FUNCTION INTEGER-OF-DATE (WS-TODAY) + WS-DUE-DAYS)
       MOVE "O"                 TO CAS-STATUS
       MOVE SPACES              TO CAS-RESOLUTION
       MOVE ZERO                TO CAS-CLOSED-DATE
       MOVE ZERO                TO CAS-HISTORY-COUNT
       PERFORM VARYING WS-HIST-IDX FROM 1 BY 1 UNTIL WS-HIST-IDX > 10
         MOVE ZERO   TO CAS-HIST-DATE (WS-HIST-IDX)
         MOVE SPACES TO CAS-HIST-STATUS (WS-HIST-IDX)
         MOVE SPACES TO CAS-HIST-ASSIGNED (WS-HIST-IDX)
         MOVE SPACES TO CAS-HIST-BY (WS-HIST-IDX)
       END-PERFORM
       PERFORM AddHistoryEntry
       WRITE CaseRec
         INVALID KEY
           DISPLAY "Error - case " CAS-NUMBER " already exists in file"
         NOT INVALID KEY
           DISPLAY "Case " CAS-NUMBER " opened for person "
               CAS-PERSON-ID " - assigned to " CAS-ASSIGNED-TO
               ", due " CAS-DUE-DATE
       END-WRITE
     ELSE
       DISPLAY "Error - " WS-EDIT-MESSAGE
     END-IF.
*>   Numbers run on from the highest ever opened, for any person and
*>   closed cases included, so a number is never reused.
 FindNextCaseNumber.
     MOVE 1 TO WS-NEXT-CASE-NUMBER.
     MOVE "N" TO WS-CASE-SCAN-EOF.
     MOVE LOW-VALUES TO CAS-KEY.
     START CaseFile KEY IS NOT LESS THAN CAS-KEY
       INVALID KEY
         SET EndOfCaseScan TO TRUE
     END-START.
     PERFORM UNTIL EndOfCaseScan
       READ CaseFile NEXT RECORD
         AT END
           SET EndOfCaseScan TO TRUE
         NOT AT END
           IF CAS-NUMBER NOT < WS-NEXT-CASE-NUMBER
             COMPUTE WS-NEXT-CASE-NUMBER = CAS-NUMBER + 1
           END-IF
       END-READ
     END-PERFORM.
*>   A blank assignee leaves the case with whoever has it now; only an
*>   assignee actually keyed is checked against the operator file, so
*>   a case held by an operator since retired can still be updated.
 UpdateCase.
     MOVE "Y" TO WS-EDITS-OK.
     MOVE SPACES TO WS-EDIT-MESSAGE.
     IF NOT InStatusValid
       MOVE "N" TO WS-EDITS-OK
       MOVE "Status must be O open or W waiting" TO WS-EDIT-MESSAGE
     END-IF.
     IF CaseEditsPassed
       MOVE WS-IN-PERSON-ID   TO CAS-PERSON-ID
       MOVE WS-IN-CASE-NUMBER TO CAS-NUMBER
       READ CaseFile
         INVALID KEY
           DISPLAY "Error - case " WS-IN-CASE-NUMBER " for person "
               WS-IN-PERSON-ID " not found in file"
         NOT INVALID KEY
           IF CaseClosed
             DISPLAY "Error - case " CAS-NUMBER " is closed"
           ELSE
             IF WS-IN-ASSIGNED-TO = SPACES
               MOVE CAS-ASSIGNED-TO TO WS-IN-ASSIGNED-TO
             ELSE
               PERFORM EditAssignee
             END-IF
             IF CaseEditsPassed
               MOVE CAS-KEY TO RST-RECORD-KEY
               PERFORM CheckChangeStamp
               IF RstChangeAllowed
                 PERFORM ApplyCaseUpdate
               ELSE
                 DISPLAY "Now on file: " CaseRec
               END-IF
             ELSE
               DISPLAY "Error - " WS-EDIT-MESSAGE
             END-IF
           END-IF
       END-READ
     ELSE
       DISPLAY "Error - " WS-EDIT-MESSAGE
     END-IF.
*>   Only a change of status or assignee goes on the history; a new
*>   subject alone does not.
 ApplyCaseUpdate.
     IF WS-IN-SUBJECT NOT = SPACES
       MOVE WS-IN-SUBJECT TO CAS-SUBJECT
     END-IF.
     IF WS-IN-STATUS NOT = CAS-STATUS
         OR WS-IN-ASSIGNED-TO NOT = CAS-ASSIGNED-TO
       MOVE WS-IN-STATUS      TO CAS-STATUS
       MOVE WS-IN-ASSIGNED-TO TO CAS-ASSIGNED-TO
       PERFORM AddHistoryEntry
     END-IF.
     REWRITE CaseRec.
     DISPLAY "Case " CAS-NUMBER " updated - status " CAS-STATUS
         ", assigned to " CAS-ASSIGNED-TO.
 CloseCase.
     IF NOT InResolutionValid
       DISPLAY "Error - resolution must be CO, CR, RS, EX or NA"
     ELSE
       MOVE WS-IN-PERSON-ID   TO CAS-PERSON-ID
       MOVE WS-IN-CASE-NUMBER TO CAS-NUMBER
       READ CaseFile
         INVALID KEY
           DISPLAY "Error - case " WS-IN-CASE-NUMBER " for person "
               WS-IN-PERSON-ID " not found in file"
         NOT INVALID KEY
           IF CaseClosed
             DISPLAY "Error - case " CAS-NUMBER " is already closed"
           ELSE
             MOVE "C"              TO CAS-STATUS
             MOVE WS-IN-RESOLUTION TO CAS-RESOLUTION
             MOVE WS-TODAY         TO CAS-CLOSED-DATE
             PERFORM AddHistoryEntry
             REWRITE CaseRec
             DISPLAY "Case " CAS-NUMBER " closed - " CAS-RESOLUTION
           END-IF
       END-READ
     END-IF.
*>   The opening entry is always kept; once the history is full the
*>   oldest entry after it makes room for the new one.
 AddHistoryEntry.
     IF CAS-HISTORY-COUNT < 10
       ADD 1 TO CAS-HISTORY-COUNT
     ELSE
       PERFORM VARYING WS-HIST-IDX FROM 2 BY 1 UNTIL WS-HIST-IDX > 9
         MOVE CAS-HISTORY (WS-HIST-IDX + 1)
             TO CAS-HISTORY (WS-HIST-IDX)
       END-PERFORM
     END-IF.
     MOVE WS-TODAY        TO CAS-HIST-DATE (CAS-HISTORY-COUNT).
     MOVE CAS-STATUS      TO CAS-HIST-STATUS (CAS-HISTORY-COUNT).
     MOVE CAS-ASSIGNED-TO TO CAS-HIST-ASSIGNED (CAS-HISTORY-COUNT).
     MOVE WS-OPERATOR-ID  TO CAS-HIST-BY (CAS-HISTORY-COUNT).
*>   The lost-update guard round an update (shared RecordStamp).
 TakeChangeStamp.
     SET RstTakeStamp TO TRUE.
     CALL "RecordStamp" USING RecordStampControlRec.
 CheckChangeStamp.
     SET RstCheckStamp TO TRUE.
     CALL "RecordStamp" USING RecordStampControlRec.
     IF NOT RstChangeAllowed
       DISPLAY "Refused - " RST-MESSAGE
     END-IF.
