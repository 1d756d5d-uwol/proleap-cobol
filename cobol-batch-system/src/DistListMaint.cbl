 IDENTIFICATION DIVISION.
 PROGRAM-ID. DistListMaint.
*> Maintenance menu for the report distribution master DISTLIST.DAT,
*> modeled on RmaMaint: the operator signs on (checked against
*> OPERATORS.DAT by the shared CheckOperator subprogram), keys a
*> transaction code, and enters an entry - the archived report's
*> name (COMMSTMT.RPT and the like), the part of it wanted (A the
*> whole report, R one region's section, T one territory's, S one
*> salesperson's, by six-digit PersonId), the recipient's ID and name,
*> and the form it goes in (P printed, E emailed, O held online) with
*> its destination. A adds an entry, C changes the recipient's name,
*> form or destination on one, D removes one; each is checked again
*> against the operator's add/change/delete authority. ReportBurst
*> reads the list after each night's archive. A Change shows the entry
*> as it stands first and is refused, with the other operator's values
*> shown, when someone else changed it in the meantime (shared
*> RecordStamp).
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT DistListFile ASSIGN TO "DISTLIST.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS DST-KEY
         FILE STATUS IS WS-DISTLIST-FILE-STATUS.
     SELECT PersonFile ASSIGN TO "PERSONS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS PersonId
         FILE STATUS IS WS-PERSON-FILE-STATUS.
 DATA DIVISION.
 FILE SECTION.
 FD DistListFile.
 COPY DISTLISTREC.
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
 01 WS-DISTLIST-FILE-STATUS PIC XX.
 01 WS-PERSON-FILE-STATUS PIC XX.
 01 WS-OPERATOR-ID PIC X(8).
*> What the operator keys: the entry's key - report, section type,
*> section value and recipient - then the recipient's name, the form
*> and the destination (Delete needs only the key).
 01 WS-DIST-DETAILS.
    05 WS-IN-REPORT-NAME    PIC X(20).
    05 WS-IN-SECTION-TYPE   PIC X.
       88 InWholeReport     VALUE "A".
       88 InBySalesperson   VALUE "S".
       88 InSectionTypeValid VALUES "A" "R" "T" "S".
    05 WS-IN-SECTION-VALUE  PIC X(10).
    05 WS-IN-SALESPERSON REDEFINES WS-IN-SECTION-VALUE.
       10 WS-IN-SALESPERSON-ID PIC 9(6).
       10 FILLER               PIC X(4).
    05 WS-IN-RECIPIENT-ID   PIC X(8).
    05 WS-IN-RECIPIENT-NAME PIC X(30).
    05 WS-IN-FORM           PIC X.
       88 InEmail           VALUE "E".
       88 InFormValid       VALUES "P" "E" "O".
    05 WS-IN-DESTINATION    PIC X(40).
 01 WS-TODAY PIC 9(8).
 01 WS-EDITS-OK PIC X.
    88 DistEditsPassed VALUE "Y".
 01 WS-EDIT-MESSAGE PIC X(40).
 01 WS-AT-SIGN-COUNT PIC 99.

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
     MOVE "DistListMaint" TO RST-PROGRAM.
     MOVE WS-OPERATOR-ID TO RST-OPERATOR-ID.
     MOVE "DISTLIST.DAT" TO RST-FILE-NAME.
     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
     OPEN INPUT PersonFile.
     IF WS-PERSON-FILE-STATUS = "35"
       DISPLAY "PERSONS.DAT not found - salesperson entries cannot "
           "be checked"
       MOVE 8 TO RETURN-CODE
       STOP RUN
     END-IF.
     OPEN I-O DistListFile.
     IF WS-DISTLIST-FILE-STATUS = "35"
       OPEN OUTPUT DistListFile
       CLOSE DistListFile
       OPEN I-O DistListFile
     END-IF.
     PERFORM GetTransaction.
     PERFORM UNTIL EndTransactions
       EVALUATE TRUE
         WHEN AddTransaction
           MOVE "A" TO OPR-FUNCTION
           PERFORM CheckFunctionAuthority
           IF OperAuthorized
             PERFORM AddEntry
           END-IF
         WHEN ChangeTransaction
           MOVE "C" TO OPR-FUNCTION
           PERFORM CheckFunctionAuthority
           IF OperAuthorized
             PERFORM ChangeEntry
           END-IF
         WHEN DeleteTransaction
           MOVE "D" TO OPR-FUNCTION
           PERFORM CheckFunctionAuthority
           IF OperAuthorized
             PERFORM DeleteEntry
           END-IF
         WHEN OTHER
           DISPLAY "Error - invalid transaction code " WS-TRANS-CODE
       END-EVALUATE
       PERFORM GetTransaction
     END-PERFORM.
     CLOSE DistListFile.
     CLOSE PersonFile.
     STOP RUN.
 GetTransaction.
     DISPLAY "Enter transaction code (A add, C change, D remove "
         "entry, X to end): ".
     ACCEPT WS-TRANS-CODE.
     IF ChangeTransaction
       PERFORM ShowEntryForChange
     END-IF.
     IF NOT EndTransactions
       DISPLAY "Enter report, section type (A/R/T/S), section "
           "value, recipient ID, name, form (P/E/O) and "
           "destination: "
       ACCEPT WS-DIST-DETAILS
     END-IF.
*>   A change starts from the record as it stands: it is shown, and
*>   its change stamp taken, before the new details are keyed, so
*>   another operator's change made meanwhile is caught at the
*>   REWRITE instead of overwritten.
 ShowEntryForChange.
     DISPLAY "Enter report, section type, section value and"
         "recipient ID of the entry to change: ".
     ACCEPT DST-KEY.
     READ DistListFile
       INVALID KEY
         DISPLAY "Error - no such entry in file"
       NOT INVALID KEY
         DISPLAY "Entry as it stands: " DistributionRec
         MOVE DST-KEY TO RST-RECORD-KEY
         PERFORM TakeChangeStamp
     END-READ.
 CheckFunctionAuthority.
     CALL "CheckOperator" USING OperatorControlRec.
     IF NOT OperAuthorized
       DISPLAY "Refused - " OPR-MESSAGE
     END-IF.
*>   The key of an entry - checked on add only, since change and
*>   remove find the entry by it.
 EditEntryKey.
     MOVE "Y" TO WS-EDITS-OK.
     MOVE SPACES TO WS-EDIT-MESSAGE.
     IF WS-IN-REPORT-NAME = SPACES
       MOVE "N" TO WS-EDITS-OK
       MOVE "Report name is required" TO WS-EDIT-MESSAGE
     END-IF.
     IF DistEditsPassed AND NOT InSectionTypeValid
       MOVE "N" TO WS-EDITS-OK
       MOVE "Section type must be A, R, T or S" TO WS-EDIT-MESSAGE
     END-IF.
     IF DistEditsPassed AND InWholeReport
         AND WS-IN-SECTION-VALUE NOT = SPACES
       MOVE "N" TO WS-EDITS-OK
       MOVE "Whole report takes no section value"
           TO WS-EDIT-MESSAGE
     END-IF.
     IF DistEditsPassed AND NOT InWholeReport
         AND WS-IN-SECTION-VALUE = SPACES
       MOVE "N" TO WS-EDITS-OK
       MOVE "Section value is required" TO WS-EDIT-MESSAGE
     END-IF.
     IF DistEditsPassed AND InBySalesperson
       IF WS-IN-SALESPERSON-ID NOT NUMERIC
           OR WS-IN-SECTION-VALUE(7:4) NOT = SPACES
         MOVE "N" TO WS-EDITS-OK
         MOVE "Salesperson must be a six-digit ID"
             TO WS-EDIT-MESSAGE
       ELSE
         MOVE WS-IN-SALESPERSON-ID TO PersonId
         READ PersonFile
           INVALID KEY
             MOVE "N" TO WS-EDITS-OK
             MOVE "Salesperson not on PERSONS.DAT"
                 TO WS-EDIT-MESSAGE
         END-READ
       END-IF
     END-IF.
     IF DistEditsPassed AND WS-IN-RECIPIENT-ID = SPACES
       MOVE "N" TO WS-EDITS-OK
       MOVE "Recipient ID is required" TO WS-EDIT-MESSAGE
     END-IF.
*>   Who the recipient is and how the report reaches them - checked
*>   on add and on change.
 EditDelivery.
     IF DistEditsPassed AND WS-IN-RECIPIENT-NAME = SPACES
       MOVE "N" TO WS-EDITS-OK
       MOVE "Recipient name is required" TO WS-EDIT-MESSAGE
     END-IF.
     IF DistEditsPassed AND NOT InFormValid
       MOVE "N" TO WS-EDITS-OK
       MOVE "Form must be P, E or O" TO WS-EDIT-MESSAGE
     END-IF.
     IF DistEditsPassed AND InEmail
       MOVE ZERO TO WS-AT-SIGN-COUNT
       INSPECT WS-IN-DESTINATION TALLYING WS-AT-SIGN-COUNT
           FOR ALL "@"
       IF WS-AT-SIGN-COUNT NOT = 1
         MOVE "N" TO WS-EDITS-OK
         MOVE "Emailed reports need an email address"
             TO WS-EDIT-MESSAGE
       END-IF
     END-IF.
 AddEntry.
     PERFORM EditEntryKey.
     PERFORM EditDelivery.
     IF DistEditsPassed
       MOVE WS-IN-REPORT-NAME    TO DST-REPORT-NAME
       MOVE WS-IN-SECTION-TYPE   TO DST-SECTION-TYPE
       MOVE WS-IN-SECTION-VALUE  TO DST-SECTION-VALUE
       MOVE WS-IN-RECIPIENT-ID   TO DST-RECIPIENT-ID
       MOVE WS-IN-RECIPIENT-NAME TO DST-RECIPIENT-NAME
       MOVE WS-IN-FORM           TO DST-FORM
       MOVE WS-IN-DESTINATION    TO DST-DESTINATION
       MOVE WS-OPERATOR-ID       TO DST-SET-BY
       MOVE WS-TODAY             TO DST-SET-DATE
       WRITE DistributionRec
         INVALID KEY
           DISPLAY "Error - " DST-RECIPIENT-ID " already receives "
               "that part of " DST-REPORT-NAME
         NOT INVALID KEY
           DISPLAY "Entry added - " DST-REPORT-NAME " "
               DST-SECTION-TYPE " " DST-SECTION-VALUE " to "
               DST-RECIPIENT-ID
       END-WRITE
     ELSE
       DISPLAY "Error - " WS-EDIT-MESSAGE
     END-IF.
 ChangeEntry.
     MOVE "Y" TO WS-EDITS-OK.
     PERFORM EditDelivery.
     IF DistEditsPassed
       PERFORM MoveEntryKey
       READ DistListFile
         INVALID KEY
           DISPLAY "Error - no such entry in file"
         NOT INVALID KEY
           MOVE DST-KEY TO RST-RECORD-KEY
           PERFORM CheckChangeStamp
           IF RstChangeAllowed
             MOVE WS-IN-RECIPIENT-NAME TO DST-RECIPIENT-NAME
             MOVE WS-IN-FORM           TO DST-FORM
             MOVE WS-IN-DESTINATION    TO DST-DESTINATION
             MOVE WS-OPERATOR-ID       TO DST-SET-BY
             MOVE WS-TODAY             TO DST-SET-DATE
             REWRITE DistributionRec
             DISPLAY "Entry changed for " DST-RECIPIENT-ID
           ELSE
             DISPLAY "Now on file: " DistributionRec
           END-IF
       END-READ
     ELSE
       DISPLAY "Error - " WS-EDIT-MESSAGE
     END-IF.
 DeleteEntry.
     PERFORM MoveEntryKey.
     READ DistListFile
       INVALID KEY
         DISPLAY "Error - no such entry in file"
       NOT INVALID KEY
         DELETE DistListFile RECORD
         DISPLAY "Entry removed - " DST-REPORT-NAME " no longer "
             "goes to " DST-RECIPIENT-ID
     END-READ.
 MoveEntryKey.
     MOVE WS-IN-REPORT-NAME   TO DST-REPORT-NAME.
     MOVE WS-IN-SECTION-TYPE  TO DST-SECTION-TYPE.
     MOVE WS-IN-SECTION-VALUE TO DST-SECTION-VALUE.
     MOVE WS-IN-RECIPIENT-ID  TO DST-RECIPIENT-ID.
*>   The lost-update guard round a Change (shared RecordStamp).
 TakeChangeStamp.
     SET RstTakeStamp TO TRUE.
     CALL "RecordStamp" USING RecordStampControlRec.
 CheckChangeStamp.
     SET RstCheckStamp TO TRUE.
     CALL "RecordStamp" USING RecordStampControlRec.
     IF NOT RstChangeAllowed
       DISPLAY "Refused - " RST-MESSAGE
     END-IF.
