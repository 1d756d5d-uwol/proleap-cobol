 IDENTIFICATION DIVISION.
 PROGRAM-ID. CreditLimitMaint.
*> Add/Change/Delete maintenance menu for the CREDITLIM.DAT customer
*> credit-limit master, modeled on TaxRateMaint's maintenance of
*> TAXRATES.DAT: the operator signs on (checked against OPERATORS.DAT
*> by the shared CheckOperator subprogram), keys a transaction code,
*> and enters the PersonId and limit. Each function is checked again
*> against the operator's add/change/delete authority, a limit can
*> only be set for a person on PERSONS.DAT, and every record carries
*> the operator and date of its last change. BATCH-DISCOUNT holds the
*> orders that would take a customer past the limit. A Change shows the
*> limit as it stands first and is refused, with the other operator's
*> values shown, when someone else changed it in the meantime (shared
*> RecordStamp).
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT CreditLimitFile ASSIGN TO "CREDITLIM.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS CRL-PERSON-ID
         FILE STATUS IS WS-CREDIT-LIMIT-STATUS.
     SELECT PersonFile ASSIGN TO "PERSONS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS PersonId
         FILE STATUS IS WS-PERSON-FILE-STATUS.
 DATA DIVISION.
 FILE SECTION.
 FD CreditLimitFile.
 COPY CRLIMREC.
 FD PersonFile.
 COPY PERSONREC.
 WORKING-STORAGE SECTION.
 01 WS-TRANS-CODE PIC X.
    88 AddTransaction    VALUE "A".
    88 ChangeTransaction VALUE "C".
    88 DeleteTransaction VALUE "D".
    88 EndTransactions   VALUE "X".
 COPY OPERCTLREC.
 COPY RECSTAMPCTL.
 01 WS-CREDIT-LIMIT-STATUS PIC XX.
 01 WS-PERSON-FILE-STATUS PIC XX.
 01 WS-OPERATOR-ID PIC X(8).
*> What the operator keys: the PersonId and the new limit.
 01 WS-LIMIT-DETAILS.
    05 WS-IN-PERSON-ID    PIC 9(6).
    05 WS-IN-CREDIT-LIMIT PIC 9(7)V99.
 01 WS-TODAY PIC 9(8).
 01 WS-EDITS-OK PIC X.
    88 LimitEditsPassed VALUE "Y".
 01 WS-EDIT-MESSAGE PIC X(40).

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
     MOVE "CreditLimitMaint" TO RST-PROGRAM.
     MOVE WS-OPERATOR-ID TO RST-OPERATOR-ID.
     MOVE "CREDITLIM.DAT" TO RST-FILE-NAME.
     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
     OPEN INPUT PersonFile.
     IF WS-PERSON-FILE-STATUS = "35"
       DISPLAY "PERSONS.DAT not found - no limits can be set"
       MOVE 8 TO RETURN-CODE
       STOP RUN
     END-IF.
     OPEN I-O CreditLimitFile.
     IF WS-CREDIT-LIMIT-STATUS = "35"
       OPEN OUTPUT CreditLimitFile
       CLOSE CreditLimitFile
       OPEN I-O CreditLimitFile
     END-IF.
     PERFORM GetTransaction.
     PERFORM UNTIL EndTransactions
       EVALUATE TRUE
         WHEN AddTransaction
           MOVE "A" TO OPR-FUNCTION
           PERFORM CheckFunctionAuthority
           IF OperAuthorized
             PERFORM AddCreditLimit
           END-IF
         WHEN ChangeTransaction
           MOVE "C" TO OPR-FUNCTION
           PERFORM CheckFunctionAuthority
           IF OperAuthorized
             PERFORM ChangeCreditLimit
           END-IF
         WHEN DeleteTransaction
           MOVE "D" TO OPR-FUNCTION
           PERFORM CheckFunctionAuthority
           IF OperAuthorized
             PERFORM DeleteCreditLimit
           END-IF
         WHEN OTHER
           DISPLAY "Error - invalid transaction code " WS-TRANS-CODE
       END-EVALUATE
       PERFORM GetTransaction
     END-PERFORM.
     CLOSE CreditLimitFile.
     CLOSE PersonFile.
     STOP RUN.
 GetTransaction.
     DISPLAY "Enter transaction code (A/C/D/X to end): ".
     ACCEPT WS-TRANS-CODE.
     IF ChangeTransaction
       PERFORM ShowLimitForChange
     END-IF.
     IF NOT EndTransactions
       DISPLAY "Enter PersonId and credit limit: "
       ACCEPT WS-LIMIT-DETAILS
     END-IF.
*>   A change starts from the record as it stands: it is shown, and
*>   its change stamp taken, before the new details are keyed, so
*>   another operator's change made meanwhile is caught at the
*>   REWRITE instead of overwritten.
 ShowLimitForChange.
     DISPLAY "Enter PersonId of the limit to change: ".
     ACCEPT CRL-PERSON-ID.
     READ CreditLimitFile
       INVALID KEY
         DISPLAY "Error - " CRL-PERSON-ID " has no limit on file"
       NOT INVALID KEY
         DISPLAY "Credit limit as it stands: " CreditLimitRec
         MOVE CRL-PERSON-ID TO RST-RECORD-KEY
         PERFORM TakeChangeStamp
     END-READ.
 CheckFunctionAuthority.
     CALL "CheckOperator" USING OperatorControlRec.
     IF NOT OperAuthorized
       DISPLAY "Refused - " OPR-MESSAGE
     END-IF.
 EditLimitDetails.
     MOVE "Y" TO WS-EDITS-OK.
     MOVE SPACES TO WS-EDIT-MESSAGE.
     IF WS-IN-PERSON-ID NOT NUMERIC OR WS-IN-PERSON-ID = ZERO
       MOVE "N" TO WS-EDITS-OK
       MOVE "PersonId must be numeric" TO WS-EDIT-MESSAGE
     END-IF.
     IF LimitEditsPassed AND WS-IN-CREDIT-LIMIT NOT NUMERIC
       MOVE "N" TO WS-EDITS-OK
       MOVE "Credit limit must be numeric" TO WS-EDIT-MESSAGE
     END-IF.
     IF LimitEditsPassed
       MOVE WS-IN-PERSON-ID TO PersonId
       READ PersonFile
         INVALID KEY
           MOVE "N" TO WS-EDITS-OK
           MOVE "PersonId not on PERSONS.DAT" TO WS-EDIT-MESSAGE
       END-READ
     END-IF.
 AddCreditLimit.
     PERFORM EditLimitDetails.
     IF LimitEditsPassed
       MOVE WS-IN-PERSON-ID    TO CRL-PERSON-ID
       MOVE WS-IN-CREDIT-LIMIT TO CRL-CREDIT-LIMIT
       MOVE WS-OPERATOR-ID     TO CRL-SET-BY
       MOVE WS-TODAY           TO CRL-SET-DATE
       WRITE CreditLimitRec
         INVALID KEY
           DISPLAY "Error - " CRL-PERSON-ID " already has a limit"
         NOT INVALID KEY
           DISPLAY "Credit limit for " CRL-PERSON-ID " " PersonName
               " added"
       END-WRITE
     ELSE
       DISPLAY "Error - " WS-EDIT-MESSAGE
     END-IF.
 ChangeCreditLimit.
     PERFORM EditLimitDetails.
     IF LimitEditsPassed
       MOVE WS-IN-PERSON-ID TO CRL-PERSON-ID
       READ CreditLimitFile
         INVALID KEY
           DISPLAY "Error - " WS-IN-PERSON-ID " has no limit on file"
         NOT INVALID KEY
           MOVE CRL-PERSON-ID TO RST-RECORD-KEY
           PERFORM CheckChangeStamp
           IF RstChangeAllowed
             MOVE WS-IN-CREDIT-LIMIT TO CRL-CREDIT-LIMIT
             MOVE WS-OPERATOR-ID     TO CRL-SET-BY
             MOVE WS-TODAY           TO CRL-SET-DATE
             REWRITE CreditLimitRec
             DISPLAY "Credit limit for " CRL-PERSON-ID " " PersonName
                 " changed"
           ELSE
             DISPLAY "Now on file: " CreditLimitRec
           END-IF
       END-READ
     ELSE
       DISPLAY "Error - " WS-EDIT-MESSAGE
     END-IF.
*>   Deleting the record removes the customer's limit altogether - the
*>   orders are no longer checked. A limit of zero holds every order.
 DeleteCreditLimit.
     MOVE WS-IN-PERSON-ID TO CRL-PERSON-ID.
     READ CreditLimitFile
       INVALID KEY
         DISPLAY "Error - " WS-IN-PERSON-ID " has no limit on file"
       NOT INVALID KEY
         DELETE CreditLimitFile
         DISPLAY "Credit limit for " WS-IN-PERSON-ID " deleted"
     END-READ.
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
