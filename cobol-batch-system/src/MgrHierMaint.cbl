 IDENTIFICATION DIVISION.
 PROGRAM-ID. MgrHierMaint.
*> Add/Change/Delete maintenance menu for MGRHIER.DAT, the manager
*> entries in the region/territory sales hierarchy, modeled on
*> TaxExemptMaint's maintenance of TAXEXEMPT.DAT: the operator signs
*> on (checked against OPERATORS.DAT by the shared CheckOperator
*> subprogram), keys a transaction code, and enters the level (T
*> territory, R region), the territory or region code, the manager's
*> PersonId and the override percent. Each function is checked again
*> against the operator's add/change/delete authority, a manager must
*> be on PERSONS.DAT, and every record carries the operator and date
*> of its last change. A new manager over a unit is a Change - the
*> next ManagerOverride run pays the override to whoever the entry
*> names on the day. A Change shows the entry as it stands first and is
*> refused, with the other operator's values shown, when someone else
*> changed it in the meantime (shared RecordStamp).
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT ManagerHierFile ASSIGN TO "MGRHIER.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS MGH-KEY
         FILE STATUS IS WS-MGRHIER-STATUS.
     SELECT PersonFile ASSIGN TO "PERSONS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS PersonId
         FILE STATUS IS WS-PERSON-FILE-STATUS.
 DATA DIVISION.
 FILE SECTION.
 FD ManagerHierFile.
 COPY MGRHIERREC.
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
 01 WS-MGRHIER-STATUS PIC XX.
 01 WS-PERSON-FILE-STATUS PIC XX.
 01 WS-OPERATOR-ID PIC X(8).
*> What the operator keys: the level and unit code, then the
*> manager's PersonId and the override percent (99V99).
 01 WS-MANAGER-DETAILS.
    05 WS-IN-LEVEL       PIC X.
    05 WS-IN-UNIT-CODE   PIC X(10).
    05 WS-IN-MANAGER-ID  PIC 9(6).
    05 WS-IN-PERCENT     PIC 99V99.
 01 WS-TODAY PIC 9(8).
 01 WS-EDITS-OK PIC X.
    88 ManagerEditsPassed VALUE "Y".
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
     MOVE "MgrHierMaint" TO RST-PROGRAM.
     MOVE WS-OPERATOR-ID TO RST-OPERATOR-ID.
     MOVE "MGRHIER.DAT" TO RST-FILE-NAME.
     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
     OPEN INPUT PersonFile.
     IF WS-PERSON-FILE-STATUS = "35"
       DISPLAY "PERSONS.DAT not found - no managers can be kept"
       MOVE 8 TO RETURN-CODE
       STOP RUN
     END-IF.
     OPEN I-O ManagerHierFile.
     IF WS-MGRHIER-STATUS = "35"
       OPEN OUTPUT ManagerHierFile
       CLOSE ManagerHierFile
       OPEN I-O ManagerHierFile
     END-IF.
     PERFORM GetTransaction.
     PERFORM UNTIL EndTransactions
       EVALUATE TRUE
         WHEN AddTransaction
           MOVE "A" TO OPR-FUNCTION
           PERFORM CheckFunctionAuthority
           IF OperAuthorized
             PERFORM AddManager
           END-IF
         WHEN ChangeTransaction
           MOVE "C" TO OPR-FUNCTION
           PERFORM CheckFunctionAuthority
           IF OperAuthorized
             PERFORM ChangeManager
           END-IF
         WHEN DeleteTransaction
           MOVE "D" TO OPR-FUNCTION
           PERFORM CheckFunctionAuthority
           IF OperAuthorized
             PERFORM DeleteManager
           END-IF
         WHEN OTHER
           DISPLAY "Error - invalid transaction code " WS-TRANS-CODE
       END-EVALUATE
       PERFORM GetTransaction
     END-PERFORM.
     CLOSE ManagerHierFile.
     CLOSE PersonFile.
     STOP RUN.
 GetTransaction.
     DISPLAY "Enter transaction code (A/C/D/X to end): ".
     ACCEPT WS-TRANS-CODE.
     IF ChangeTransaction
       PERFORM ShowManagerForChange
     END-IF.
     IF NOT EndTransactions
       DISPLAY "Enter level (T/R), territory or region, manager "
           "PersonId and override percent: "
       ACCEPT WS-MANAGER-DETAILS
     END-IF.
*>   A change starts from the record as it stands: it is shown, and
*>   its change stamp taken, before the new details are keyed, so
*>   another operator's change made meanwhile is caught at the
*>   REWRITE instead of overwritten.
 ShowManagerForChange.
     DISPLAY "Enter level (T/R) and territory or region to change: ".
     ACCEPT MGH-KEY.
     READ ManagerHierFile
       INVALID KEY
         DISPLAY "Error - no manager over " MGH-LEVEL " "
             MGH-UNIT-CODE " on file"
       NOT INVALID KEY
         DISPLAY "Manager entry as it stands: " ManagerHierRec
         MOVE MGH-KEY TO RST-RECORD-KEY
         PERFORM TakeChangeStamp
     END-READ.
 CheckFunctionAuthority.
     CALL "CheckOperator" USING OperatorControlRec.
     IF NOT OperAuthorized
       DISPLAY "Refused - " OPR-MESSAGE
     END-IF.
 EditManagerKey.
     MOVE "Y" TO WS-EDITS-OK.
     MOVE SPACES TO WS-EDIT-MESSAGE.
     IF WS-IN-LEVEL NOT = "T" AND WS-IN-LEVEL NOT = "R"
       MOVE "N" TO WS-EDITS-OK
       MOVE "Level must be T (territory) or R (region)"
           TO WS-EDIT-MESSAGE
     END-IF.
     IF ManagerEditsPassed AND WS-IN-UNIT-CODE = SPACES
       MOVE "N" TO WS-EDITS-OK
       MOVE "Territory or region must not be blank" TO WS-EDIT-MESSAGE
     END-IF.
 EditManagerDetails.
     PERFORM EditManagerKey.
     IF ManagerEditsPassed
       IF WS-IN-MANAGER-ID NOT NUMERIC OR WS-IN-MANAGER-ID = ZERO
         MOVE "N" TO WS-EDITS-OK
         MOVE "Manager PersonId must be numeric" TO WS-EDIT-MESSAGE
       END-IF
     END-IF.
     IF ManagerEditsPassed
       IF WS-IN-PERCENT NOT NUMERIC OR WS-IN-PERCENT = ZERO
         MOVE "N" TO WS-EDITS-OK
         MOVE "Override percent must be numeric non-zero"
             TO WS-EDIT-MESSAGE
       END-IF
     END-IF.
     IF ManagerEditsPassed
       MOVE WS-IN-MANAGER-ID TO PersonId
       READ PersonFile
         INVALID KEY
           MOVE "N" TO WS-EDITS-OK
           MOVE "Manager not on PERSONS.DAT" TO WS-EDIT-MESSAGE
       END-READ
     END-IF.
 MoveManagerDetails.
     MOVE WS-IN-MANAGER-ID TO MGH-MANAGER-ID.
     MOVE WS-IN-PERCENT    TO MGH-OVERRIDE-PERCENT.
     MOVE WS-OPERATOR-ID   TO MGH-SET-BY.
     MOVE WS-TODAY         TO MGH-SET-DATE.
 AddManager.
     PERFORM EditManagerDetails.
     IF ManagerEditsPassed
       MOVE WS-IN-LEVEL     TO MGH-LEVEL
       MOVE WS-IN-UNIT-CODE TO MGH-UNIT-CODE
       PERFORM MoveManagerDetails
       WRITE ManagerHierRec
         INVALID KEY
           DISPLAY "Error - " MGH-LEVEL " " MGH-UNIT-CODE
               " already has a manager"
         NOT INVALID KEY
           DISPLAY "Manager " MGH-MANAGER-ID " " PersonName
               " over " MGH-LEVEL " " MGH-UNIT-CODE " added"
       END-WRITE
     ELSE
       DISPLAY "Error - " WS-EDIT-MESSAGE
     END-IF.
 ChangeManager.
     PERFORM EditManagerDetails.
     IF ManagerEditsPassed
       MOVE WS-IN-LEVEL     TO MGH-LEVEL
       MOVE WS-IN-UNIT-CODE TO MGH-UNIT-CODE
       READ ManagerHierFile
         INVALID KEY
           DISPLAY "Error - no manager over " WS-IN-LEVEL " "
               WS-IN-UNIT-CODE " on file"
         NOT INVALID KEY
           MOVE MGH-KEY TO RST-RECORD-KEY
           PERFORM CheckChangeStamp
           IF RstChangeAllowed
             PERFORM MoveManagerDetails
             REWRITE ManagerHierRec
             DISPLAY "Manager " MGH-MANAGER-ID " " PersonName
                 " over " MGH-LEVEL " " MGH-UNIT-CODE " changed"
           ELSE
             DISPLAY "Now on file: " ManagerHierRec
           END-IF
       END-READ
     ELSE
       DISPLAY "Error - " WS-EDIT-MESSAGE
     END-IF.
 DeleteManager.
     PERFORM EditManagerKey.
     IF ManagerEditsPassed
       MOVE WS-IN-LEVEL     TO MGH-LEVEL
       MOVE WS-IN-UNIT-CODE TO MGH-UNIT-CODE
       READ ManagerHierFile
         INVALID KEY
           DISPLAY "Error - no manager over " WS-IN-LEVEL " "
               WS-IN-UNIT-CODE " on file"
         NOT INVALID KEY
           DELETE ManagerHierFile
           DISPLAY "Manager over " WS-IN-LEVEL " " WS-IN-UNIT-CODE
               " deleted"
       END-READ
     ELSE
       DISPLAY "Error - " WS-EDIT-MESSAGE
     END-IF.
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
