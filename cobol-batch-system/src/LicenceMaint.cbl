 IDENTIFICATION DIVISION.
 PROGRAM-ID. LicenceMaint.
*> Add/Change/Delete maintenance menu for the SPLICENCE.DAT
*> salesperson licence file, modeled on TaxExemptMaint's maintenance
*> of TAXEXEMPT.DAT: the operator signs on (checked against
*> OPERATORS.DAT by the shared CheckOperator subprogram), keys a
*> transaction code, and enters the salesperson's PersonId, the
*> licence type and issuing state, then the licence number and expiry
*> date. Each function is checked again against the operator's
*> add/change/delete authority, a licence can only be held by a
*> salesperson on SALESPERSONS.DAT, and every record carries the
*> operator and date of its last change. A renewed licence is a
*> Change - the new number and expiry replace the old. SalesEdit
*> accepts the salesperson's sales in the categories CATLICENCE.DAT
*> restricts to that type while the licence is in force. A Change shows
*> the licence as it stands first and is refused, with the other
*> operator's values shown, when someone else changed it in the meantime
*> (shared RecordStamp).
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT LicenceFile ASSIGN TO "SPLICENCE.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS LIC-KEY
         FILE STATUS IS WS-LICENCE-STATUS.
     SELECT SalespersonFile ASSIGN TO "SALESPERSONS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS SPX-PERSON-ID
         FILE STATUS IS WS-XREF-FILE-STATUS.
 DATA DIVISION.
 FILE SECTION.
 FD LicenceFile.
 COPY SPLICENCEREC.
 FD SalespersonFile.
 01 SalespersonRec.
    05 SPX-PERSON-ID PIC 9(6).
    05 SPX-TERRITORY PIC X(10).
    05 SPX-REGION    PIC X(4).
    05 SPX-ACTIVE    PIC X.
    05 SPX-TERM-DATE PIC 9(8).
    05 SPX-PLAN-ID   PIC X(6).
 WORKING-STORAGE SECTION.
 01 WS-TRANS-CODE PIC X.
    88 AddTransaction    VALUE "A".
    88 ChangeTransaction VALUE "C".
    88 DeleteTransaction VALUE "D".
    88 EndTransactions   VALUE "X".
 COPY OPERCTLREC.
 COPY RECSTAMPCTL.
 01 WS-LICENCE-STATUS PIC XX.
 01 WS-XREF-FILE-STATUS PIC XX.
 01 WS-OPERATOR-ID PIC X(8).
*> What the operator keys: the PersonId, licence type and issuing
*> state, then the licence number and expiry date (YYYYMMDD).
 01 WS-LICENCE-DETAILS.
    05 WS-IN-PERSON-ID    PIC 9(6).
    05 WS-IN-TYPE         PIC X(4).
    05 WS-IN-STATE        PIC XX.
    05 WS-IN-NUMBER       PIC X(20).
    05 WS-IN-EXPIRY-DATE  PIC 9(8).
    05 WS-IN-EXPIRY-PARTS REDEFINES WS-IN-EXPIRY-DATE.
       10 WS-IN-EXPIRY-YEAR  PIC 9(4).
       10 WS-IN-EXPIRY-MONTH PIC 99.
       10 WS-IN-EXPIRY-DAY   PIC 99.
 01 WS-TODAY PIC 9(8).
 01 WS-EDITS-OK PIC X.
    88 LicenceEditsPassed VALUE "Y".
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
     MOVE "LicenceMaint" TO RST-PROGRAM.
     MOVE WS-OPERATOR-ID TO RST-OPERATOR-ID.
     MOVE "SPLICENCE.DAT" TO RST-FILE-NAME.
     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
     OPEN INPUT SalespersonFile.
     IF WS-XREF-FILE-STATUS = "35"
       DISPLAY "SALESPERSONS.DAT not found - no licences can be kept"
       MOVE 8 TO RETURN-CODE
       STOP RUN
     END-IF.
     OPEN I-O LicenceFile.
     IF WS-LICENCE-STATUS = "35"
       OPEN OUTPUT LicenceFile
       CLOSE LicenceFile
       OPEN I-O LicenceFile
     END-IF.
     PERFORM GetTransaction.
     PERFORM UNTIL EndTransactions
       EVALUATE TRUE
         WHEN AddTransaction
           MOVE "A" TO OPR-FUNCTION
           PERFORM CheckFunctionAuthority
           IF OperAuthorized
             PERFORM AddLicence
           END-IF
         WHEN ChangeTransaction
           MOVE "C" TO OPR-FUNCTION
           PERFORM CheckFunctionAuthority
           IF OperAuthorized
             PERFORM ChangeLicence
           END-IF
         WHEN DeleteTransaction
           MOVE "D" TO OPR-FUNCTION
           PERFORM CheckFunctionAuthority
           IF OperAuthorized
             PERFORM DeleteLicence
           END-IF
         WHEN OTHER
           DISPLAY "Error - invalid transaction code " WS-TRANS-CODE
       END-EVALUATE
       PERFORM GetTransaction
     END-PERFORM.
     CLOSE LicenceFile.
     CLOSE SalespersonFile.
     STOP RUN.
 GetTransaction.
     DISPLAY "Enter transaction code (A/C/D/X to end): ".
     ACCEPT WS-TRANS-CODE.
     IF ChangeTransaction
       PERFORM ShowLicenceForChange
     END-IF.
     IF NOT EndTransactions
       DISPLAY "Enter PersonId, licence type, issuing state, "
           "licence no and expiry date: "
       ACCEPT WS-LICENCE-DETAILS
     END-IF.
*>   A change starts from the record as it stands: it is shown, and
*>   its change stamp taken, before the new details are keyed, so
*>   another operator's change made meanwhile is caught at the
*>   REWRITE instead of overwritten.
 ShowLicenceForChange.
     DISPLAY "Enter PersonId, licence type and issuing state to "
         "change: ".
     ACCEPT LIC-KEY.
     READ LicenceFile
       INVALID KEY
         DISPLAY "Error - " LIC-PERSON-ID " holds no "
             LIC-TYPE " licence from " LIC-STATE
       NOT INVALID KEY
         DISPLAY "Licence as it stands: " SalespersonLicenceRec
         MOVE LIC-KEY TO RST-RECORD-KEY
         PERFORM TakeChangeStamp
     END-READ.
 CheckFunctionAuthority.
     CALL "CheckOperator" USING OperatorControlRec.
     IF NOT OperAuthorized
       DISPLAY "Refused - " OPR-MESSAGE
     END-IF.
 EditLicenceKey.
     MOVE "Y" TO WS-EDITS-OK.
     MOVE SPACES TO WS-EDIT-MESSAGE.
     IF WS-IN-PERSON-ID NOT NUMERIC OR WS-IN-PERSON-ID = ZERO
       MOVE "N" TO WS-EDITS-OK
       MOVE "PersonId must be numeric" TO WS-EDIT-MESSAGE
     END-IF.
     IF LicenceEditsPassed AND WS-IN-TYPE = SPACES
       MOVE "N" TO WS-EDITS-OK
       MOVE "Licence type must not be blank" TO WS-EDIT-MESSAGE
     END-IF.
     IF LicenceEditsPassed AND WS-IN-STATE = SPACES
       MOVE "N" TO WS-EDITS-OK
       MOVE "Issuing state must not be blank" TO WS-EDIT-MESSAGE
     END-IF.
 EditLicenceDetails.
     PERFORM EditLicenceKey.
     IF LicenceEditsPassed AND WS-IN-NUMBER = SPACES
       MOVE "N" TO WS-EDITS-OK
       MOVE "Licence number must not be blank" TO WS-EDIT-MESSAGE
     END-IF.
     IF LicenceEditsPassed
       IF WS-IN-EXPIRY-DATE NOT NUMERIC
           OR WS-IN-EXPIRY-MONTH < 1 OR WS-IN-EXPIRY-MONTH > 12
           OR WS-IN-EXPIRY-DAY < 1 OR WS-IN-EXPIRY-DAY > 31
         MOVE "N" TO WS-EDITS-OK
         MOVE "Expiry is not a plausible date" TO WS-EDIT-MESSAGE
       END-IF
     END-IF.
     IF LicenceEditsPassed AND WS-IN-EXPIRY-DATE < WS-TODAY
       MOVE "N" TO WS-EDITS-OK
       MOVE "Licence has already expired" TO WS-EDIT-MESSAGE
     END-IF.
     IF LicenceEditsPassed
       MOVE WS-IN-PERSON-ID TO SPX-PERSON-ID
       READ SalespersonFile
         INVALID KEY
           MOVE "N" TO WS-EDITS-OK
           MOVE "PersonId not on SALESPERSONS.DAT" TO WS-EDIT-MESSAGE
       END-READ
     END-IF.
 MoveLicenceDetails.
     MOVE WS-IN-NUMBER      TO LIC-NUMBER.
     MOVE WS-IN-EXPIRY-DATE TO LIC-EXPIRY-DATE.
     MOVE WS-OPERATOR-ID    TO LIC-SET-BY.
     MOVE WS-TODAY          TO LIC-SET-DATE.
 AddLicence.
     PERFORM EditLicenceDetails.
     IF LicenceEditsPassed
       MOVE WS-IN-PERSON-ID TO LIC-PERSON-ID
       MOVE WS-IN-TYPE      TO LIC-TYPE
       MOVE WS-IN-STATE     TO LIC-STATE
       PERFORM MoveLicenceDetails
       WRITE SalespersonLicenceRec
         INVALID KEY
           DISPLAY "Error - " LIC-PERSON-ID " already holds a "
               LIC-TYPE " licence from " LIC-STATE
         NOT INVALID KEY
           DISPLAY "Licence " LIC-TYPE " from " LIC-STATE " for "
               LIC-PERSON-ID " added"
       END-WRITE
     ELSE
       DISPLAY "Error - " WS-EDIT-MESSAGE
     END-IF.
 ChangeLicence.
     PERFORM EditLicenceDetails.
     IF LicenceEditsPassed
       MOVE WS-IN-PERSON-ID TO LIC-PERSON-ID
       MOVE WS-IN-TYPE      TO LIC-TYPE
       MOVE WS-IN-STATE     TO LIC-STATE
       READ LicenceFile
         INVALID KEY
           DISPLAY "Error - " WS-IN-PERSON-ID " holds no "
               WS-IN-TYPE " licence from " WS-IN-STATE
         NOT INVALID KEY
           MOVE LIC-KEY TO RST-RECORD-KEY
           PERFORM CheckChangeStamp
           IF RstChangeAllowed
             PERFORM MoveLicenceDetails
             REWRITE SalespersonLicenceRec
             DISPLAY "Licence " LIC-TYPE " from " LIC-STATE " for "
                 LIC-PERSON-ID " changed"
           ELSE
             DISPLAY "Now on file: " SalespersonLicenceRec
           END-IF
       END-READ
     ELSE
       DISPLAY "Error - " WS-EDIT-MESSAGE
     END-IF.
*>   A lapsed licence simply stops counting on its expiry date - a
*>   delete here is for a licence surrendered, revoked, or keyed in
*>   error.
 DeleteLicence.
     PERFORM EditLicenceKey.
     IF LicenceEditsPassed
       MOVE WS-IN-PERSON-ID TO LIC-PERSON-ID
       MOVE WS-IN-TYPE      TO LIC-TYPE
       MOVE WS-IN-STATE     TO LIC-STATE
       READ LicenceFile
         INVALID KEY
           DISPLAY "Error - " WS-IN-PERSON-ID " holds no "
               WS-IN-TYPE " licence from " WS-IN-STATE
         NOT INVALID KEY
           DELETE LicenceFile
           DISPLAY "Licence " WS-IN-TYPE " from " WS-IN-STATE
               " for " WS-IN-PERSON-ID " deleted"
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
