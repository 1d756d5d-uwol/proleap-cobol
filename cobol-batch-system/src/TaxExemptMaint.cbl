 IDENTIFICATION DIVISION.
 PROGRAM-ID. TaxExemptMaint.
*> Add/Change/Delete maintenance menu for the TAXEXEMPT.DAT
*> tax-exemption certificate file, modeled on CreditLimitMaint's
*> maintenance of CREDITLIM.DAT: the operator signs on (checked
*> against OPERATORS.DAT by the shared CheckOperator subprogram), keys
*> a transaction code, and enters the PersonId, the state, and the
*> certificate as the customer presented it. Each function is checked
*> again against the operator's add/change/delete authority, a
*> certificate can only be held by a person on PERSONS.DAT, and every
*> record carries the operator and date of its last change. A renewed
*> certificate is a Change - the new number and expiry replace the
*> old. BATCH-DISCOUNT prices the customer's orders to that state
*> without tax while the certificate is in force. A Change shows the
*> certificate as it stands first and is refused, with the other
*> operator's values shown, when someone else changed it in the meantime
*> (shared RecordStamp).
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT TaxExemptFile ASSIGN TO "TAXEXEMPT.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS TXE-KEY
         FILE STATUS IS WS-TAX-EXEMPT-STATUS.
     SELECT PersonFile ASSIGN TO "PERSONS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS PersonId
         FILE STATUS IS WS-PERSON-FILE-STATUS.
 DATA DIVISION.
 FILE SECTION.
 FD TaxExemptFile.
 COPY TAXEXREC.
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
 01 WS-TAX-EXEMPT-STATUS PIC XX.
 01 WS-PERSON-FILE-STATUS PIC XX.
 01 WS-OPERATOR-ID PIC X(8).
*> What the operator keys: the PersonId and state, then the
*> certificate number, exemption type (S school, C charity, R resale)
*> and expiry date (YYYYMMDD).
 01 WS-EXEMPT-DETAILS.
    05 WS-IN-PERSON-ID    PIC 9(6).
    05 WS-IN-STATE        PIC XX.
    05 WS-IN-CERT-NO      PIC X(20).
    05 WS-IN-EXEMPT-TYPE  PIC X.
    05 WS-IN-EXPIRY-DATE  PIC 9(8).
    05 WS-IN-EXPIRY-PARTS REDEFINES WS-IN-EXPIRY-DATE.
       10 WS-IN-EXPIRY-YEAR  PIC 9(4).
       10 WS-IN-EXPIRY-MONTH PIC 99.
       10 WS-IN-EXPIRY-DAY   PIC 99.
 01 WS-TODAY PIC 9(8).
 01 WS-EDITS-OK PIC X.
    88 ExemptEditsPassed VALUE "Y".
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
     MOVE "TaxExemptMaint" TO RST-PROGRAM.
     MOVE WS-OPERATOR-ID TO RST-OPERATOR-ID.
     MOVE "TAXEXEMPT.DAT" TO RST-FILE-NAME.
     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
     OPEN INPUT PersonFile.
     IF WS-PERSON-FILE-STATUS = "35"
       DISPLAY "PERSONS.DAT not found - no certificates can be kept"
       MOVE 8 TO RETURN-CODE
       STOP RUN
     END-IF.
     OPEN I-O TaxExemptFile.
     IF WS-TAX-EXEMPT-STATUS = "35"
       OPEN OUTPUT TaxExemptFile
       CLOSE TaxExemptFile
       OPEN I-O TaxExemptFile
     END-IF.
     PERFORM GetTransaction.
     PERFORM UNTIL EndTransactions
       EVALUATE TRUE
         WHEN AddTransaction
           MOVE "A" TO OPR-FUNCTION
           PERFORM CheckFunctionAuthority
           IF OperAuthorized
             PERFORM AddCertificate
           END-IF
         WHEN ChangeTransaction
           MOVE "C" TO OPR-FUNCTION
           PERFORM CheckFunctionAuthority
           IF OperAuthorized
             PERFORM ChangeCertificate
           END-IF
         WHEN DeleteTransaction
           MOVE "D" TO OPR-FUNCTION
           PERFORM CheckFunctionAuthority
           IF OperAuthorized
             PERFORM DeleteCertificate
           END-IF
         WHEN OTHER
           DISPLAY "Error - invalid transaction code " WS-TRANS-CODE
       END-EVALUATE
       PERFORM GetTransaction
     END-PERFORM.
     CLOSE TaxExemptFile.
     CLOSE PersonFile.
     STOP RUN.
 GetTransaction.
     DISPLAY "Enter transaction code (A/C/D/X to end): ".
     ACCEPT WS-TRANS-CODE.
     IF ChangeTransaction
       PERFORM ShowCertificateForChange
     END-IF.
     IF NOT EndTransactions
       DISPLAY "Enter PersonId, state, certificate no, type "
           "(S/C/R) and expiry date: "
       ACCEPT WS-EXEMPT-DETAILS
     END-IF.
*>   A change starts from the record as it stands: it is shown, and
*>   its change stamp taken, before the new details are keyed, so
*>   another operator's change made meanwhile is caught at the
*>   REWRITE instead of overwritten.
 ShowCertificateForChange.
     DISPLAY "Enter PersonId and state of the certificate to change: ".
     ACCEPT TXE-KEY.
     READ TaxExemptFile
       INVALID KEY
         DISPLAY "Error - " TXE-PERSON-ID " has no certificate "
             "for " TXE-STATE " on file"
       NOT INVALID KEY
         DISPLAY "Certificate as it stands: " TaxExemptRec
         MOVE TXE-KEY TO RST-RECORD-KEY
         PERFORM TakeChangeStamp
     END-READ.
 CheckFunctionAuthority.
     CALL "CheckOperator" USING OperatorControlRec.
     IF NOT OperAuthorized
       DISPLAY "Refused - " OPR-MESSAGE
     END-IF.
 EditCertificateKey.
     MOVE "Y" TO WS-EDITS-OK.
     MOVE SPACES TO WS-EDIT-MESSAGE.
     IF WS-IN-PERSON-ID NOT NUMERIC OR WS-IN-PERSON-ID = ZERO
       MOVE "N" TO WS-EDITS-OK
       MOVE "PersonId must be numeric" TO WS-EDIT-MESSAGE
     END-IF.
     IF ExemptEditsPassed AND WS-IN-STATE = SPACES
       MOVE "N" TO WS-EDITS-OK
       MOVE "State code must not be blank" TO WS-EDIT-MESSAGE
     END-IF.
 EditCertificateDetails.
     PERFORM EditCertificateKey.
     IF ExemptEditsPassed AND WS-IN-CERT-NO = SPACES
       MOVE "N" TO WS-EDITS-OK
       MOVE "Certificate number must not be blank" TO WS-EDIT-MESSAGE
     END-IF.
     IF ExemptEditsPassed
         AND WS-IN-EXEMPT-TYPE NOT = "S"
         AND WS-IN-EXEMPT-TYPE NOT = "C"
         AND WS-IN-EXEMPT-TYPE NOT = "R"
       MOVE "N" TO WS-EDITS-OK
       MOVE "Exemption type must be S, C or R" TO WS-EDIT-MESSAGE
     END-IF.
     IF ExemptEditsPassed
       IF WS-IN-EXPIRY-DATE NOT NUMERIC
           OR WS-IN-EXPIRY-MONTH < 1 OR WS-IN-EXPIRY-MONTH > 12
           OR WS-IN-EXPIRY-DAY < 1 OR WS-IN-EXPIRY-DAY > 31
         MOVE "N" TO WS-EDITS-OK
         MOVE "Expiry is not a plausible date" TO WS-EDIT-MESSAGE
       END-IF
     END-IF.
     IF ExemptEditsPassed AND WS-IN-EXPIRY-DATE < WS-TODAY
       MOVE "N" TO WS-EDITS-OK
       MOVE "Certificate has already expired" TO WS-EDIT-MESSAGE
     END-IF.
     IF ExemptEditsPassed
       MOVE WS-IN-PERSON-ID TO PersonId
       READ PersonFile
         INVALID KEY
           MOVE "N" TO WS-EDITS-OK
           MOVE "PersonId not on PERSONS.DAT" TO WS-EDIT-MESSAGE
       END-READ
     END-IF.
 MoveCertificateDetails.
     MOVE WS-IN-CERT-NO     TO TXE-CERT-NO.
     MOVE WS-IN-EXEMPT-TYPE TO TXE-EXEMPT-TYPE.
     MOVE WS-IN-EXPIRY-DATE TO TXE-EXPIRY-DATE.
     MOVE WS-OPERATOR-ID    TO TXE-SET-BY.
     MOVE WS-TODAY          TO TXE-SET-DATE.
 AddCertificate.
     PERFORM EditCertificateDetails.
     IF ExemptEditsPassed
       MOVE WS-IN-PERSON-ID TO TXE-PERSON-ID
       MOVE WS-IN-STATE     TO TXE-STATE
       PERFORM MoveCertificateDetails
       WRITE TaxExemptRec
         INVALID KEY
           DISPLAY "Error - " TXE-PERSON-ID " already has a "
               "certificate for " TXE-STATE
         NOT INVALID KEY
           DISPLAY "Certificate for " TXE-PERSON-ID " " PersonName
               " in " TXE-STATE " added"
       END-WRITE
     ELSE
       DISPLAY "Error - " WS-EDIT-MESSAGE
     END-IF.
 ChangeCertificate.
     PERFORM EditCertificateDetails.
     IF ExemptEditsPassed
       MOVE WS-IN-PERSON-ID TO TXE-PERSON-ID
       MOVE WS-IN-STATE     TO TXE-STATE
       READ TaxExemptFile
         INVALID KEY
           DISPLAY "Error - " WS-IN-PERSON-ID " has no certificate "
               "for " WS-IN-STATE " on file"
         NOT INVALID KEY
           MOVE TXE-KEY TO RST-RECORD-KEY
           PERFORM CheckChangeStamp
           IF RstChangeAllowed
             PERFORM MoveCertificateDetails
             REWRITE TaxExemptRec
             DISPLAY "Certificate for " TXE-PERSON-ID " " PersonName
                 " in " TXE-STATE " changed"
           ELSE
             DISPLAY "Now on file: " TaxExemptRec
           END-IF
       END-READ
     ELSE
       DISPLAY "Error - " WS-EDIT-MESSAGE
     END-IF.
*>   A lapsed certificate simply stops being honoured on its expiry
*>   date - a delete here is for a certificate the customer has
*>   surrendered or one keyed in error.
 DeleteCertificate.
     PERFORM EditCertificateKey.
     IF ExemptEditsPassed
       MOVE WS-IN-PERSON-ID TO TXE-PERSON-ID
       MOVE WS-IN-STATE     TO TXE-STATE
       READ TaxExemptFile
         INVALID KEY
           DISPLAY "Error - " WS-IN-PERSON-ID " has no certificate "
               "for " WS-IN-STATE " on file"
         NOT INVALID KEY
           DELETE TaxExemptFile
           DISPLAY "Certificate for " WS-IN-PERSON-ID " in "
               WS-IN-STATE " deleted"
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
