 IDENTIFICATION DIVISION.
 PROGRAM-ID. RmaMaint.
*> Customer service's maintenance menu for RMA.DAT return merchandise
*> authorizations, modeled on SupplierMaint: the operator signs on
*> (checked against OPERATORS.DAT by the shared CheckOperator
*> subprogram), keys a transaction code, and enters the details. A
*> issues a new authorization - the salesperson and item of the
*> original sale, that sale's date, the quantity the warehouse will
*> take back, a reason code (DF defective, DM damaged, WI wrong item,
*> NW not wanted, OT other) and the date it expires - under the next
*> RMA number; C changes the quantity, reason or expiry of one still
*> open (never below what has already come back), showing it as it
*> stands first and refusing the change, with the other operator's
*> values shown, when someone else changed it in the meantime
*> (shared RecordStamp); D cancels one
*> still open. Each is checked again against the operator's
*> add/change/delete authority. A cancelled or closed authorization
*> stays on file as the record of what was agreed.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT RmaFile ASSIGN TO "RMA.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS RMA-NUMBER
         FILE STATUS IS WS-RMA-FILE-STATUS.
     SELECT PersonFile ASSIGN TO "PERSONS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS PersonId
         FILE STATUS IS WS-PERSON-FILE-STATUS.
     SELECT ItemFile ASSIGN TO "ITEMS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS ItemCode
         FILE STATUS IS WS-ITEM-FILE-STATUS.
 DATA DIVISION.
 FILE SECTION.
 FD RmaFile.
 COPY RMAREC.
 FD PersonFile.
 COPY PERSONREC.
 FD ItemFile.
 COPY ITEMREC.
 WORKING-STORAGE SECTION.
 01 WS-TRANS-CODE PIC X.
    88 AddTransaction      VALUE "A".
    88 ChangeTransaction   VALUE "C".
    88 DeleteTransaction   VALUE "D".
    88 EndTransactions     VALUE "X".
 COPY OPERCTLREC.
 COPY RECSTAMPCTL.
 01 WS-RMA-FILE-STATUS PIC XX.
 01 WS-PERSON-FILE-STATUS PIC XX.
 01 WS-ITEM-FILE-STATUS PIC XX.
 01 WS-OPERATOR-ID PIC X(8).
*> What the operator keys: the RMA number (Change and Delete only),
*> the salesperson, item and date of the original sale, the quantity
*> authorized, the reason code and the expiry date.
 01 WS-RMA-DETAILS.
    05 WS-IN-RMA-NUMBER  PIC 9(8).
    05 WS-IN-PERSON-ID   PIC 9(6).
    05 WS-IN-ITEM-CODE   PIC X(10).
    05 WS-IN-ORIG-DATE   PIC 9(8).
    05 WS-IN-AUTH-QTY    PIC 9(5).
    05 WS-IN-REASON-CODE PIC XX.
       88 InReasonValid VALUES "DF" "DM" "WI" "NW" "OT".
    05 WS-IN-EXPIRY-DATE PIC 9(8).
 01 WS-TODAY PIC 9(8).
 01 WS-EDITS-OK PIC X.
    88 RmaEditsPassed VALUE "Y".
 01 WS-EDIT-MESSAGE PIC X(40).
 01 WS-RMA-SCAN-EOF PIC X.
    88 EndOfRmaScan VALUE "Y".
 01 WS-NEXT-RMA-NUMBER PIC 9(8).

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
     MOVE "RmaMaint" TO RST-PROGRAM.
     MOVE WS-OPERATOR-ID TO RST-OPERATOR-ID.
     MOVE "RMA.DAT" TO RST-FILE-NAME.
     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
     OPEN INPUT PersonFile.
     IF WS-PERSON-FILE-STATUS = "35"
       DISPLAY "PERSONS.DAT not found - no authorizations can be "
           "issued"
       MOVE 8 TO RETURN-CODE
       STOP RUN
     END-IF.
     OPEN INPUT ItemFile.
     IF WS-ITEM-FILE-STATUS = "35"
       DISPLAY "ITEMS.DAT not found - no authorizations can be "
           "issued"
       CLOSE PersonFile
       MOVE 8 TO RETURN-CODE
       STOP RUN
     END-IF.
     OPEN I-O RmaFile.
     IF WS-RMA-FILE-STATUS = "35"
       OPEN OUTPUT RmaFile
       CLOSE RmaFile
       OPEN I-O RmaFile
     END-IF.
     PERFORM GetTransaction.
     PERFORM UNTIL EndTransactions
       EVALUATE TRUE
         WHEN AddTransaction
           MOVE "A" TO OPR-FUNCTION
           PERFORM CheckFunctionAuthority
           IF OperAuthorized
             PERFORM IssueRma
           END-IF
         WHEN ChangeTransaction
           MOVE "C" TO OPR-FUNCTION
           PERFORM CheckFunctionAuthority
           IF OperAuthorized
             PERFORM ChangeRma
           END-IF
         WHEN DeleteTransaction
           MOVE "D" TO OPR-FUNCTION
           PERFORM CheckFunctionAuthority
           IF OperAuthorized
             PERFORM CancelRma
           END-IF
         WHEN OTHER
           DISPLAY "Error - invalid transaction code " WS-TRANS-CODE
       END-EVALUATE
       PERFORM GetTransaction
     END-PERFORM.
     CLOSE RmaFile.
     CLOSE ItemFile.
     CLOSE PersonFile.
     STOP RUN.
 GetTransaction.
     DISPLAY "Enter transaction code (A issue, C change, D cancel "
         "RMA, X to end): ".
     ACCEPT WS-TRANS-CODE.
     IF ChangeTransaction
       PERFORM ShowRmaForChange
     END-IF.
     IF NOT EndTransactions
       DISPLAY "Enter RMA number (zero to issue), salesperson, item, "
           "original sale date, quantity, reason and expiry date: "
       ACCEPT WS-RMA-DETAILS
     END-IF.
*>   A change starts from the record as it stands: it is shown, and
*>   its change stamp taken, before the new details are keyed, so
*>   another operator's change made meanwhile is caught at the
*>   REWRITE instead of overwritten.
 ShowRmaForChange.
     DISPLAY "Enter RMA number to change: ".
     ACCEPT RMA-NUMBER.
     READ RmaFile
       INVALID KEY
         DISPLAY "Error - RMA " RMA-NUMBER " not found in file"
       NOT INVALID KEY
         DISPLAY "RMA as it stands: " RmaRec
         MOVE RMA-NUMBER TO RST-RECORD-KEY
         PERFORM TakeChangeStamp
     END-READ.
 CheckFunctionAuthority.
     CALL "CheckOperator" USING OperatorControlRec.
     IF NOT OperAuthorized
       DISPLAY "Refused - " OPR-MESSAGE
     END-IF.
*>   The terms of an authorization - checked on issue and on change.
 EditRmaTerms.
     MOVE "Y" TO WS-EDITS-OK.
     MOVE SPACES TO WS-EDIT-MESSAGE.
     IF WS-IN-AUTH-QTY NOT NUMERIC OR WS-IN-AUTH-QTY = ZERO
       MOVE "N" TO WS-EDITS-OK
       MOVE "Quantity must be 1 or more" TO WS-EDIT-MESSAGE
     END-IF.
     IF RmaEditsPassed AND NOT InReasonValid
       MOVE "N" TO WS-EDITS-OK
       MOVE "Reason must be DF, DM, WI, NW or OT" TO WS-EDIT-MESSAGE
     END-IF.
     IF RmaEditsPassed
         AND (WS-IN-EXPIRY-DATE NOT NUMERIC
              OR WS-IN-EXPIRY-DATE < WS-TODAY)
       MOVE "N" TO WS-EDITS-OK
       MOVE "Expiry date must be today or later" TO WS-EDIT-MESSAGE
     END-IF.
*>   The original sale itself is proved against the sales history by
*>   SalesEdit when the goods come back; here it need only be a real
*>   salesperson and item and a date already past.
 EditOriginalSale.
     IF RmaEditsPassed
         AND (WS-IN-ORIG-DATE NOT NUMERIC
              OR WS-IN-ORIG-DATE = ZERO
              OR WS-IN-ORIG-DATE > WS-TODAY)
       MOVE "N" TO WS-EDITS-OK
       MOVE "Original sale date invalid" TO WS-EDIT-MESSAGE
     END-IF.
     IF RmaEditsPassed
       MOVE WS-IN-PERSON-ID TO PersonId
       READ PersonFile
         INVALID KEY
           MOVE "N" TO WS-EDITS-OK
           MOVE "Salesperson not on PERSONS.DAT" TO WS-EDIT-MESSAGE
       END-READ
     END-IF.
     IF RmaEditsPassed
       MOVE WS-IN-ITEM-CODE TO ItemCode
       READ ItemFile
         INVALID KEY
           MOVE "N" TO WS-EDITS-OK
           MOVE "Item not on ITEMS.DAT" TO WS-EDIT-MESSAGE
       END-READ
     END-IF.
 IssueRma.
     PERFORM EditRmaTerms.
     PERFORM EditOriginalSale.
     IF RmaEditsPassed
       PERFORM FindNextRmaNumber
       MOVE WS-NEXT-RMA-NUMBER TO RMA-NUMBER
       MOVE WS-IN-PERSON-ID    TO RMA-PERSON-ID
       MOVE WS-IN-ITEM-CODE    TO RMA-ITEM-CODE
       MOVE WS-IN-ORIG-DATE    TO RMA-ORIG-DATE
       MOVE WS-IN-AUTH-QTY     TO RMA-AUTH-QTY
       MOVE ZERO               TO RMA-RETURNED-QTY
       MOVE WS-IN-REASON-CODE  TO RMA-REASON-CODE
       MOVE WS-TODAY           TO RMA-ISSUE-DATE
       MOVE WS-IN-EXPIRY-DATE  TO RMA-EXPIRY-DATE
       MOVE "O"                TO RMA-STATUS
       MOVE ZERO               TO RMA-CLOSED-DATE
       MOVE WS-OPERATOR-ID     TO RMA-SET-BY
       MOVE WS-TODAY           TO RMA-SET-DATE
       WRITE RmaRec
         INVALID KEY
           DISPLAY "Error - RMA " RMA-NUMBER " already exists in file"
         NOT INVALID KEY
           DISPLAY "RMA " RMA-NUMBER " issued - " RMA-AUTH-QTY
               " of item " RMA-ITEM-CODE " until " RMA-EXPIRY-DATE
       END-WRITE
     ELSE
       DISPLAY "Error - " WS-EDIT-MESSAGE
     END-IF.
*>   Numbers run on from the highest ever issued, cancelled and
*>   closed ones included, so a number is never reused.
 FindNextRmaNumber.
     MOVE 1 TO WS-NEXT-RMA-NUMBER.
     MOVE "N" TO WS-RMA-SCAN-EOF.
     MOVE ZERO TO RMA-NUMBER.
     START RmaFile KEY IS NOT LESS THAN RMA-NUMBER
       INVALID KEY
         SET EndOfRmaScan TO TRUE
     END-START.
     PERFORM UNTIL EndOfRmaScan
       READ RmaFile NEXT RECORD
         AT END
           SET EndOfRmaScan TO TRUE
         NOT AT END
           COMPUTE WS-NEXT-RMA-NUMBER = RMA-NUMBER + 1
       END-READ
     END-PERFORM.
 ChangeRma.
     PERFORM EditRmaTerms.
     IF RmaEditsPassed
       MOVE WS-IN-RMA-NUMBER TO RMA-NUMBER
       READ RmaFile
         INVALID KEY
           DISPLAY "Error - RMA " WS-IN-RMA-NUMBER " not found in file"
         NOT INVALID KEY
           EVALUATE TRUE
             WHEN NOT RmaOpen
               DISPLAY "Error - RMA " RMA-NUMBER " is no longer open"
             WHEN WS-IN-AUTH-QTY < RMA-RETURNED-QTY
               DISPLAY "Error - " RMA-RETURNED-QTY " already "
                   "returned against RMA " RMA-NUMBER
             WHEN OTHER
               MOVE RMA-NUMBER TO RST-RECORD-KEY
               PERFORM CheckChangeStamp
               IF RstChangeAllowed
                 MOVE WS-IN-AUTH-QTY    TO RMA-AUTH-QTY
                 MOVE WS-IN-REASON-CODE TO RMA-REASON-CODE
                 MOVE WS-IN-EXPIRY-DATE TO RMA-EXPIRY-DATE
                 MOVE WS-OPERATOR-ID    TO RMA-SET-BY
                 MOVE WS-TODAY          TO RMA-SET-DATE
                 IF RMA-RETURNED-QTY = RMA-AUTH-QTY
                   MOVE "C"      TO RMA-STATUS
                   MOVE WS-TODAY TO RMA-CLOSED-DATE
                 END-IF
                 REWRITE RmaRec
                 DISPLAY "RMA " RMA-NUMBER " changed"
               ELSE
                 DISPLAY "Now on file: " RmaRec
               END-IF
           END-EVALUATE
       END-READ
     ELSE
       DISPLAY "Error - " WS-EDIT-MESSAGE
     END-IF.
 CancelRma.
     MOVE WS-IN-RMA-NUMBER TO RMA-NUMBER.
     READ RmaFile
       INVALID KEY
         DISPLAY "Error - RMA " WS-IN-RMA-NUMBER " not found in file"
       NOT INVALID KEY
         IF RmaOpen
           MOVE "X"            TO RMA-STATUS
           MOVE WS-TODAY       TO RMA-CLOSED-DATE
           MOVE WS-OPERATOR-ID TO RMA-SET-BY
           MOVE WS-TODAY       TO RMA-SET-DATE
           REWRITE RmaRec
           DISPLAY "RMA " RMA-NUMBER " cancelled"
         ELSE
           DISPLAY "Error - RMA " RMA-NUMBER " is no longer open"
         END-IF
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
