 IDENTIFICATION DIVISION.
 PROGRAM-ID. DeductionMaint.
*> Payroll's maintenance menu for court-ordered deductions on
*> DEDORDER.DAT and payment holds on PAYHOLD.DAT, modeled on
*> SupplierMaint: the operator signs on (checked against
*> OPERATORS.DAT by the shared CheckOperator subprogram), keys a
*> transaction code, and enters the details. A adds an order against
*> a salesperson - its reference, kind (G garnishment, S child
*> support, O other), the payee it is remitted to, a fixed amount (F)
*> or a percentage of net commission (P), a cap on the total taken
*> (zero for none) and a priority (lower is taken first); C changes
*> the payee, the amount, the cap (never below what has already been
*> taken) or the priority of an active order; D ends one. H places a
*> hold that stops the person's pay altogether and L lifts it, the
*> amount held then being paid on the next feed. Each is checked
*> again against the operator's add/change/delete authority - a hold
*> as an add, a lift as a change. An ended or satisfied order stays
*> on file as the record of what was taken under it. A Change shows the
*> order as it stands first and is refused, with the other operator's
*> values shown, when someone else changed it in the meantime (shared
*> RecordStamp).
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT DeductionOrderFile ASSIGN TO "DEDORDER.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS DED-KEY
         FILE STATUS IS WS-DEDORDER-FILE-STATUS.
     SELECT PaymentHoldFile ASSIGN TO "PAYHOLD.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS HLD-PERSON-ID
         FILE STATUS IS WS-PAYHOLD-FILE-STATUS.
     SELECT PersonFile ASSIGN TO "PERSONS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS PersonId
         FILE STATUS IS WS-PERSON-FILE-STATUS.
 DATA DIVISION.
 FILE SECTION.
 FD DeductionOrderFile.
 COPY DEDORDERREC.
 FD PaymentHoldFile.
 COPY PAYHOLDREC.
 FD PersonFile.
 COPY PERSONREC.
 WORKING-STORAGE SECTION.
 01 WS-TRANS-CODE PIC X.
    88 AddTransaction      VALUE "A".
    88 ChangeTransaction   VALUE "C".
    88 DeleteTransaction   VALUE "D".
    88 HoldTransaction     VALUE "H".
    88 LiftTransaction     VALUE "L".
    88 HoldTransactions    VALUES "H" "L".
    88 EndTransactions     VALUE "X".
 COPY OPERCTLREC.
 COPY RECSTAMPCTL.
 01 WS-DEDORDER-FILE-STATUS PIC XX.
 01 WS-PAYHOLD-FILE-STATUS PIC XX.
 01 WS-PERSON-FILE-STATUS PIC XX.
 01 WS-OPERATOR-ID PIC X(8).
*> What the operator keys for an order: the salesperson and order
*> reference (the key), the kind, the payee, F or P with the fixed
*> amount or the percentage, the cap and the priority.
 01 WS-ORDER-DETAILS.
    05 WS-IN-PERSON-ID    PIC 9(6).
    05 WS-IN-ORDER-REF    PIC X(12).
    05 WS-IN-ORDER-KIND   PIC X.
       88 InKindValid VALUES "G" "S" "O".
    05 WS-IN-PAYEE-ID     PIC X(8).
    05 WS-IN-PAYEE-NAME   PIC X(30).
    05 WS-IN-CALC-TYPE    PIC X.
       88 InFixedAmount  VALUE "F".
       88 InPercentage   VALUE "P".
    05 WS-IN-FIXED-AMOUNT PIC 9(7)V99.
    05 WS-IN-PERCENT      PIC 99V99.
    05 WS-IN-CAP-AMOUNT   PIC 9(9)V99.
    05 WS-IN-PRIORITY     PIC 99.
*> What the operator keys for a hold: the salesperson and, when
*> placing it, the reason.
 01 WS-HOLD-DETAILS.
    05 WS-IN-HOLD-PERSON-ID PIC 9(6).
    05 WS-IN-HOLD-REASON    PIC X(30).
 01 WS-TODAY PIC 9(8).
 01 WS-EDITS-OK PIC X.
    88 DeductionEditsPassed VALUE "Y".
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
     MOVE "DeductionMaint" TO RST-PROGRAM.
     MOVE WS-OPERATOR-ID TO RST-OPERATOR-ID.
     MOVE "DEDORDER.DAT" TO RST-FILE-NAME.
     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
     OPEN INPUT PersonFile.
     IF WS-PERSON-FILE-STATUS = "35"
       DISPLAY "PERSONS.DAT not found - no orders or holds can be "
           "entered"
       MOVE 8 TO RETURN-CODE
       STOP RUN
     END-IF.
     OPEN I-O DeductionOrderFile.
     IF WS-DEDORDER-FILE-STATUS = "35"
       OPEN OUTPUT DeductionOrderFile
       CLOSE DeductionOrderFile
       OPEN I-O DeductionOrderFile
     END-IF.
     OPEN I-O PaymentHoldFile.
     IF WS-PAYHOLD-FILE-STATUS = "35"
       OPEN OUTPUT PaymentHoldFile
       CLOSE PaymentHoldFile
       OPEN I-O PaymentHoldFile
     END-IF.
     PERFORM GetTransaction.
     PERFORM UNTIL EndTransactions
       EVALUATE TRUE
         WHEN AddTransaction
           MOVE "A" TO OPR-FUNCTION
           PERFORM CheckFunctionAuthority
           IF OperAuthorized
             PERFORM AddOrder
           END-IF
         WHEN ChangeTransaction
           MOVE "C" TO OPR-FUNCTION
           PERFORM CheckFunctionAuthority
           IF OperAuthorized
             PERFORM ChangeOrder
           END-IF
         WHEN DeleteTransaction
           MOVE "D" TO OPR-FUNCTION
           PERFORM CheckFunctionAuthority
           IF OperAuthorized
             PERFORM EndOrder
           END-IF
         WHEN HoldTransaction
           MOVE "A" TO OPR-FUNCTION
           PERFORM CheckFunctionAuthority
           IF OperAuthorized
             PERFORM PlaceHold
           END-IF
         WHEN LiftTransaction
           MOVE "C" TO OPR-FUNCTION
           PERFORM CheckFunctionAuthority
           IF OperAuthorized
             PERFORM LiftHold
           END-IF
         WHEN OTHER
           DISPLAY "Error - invalid transaction code " WS-TRANS-CODE
       END-EVALUATE
       PERFORM GetTransaction
     END-PERFORM.
     CLOSE PaymentHoldFile.
     CLOSE DeductionOrderFile.
     CLOSE PersonFile.
     STOP RUN.
 GetTransaction.
     DISPLAY "Enter transaction code (A add, C change, D end order, "
         "H hold, L lift hold, X to end): ".
     ACCEPT WS-TRANS-CODE.
     IF ChangeTransaction
       PERFORM ShowOrderForChange
     END-IF.
     EVALUATE TRUE
       WHEN EndTransactions
         CONTINUE
       WHEN HoldTransactions
         DISPLAY "Enter salesperson and hold reason: "
         ACCEPT WS-HOLD-DETAILS
       WHEN OTHER
         DISPLAY "Enter salesperson, order reference, kind, payee id, "
             "payee name, F/P, fixed amount, percent, cap and "
             "priority: "
         ACCEPT WS-ORDER-DETAILS
     END-EVALUATE.
*>   A change starts from the record as it stands: it is shown, and
*>   its change stamp taken, before the new details are keyed, so
*>   another operator's change made meanwhile is caught at the
*>   REWRITE instead of overwritten.
 ShowOrderForChange.
     DISPLAY "Enter salesperson and order reference to change: ".
     ACCEPT DED-KEY.
     READ DeductionOrderFile
       INVALID KEY
         DISPLAY "Error - order " DED-ORDER-REF " not found for "
             "salesperson " DED-PERSON-ID
       NOT INVALID KEY
         DISPLAY "Order as it stands: " DeductionOrderRec
         MOVE DED-KEY TO RST-RECORD-KEY
         PERFORM TakeChangeStamp
     END-READ.
 CheckFunctionAuthority.
     CALL "CheckOperator" USING OperatorControlRec.
     IF NOT OperAuthorized
       DISPLAY "Refused - " OPR-MESSAGE
     END-IF.
*>   The terms of an order - checked on add and on change. A fixed
*>   order needs an amount, a percentage order a percentage; the
*>   other figure is cleared when the order is written.
 EditOrderTerms.
     MOVE "Y" TO WS-EDITS-OK.
     MOVE SPACES TO WS-EDIT-MESSAGE.
     IF WS-IN-ORDER-REF = SPACES
       MOVE "N" TO WS-EDITS-OK
       MOVE "Order reference is required" TO WS-EDIT-MESSAGE
     END-IF.
     IF DeductionEditsPassed AND NOT InKindValid
       MOVE "N" TO WS-EDITS-OK
       MOVE "Kind must be G, S or O" TO WS-EDIT-MESSAGE
     END-IF.
     IF DeductionEditsPassed AND WS-IN-PAYEE-ID = SPACES
       MOVE "N" TO WS-EDITS-OK
       MOVE "Payee id is required" TO WS-EDIT-MESSAGE
     END-IF.
     IF DeductionEditsPassed
       EVALUATE TRUE
         WHEN InFixedAmount
           IF WS-IN-FIXED-AMOUNT NOT NUMERIC
               OR WS-IN-FIXED-AMOUNT = ZERO
             MOVE "N" TO WS-EDITS-OK
             MOVE "Fixed amount must be more than zero"
                 TO WS-EDIT-MESSAGE
           END-IF
           MOVE ZERO TO WS-IN-PERCENT
         WHEN InPercentage
           IF WS-IN-PERCENT NOT NUMERIC OR WS-IN-PERCENT = ZERO
             MOVE "N" TO WS-EDITS-OK
             MOVE "Percentage must be more than zero"
                 TO WS-EDIT-MESSAGE
           END-IF
           MOVE ZERO TO WS-IN-FIXED-AMOUNT
         WHEN OTHER
           MOVE "N" TO WS-EDITS-OK
           MOVE "Amount type must be F or P" TO WS-EDIT-MESSAGE
       END-EVALUATE
     END-IF.
     IF DeductionEditsPassed AND WS-IN-CAP-AMOUNT NOT NUMERIC
       MOVE "N" TO WS-EDITS-OK
       MOVE "Cap must be numeric (zero for none)" TO WS-EDIT-MESSAGE
     END-IF.
     IF DeductionEditsPassed AND WS-IN-PRIORITY NOT NUMERIC
       MOVE "N" TO WS-EDITS-OK
       MOVE "Priority must be 00 to 99" TO WS-EDIT-MESSAGE
     END-IF.
 EditSalesperson.
     IF DeductionEditsPassed
       READ PersonFile
         INVALID KEY
           MOVE "N" TO WS-EDITS-OK
           MOVE "Salesperson not on PERSONS.DAT" TO WS-EDIT-MESSAGE
       END-READ
     END-IF.
 AddOrder.
     PERFORM EditOrderTerms.
     MOVE WS-IN-PERSON-ID TO PersonId.
     PERFORM EditSalesperson.
     IF DeductionEditsPassed
       MOVE WS-IN-PERSON-ID    TO DED-PERSON-ID
       MOVE WS-IN-ORDER-REF    TO DED-ORDER-REF
       MOVE WS-IN-ORDER-KIND   TO DED-ORDER-KIND
       MOVE WS-IN-PAYEE-ID     TO DED-PAYEE-ID
       MOVE WS-IN-PAYEE-NAME   TO DED-PAYEE-NAME
       MOVE WS-IN-CALC-TYPE    TO DED-CALC-TYPE
       MOVE WS-IN-FIXED-AMOUNT TO DED-FIXED-AMOUNT
       MOVE WS-IN-PERCENT      TO DED-PERCENT
       MOVE WS-IN-CAP-AMOUNT   TO DED-CAP-AMOUNT
       MOVE ZERO               TO DED-TAKEN-TO-DATE
       MOVE WS-IN-PRIORITY     TO DED-PRIORITY
       MOVE "A"                TO DED-STATUS
       MOVE WS-OPERATOR-ID     TO DED-SET-BY
       MOVE WS-TODAY           TO DED-SET-DATE
       WRITE DeductionOrderRec
         INVALID KEY
           DISPLAY "Error - order " DED-ORDER-REF " already exists "
               "for salesperson " DED-PERSON-ID
         NOT INVALID KEY
           DISPLAY "Order " DED-ORDER-REF " added for salesperson "
               DED-PERSON-ID " at priority " DED-PRIORITY
       END-WRITE
     ELSE
       DISPLAY "Error - " WS-EDIT-MESSAGE
     END-IF.
 ChangeOrder.
     PERFORM EditOrderTerms.
     IF DeductionEditsPassed
       MOVE WS-IN-PERSON-ID TO DED-PERSON-ID
       MOVE WS-IN-ORDER-REF TO DED-ORDER-REF
       READ DeductionOrderFile
         INVALID KEY
           DISPLAY "Error - order " WS-IN-ORDER-REF " not found for "
               "salesperson " WS-IN-PERSON-ID
         NOT INVALID KEY
           EVALUATE TRUE
             WHEN NOT DedActive
               DISPLAY "Error - order " DED-ORDER-REF
                   " is no longer active"
             WHEN WS-IN-CAP-AMOUNT NOT = ZERO
                 AND WS-IN-CAP-AMOUNT < DED-TAKEN-TO-DATE
               DISPLAY "Error - " DED-TAKEN-TO-DATE " already "
                   "taken under order " DED-ORDER-REF
             WHEN OTHER
               MOVE DED-KEY TO RST-RECORD-KEY
               PERFORM CheckChangeStamp
               IF RstChangeAllowed
                 MOVE WS-IN-ORDER-KIND   TO DED-ORDER-KIND
                 MOVE WS-IN-PAYEE-ID     TO DED-PAYEE-ID
                 MOVE WS-IN-PAYEE-NAME   TO DED-PAYEE-NAME
                 MOVE WS-IN-CALC-TYPE    TO DED-CALC-TYPE
                 MOVE WS-IN-FIXED-AMOUNT TO DED-FIXED-AMOUNT
                 MOVE WS-IN-PERCENT      TO DED-PERCENT
                 MOVE WS-IN-CAP-AMOUNT   TO DED-CAP-AMOUNT
                 MOVE WS-IN-PRIORITY     TO DED-PRIORITY
                 MOVE WS-OPERATOR-ID     TO DED-SET-BY
                 MOVE WS-TODAY           TO DED-SET-DATE
                 IF DED-CAP-AMOUNT NOT = ZERO
                     AND DED-TAKEN-TO-DATE = DED-CAP-AMOUNT
                   MOVE "S" TO DED-STATUS
                 END-IF
                 REWRITE DeductionOrderRec
                 DISPLAY "Order " DED-ORDER-REF " changed"
               ELSE
                 DISPLAY "Now on file: " DeductionOrderRec
               END-IF
           END-EVALUATE
       END-READ
     ELSE
       DISPLAY "Error - " WS-EDIT-MESSAGE
     END-IF.
 EndOrder.
     MOVE WS-IN-PERSON-ID TO DED-PERSON-ID.
     MOVE WS-IN-ORDER-REF TO DED-ORDER-REF.
     READ DeductionOrderFile
       INVALID KEY
         DISPLAY "Error - order " WS-IN-ORDER-REF " not found for "
             "salesperson " WS-IN-PERSON-ID
       NOT INVALID KEY
         IF DedActive
           MOVE "E"            TO DED-STATUS
           MOVE WS-OPERATOR-ID TO DED-SET-BY
           MOVE WS-TODAY       TO DED-SET-DATE
           REWRITE DeductionOrderRec
           DISPLAY "Order " DED-ORDER-REF " ended - "
               DED-TAKEN-TO-DATE " taken in all"
         ELSE
           DISPLAY "Error - order " DED-ORDER-REF
               " is no longer active"
         END-IF
     END-READ.
*>   A hold lifted but not yet paid out can be put back in force; the
*>   amount already held stays with it.
 PlaceHold.
     MOVE "Y" TO WS-EDITS-OK.
     MOVE SPACES TO WS-EDIT-MESSAGE.
     IF WS-IN-HOLD-REASON = SPACES
       MOVE "N" TO WS-EDITS-OK
       MOVE "Hold reason is required" TO WS-EDIT-MESSAGE
     END-IF.
     MOVE WS-IN-HOLD-PERSON-ID TO PersonId.
     PERFORM EditSalesperson.
     IF DeductionEditsPassed
       MOVE WS-IN-HOLD-PERSON-ID TO HLD-PERSON-ID
       READ PaymentHoldFile
         INVALID KEY
           MOVE WS-IN-HOLD-PERSON-ID TO HLD-PERSON-ID
           MOVE "H"                  TO HLD-STATUS
           MOVE WS-IN-HOLD-REASON    TO HLD-REASON
           MOVE ZERO                 TO HLD-HELD-AMOUNT
           MOVE WS-OPERATOR-ID       TO HLD-SET-BY
           MOVE WS-TODAY             TO HLD-SET-DATE
           WRITE PaymentHoldRec
           DISPLAY "Pay for salesperson " HLD-PERSON-ID " held"
         NOT INVALID KEY
           IF HoldInForce
             DISPLAY "Error - pay for salesperson " HLD-PERSON-ID
                 " is already held"
           ELSE
             MOVE "H"               TO HLD-STATUS
             MOVE WS-IN-HOLD-REASON TO HLD-REASON
             MOVE WS-OPERATOR-ID    TO HLD-SET-BY
             MOVE WS-TODAY          TO HLD-SET-DATE
             REWRITE PaymentHoldRec
             DISPLAY "Pay for salesperson " HLD-PERSON-ID
                 " held again - " HLD-HELD-AMOUNT " still held"
           END-IF
       END-READ
     ELSE
       DISPLAY "Error - " WS-EDIT-MESSAGE
     END-IF.
*>   Nothing held means nothing to pay out, so the record simply goes;
*>   otherwise it waits, lifted, for the next feed to pay it.
 LiftHold.
     MOVE WS-IN-HOLD-PERSON-ID TO HLD-PERSON-ID.
     READ PaymentHoldFile
       INVALID KEY
         DISPLAY "Error - no hold for salesperson "
             WS-IN-HOLD-PERSON-ID
       NOT INVALID KEY
         EVALUATE TRUE
           WHEN NOT HoldInForce
             DISPLAY "Error - hold for salesperson " HLD-PERSON-ID
                 " is already lifted"
           WHEN HLD-HELD-AMOUNT = ZERO
             DELETE PaymentHoldFile
             DISPLAY "Hold for salesperson " HLD-PERSON-ID " lifted"
           WHEN OTHER
             MOVE "L"            TO HLD-STATUS
             MOVE WS-OPERATOR-ID TO HLD-SET-BY
             MOVE WS-TODAY       TO HLD-SET-DATE
             REWRITE PaymentHoldRec
             DISPLAY "Hold for salesperson " HLD-PERSON-ID
                 " lifted - " HLD-HELD-AMOUNT " pays on the next feed"
         END-EVALUATE
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
