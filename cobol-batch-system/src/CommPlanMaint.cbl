 IDENTIFICATION DIVISION.
 PROGRAM-ID. CommPlanMaint.
*> Add/Change/Delete maintenance menu for the COMMPLAN.DAT commission
*> plan master, modeled on TaxExemptMaint's maintenance of
*> TAXEXEMPT.DAT: the operator signs on (checked against OPERATORS.DAT
*> by the shared CheckOperator subprogram), keys a transaction code,
*> and enters the plan id and the date the version takes effect, then
*> the description, the tier basis (Q units sold, A sales amount) and
*> up to five tiers of boundary and percent. Each function is checked
*> again against the operator's add/change/delete authority and every
*> record carries the operator and date of its last change. A change
*> of terms is a new version with a later effective date, never an
*> overwrite: versions that took effect before the current month have
*> already priced commission that statements and clawbacks reprice,
*> so only the current and later months can be added, changed or
*> deleted. Effective dates fall on the first of a month because
*> commission is priced by the month. A Change shows the plan as it
*> stands first and is refused, with the other operator's values shown,
*> when someone else changed it in the meantime (shared RecordStamp).
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT CommPlanFile ASSIGN TO "COMMPLAN.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS CPL-KEY
         FILE STATUS IS WS-COMMPLAN-FILE-STATUS.
 DATA DIVISION.
 FILE SECTION.
 FD CommPlanFile.
 COPY COMMPLANREC.
 WORKING-STORAGE SECTION.
 01 WS-TRANS-CODE PIC X.
    88 AddTransaction    VALUE "A".
    88 ChangeTransaction VALUE "C".
    88 DeleteTransaction VALUE "D".
    88 EndTransactions   VALUE "X".
 COPY OPERCTLREC.
 COPY RECSTAMPCTL.
 01 WS-COMMPLAN-FILE-STATUS PIC XX.
 01 WS-OPERATOR-ID PIC X(8).
*> What the operator keys: the plan id and effective date (YYYYMMDD,
*> the first of a month), then the description, the basis (Q or A),
*> the number of tiers in use and the tiers themselves in ascending
*> order - a boundary the period must pass and the percent it earns.
 01 WS-PLAN-DETAILS.
    05 WS-IN-PLAN-ID        PIC X(6).
    05 WS-IN-EFFECTIVE-DATE PIC 9(8).
    05 WS-IN-EFFECTIVE-PARTS REDEFINES WS-IN-EFFECTIVE-DATE.
       10 WS-IN-EFFECTIVE-YEAR  PIC 9(4).
       10 WS-IN-EFFECTIVE-MONTH PIC 99.
       10 WS-IN-EFFECTIVE-DAY   PIC 99.
    05 WS-IN-DESCRIPTION    PIC X(30).
    05 WS-IN-BASIS          PIC X.
    05 WS-IN-TIER-COUNT     PIC 9.
    05 WS-IN-TIER OCCURS 5 TIMES.
       10 WS-IN-TIER-BOUNDARY PIC 9(9)V99.
       10 WS-IN-TIER-PERCENT  PIC 99V99.
 01 WS-TODAY PIC 9(8).
 01 WS-MONTH-START PIC 9(8).
 77 WS-TIER-IDX PIC 9.
 01 WS-PRIOR-BOUNDARY PIC 9(9)V99.
 01 WS-EDITS-OK PIC X.
    88 PlanEditsPassed VALUE "Y".
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
     MOVE "CommPlanMaint" TO RST-PROGRAM.
     MOVE WS-OPERATOR-ID TO RST-OPERATOR-ID.
     MOVE "COMMPLAN.DAT" TO RST-FILE-NAME.
     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
     MOVE WS-TODAY TO WS-MONTH-START.
     MOVE "01" TO WS-MONTH-START (7:2).
     OPEN I-O CommPlanFile.
     IF WS-COMMPLAN-FILE-STATUS = "35"
       OPEN OUTPUT CommPlanFile
       CLOSE CommPlanFile
       OPEN I-O CommPlanFile
     END-IF.
     PERFORM GetTransaction.
     PERFORM UNTIL EndTransactions
       EVALUATE TRUE
         WHEN AddTransaction
           MOVE "A" TO OPR-FUNCTION
           PERFORM CheckFunctionAuthority
           IF OperAuthorized
             PERFORM AddPlanVersion
           END-IF
         WHEN ChangeTransaction
           MOVE "C" TO OPR-FUNCTION
           PERFORM CheckFunctionAuthority
           IF OperAuthorized
             PERFORM ChangePlanVersion
           END-IF
         WHEN DeleteTransaction
           MOVE "D" TO OPR-FUNCTION
           PERFORM CheckFunctionAuthority
           IF OperAuthorized
             PERFORM DeletePlanVersion
           END-IF
         WHEN OTHER
           DISPLAY "Error - invalid transaction code " WS-TRANS-CODE
       END-EVALUATE
       PERFORM GetTransaction
     END-PERFORM.
     CLOSE CommPlanFile.
     STOP RUN.
 GetTransaction.
     DISPLAY "Enter transaction code (A/C/D/X to end): ".
     ACCEPT WS-TRANS-CODE.
     IF ChangeTransaction
       PERFORM ShowPlanForChange
     END-IF.
     IF NOT EndTransactions
       DISPLAY "Enter plan id, effective date, description, basis "
           "(Q/A), tier count and tiers: "
       ACCEPT WS-PLAN-DETAILS
     END-IF.
*>   A change starts from the record as it stands: it is shown, and
*>   its change stamp taken, before the new details are keyed, so
*>   another operator's change made meanwhile is caught at the
*>   REWRITE instead of overwritten.
 ShowPlanForChange.
     DISPLAY "Enter plan id and effective date of the version to "
         "change: ".
     ACCEPT CPL-KEY.
     READ CommPlanFile
       INVALID KEY
         DISPLAY "Error - plan " CPL-PLAN-ID " has no version "
             "effective " CPL-EFFECTIVE-DATE " on file"
       NOT INVALID KEY
         DISPLAY "Plan version as it stands: " CommPlanRec
         MOVE CPL-KEY TO RST-RECORD-KEY
         PERFORM TakeChangeStamp
     END-READ.
 CheckFunctionAuthority.
     CALL "CheckOperator" USING OperatorControlRec.
     IF NOT OperAuthorized
       DISPLAY "Refused - " OPR-MESSAGE
     END-IF.
 EditPlanKey.
     MOVE "Y" TO WS-EDITS-OK.
     MOVE SPACES TO WS-EDIT-MESSAGE.
     IF WS-IN-PLAN-ID = SPACES
       MOVE "N" TO WS-EDITS-OK
       MOVE "Plan id must not be blank" TO WS-EDIT-MESSAGE
     END-IF.
     IF PlanEditsPassed
       IF WS-IN-EFFECTIVE-DATE NOT NUMERIC
           OR WS-IN-EFFECTIVE-MONTH < 1 OR WS-IN-EFFECTIVE-MONTH > 12
           OR WS-IN-EFFECTIVE-DAY NOT = 1
         MOVE "N" TO WS-EDITS-OK
         MOVE "Effective date must be the 1st of a month"
             TO WS-EDIT-MESSAGE
       END-IF
     END-IF.
     IF PlanEditsPassed AND WS-IN-EFFECTIVE-DATE < WS-MONTH-START
       MOVE "N" TO WS-EDITS-OK
       MOVE "Versions before this month are closed" TO WS-EDIT-MESSAGE
     END-IF.
 EditPlanDetails.
     PERFORM EditPlanKey.
     IF PlanEditsPassed
         AND WS-IN-BASIS NOT = "Q" AND WS-IN-BASIS NOT = "A"
       MOVE "N" TO WS-EDITS-OK
       MOVE "Basis must be Q (units) or A (amount)" TO WS-EDIT-MESSAGE
     END-IF.
     IF PlanEditsPassed
       IF WS-IN-TIER-COUNT NOT NUMERIC
           OR WS-IN-TIER-COUNT < 1 OR WS-IN-TIER-COUNT > 5
         MOVE "N" TO WS-EDITS-OK
         MOVE "Tier count must be 1 to 5" TO WS-EDIT-MESSAGE
       END-IF
     END-IF.
     IF PlanEditsPassed
       PERFORM EditPlanTiers
     END-IF.
*>   Tiers are read in order and the highest one passed pays, so the
*>   boundaries must climb and every tier in use must pay something.
 EditPlanTiers.
     MOVE ZERO TO WS-PRIOR-BOUNDARY.
     PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
         UNTIL WS-TIER-IDX > WS-IN-TIER-COUNT OR NOT PlanEditsPassed
       IF WS-IN-TIER-BOUNDARY (WS-TIER-IDX) NOT NUMERIC
           OR WS-IN-TIER-PERCENT (WS-TIER-IDX) NOT NUMERIC
         MOVE "N" TO WS-EDITS-OK
         MOVE "Tier boundary and percent must be numeric"
             TO WS-EDIT-MESSAGE
       ELSE
         IF WS-IN-TIER-PERCENT (WS-TIER-IDX) = ZERO
           MOVE "N" TO WS-EDITS-OK
           MOVE "Tier percent must not be zero" TO WS-EDIT-MESSAGE
         END-IF
         IF WS-TIER-IDX > 1
             AND WS-IN-TIER-BOUNDARY (WS-TIER-IDX)
                 NOT > WS-PRIOR-BOUNDARY
           MOVE "N" TO WS-EDITS-OK
           MOVE "Tier boundaries must be ascending" TO WS-EDIT-MESSAGE
         END-IF
         MOVE WS-IN-TIER-BOUNDARY (WS-TIER-IDX) TO WS-PRIOR-BOUNDARY
       END-IF
     END-PERFORM.
 MovePlanDetails.
     MOVE WS-IN-DESCRIPTION TO CPL-DESCRIPTION.
     MOVE WS-IN-BASIS       TO CPL-BASIS.
     MOVE WS-IN-TIER-COUNT  TO CPL-TIER-COUNT.
     PERFORM VARYING WS-TIER-IDX FROM 1 BY 1 UNTIL WS-TIER-IDX > 5
       IF WS-TIER-IDX > WS-IN-TIER-COUNT
         MOVE ZERO TO CPL-TIER-BOUNDARY (WS-TIER-IDX)
         MOVE ZERO TO CPL-TIER-PERCENT (WS-TIER-IDX)
       ELSE
         MOVE WS-IN-TIER-BOUNDARY (WS-TIER-IDX)
             TO CPL-TIER-BOUNDARY (WS-TIER-IDX)
         MOVE WS-IN-TIER-PERCENT (WS-TIER-IDX)
             TO CPL-TIER-PERCENT (WS-TIER-IDX)
       END-IF
     END-PERFORM.
     MOVE WS-OPERATOR-ID    TO CPL-SET-BY.
     MOVE WS-TODAY          TO CPL-SET-DATE.
 AddPlanVersion.
     PERFORM EditPlanDetails.
     IF PlanEditsPassed
       MOVE WS-IN-PLAN-ID        TO CPL-PLAN-ID
       MOVE WS-IN-EFFECTIVE-DATE TO CPL-EFFECTIVE-DATE
       PERFORM MovePlanDetails
       WRITE CommPlanRec
         INVALID KEY
           DISPLAY "Error - plan " CPL-PLAN-ID " already has a "
               "version effective " CPL-EFFECTIVE-DATE
         NOT INVALID KEY
           DISPLAY "Plan " CPL-PLAN-ID " version effective "
               CPL-EFFECTIVE-DATE " added"
       END-WRITE
     ELSE
       DISPLAY "Error - " WS-EDIT-MESSAGE
     END-IF.
 ChangePlanVersion.
     PERFORM EditPlanDetails.
     IF PlanEditsPassed
       MOVE WS-IN-PLAN-ID        TO CPL-PLAN-ID
       MOVE WS-IN-EFFECTIVE-DATE TO CPL-EFFECTIVE-DATE
       READ CommPlanFile
         INVALID KEY
           DISPLAY "Error - plan " WS-IN-PLAN-ID " has no version "
               "effective " WS-IN-EFFECTIVE-DATE " on file"
         NOT INVALID KEY
           MOVE CPL-KEY TO RST-RECORD-KEY
           PERFORM CheckChangeStamp
           IF RstChangeAllowed
             PERFORM MovePlanDetails
             REWRITE CommPlanRec
             DISPLAY "Plan " CPL-PLAN-ID " version effective "
                 CPL-EFFECTIVE-DATE " changed"
           ELSE
             DISPLAY "Now on file: " CommPlanRec
           END-IF
       END-READ
     ELSE
       DISPLAY "Error - " WS-EDIT-MESSAGE
     END-IF.
*>   Deleting a future version leaves the one before it in force;
*>   salespeople assigned the plan are untouched.
 DeletePlanVersion.
     PERFORM EditPlanKey.
     IF PlanEditsPassed
       MOVE WS-IN-PLAN-ID        TO CPL-PLAN-ID
       MOVE WS-IN-EFFECTIVE-DATE TO CPL-EFFECTIVE-DATE
       READ CommPlanFile
         INVALID KEY
           DISPLAY "Error - plan " WS-IN-PLAN-ID " has no version "
               "effective " WS-IN-EFFECTIVE-DATE " on file"
         NOT INVALID KEY
           DELETE CommPlanFile
           DISPLAY "Plan " WS-IN-PLAN-ID " version effective "
               WS-IN-EFFECTIVE-DATE " deleted"
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
