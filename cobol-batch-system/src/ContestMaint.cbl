 IDENTIFICATION DIVISION.
 PROGRAM-ID. ContestMaint.
*> Add/Change/Delete maintenance menu for CONTEST.DAT, the sales
*> incentive contests (SPIFFs) product managers run, modeled on
*> TaxExemptMaint's maintenance of TAXEXEMPT.DAT: the operator signs
*> on (checked against OPERATORS.DAT by the shared CheckOperator
*> subprogram), keys a transaction code, and enters the contest - its
*> id and description, the date window, the items (up to five codes,
*> each on ITEMS.DAT) or the item category (on CATEGORY.DAT) it pays
*> on, the bonus per unit or percent of amount, and the territories
*> it is open to (none named = every territory). Each function is
*> checked again against the operator's add/change/delete authority,
*> and every record carries the operator and date of its last
*> change. A contest whose window has already closed has been paid
*> by ContestEarnings and can no longer be changed or deleted. A Change
*> shows the contest as it stands first and is refused, with the other
*> operator's values shown, when someone else changed it in the meantime
*> (shared RecordStamp).
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT ContestFile ASSIGN TO "CONTEST.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS CON-CONTEST-ID
         FILE STATUS IS WS-CONTEST-STATUS.
     SELECT ItemFile ASSIGN TO "ITEMS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS ItemCode
         FILE STATUS IS WS-ITEM-FILE-STATUS.
     SELECT CategoryFile ASSIGN TO "CATEGORY.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-CATEGORY-FILE-STATUS.
 DATA DIVISION.
 FILE SECTION.
 FD ContestFile.
 COPY CONTESTREC.
 FD ItemFile.
 COPY ITEMREC.
 FD CategoryFile.
 01 CategoryRec.
    05 CAT-CODE        PIC X(6).
    05 CAT-DESCRIPTION PIC X(30).
 WORKING-STORAGE SECTION.
 01 WS-TRANS-CODE PIC X.
    88 AddTransaction    VALUE "A".
    88 ChangeTransaction VALUE "C".
    88 DeleteTransaction VALUE "D".
    88 EndTransactions   VALUE "X".
 COPY OPERCTLREC.
 COPY RECSTAMPCTL.
 01 WS-CONTEST-STATUS PIC XX.
 01 WS-ITEM-FILE-STATUS PIC XX.
 01 WS-CATEGORY-FILE-STATUS PIC XX.
 01 WS-CATEGORY-EOF PIC X.
    88 EndOfCategories VALUE "Y".
 01 WS-CATEGORY-FOUND PIC X.
    88 CategoryOnFile VALUE "Y".
 01 WS-OPERATOR-ID PIC X(8).
*> What the operator keys, in CONTEST.DAT order: contest id,
*> description, start and end dates (YYYYMMDD), scope (I items / C
*> category), five item codes, category, basis (U per unit / A percent
*> of amount), bonus rate, and five territories.
 01 WS-CONTEST-DETAILS.
    05 WS-IN-CONTEST-ID   PIC X(6).
    05 WS-IN-DESCRIPTION  PIC X(30).
    05 WS-IN-START-DATE   PIC 9(8).
    05 WS-IN-START-PARTS REDEFINES WS-IN-START-DATE.
       10 WS-IN-START-YEAR  PIC 9(4).
       10 WS-IN-START-MONTH PIC 99.
       10 WS-IN-START-DAY   PIC 99.
    05 WS-IN-END-DATE     PIC 9(8).
    05 WS-IN-END-PARTS REDEFINES WS-IN-END-DATE.
       10 WS-IN-END-YEAR    PIC 9(4).
       10 WS-IN-END-MONTH   PIC 99.
       10 WS-IN-END-DAY     PIC 99.
    05 WS-IN-SCOPE        PIC X.
    05 WS-IN-ITEM-CODE    PIC X(10) OCCURS 5 TIMES.
    05 WS-IN-CATEGORY     PIC X(6).
    05 WS-IN-BONUS-BASIS  PIC X.
    05 WS-IN-BONUS-RATE   PIC 9(5)V99.
    05 WS-IN-TERRITORY    PIC X(10) OCCURS 5 TIMES.
 77 WS-SLOT-IDX PIC 9.
 01 WS-ITEMS-NAMED PIC 9.
 01 WS-TODAY PIC 9(8).
 01 WS-EDITS-OK PIC X.
    88 ContestEditsPassed VALUE "Y".
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
     MOVE "ContestMaint" TO RST-PROGRAM.
     MOVE WS-OPERATOR-ID TO RST-OPERATOR-ID.
     MOVE "CONTEST.DAT" TO RST-FILE-NAME.
     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
     OPEN INPUT ItemFile.
     IF WS-ITEM-FILE-STATUS = "35"
       DISPLAY "ITEMS.DAT not found - no contests can be kept"
       MOVE 8 TO RETURN-CODE
       STOP RUN
     END-IF.
     OPEN I-O ContestFile.
     IF WS-CONTEST-STATUS = "35"
       OPEN OUTPUT ContestFile
       CLOSE ContestFile
       OPEN I-O ContestFile
     END-IF.
     PERFORM GetTransaction.
     PERFORM UNTIL EndTransactions
       EVALUATE TRUE
         WHEN AddTransaction
           MOVE "A" TO OPR-FUNCTION
           PERFORM CheckFunctionAuthority
           IF OperAuthorized
             PERFORM AddContest
           END-IF
         WHEN ChangeTransaction
           MOVE "C" TO OPR-FUNCTION
           PERFORM CheckFunctionAuthority
           IF OperAuthorized
             PERFORM ChangeContest
           END-IF
         WHEN DeleteTransaction
           MOVE "D" TO OPR-FUNCTION
           PERFORM CheckFunctionAuthority
           IF OperAuthorized
             PERFORM DeleteContest
           END-IF
         WHEN OTHER
           DISPLAY "Error - invalid transaction code " WS-TRANS-CODE
       END-EVALUATE
       PERFORM GetTransaction
     END-PERFORM.
     CLOSE ContestFile.
     CLOSE ItemFile.
     STOP RUN.
 GetTransaction.
     DISPLAY "Enter transaction code (A/C/D/X to end): ".
     ACCEPT WS-TRANS-CODE.
     IF ChangeTransaction
       PERFORM ShowContestForChange
     END-IF.
     IF NOT EndTransactions
       DISPLAY "Enter contest id, description, start, end, scope "
           "(I/C), 5 items, category, basis (U/A), rate, "
           "5 territories: "
       ACCEPT WS-CONTEST-DETAILS
     END-IF.
*>   A change starts from the record as it stands: it is shown, and
*>   its change stamp taken, before the new details are keyed, so
*>   another operator's change made meanwhile is caught at the
*>   REWRITE instead of overwritten.
 ShowContestForChange.
     DISPLAY "Enter contest id to change: ".
     ACCEPT CON-CONTEST-ID.
     READ ContestFile
       INVALID KEY
         DISPLAY "Error - contest " CON-CONTEST-ID " not on file"
       NOT INVALID KEY
         DISPLAY "Contest as it stands: " ContestRec
         MOVE CON-CONTEST-ID TO RST-RECORD-KEY
         PERFORM TakeChangeStamp
     END-READ.
 CheckFunctionAuthority.
     CALL "CheckOperator" USING OperatorControlRec.
     IF NOT OperAuthorized
       DISPLAY "Refused - " OPR-MESSAGE
     END-IF.
 EditContestKey.
     MOVE "Y" TO WS-EDITS-OK.
     MOVE SPACES TO WS-EDIT-MESSAGE.
     IF WS-IN-CONTEST-ID = SPACES
       MOVE "N" TO WS-EDITS-OK
       MOVE "Contest id must not be blank" TO WS-EDIT-MESSAGE
     END-IF.
 EditContestDetails.
     PERFORM EditContestKey.
     IF ContestEditsPassed AND WS-IN-DESCRIPTION = SPACES
       MOVE "N" TO WS-EDITS-OK
       MOVE "Description must not be blank" TO WS-EDIT-MESSAGE
     END-IF.
     IF ContestEditsPassed
       IF WS-IN-START-DATE NOT NUMERIC
           OR WS-IN-START-MONTH < 1 OR WS-IN-START-MONTH > 12
           OR WS-IN-START-DAY < 1 OR WS-IN-START-DAY > 31
         MOVE "N" TO WS-EDITS-OK
         MOVE "Start is not a plausible date" TO WS-EDIT-MESSAGE
       END-IF
     END-IF.
     IF ContestEditsPassed
       IF WS-IN-END-DATE NOT NUMERIC
           OR WS-IN-END-MONTH < 1 OR WS-IN-END-MONTH > 12
           OR WS-IN-END-DAY < 1 OR WS-IN-END-DAY > 31
         MOVE "N" TO WS-EDITS-OK
         MOVE "End is not a plausible date" TO WS-EDIT-MESSAGE
       END-IF
     END-IF.
     IF ContestEditsPassed AND WS-IN-END-DATE < WS-IN-START-DATE
       MOVE "N" TO WS-EDITS-OK
       MOVE "Contest ends before it starts" TO WS-EDIT-MESSAGE
     END-IF.
     IF ContestEditsPassed AND WS-IN-END-DATE < WS-TODAY
       MOVE "N" TO WS-EDITS-OK
       MOVE "Contest window has already closed" TO WS-EDIT-MESSAGE
     END-IF.
     IF ContestEditsPassed
       EVALUATE WS-IN-SCOPE
         WHEN "I"
           PERFORM EditContestItems
         WHEN "C"
           PERFORM EditContestCategory
         WHEN OTHER
           MOVE "N" TO WS-EDITS-OK
           MOVE "Scope must be I (items) or C (category)"
               TO WS-EDIT-MESSAGE
       END-EVALUATE
     END-IF.
     IF ContestEditsPassed
         AND WS-IN-BONUS-BASIS NOT = "U"
         AND WS-IN-BONUS-BASIS NOT = "A"
       MOVE "N" TO WS-EDITS-OK
       MOVE "Basis must be U (per unit) or A (amount)"
           TO WS-EDIT-MESSAGE
     END-IF.
     IF ContestEditsPassed
       IF WS-IN-BONUS-RATE NOT NUMERIC OR WS-IN-BONUS-RATE = ZERO
         MOVE "N" TO WS-EDITS-OK
         MOVE "Bonus rate must be numeric non-zero" TO WS-EDIT-MESSAGE
       END-IF
     END-IF.
     IF ContestEditsPassed AND WS-IN-BONUS-BASIS = "A"
         AND WS-IN-BONUS-RATE > 100
       MOVE "N" TO WS-EDITS-OK
       MOVE "Percent of amount cannot exceed 100" TO WS-EDIT-MESSAGE
     END-IF.
*>   At least one item code, and every code named on the item master.
 EditContestItems.
     MOVE ZERO TO WS-ITEMS-NAMED.
     PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
         UNTIL WS-SLOT-IDX > 5 OR NOT ContestEditsPassed
       IF WS-IN-ITEM-CODE (WS-SLOT-IDX) NOT = SPACES
         ADD 1 TO WS-ITEMS-NAMED
         MOVE WS-IN-ITEM-CODE (WS-SLOT-IDX) TO ItemCode
         READ ItemFile
           INVALID KEY
             MOVE "N" TO WS-EDITS-OK
             MOVE "Contest item not on ITEMS.DAT" TO WS-EDIT-MESSAGE
         END-READ
       END-IF
     END-PERFORM.
     IF ContestEditsPassed AND WS-ITEMS-NAMED = ZERO
       MOVE "N" TO WS-EDITS-OK
       MOVE "Item scope needs at least one item code"
           TO WS-EDIT-MESSAGE
     END-IF.
 EditContestCategory.
     MOVE "N" TO WS-CATEGORY-FOUND.
     MOVE "N" TO WS-CATEGORY-EOF.
     IF WS-IN-CATEGORY NOT = SPACES
       OPEN INPUT CategoryFile
       IF WS-CATEGORY-FILE-STATUS = "35"
         SET EndOfCategories TO TRUE
       END-IF
       PERFORM UNTIL EndOfCategories OR CategoryOnFile
         READ CategoryFile
           AT END
             SET EndOfCategories TO TRUE
           NOT AT END
             IF CAT-CODE = WS-IN-CATEGORY
               SET CategoryOnFile TO TRUE
             END-IF
         END-READ
       END-PERFORM
       IF WS-CATEGORY-FILE-STATUS NOT = "35"
         CLOSE CategoryFile
       END-IF
     END-IF.
     IF NOT CategoryOnFile
       MOVE "N" TO WS-EDITS-OK
       MOVE "Category not on CATEGORY.DAT" TO WS-EDIT-MESSAGE
     END-IF.
 MoveContestDetails.
     MOVE WS-IN-DESCRIPTION TO CON-DESCRIPTION.
     MOVE WS-IN-START-DATE  TO CON-START-DATE.
     MOVE WS-IN-END-DATE    TO CON-END-DATE.
     MOVE WS-IN-SCOPE       TO CON-SCOPE.
     PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1 UNTIL WS-SLOT-IDX > 5
       IF WS-IN-SCOPE = "I"
         MOVE WS-IN-ITEM-CODE (WS-SLOT-IDX)
             TO CON-ITEM-CODE (WS-SLOT-IDX)
       ELSE
         MOVE SPACES TO CON-ITEM-CODE (WS-SLOT-IDX)
       END-IF
       MOVE WS-IN-TERRITORY (WS-SLOT-IDX)
           TO CON-TERRITORY (WS-SLOT-IDX)
     END-PERFORM.
     IF WS-IN-SCOPE = "C"
       MOVE WS-IN-CATEGORY TO CON-CATEGORY
     ELSE
       MOVE SPACES TO CON-CATEGORY
     END-IF.
     MOVE WS-IN-BONUS-BASIS TO CON-BONUS-BASIS.
     MOVE WS-IN-BONUS-RATE  TO CON-BONUS-RATE.
     MOVE WS-OPERATOR-ID    TO CON-SET-BY.
     MOVE WS-TODAY          TO CON-SET-DATE.
 AddContest.
     PERFORM EditContestDetails.
     IF ContestEditsPassed
       MOVE WS-IN-CONTEST-ID TO CON-CONTEST-ID
       PERFORM MoveContestDetails
       WRITE ContestRec
         INVALID KEY
           DISPLAY "Error - contest " CON-CONTEST-ID
               " already on file"
         NOT INVALID KEY
           DISPLAY "Contest " CON-CONTEST-ID " " CON-DESCRIPTION
               " added"
       END-WRITE
     ELSE
       DISPLAY "Error - " WS-EDIT-MESSAGE
     END-IF.
 ChangeContest.
     PERFORM EditContestDetails.
     IF ContestEditsPassed
       MOVE WS-IN-CONTEST-ID TO CON-CONTEST-ID
       READ ContestFile
         INVALID KEY
           DISPLAY "Error - contest " WS-IN-CONTEST-ID " not on file"
         NOT INVALID KEY
           PERFORM ChangeOpenContest
       END-READ
     ELSE
       DISPLAY "Error - " WS-EDIT-MESSAGE
     END-IF.
 ChangeOpenContest.
     IF CON-END-DATE < WS-TODAY
       DISPLAY "Error - contest " CON-CONTEST-ID
           " has closed and been paid"
     ELSE
       MOVE CON-CONTEST-ID TO RST-RECORD-KEY
       PERFORM CheckChangeStamp
       IF RstChangeAllowed
         PERFORM MoveContestDetails
         REWRITE ContestRec
         DISPLAY "Contest " CON-CONTEST-ID " " CON-DESCRIPTION
             " changed"
       ELSE
         DISPLAY "Now on file: " ContestRec
       END-IF
     END-IF.
 DeleteContest.
     PERFORM EditContestKey.
     IF ContestEditsPassed
       MOVE WS-IN-CONTEST-ID TO CON-CONTEST-ID
       READ ContestFile
         INVALID KEY
           DISPLAY "Error - contest " WS-IN-CONTEST-ID " not on file"
         NOT INVALID KEY
           IF CON-END-DATE < WS-TODAY
             DISPLAY "Error - contest " CON-CONTEST-ID
                 " has closed and been paid"
           ELSE
             DELETE ContestFile
             DISPLAY "Contest " WS-IN-CONTEST-ID " deleted"
           END-IF
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
