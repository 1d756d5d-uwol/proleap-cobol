 IDENTIFICATION DIVISION.
 PROGRAM-ID. CountApprove.
*> Supervisor sign-off of the physical inventory counts keyed through
*> CountEntry, the CreditRelease shape: each counted item on COUNT.DAT
*> is shown with its frozen book quantity, the count that stands and
*> the variance valued at the frozen unit price, and the supervisor
*> (a) approves it - the entry is marked approved under the
*> supervisor's operator id for the next CountAdjust run to post; (r)
*> sends it back for a recount; or holds it for another day. Sign-on
*> needs delete authority, the same supervisor level ApprovalReview
*> asks for, and no one approves a count they keyed themselves.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT CountFile ASSIGN TO "COUNT.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS CNT-ITEM-CODE
         FILE STATUS IS WS-COUNT-FILE-STATUS.
 DATA DIVISION.
 FILE SECTION.
 FD CountFile.
 COPY COUNTREC.
 WORKING-STORAGE SECTION.
 COPY OPERCTLREC.
 01 WS-COUNT-FILE-STATUS PIC XX.
 01 WS-OPERATOR-ID PIC X(8).
 01 WS-RUN-DATE PIC 9(8).
 01 WS-COUNT-EOF PIC X VALUE "N".
    88 EndOfCounts VALUE "Y".
 01 WS-DECISION PIC X.
    88 DecisionApprove VALUE "A".
    88 DecisionRecount VALUE "R".
 01 WS-VARIANCE-QTY   PIC S9(8).
 01 WS-VARIANCE-VALUE PIC S9(11)V99.
 01 WS-QTY-OUT      PIC -(7)9.
 01 WS-VARIANCE-OUT PIC -(7)9.
 01 WS-VALUE-OUT    PIC -ZZZ,ZZZ,ZZ9.99.
 01 WS-APPROVED-COUNT PIC 9(5) VALUE ZERO.
 01 WS-RECOUNT-COUNT  PIC 9(5) VALUE ZERO.
 01 WS-HELD-COUNT     PIC 9(5) VALUE ZERO.

*> The run date every generation name and dated entry carries comes
*> from the control record (shared ResolveRunDate), so a catch-up
*> cycle really processes the date CONTROL.DAT names.
 COPY RUNDATEREC.
 PROCEDURE DIVISION.
 Begin.
     DISPLAY "Enter operator ID: ".
     ACCEPT WS-OPERATOR-ID.
     MOVE WS-OPERATOR-ID TO OPR-OPERATOR-ID.
     MOVE "D" TO OPR-FUNCTION.
     CALL "CheckOperator" USING OperatorControlRec.
     IF NOT OperAuthorized
       DISPLAY "Sign-on refused - " OPR-MESSAGE
       MOVE 8 TO RETURN-CODE
       STOP RUN
     END-IF.
     CALL "ResolveRunDate" USING RunDateControlRec.
     MOVE RDT-RUN-DATE TO WS-RUN-DATE.
     OPEN I-O CountFile.
     IF WS-COUNT-FILE-STATUS = "35"
       DISPLAY "No physical counts on file"
       SET EndOfCounts TO TRUE
     END-IF.
     PERFORM UNTIL EndOfCounts
       READ CountFile NEXT RECORD
         AT END
           SET EndOfCounts TO TRUE
         NOT AT END
           IF CntCounted
             PERFORM ReviewOneCount
           END-IF
       END-READ
     END-PERFORM.
     IF WS-COUNT-FILE-STATUS NOT = "35"
       CLOSE CountFile
     END-IF.
     DISPLAY "Approved: " WS-APPROVED-COUNT
         "  sent for recount: " WS-RECOUNT-COUNT
         "  held: " WS-HELD-COUNT.
     STOP RUN.
 ReviewOneCount.
     COMPUTE WS-VARIANCE-QTY = CNT-COUNT-QTY - CNT-BOOK-QTY.
     COMPUTE WS-VARIANCE-VALUE = WS-VARIANCE-QTY * CNT-UNIT-PRICE.
     DISPLAY " ".
     DISPLAY "Item " CNT-ITEM-CODE " category " CNT-CATEGORY
         " - sheet of " CNT-SHEET-DATE.
     MOVE CNT-BOOK-QTY TO WS-QTY-OUT.
     DISPLAY "  Book " WS-QTY-OUT.
     MOVE CNT-FIRST-QTY TO WS-QTY-OUT.
     DISPLAY "  First count " WS-QTY-OUT " by " CNT-FIRST-BY.
     IF CNT-RECOUNT-BY NOT = SPACES
       MOVE CNT-RECOUNT-QTY TO WS-QTY-OUT
       DISPLAY "  Recount     " WS-QTY-OUT " by " CNT-RECOUNT-BY
     END-IF.
     MOVE WS-VARIANCE-QTY TO WS-VARIANCE-OUT.
     MOVE WS-VARIANCE-VALUE TO WS-VALUE-OUT.
     DISPLAY "  Variance " WS-VARIANCE-OUT "  value " WS-VALUE-OUT.
     IF WS-OPERATOR-ID = CNT-FIRST-BY
         OR WS-OPERATOR-ID = CNT-RECOUNT-BY
       DISPLAY "  You keyed this count - another supervisor must "
           "approve it"
       ADD 1 TO WS-HELD-COUNT
     ELSE
       DISPLAY "(A)pprove, (R)ecount, or anything else to hold: "
       ACCEPT WS-DECISION
       EVALUATE TRUE
         WHEN DecisionApprove
           SET CntApproved TO TRUE
           MOVE WS-OPERATOR-ID TO CNT-APPROVED-BY
           MOVE WS-RUN-DATE    TO CNT-APPROVED-DATE
           REWRITE PhysCountRec
           ADD 1 TO WS-APPROVED-COUNT
         WHEN DecisionRecount
           SET CntRecountNeeded TO TRUE
           MOVE ZERO   TO CNT-RECOUNT-QTY
           MOVE SPACES TO CNT-RECOUNT-BY
           MOVE ZERO   TO CNT-COUNT-QTY
           REWRITE PhysCountRec
           ADD 1 TO WS-RECOUNT-COUNT
         WHEN OTHER
           ADD 1 TO WS-HELD-COUNT
       END-EVALUATE
     END-IF.
