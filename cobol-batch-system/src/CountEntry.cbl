 IDENTIFICATION DIVISION.
 PROGRAM-ID. CountEntry.
*> Keyed entry of the physical inventory counts written on CountSheet's
*> sheets. The operator signs on (checked against OPERATORS.DAT by the
*> shared CheckOperator subprogram, change authority needed to key a
*> count) and enters item code and counted quantity. A first count is
*> measured against the book quantity frozen when the sheet printed:
*> inside the tolerance it stands; outside it the item is flagged for
*> a recount, and the recount - keyed the same way - is the count that
*> stands, whatever it shows, for the supervisor to judge on
*> CountApprove. Who keyed each count is kept on the entry. An item
*> already counted, approved or posted is refused; a supervisor who
*> doubts a count sends it back for recount from CountApprove.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT CountFile ASSIGN TO "COUNT.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
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
 01 WS-MORE-COUNTS PIC X VALUE "Y".
    88 EndCountEntry VALUE "X".
*> What the operator keys: the item code, then the quantity counted.
 01 WS-COUNT-DETAILS.
    05 WS-IN-ITEM-CODE  PIC X(10).
    05 WS-IN-COUNT-QTY  PIC 9(7).
 01 WS-TODAY PIC 9(8).
*> A first count may stray this far from the frozen book quantity (as
*> a percent of it, either direction) before a recount is demanded.
*> Against a book of zero or less any difference is out of tolerance.
 77 COUNT-TOLERANCE-PCT PIC 9(3) VALUE 5.
 01 WS-VARIANCE-QTY   PIC S9(8).
 01 WS-VARIANCE-LIMIT PIC S9(9)V99.
 01 WS-TOLERANCE-OK PIC X.
    88 CountInsideTolerance VALUE "Y".
 01 WS-ENTERED-COUNT PIC 9(5) VALUE ZERO.
 01 WS-RECOUNT-COUNT PIC 9(5) VALUE ZERO.

 PROCEDURE DIVISION.
 Begin.
     DISPLAY "Enter operator ID: ".
     ACCEPT WS-OPERATOR-ID.
     MOVE WS-OPERATOR-ID TO OPR-OPERATOR-ID.
     MOVE "C" TO OPR-FUNCTION.
     CALL "CheckOperator" USING OperatorControlRec.
     IF NOT OperAuthorized
       DISPLAY "Sign-on refused - " OPR-MESSAGE
       MOVE 8 TO RETURN-CODE
       STOP RUN
     END-IF.
     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
     OPEN I-O CountFile.
     IF WS-COUNT-FILE-STATUS = "35"
       DISPLAY "COUNT.DAT not found - print the count sheets first"
       MOVE 8 TO RETURN-CODE
       STOP RUN
     END-IF.
     PERFORM GetCount.
     PERFORM UNTIL EndCountEntry
       PERFORM ApplyCount
       PERFORM GetCount
     END-PERFORM.
     CLOSE CountFile.
     DISPLAY "Counts entered: " WS-ENTERED-COUNT
         "  sent for recount: " WS-RECOUNT-COUNT.
     STOP RUN.
 GetCount.
     DISPLAY "Enter item code and counted quantity (X to end): ".
     ACCEPT WS-COUNT-DETAILS.
     IF WS-IN-ITEM-CODE = "X"
       SET EndCountEntry TO TRUE
     END-IF.
 ApplyCount.
     IF WS-IN-COUNT-QTY NOT NUMERIC
       DISPLAY "Error - counted quantity must be numeric"
     ELSE
       MOVE WS-IN-ITEM-CODE TO CNT-ITEM-CODE
       READ CountFile
         INVALID KEY
           DISPLAY "Error - " WS-IN-ITEM-CODE
               " is not on an issued count sheet"
         NOT INVALID KEY
           EVALUATE TRUE
             WHEN CntAwaitingCount
               PERFORM ApplyFirstCount
             WHEN CntRecountNeeded
               PERFORM ApplyRecount
             WHEN OTHER
               DISPLAY "Error - " CNT-ITEM-CODE
                   " is already counted (status " CNT-STATUS ")"
           END-EVALUATE
       END-READ
     END-IF.
 ApplyFirstCount.
     MOVE WS-IN-COUNT-QTY TO CNT-FIRST-QTY.
     MOVE WS-OPERATOR-ID  TO CNT-FIRST-BY.
     MOVE WS-TODAY        TO CNT-COUNT-DATE.
     PERFORM CheckTolerance.
     IF CountInsideTolerance
       MOVE WS-IN-COUNT-QTY TO CNT-COUNT-QTY
       SET CntCounted TO TRUE
       ADD 1 TO WS-ENTERED-COUNT
       DISPLAY "Count for " CNT-ITEM-CODE " accepted"
     ELSE
       SET CntRecountNeeded TO TRUE
       ADD 1 TO WS-RECOUNT-COUNT
       DISPLAY "Count for " CNT-ITEM-CODE
           " is outside tolerance - recount required"
     END-IF.
     REWRITE PhysCountRec.
 ApplyRecount.
     MOVE WS-IN-COUNT-QTY TO CNT-RECOUNT-QTY.
     MOVE WS-OPERATOR-ID  TO CNT-RECOUNT-BY.
     MOVE WS-IN-COUNT-QTY TO CNT-COUNT-QTY.
     MOVE WS-TODAY        TO CNT-COUNT-DATE.
     SET CntCounted TO TRUE.
     REWRITE PhysCountRec.
     ADD 1 TO WS-ENTERED-COUNT.
     DISPLAY "Recount for " CNT-ITEM-CODE " accepted".
 CheckTolerance.
     MOVE "N" TO WS-TOLERANCE-OK.
     COMPUTE WS-VARIANCE-QTY = WS-IN-COUNT-QTY - CNT-BOOK-QTY.
     IF WS-VARIANCE-QTY < ZERO
       COMPUTE WS-VARIANCE-QTY = ZERO - WS-VARIANCE-QTY
     END-IF.
     IF CNT-BOOK-QTY > ZERO
       COMPUTE WS-VARIANCE-LIMIT =
           CNT-BOOK-QTY * COUNT-TOLERANCE-PCT / 100
       IF WS-VARIANCE-QTY <= WS-VARIANCE-LIMIT
         SET CountInsideTolerance TO TRUE
       END-IF
     ELSE
       IF WS-VARIANCE-QTY = ZERO
         SET CountInsideTolerance TO TRUE
       END-IF
     END-IF.
