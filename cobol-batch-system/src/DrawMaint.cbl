*> guarantee. Modeled on ItemMaint: operator sign-on through
*> CheckOperator, keyed maintenance against the indexed file. The
*> accrued balance is normally PayrollFeed's to move; a Change here
*> is the supervised correction path, and shows the draw as it stands
*> first - refused, with the other operator's values shown, when
*> someone else changed it in the meantime (shared RecordStamp).
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
    88 DeleteTransaction VALUE "D".
    88 EndTransactions   VALUE "X".
 COPY OPERCTLREC.
 COPY RECSTAMPCTL.
 01 WS-DRAW-FILE-STATUS PIC XX.
 01 WS-PERSON-FILE-STATUS PIC XX.
 01 WS-OPERATOR-ID PIC X(8).
       MOVE 8 TO RETURN-CODE
       STOP RUN
     END-IF.
     MOVE "DrawMaint" TO RST-PROGRAM.
     MOVE WS-OPERATOR-ID TO RST-OPERATOR-ID.
     MOVE "DRAWBAL.DAT" TO RST-FILE-NAME.
     OPEN I-O DrawFile.
     IF WS-DRAW-FILE-STATUS = "35"
       OPEN OUTPUT DrawFile
 GetTransaction.
     DISPLAY "Enter transaction code (A/C/D/X to end): ".
     ACCEPT WS-TRANS-CODE.
     IF ChangeTransaction
       PERFORM ShowDrawForChange
     END-IF.
     IF NOT EndTransactions
       DISPLAY "Enter draw details: "
       ACCEPT DrawRec
     END-IF.
*>   A change starts from the record as it stands: it is shown, and
*>   its change stamp taken, before the new details are keyed, so
*>   another operator's change made meanwhile is caught at the
*>   REWRITE instead of overwritten.
 ShowDrawForChange.
     DISPLAY "Enter PersonId of the draw to change: ".
     ACCEPT DRW-PERSON-ID.
     READ DrawFile
       INVALID KEY
         DISPLAY "Error - " DRW-PERSON-ID " not on file"
       NOT INVALID KEY
         DISPLAY "Draw as it stands: " DrawRec
         MOVE DRW-PERSON-ID TO RST-RECORD-KEY
         PERFORM TakeChangeStamp
     END-READ.
 EditDrawDetails.
     MOVE "Y" TO WS-EDITS-OK.
     MOVE SPACES TO WS-EDIT-MESSAGE.
         INVALID KEY
           DISPLAY "Error - " WS-TARGET-PERSON-ID " not on file"
         NOT INVALID KEY
           MOVE WS-TARGET-PERSON-ID TO RST-RECORD-KEY
           PERFORM CheckChangeStamp
           IF RstChangeAllowed
             MOVE WS-NEW-DRAW-DETAILS TO DrawRec
             REWRITE DrawRec
             DISPLAY "Draw for " WS-TARGET-PERSON-ID " changed"
           ELSE
             DISPLAY "Now on file: " DrawRec
           END-IF
       END-READ
     ELSE
       DISPLAY "Error - " WS-EDIT-MESSAGE
           DISPLAY "Draw for " WS-TARGET-PERSON-ID " deleted"
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
