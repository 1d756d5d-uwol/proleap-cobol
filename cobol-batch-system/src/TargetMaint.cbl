*> SummaryPeriod), holding the quota quantity and amount the variance
*> report and the over-quota commission accelerator read. Modeled on
*> ItemMaint: operator sign-on through CheckOperator, keyed
*> maintenance against the indexed file. The period is the one the
*> summary buckets by - a calendar month, or a fiscal period off
*> FISCALCAL.DAT when CONTROL.DAT selects the fiscal calendar - and
*> the shared ResolvePeriod proves it exists before a quota is kept. A
*> Change shows the quota as it stands first and is refused, with the
*> other operator's values shown, when someone else changed it in the
*> meantime (shared RecordStamp).
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
    88 DeleteTransaction VALUE "D".
    88 EndTransactions   VALUE "X".
 COPY OPERCTLREC.
 COPY RECSTAMPCTL.
 01 WS-TARGET-FILE-STATUS PIC XX.
 01 WS-PERSON-FILE-STATUS PIC XX.
 01 WS-OPERATOR-ID PIC X(8).
 01 WS-EDITS-OK PIC X.
    88 TargetEditsPassed VALUE "Y".
 01 WS-EDIT-MESSAGE PIC X(40).
 COPY PERIODCTLREC.

 PROCEDURE DIVISION.
 Begin.
       MOVE 8 TO RETURN-CODE
       STOP RUN
     END-IF.
     MOVE "TargetMaint" TO RST-PROGRAM.
     MOVE WS-OPERATOR-ID TO RST-OPERATOR-ID.
     MOVE "TARGETS.DAT" TO RST-FILE-NAME.
     OPEN I-O TargetFile.
     IF WS-TARGET-FILE-STATUS = "35"
       OPEN OUTPUT TargetFile
 GetTransaction.
     DISPLAY "Enter transaction code (A/C/D/X to end): ".
     ACCEPT WS-TRANS-CODE.
     IF ChangeTransaction
       PERFORM ShowTargetForChange
     END-IF.
     IF NOT EndTransactions
       DISPLAY "Enter target details: "
       ACCEPT TargetRec
     END-IF.
*>   A change starts from the record as it stands: it is shown, and
*>   its change stamp taken, before the new details are keyed, so
*>   another operator's change made meanwhile is caught at the
*>   REWRITE instead of overwritten.
 ShowTargetForChange.
     DISPLAY "Enter PersonId and period of the target to change: ".
     ACCEPT TGT-KEY.
     READ TargetFile
       INVALID KEY
         DISPLAY "Error - target " TGT-KEY " not on file"
       NOT INVALID KEY
         DISPLAY "Target as it stands: " TargetRec
         MOVE TGT-KEY TO RST-RECORD-KEY
         PERFORM TakeChangeStamp
     END-READ.
 EditTargetDetails.
     MOVE "Y" TO WS-EDITS-OK.
     MOVE SPACES TO WS-EDIT-MESSAGE.
       MOVE "N" TO WS-EDITS-OK
       MOVE "PersonId must be numeric non-zero" TO WS-EDIT-MESSAGE
     END-IF.
     SET PrdPeriodBounds TO TRUE.
     MOVE TGT-PERIOD TO PRD-PERIOD.
     CALL "ResolvePeriod" USING PeriodControlRec.
     IF TargetEditsPassed
         AND (TGT-PERIOD NOT NUMERIC OR PrdNotResolved)
       MOVE "N" TO WS-EDITS-OK
       IF PrdFiscalBasis
         MOVE "Period is not on FISCALCAL.DAT" TO WS-EDIT-MESSAGE
       ELSE
         MOVE "Period must be a numeric YYYYMM" TO WS-EDIT-MESSAGE
       END-IF
     END-IF.
     IF TargetEditsPassed AND TGT-QUOTA-QTY NOT NUMERIC
       MOVE "N" TO WS-EDITS-OK
         INVALID KEY
           DISPLAY "Error - target " WS-TARGET-KEY " not on file"
         NOT INVALID KEY
           MOVE WS-TARGET-KEY TO RST-RECORD-KEY
           PERFORM CheckChangeStamp
           IF RstChangeAllowed
             MOVE WS-NEW-TARGET-DETAILS TO TargetRec
             REWRITE TargetRec
             DISPLAY "Target " WS-TARGET-KEY " changed"
           ELSE
             DISPLAY "Now on file: " TargetRec
           END-IF
       END-READ
     ELSE
       DISPLAY "Error - " WS-EDIT-MESSAGE
         DELETE TargetFile
         DISPLAY "Target " WS-TARGET-KEY " deleted"
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
