*> by the shared CheckOperator subprogram), keys a transaction code,
*> and enters the rate record. A state's rate change becomes a keyed
*> update here instead of a recompile of the discount job that
*> computes the order tax. A Change shows the rate as it stands
*> first and is refused, with the other operator's values shown, when
*> someone else changed it in the meantime (shared RecordStamp).
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
    05 TRX-RATE   PIC 99V99.
    05 TRX-ACTIVE PIC X.
       88 TaxRateActive VALUE "Y".
*> Whether the state taxes a freight charge along with the goods.
    05 TRX-FREIGHT-TAXABLE PIC X.
       88 FreightTaxable VALUE "Y".
 WORKING-STORAGE SECTION.
 01 WS-TRANS-CODE PIC X.
    88 AddTransaction    VALUE "A".
    88 DeleteTransaction VALUE "D".
    88 EndTransactions   VALUE "X".
 COPY OPERCTLREC.
 COPY RECSTAMPCTL.
 01 WS-TAXRATE-FILE-STATUS PIC XX.
 01 WS-OPERATOR-ID PIC X(8).
 01 WS-NEW-RATE-DETAILS PIC X(8).
 01 WS-TARGET-STATE PIC XX.
 01 WS-EDITS-OK PIC X.
    88 RateEditsPassed VALUE "Y".
       MOVE 8 TO RETURN-CODE
       STOP RUN
     END-IF.
     MOVE "TaxRateMaint" TO RST-PROGRAM.
     MOVE WS-OPERATOR-ID TO RST-OPERATOR-ID.
     MOVE "TAXRATES.DAT" TO RST-FILE-NAME.
     OPEN I-O TaxRateFile.
     IF WS-TAXRATE-FILE-STATUS = "35"
       OPEN OUTPUT TaxRateFile
 GetTransaction.
     DISPLAY "Enter transaction code (A/C/D/X to end): ".
     ACCEPT WS-TRANS-CODE.
     IF ChangeTransaction
       PERFORM ShowTaxRateForChange
     END-IF.
     IF NOT EndTransactions
       DISPLAY "Enter tax-rate details: "
       ACCEPT TaxRateRec
     END-IF.
*>   A change starts from the record as it stands: it is shown, and
*>   its change stamp taken, before the new details are keyed, so
*>   another operator's change made meanwhile is caught at the
*>   REWRITE instead of overwritten.
 ShowTaxRateForChange.
     DISPLAY "Enter state code to change: ".
     ACCEPT TRX-STATE.
     READ TaxRateFile
       INVALID KEY
         DISPLAY "Error - " TRX-STATE " not found in file"
       NOT INVALID KEY
         DISPLAY "Tax rate as it stands: " TaxRateRec
         MOVE TRX-STATE TO RST-RECORD-KEY
         PERFORM TakeChangeStamp
     END-READ.
 EditTaxRateDetails.
     MOVE "Y" TO WS-EDITS-OK.
     MOVE SPACES TO WS-EDIT-MESSAGE.
       MOVE "N" TO WS-EDITS-OK
       MOVE "Active flag must be Y or N" TO WS-EDIT-MESSAGE
     END-IF.
     IF RateEditsPassed
         AND TRX-FREIGHT-TAXABLE NOT = "Y"
         AND TRX-FREIGHT-TAXABLE NOT = "N"
       MOVE "N" TO WS-EDITS-OK
       MOVE "Freight-taxable flag must be Y or N" TO WS-EDIT-MESSAGE
     END-IF.
 AddTaxRate.
     PERFORM EditTaxRateDetails.
     IF RateEditsPassed
         INVALID KEY
           DISPLAY "Error - " WS-TARGET-STATE " not found in file"
         NOT INVALID KEY
           MOVE WS-TARGET-STATE TO RST-RECORD-KEY
           PERFORM CheckChangeStamp
           IF RstChangeAllowed
             MOVE WS-NEW-RATE-DETAILS TO TaxRateRec
             REWRITE TaxRateRec
             DISPLAY "Tax rate for " WS-TARGET-STATE " changed"
           ELSE
             DISPLAY "Now on file: " TaxRateRec
           END-IF
       END-READ
     ELSE
       DISPLAY "Error - " WS-EDIT-MESSAGE
         DELETE TaxRateFile
         DISPLAY "Tax rate for " WS-TARGET-STATE " deleted"
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
