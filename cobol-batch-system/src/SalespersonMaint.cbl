 PROGRAM-ID. SalespersonMaint.
*> Add/Change/Delete maintenance for SALESPERSONS.DAT, the
*> cross-reference that finally marks which PERSONS.DAT records are
*> salespeople (with a territory, an active flag, and the commission
*> plan on COMMPLAN.DAT they are paid under). Modeled on
*> SeqMaint/ItemMaint: operator sign-on through CheckOperator, keyed
*> maintenance against the indexed file. An entry must name a person
*> who exists on the master - orphan salespeople are how blank-name
*> summary rows happen. A Change shows the entry as it stands first
*> and is refused, with the other operator's values shown, when
*> someone else changed it in the meantime (shared RecordStamp).
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
         ACCESS MODE IS RANDOM
         RECORD KEY IS PersonId
         FILE STATUS IS WS-PERSON-FILE-STATUS.
     SELECT CommPlanFile ASSIGN TO "COMMPLAN.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS CPL-KEY
         FILE STATUS IS WS-COMMPLAN-FILE-STATUS.
 DATA DIVISION.
 FILE SECTION.
 FD SalespersonFile.
*> runs: the last commission is held through the returns window and
*> released net of adjustments and draw on the settlement date.
    05 SPX-TERM-DATE PIC 9(8).
*> Commission plan (COMMPLAN.DAT) the salesperson is paid under -
*> blank is taken as the standard plan STD. Moving someone to a new
*> plan mid-year is a Change here; the periods already paid keep
*> pricing under the plan version that was in force for them.
    05 SPX-PLAN-ID   PIC X(6).
 FD PersonFile.
 COPY PERSONREC.
 FD CommPlanFile.
 COPY COMMPLANREC.
 WORKING-STORAGE SECTION.
 01 WS-TRANS-CODE PIC X.
    88 AddTransaction    VALUE "A".
    88 DeleteTransaction VALUE "D".
    88 EndTransactions   VALUE "X".
 COPY OPERCTLREC.
 COPY RECSTAMPCTL.
 01 WS-XREF-FILE-STATUS PIC XX.
 01 WS-PERSON-FILE-STATUS PIC XX.
 01 WS-COMMPLAN-FILE-STATUS PIC XX.
 01 WS-OPERATOR-ID PIC X(8).
 01 WS-NEW-XREF-DETAILS PIC X(35).
 01 WS-TARGET-PERSON-ID PIC 9(6).
 01 WS-EDITS-OK PIC X.
    88 XrefEditsPassed VALUE "Y".
       MOVE 8 TO RETURN-CODE
       STOP RUN
     END-IF.
     MOVE "SalespersonMaint" TO RST-PROGRAM.
     MOVE WS-OPERATOR-ID TO RST-OPERATOR-ID.
     MOVE "SALESPERSONS.DAT" TO RST-FILE-NAME.
     OPEN I-O SalespersonFile.
     IF WS-XREF-FILE-STATUS = "35"
       OPEN OUTPUT SalespersonFile
 GetTransaction.
     DISPLAY "Enter transaction code (A/C/D/X to end): ".
     ACCEPT WS-TRANS-CODE.
     IF ChangeTransaction
       PERFORM ShowSalespersonForChange
     END-IF.
     IF NOT EndTransactions
       DISPLAY "Enter salesperson details: "
       ACCEPT SalespersonRec
     END-IF.
*>   A change starts from the record as it stands: it is shown, and
*>   its change stamp taken, before the new details are keyed, so
*>   another operator's change made meanwhile is caught at the
*>   REWRITE instead of overwritten.
 ShowSalespersonForChange.
     DISPLAY "Enter salesperson ID to change: ".
     ACCEPT SPX-PERSON-ID.
     READ SalespersonFile
       INVALID KEY
         DISPLAY "Error - " SPX-PERSON-ID " not on file"
       NOT INVALID KEY
         DISPLAY "Salesperson as it stands: " SalespersonRec
         MOVE SPX-PERSON-ID TO RST-RECORD-KEY
         PERFORM TakeChangeStamp
     END-READ.
 EditSalespersonDetails.
     MOVE "Y" TO WS-EDITS-OK.
     MOVE SPACES TO WS-EDIT-MESSAGE.
     IF XrefEditsPassed
       PERFORM CheckPersonOnMaster
     END-IF.
     IF XrefEditsPassed
       PERFORM CheckPlanOnFile
     END-IF.
 CheckPersonOnMaster.
     MOVE SPX-PERSON-ID TO PersonId.
     OPEN INPUT PersonFile.
       END-READ
       CLOSE PersonFile
     END-IF.
*>   Any version of the plan on file will do - the version in force
*>   is chosen per period when the commission is priced. STD needs no
*>   entry: without one the standard tiers are paid.
 CheckPlanOnFile.
     IF SPX-PLAN-ID = SPACES
       MOVE "STD" TO SPX-PLAN-ID
     END-IF.
     IF SPX-PLAN-ID NOT = "STD"
       OPEN INPUT CommPlanFile
       IF WS-COMMPLAN-FILE-STATUS = "35"
         MOVE "N" TO WS-EDITS-OK
         MOVE "COMMPLAN.DAT not found" TO WS-EDIT-MESSAGE
       ELSE
         MOVE SPX-PLAN-ID TO CPL-PLAN-ID
         MOVE ZERO TO CPL-EFFECTIVE-DATE
         START CommPlanFile KEY IS NOT LESS THAN CPL-KEY
           INVALID KEY
             MOVE SPACES TO CPL-PLAN-ID
           NOT INVALID KEY
             READ CommPlanFile NEXT RECORD
               AT END
                 MOVE SPACES TO CPL-PLAN-ID
             END-READ
         END-START
         IF CPL-PLAN-ID NOT = SPX-PLAN-ID
           MOVE "N" TO WS-EDITS-OK
           MOVE "Commission plan not on COMMPLAN.DAT"
               TO WS-EDIT-MESSAGE
         END-IF
         CLOSE CommPlanFile
       END-IF
     END-IF.
 AddSalesperson.
     PERFORM EditSalespersonDetails.
     IF XrefEditsPassed
         INVALID KEY
           DISPLAY "Error - " WS-TARGET-PERSON-ID " not on file"
         NOT INVALID KEY
           MOVE WS-TARGET-PERSON-ID TO RST-RECORD-KEY
           PERFORM CheckChangeStamp
           IF RstChangeAllowed
             MOVE WS-NEW-XREF-DETAILS TO SalespersonRec
             REWRITE SalespersonRec
             DISPLAY "Salesperson " WS-TARGET-PERSON-ID " changed"
           ELSE
             DISPLAY "Now on file: " SalespersonRec
           END-IF
       END-READ
     ELSE
       DISPLAY "Error - " WS-EDIT-MESSAGE
         DELETE SalespersonFile
         DISPLAY "Salesperson " WS-TARGET-PERSON-ID " deleted"
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
