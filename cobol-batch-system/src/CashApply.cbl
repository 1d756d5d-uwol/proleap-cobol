 IDENTIFICATION DIVISION.
 PROGRAM-ID. CashApply.
*> Cash application: each remittance on the bank's LOCKBOX.DAT is
*> applied to the open AR item it names by invoice number. When it
*> names none (or names one that is not open), it falls back to the
*> paying customer's oldest open item. A part payment leaves the item
*> open with its balance reduced; an overpayment clears the item and
*> the excess carries on to the customer's next-oldest open items.
*> Whatever cannot be put against an open item - the remittance is
*> unidentified, or the customer owes nothing more - goes to the
*> UNAPPLIED.DAT suspense file.
*> Every amount applied is written to ARPAY.DAT for the statements,
*> the AR control total comes down by the total applied, and the day's
*> receipts go to CASHAPP.GLFEED for GLInterface's validated,
*> balanced journal: cash debited with everything received, the order
*> receivable credited with what was applied, unapplied cash credited
*> with the rest. LOCKBOX.DAT is cleared once it has been applied so a
*> rerun cannot apply the same remittances twice.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT LockboxFile ASSIGN TO "LOCKBOX.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-LOCKBOX-FILE-STATUS.
     SELECT ArItemFile ASSIGN TO "ARITEMS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS ARI-INVOICE-NO
         FILE STATUS IS WS-ARITEM-FILE-STATUS.
     SELECT ArControlFile ASSIGN TO "ARCONTROL.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-ARCTL-FILE-STATUS.
     SELECT ArPaymentFile ASSIGN TO "ARPAY.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-ARPAY-FILE-STATUS.
     SELECT UnappliedCashFile ASSIGN TO "UNAPPLIED.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-UNAPPLIED-FILE-STATUS.
     SELECT CashGLFeed ASSIGN TO "CASHAPP.GLFEED"
         ORGANIZATION IS LINE SEQUENTIAL.
     SELECT CashAppReport ASSIGN TO "CASHAPP.RPT"
         ORGANIZATION IS LINE SEQUENTIAL.
 DATA DIVISION.
 FILE SECTION.
 FD LockboxFile.
 COPY LOCKBOXREC.
 FD ArItemFile.
 COPY ARITEMREC.
 FD ArControlFile.
 COPY ARCTLREC.
 FD ArPaymentFile.
 COPY ARPAYREC.
 FD UnappliedCashFile.
 COPY UNAPPREC.
 FD CashGLFeed.
 COPY GLFEEDREC.
 FD CashAppReport.
 01 CashAppReportLine PIC X(80).
 WORKING-STORAGE SECTION.
 01 WS-LOCKBOX-FILE-STATUS PIC XX.
 01 WS-ARITEM-FILE-STATUS PIC XX.
 01 WS-ARCTL-FILE-STATUS PIC XX.
 01 WS-ARPAY-FILE-STATUS PIC XX.
 01 WS-UNAPPLIED-FILE-STATUS PIC XX.
 01 WS-LOCKBOX-EOF PIC X VALUE "N".
    88 EndOfLockbox VALUE "Y".
 01 WS-SCAN-EOF PIC X.
    88 EndOfCustomerScan VALUE "Y".
 01 WS-RUN-DATE PIC 9(8).
*> The remittance in hand: what is still to be applied, whose account
*> it is being applied to, and how its first amount was matched.
 01 WS-REMAINING     PIC 9(7)V99.
 01 WS-APPLY-AMOUNT  PIC 9(7)V99.
 01 WS-PAYER-ID      PIC 9(6).
 01 WS-NAMED-INVOICE PIC 9(8).
 01 WS-MATCH-TYPE    PIC X.
 01 WS-APPLIED-ANY   PIC X.
    88 RemittanceApplied VALUE "Y".
 01 WS-RECEIPT-COUNT     PIC 9(7) VALUE ZERO.
 01 WS-INVOICE-MATCH-COUNT PIC 9(7) VALUE ZERO.
 01 WS-OLDEST-MATCH-COUNT  PIC 9(7) VALUE ZERO.
 01 WS-APPLICATION-COUNT PIC 9(7) VALUE ZERO.
 01 WS-CLOSED-COUNT      PIC 9(7) VALUE ZERO.
 01 WS-UNAPPLIED-COUNT   PIC 9(7) VALUE ZERO.
 01 WS-RECEIVED-TOTAL  PIC 9(9)V99 VALUE ZERO.
 01 WS-APPLIED-TOTAL   PIC 9(9)V99 VALUE ZERO.
 01 WS-UNAPPLIED-TOTAL PIC 9(9)V99 VALUE ZERO.
 01 WS-PRIOR-CONTROL   PIC 9(9)V99 VALUE ZERO.
 01 WS-NEW-CONTROL     PIC 9(9)V99 VALUE ZERO.
 01 WS-COUNT-LINE.
    05 CNT-LABEL PIC X(40).
    05 CNT-VALUE PIC Z(10)9.
 01 WS-AMOUNT-LINE.
    05 AMT-LABEL PIC X(40).
    05 AMT-VALUE PIC ZZZ,ZZZ,ZZ9.99.
*> Standard heading/footer lines (shared PrintReport).
 COPY PRINTCTLREC.
*> Structured error logging to ERRORLOG.DAT through the shared
*> LogError subprogram (the console DISPLAY stays as the echo).
 COPY ERRLOGREC.
*> Run-log reporting (the shared WriteRunLog subprogram appends one
*> record per execution to RUNLOG.DAT).
 COPY RUNLOGREC.
 01 WS-LOG-TS-DATE PIC 9(8).
 01 WS-LOG-TS-TIME PIC 9(8).

*> The run date every generation name and dated entry carries comes
*> from the control record (shared ResolveRunDate), so a catch-up
*> cycle really processes the date CONTROL.DAT names.
 COPY RUNDATEREC.
 PROCEDURE DIVISION.
 Begin.
     PERFORM SetRunLogStart.
     CALL "ResolveRunDate" USING RunDateControlRec.
     MOVE RDT-RUN-DATE TO WS-RUN-DATE.
     PERFORM ReadArControl.
     OPEN INPUT LockboxFile.
     IF WS-LOCKBOX-FILE-STATUS = "35"
       DISPLAY "No LOCKBOX.DAT for " WS-RUN-DATE " - nothing to apply"
       SET EndOfLockbox TO TRUE
     END-IF.
     OPEN I-O ArItemFile.
     IF WS-ARITEM-FILE-STATUS = "35"
       OPEN OUTPUT ArItemFile
       CLOSE ArItemFile
       OPEN I-O ArItemFile
     END-IF.
     OPEN EXTEND ArPaymentFile.
     IF WS-ARPAY-FILE-STATUS = "35"
       OPEN OUTPUT ArPaymentFile
     END-IF.
     OPEN EXTEND UnappliedCashFile.
     IF WS-UNAPPLIED-FILE-STATUS = "35"
       OPEN OUTPUT UnappliedCashFile
     END-IF.
     PERFORM UNTIL EndOfLockbox
       READ LockboxFile
         AT END
           SET EndOfLockbox TO TRUE
         NOT AT END
           ADD 1 TO WS-RECEIPT-COUNT
           ADD LBX-AMOUNT TO WS-RECEIVED-TOTAL
           PERFORM ApplyRemittance
       END-READ
     END-PERFORM.
     IF WS-LOCKBOX-FILE-STATUS NOT = "35"
       CLOSE LockboxFile
     END-IF.
     CLOSE ArItemFile.
     CLOSE ArPaymentFile.
     CLOSE UnappliedCashFile.
     COMPUTE WS-NEW-CONTROL = WS-PRIOR-CONTROL - WS-APPLIED-TOTAL.
     PERFORM WriteArControl.
     PERFORM WriteCashGLFeed.
     PERFORM WriteCashAppReport.
     IF WS-LOCKBOX-FILE-STATUS NOT = "35"
       OPEN OUTPUT LockboxFile
       CLOSE LockboxFile
     END-IF.
     IF WS-UNAPPLIED-COUNT > ZERO
       MOVE 4 TO RETURN-CODE
     END-IF.
     PERFORM WriteRunLogRecord.
     STOP RUN.
 ReadArControl.
     MOVE ZERO TO WS-PRIOR-CONTROL.
     OPEN INPUT ArControlFile.
     IF WS-ARCTL-FILE-STATUS = "00"
       READ ArControlFile
         NOT AT END
           MOVE ARC-CONTROL-BALANCE TO WS-PRIOR-CONTROL
       END-READ
       CLOSE ArControlFile
     END-IF.
 WriteArControl.
     OPEN OUTPUT ArControlFile.
     MOVE WS-NEW-CONTROL TO ARC-CONTROL-BALANCE.
     MOVE WS-RUN-DATE    TO ARC-LAST-POST-DATE.
     MOVE "CASHAPPLY"    TO ARC-LAST-POSTED-BY.
     WRITE ArControlRec.
     CLOSE ArControlFile.
*>   The named invoice is tried first. Its customer - or, failing
*>   that, the payer the bank read - is then the account any amount
*>   still unapplied is worked down against, oldest item first.
 ApplyRemittance.
     MOVE LBX-AMOUNT   TO WS-REMAINING.
     MOVE LBX-PAYER-ID TO WS-PAYER-ID.
     MOVE ZERO TO WS-NAMED-INVOICE.
     MOVE "N" TO WS-APPLIED-ANY.
     IF LBX-INVOICE-NO NUMERIC AND LBX-INVOICE-NO > ZERO
       MOVE LBX-INVOICE-NO TO WS-NAMED-INVOICE
       MOVE LBX-INVOICE-NO TO ARI-INVOICE-NO
       READ ArItemFile
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           IF AriOpen AND ARI-BALANCE > ZERO
             MOVE ARI-PERSON-ID TO WS-PAYER-ID
             MOVE "I" TO WS-MATCH-TYPE
             PERFORM ApplyToCurrentItem
           END-IF
       END-READ
     END-IF.
     IF WS-REMAINING > ZERO AND WS-PAYER-ID > ZERO
       MOVE "O" TO WS-MATCH-TYPE
       PERFORM ApplyToOldestItems
     END-IF.
     IF WS-REMAINING > ZERO
       PERFORM SuspendUnappliedCash
     END-IF.
*>   Invoice numbers are issued consecutively, so reading the
*>   subledger in key order meets a customer's items oldest first.
 ApplyToOldestItems.
     MOVE "N" TO WS-SCAN-EOF.
     MOVE ZERO TO ARI-INVOICE-NO.
     START ArItemFile KEY IS NOT LESS THAN ARI-INVOICE-NO
       INVALID KEY
         SET EndOfCustomerScan TO TRUE
     END-START.
     PERFORM UNTIL EndOfCustomerScan OR WS-REMAINING = ZERO
       READ ArItemFile NEXT RECORD
         AT END
           SET EndOfCustomerScan TO TRUE
         NOT AT END
           IF ARI-PERSON-ID = WS-PAYER-ID
               AND AriOpen AND ARI-BALANCE > ZERO
               AND ARI-INVOICE-NO NOT = WS-NAMED-INVOICE
             PERFORM ApplyToCurrentItem
           END-IF
       END-READ
     END-PERFORM.
 ApplyToCurrentItem.
     IF WS-REMAINING < ARI-BALANCE
       MOVE WS-REMAINING TO WS-APPLY-AMOUNT
     ELSE
       MOVE ARI-BALANCE TO WS-APPLY-AMOUNT
     END-IF.
     SUBTRACT WS-APPLY-AMOUNT FROM ARI-BALANCE.
     SUBTRACT WS-APPLY-AMOUNT FROM WS-REMAINING.
     IF ARI-BALANCE = ZERO
       SET AriClosed TO TRUE
       ADD 1 TO WS-CLOSED-COUNT
     END-IF.
     MOVE WS-RUN-DATE TO ARI-LAST-ACTIVITY-DATE.
     REWRITE ArItemRec
       INVALID KEY
         DISPLAY "Error - AR item " ARI-INVOICE-NO " could not be "
             "rewritten - cash application stopped"
         MOVE "CAP002" TO ELG-MESSAGE-ID
         MOVE "CASHAPPLY" TO ELG-PROGRAM-NAME
         MOVE ARI-INVOICE-NO TO ELG-KEY-VALUE
         CALL "LogError" USING ErrorLogControlRec
         MOVE 8 TO RETURN-CODE
         PERFORM WriteRunLogRecord
         STOP RUN
     END-REWRITE.
     MOVE ARI-INVOICE-NO   TO ARP-INVOICE-NO.
     MOVE ARI-PERSON-ID    TO ARP-PERSON-ID.
     MOVE WS-RUN-DATE      TO ARP-APPLIED-DATE.
     MOVE WS-APPLY-AMOUNT  TO ARP-AMOUNT.
     MOVE LBX-CHECK-NO     TO ARP-CHECK-NO.
     MOVE LBX-DEPOSIT-DATE TO ARP-DEPOSIT-DATE.
     MOVE WS-MATCH-TYPE    TO ARP-MATCH-TYPE.
     WRITE ArPaymentRec.
     IF NOT RemittanceApplied
       IF ArpMatchedInvoice
         ADD 1 TO WS-INVOICE-MATCH-COUNT
       ELSE
         ADD 1 TO WS-OLDEST-MATCH-COUNT
       END-IF
     END-IF.
     MOVE "Y" TO WS-APPLIED-ANY.
     ADD 1 TO WS-APPLICATION-COUNT.
     ADD WS-APPLY-AMOUNT TO WS-APPLIED-TOTAL.
 SuspendUnappliedCash.
     MOVE LockboxRec   TO UNA-LOCKBOX-IMAGE.
     MOVE WS-REMAINING TO UNA-AMOUNT.
     IF RemittanceApplied
       SET UnaOverpayment TO TRUE
       MOVE "OVERPAYMENT - NO MORE OPEN ITEMS" TO UNA-REASON-TEXT
     ELSE
       SET UnaUnidentified TO TRUE
       MOVE "NO OPEN ITEM FOR INVOICE/PAYER" TO UNA-REASON-TEXT
     END-IF.
     MOVE WS-RUN-DATE TO UNA-SUSPENSE-DATE.
     WRITE UnappliedCashRec.
     ADD 1 TO WS-UNAPPLIED-COUNT.
     ADD WS-REMAINING TO WS-UNAPPLIED-TOTAL.
     MOVE "CAP001" TO ELG-MESSAGE-ID.
     MOVE "CASHAPPLY" TO ELG-PROGRAM-NAME.
     MOVE LBX-CHECK-NO TO ELG-KEY-VALUE.
     CALL "LogError" USING ErrorLogControlRec.
*>   Self-balancing: cash received = applied + unapplied.
 WriteCashGLFeed.
     OPEN OUTPUT CashGLFeed.
     MOVE SPACES       TO GLJournalLine.
     MOVE WS-RUN-DATE  TO GLJ-RUN-DATE.
     MOVE "CASH"       TO GLJ-ACCOUNT-CODE.
     MOVE WS-RECEIVED-TOTAL TO GLJ-AMOUNT.
     MOVE "D"          TO GLJ-DR-CR.
     WRITE GLJournalLine.
     MOVE WS-RUN-DATE  TO GLJ-RUN-DATE.
     MOVE "ORDERAR"    TO GLJ-ACCOUNT-CODE.
     MOVE WS-APPLIED-TOTAL TO GLJ-AMOUNT.
     MOVE "C"          TO GLJ-DR-CR.
     WRITE GLJournalLine.
     MOVE WS-RUN-DATE  TO GLJ-RUN-DATE.
     MOVE "UNAPPCASH"  TO GLJ-ACCOUNT-CODE.
     MOVE WS-UNAPPLIED-TOTAL TO GLJ-AMOUNT.
     MOVE "C"          TO GLJ-DR-CR.
     WRITE GLJournalLine.
     CLOSE CashGLFeed.
 WriteCashAppReport.
     OPEN OUTPUT CashAppReport.
     MOVE "H" TO PRC-ACTION.
     MOVE "CASH APPLICATION CONTROL" TO PRC-REPORT-TITLE.
     MOVE WS-RUN-DATE TO PRC-RUN-DATE.
     MOVE ZERO TO PRC-PAGE-NUMBER.
     CALL "PrintReport" USING PrintControlRec.
     WRITE CashAppReportLine FROM PRC-OUTPUT-LINE.
     MOVE SPACES TO CashAppReportLine.
     WRITE CashAppReportLine.
     MOVE "REMITTANCES RECEIVED" TO CNT-LABEL.
     MOVE WS-RECEIPT-COUNT TO CNT-VALUE.
     WRITE CashAppReportLine FROM WS-COUNT-LINE.
     MOVE "  MATCHED BY INVOICE NUMBER" TO CNT-LABEL.
     MOVE WS-INVOICE-MATCH-COUNT TO CNT-VALUE.
     WRITE CashAppReportLine FROM WS-COUNT-LINE.
     MOVE "  APPLIED TO CUSTOMER'S OLDEST ITEM" TO CNT-LABEL.
     MOVE WS-OLDEST-MATCH-COUNT TO CNT-VALUE.
     WRITE CashAppReportLine FROM WS-COUNT-LINE.
     MOVE "ITEM APPLICATIONS WRITTEN" TO CNT-LABEL.
     MOVE WS-APPLICATION-COUNT TO CNT-VALUE.
     WRITE CashAppReportLine FROM WS-COUNT-LINE.
     MOVE "ITEMS PAID IN FULL" TO CNT-LABEL.
     MOVE WS-CLOSED-COUNT TO CNT-VALUE.
     WRITE CashAppReportLine FROM WS-COUNT-LINE.
     MOVE "REMITTANCES TO UNAPPLIED SUSPENSE" TO CNT-LABEL.
     MOVE WS-UNAPPLIED-COUNT TO CNT-VALUE.
     WRITE CashAppReportLine FROM WS-COUNT-LINE.
     MOVE SPACES TO CashAppReportLine.
     WRITE CashAppReportLine.
     MOVE "CASH RECEIVED (CASH DR)" TO AMT-LABEL.
     MOVE WS-RECEIVED-TOTAL TO AMT-VALUE.
     WRITE CashAppReportLine FROM WS-AMOUNT-LINE.
     MOVE "APPLIED TO AR (ORDERAR CR)" TO AMT-LABEL.
     MOVE WS-APPLIED-TOTAL TO AMT-VALUE.
     WRITE CashAppReportLine FROM WS-AMOUNT-LINE.
     MOVE "UNAPPLIED (UNAPPCASH CR)" TO AMT-LABEL.
     MOVE WS-UNAPPLIED-TOTAL TO AMT-VALUE.
     WRITE CashAppReportLine FROM WS-AMOUNT-LINE.
     MOVE SPACES TO CashAppReportLine.
     WRITE CashAppReportLine.
     MOVE "AR CONTROL BROUGHT FORWARD" TO AMT-LABEL.
     MOVE WS-PRIOR-CONTROL TO AMT-VALUE.
     WRITE CashAppReportLine FROM WS-AMOUNT-LINE.
     MOVE "AR CONTROL CARRIED FORWARD" TO AMT-LABEL.
     MOVE WS-NEW-CONTROL TO AMT-VALUE.
     WRITE CashAppReportLine FROM WS-AMOUNT-LINE.
     MOVE "F" TO PRC-ACTION.
     MOVE WS-RECEIPT-COUNT TO PRC-DETAIL-COUNT.
     CALL "PrintReport" USING PrintControlRec.
     WRITE CashAppReportLine FROM PRC-OUTPUT-LINE.
     CLOSE CashAppReport.
 SetRunLogStart.
     MOVE "CASHAPPLY" TO RLG-JOB-NAME.
     ACCEPT WS-LOG-TS-DATE FROM DATE YYYYMMDD.
     ACCEPT WS-LOG-TS-TIME FROM TIME.
     MOVE WS-LOG-TS-DATE TO RLG-RUN-DATE.
     STRING WS-LOG-TS-DATE WS-LOG-TS-TIME DELIMITED BY SIZE
         INTO RLG-START-TIMESTAMP.
 WriteRunLogRecord.
     MOVE WS-RECEIPT-COUNT TO RLG-READ-COUNT.
     MOVE WS-APPLICATION-COUNT TO RLG-WRITTEN-COUNT.
     MOVE WS-UNAPPLIED-COUNT TO RLG-REJECTED-COUNT.
     MOVE RETURN-CODE TO RLG-RETURN-CODE.
     CALL "WriteRunLog" USING RunLogRec.
