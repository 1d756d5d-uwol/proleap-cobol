 IDENTIFICATION DIVISION.
 PROGRAM-ID. ARPost.
*> Accounts-receivable posting: every invoice BATCH-DISCOUNT wrote to
*> INVOICES.DAT becomes an open item on ARITEMS.DAT - PersonId,
*> invoice number and date, net and tax amounts, a due date at the
*> standard payment terms, and the balance still owed. The AR control
*> total on ARCONTROL.DAT moves by exactly what was posted.
*> Two proofs close the run, both printed on ARPOST.RPT: the day's
*> invoiced total must equal the ORDERAR receivable debit on
*> DISCOUNT.GLFEED (the entry GLInterface carries into the GL
*> journal), and the open balances on the subledger must add up to
*> the AR control total. Either one out ends the step with return
*> code 8. An invoice already on the subledger (a rerun of the step)
*> is counted and skipped, never posted twice.
*> Every invoice and credit memo posted is also kept on INVHIST.DAT,
*> where BATCH-DISCOUNT finds the invoice a cancellation or amendment
*> names. A credit memo is not a new item: it comes off the balance of
*> the invoice it reverses (closing it), the AR control comes down by
*> it, and the day's credit memos must equal the ORDERAR receivable
*> credit on the GL feed. A credit memo already on INVHIST.DAT is a
*> rerun and is skipped; one whose invoice cannot bear it is logged
*> and ends the step with return code 8.
*> A credit note for goods a customer returned comes off its invoice
*> the same way as far as the invoice still owes; an invoice already
*> paid (or part paid) cannot bear the whole credit, so what is left
*> over becomes a customer credit - an item of its own under the
*> credit note's number whose balance is owed to the customer, and
*> which stands against the subledger total rather than adding to it.
*> Every credit posted also adds the quantity it takes back to the
*> invoice's history entry (INV-CREDITED-QTY), which is how
*> BATCH-DISCOUNT knows how much of an invoice is left to return.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT InvoiceFile ASSIGN TO "INVOICES.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-INVOICE-FILE-STATUS.
     SELECT ArItemFile ASSIGN TO "ARITEMS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS ARI-INVOICE-NO
         FILE STATUS IS WS-ARITEM-FILE-STATUS.
     SELECT ArControlFile ASSIGN TO "ARCONTROL.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-ARCTL-FILE-STATUS.
     SELECT DiscountGLFeed ASSIGN TO "DISCOUNT.GLFEED"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-GLFEED-FILE-STATUS.
     SELECT InvoiceHistFile ASSIGN TO "INVHIST.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS IVH-NUMBER
         FILE STATUS IS WS-INVHIST-FILE-STATUS.
     SELECT ArPostReport ASSIGN TO "ARPOST.RPT"
         ORGANIZATION IS LINE SEQUENTIAL.
 DATA DIVISION.
 FILE SECTION.
 FD InvoiceFile.
 COPY INVOICEREC.
 FD ArItemFile.
 COPY ARITEMREC.
 FD ArControlFile.
 COPY ARCTLREC.
 FD DiscountGLFeed.
 COPY GLFEEDREC.
 FD InvoiceHistFile.
 COPY INVHISTREC.
 FD ArPostReport.
 01 ArPostReportLine PIC X(80).
 WORKING-STORAGE SECTION.
 01 WS-INVOICE-FILE-STATUS PIC XX.
 01 WS-ARITEM-FILE-STATUS PIC XX.
 01 WS-ARCTL-FILE-STATUS PIC XX.
 01 WS-GLFEED-FILE-STATUS PIC XX.
 01 WS-INVHIST-FILE-STATUS PIC XX.
 01 WS-INVOICE-EOF PIC X VALUE "N".
    88 EndOfInvoices VALUE "Y".
 01 WS-ARITEM-EOF PIC X VALUE "N".
    88 EndOfArItems VALUE "Y".
 01 WS-GLFEED-EOF PIC X VALUE "N".
    88 EndOfGLFeed VALUE "Y".
 01 WS-RUN-DATE PIC 9(8).
*> Standard customer payment terms: an invoice falls due this many
*> days after its invoice date.
 77 WS-PAYMENT-TERMS-DAYS PIC 9(3) VALUE 30.
 01 WS-DUE-DATE-INT PIC 9(7).
 01 WS-READ-COUNT           PIC 9(7) VALUE ZERO.
 01 WS-POSTED-COUNT         PIC 9(7) VALUE ZERO.
 01 WS-ALREADY-POSTED-COUNT PIC 9(7) VALUE ZERO.
 01 WS-OPEN-ITEM-COUNT      PIC 9(7) VALUE ZERO.
 01 WS-CREDITED-COUNT       PIC 9(7) VALUE ZERO.
 01 WS-CREDIT-REJECT-COUNT  PIC 9(7) VALUE ZERO.
 01 WS-RETURN-CREDITED-COUNT PIC 9(7) VALUE ZERO.
 01 WS-CUSTOMER-CREDIT-COUNT PIC 9(7) VALUE ZERO.
 01 WS-CUSTOMER-CREDIT-ITEMS PIC 9(7) VALUE ZERO.
 01 WS-INVOICED-TOTAL   PIC 9(9)V99 VALUE ZERO.
 01 WS-POSTED-TOTAL     PIC 9(9)V99 VALUE ZERO.
 01 WS-GL-RECEIVABLE    PIC 9(9)V99 VALUE ZERO.
 01 WS-CREDIT-MEMO-TOTAL PIC 9(9)V99 VALUE ZERO.
 01 WS-CREDITED-TOTAL   PIC 9(9)V99 VALUE ZERO.
 01 WS-GL-RECEIVABLE-CR PIC 9(9)V99 VALUE ZERO.
 01 WS-PRIOR-CONTROL    PIC 9(9)V99 VALUE ZERO.
 01 WS-NEW-CONTROL      PIC 9(9)V99 VALUE ZERO.
 01 WS-SUBLEDGER-TOTAL  PIC 9(9)V99 VALUE ZERO.
*> A return credit's share that its invoice could bear, and the rest,
*> carried as a customer credit.
 01 WS-APPLIED-AMOUNT   PIC 9(7)V99.
 01 WS-EXCESS-AMOUNT    PIC 9(7)V99.
 01 WS-CUSTOMER-CREDIT-TOTAL PIC 9(9)V99 VALUE ZERO.
 01 WS-CUSTOMER-CREDIT-BALANCE PIC 9(9)V99 VALUE ZERO.
 01 WS-GL-IN-BALANCE PIC X VALUE "Y".
    88 GLReceivableAgrees VALUE "Y".
 01 WS-CREDIT-IN-BALANCE PIC X VALUE "Y".
    88 GLCreditAgrees VALUE "Y".
 01 WS-CONTROL-IN-BALANCE PIC X VALUE "Y".
    88 SubledgerAgrees VALUE "Y".
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
     OPEN I-O ArItemFile.
     IF WS-ARITEM-FILE-STATUS = "35"
       OPEN OUTPUT ArItemFile
       CLOSE ArItemFile
       OPEN I-O ArItemFile
     END-IF.
     OPEN I-O InvoiceHistFile.
     IF WS-INVHIST-FILE-STATUS = "35"
       OPEN OUTPUT InvoiceHistFile
       CLOSE InvoiceHistFile
       OPEN I-O InvoiceHistFile
     END-IF.
     OPEN INPUT InvoiceFile.
     IF WS-INVOICE-FILE-STATUS = "35"
       DISPLAY "No INVOICES.DAT for " WS-RUN-DATE " - nothing to post"
       SET EndOfInvoices TO TRUE
     END-IF.
     PERFORM UNTIL EndOfInvoices
       READ InvoiceFile
         AT END
           SET EndOfInvoices TO TRUE
         NOT AT END
           ADD 1 TO WS-READ-COUNT
           IF INV-IS-CREDIT-MEMO
             ADD INV-NET-DUE TO WS-CREDIT-MEMO-TOTAL
             PERFORM PostCreditMemo
           ELSE
             ADD INV-NET-DUE TO WS-INVOICED-TOTAL
             PERFORM PostOpenItem
             PERFORM WriteInvoiceHistory
           END-IF
       END-READ
     END-PERFORM.
     IF WS-INVOICE-FILE-STATUS NOT = "35"
       CLOSE InvoiceFile
     END-IF.
     CLOSE ArItemFile.
     CLOSE InvoiceHistFile.
     COMPUTE WS-NEW-CONTROL =
         WS-PRIOR-CONTROL + WS-POSTED-TOTAL - WS-CREDITED-TOTAL.
     PERFORM WriteArControl.
     PERFORM SumGLReceivable.
     PERFORM SumOpenBalances.
     PERFORM ProveBalances.
     PERFORM WriteArPostReport.
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
     MOVE "ARPOST"       TO ARC-LAST-POSTED-BY.
     WRITE ArControlRec.
     CLOSE ArControlFile.
*>   The whole invoice is owed from the invoice date: goods net of
*>   discount plus the tax charged on them.
 PostOpenItem.
     MOVE SPACES TO ArItemRec.
     MOVE INV-NUMBER      TO ARI-INVOICE-NO.
     MOVE INV-PERSON-ID   TO ARI-PERSON-ID.
     MOVE INV-PERSON-NAME TO ARI-PERSON-NAME.
     MOVE INV-DATE        TO ARI-INVOICE-DATE.
     COMPUTE WS-DUE-DATE-INT =
         FUNCTION INTEGER-OF-DATE (INV-DATE) + WS-PAYMENT-TERMS-DAYS.
     COMPUTE ARI-DUE-DATE = FUNCTION DATE-OF-INTEGER (WS-DUE-DATE-INT).
     COMPUTE ARI-NET-AMOUNT = INV-NET-DUE - INV-TAX-AMOUNT.
     MOVE INV-TAX-AMOUNT  TO ARI-TAX-AMOUNT.
     MOVE INV-NET-DUE     TO ARI-ORIGINAL-AMOUNT.
     MOVE INV-NET-DUE     TO ARI-BALANCE.
     SET AriOpen TO TRUE.
     MOVE WS-RUN-DATE     TO ARI-LAST-ACTIVITY-DATE.
     WRITE ArItemRec
       INVALID KEY
         ADD 1 TO WS-ALREADY-POSTED-COUNT
       NOT INVALID KEY
         ADD 1 TO WS-POSTED-COUNT
         ADD INV-NET-DUE TO WS-POSTED-TOTAL
     END-WRITE.
*>   A rerun finds the invoice already kept and leaves it.
 WriteInvoiceHistory.
     WRITE InvoiceHistoryRec FROM InvoiceRec
       INVALID KEY
         CONTINUE
     END-WRITE.
*>   The history entry is written first, so a credit memo can never
*>   come off its invoice twice. The invoice must still be owed at
*>   least the full credit - BATCH-DISCOUNT only reverses invoices
*>   with nothing paid, so a shortfall means the item was paid or
*>   written off since.
 PostCreditMemo.
     WRITE InvoiceHistoryRec FROM InvoiceRec
       INVALID KEY
         ADD 1 TO WS-ALREADY-POSTED-COUNT
       NOT INVALID KEY
         IF INV-IS-RETURN
           PERFORM ApplyReturnCredit
         ELSE
           PERFORM ApplyCreditMemo
         END-IF
         PERFORM RecordCreditedQuantity
     END-WRITE.
 ApplyCreditMemo.
     MOVE INV-ORIGINAL-NO TO ARI-INVOICE-NO.
     READ ArItemFile
       INVALID KEY
         PERFORM RejectCreditMemo
       NOT INVALID KEY
         IF ARI-BALANCE < INV-NET-DUE
           PERFORM RejectCreditMemo
         ELSE
           SUBTRACT INV-NET-DUE FROM ARI-BALANCE
           IF ARI-BALANCE = ZERO
             SET AriClosed TO TRUE
           END-IF
           MOVE WS-RUN-DATE TO ARI-LAST-ACTIVITY-DATE
           REWRITE ArItemRec
           ADD 1 TO WS-CREDITED-COUNT
           ADD INV-NET-DUE TO WS-CREDITED-TOTAL
         END-IF
     END-READ.
*>   A return credit is taken off whatever its invoice still owes and
*>   the rest is owed to the customer. Only an invoice missing from
*>   the subledger altogether is refused.
 ApplyReturnCredit.
     MOVE INV-ORIGINAL-NO TO ARI-INVOICE-NO.
     READ ArItemFile
       INVALID KEY
         PERFORM RejectCreditMemo
       NOT INVALID KEY
         MOVE ZERO TO WS-APPLIED-AMOUNT
         IF AriOpen
           IF ARI-BALANCE < INV-NET-DUE
             MOVE ARI-BALANCE TO WS-APPLIED-AMOUNT
           ELSE
             MOVE INV-NET-DUE TO WS-APPLIED-AMOUNT
           END-IF
           SUBTRACT WS-APPLIED-AMOUNT FROM ARI-BALANCE
           IF ARI-BALANCE = ZERO
             SET AriClosed TO TRUE
           END-IF
           MOVE WS-RUN-DATE TO ARI-LAST-ACTIVITY-DATE
           REWRITE ArItemRec
         END-IF
         COMPUTE WS-EXCESS-AMOUNT = INV-NET-DUE - WS-APPLIED-AMOUNT
         IF WS-EXCESS-AMOUNT > ZERO
           PERFORM PostCustomerCredit
         ELSE
           ADD 1 TO WS-RETURN-CREDITED-COUNT
           ADD INV-NET-DUE TO WS-CREDITED-TOTAL
         END-IF
     END-READ.
*>   The customer credit is dated the credit note's day and is due to
*>   the customer straight away.
 PostCustomerCredit.
     MOVE SPACES TO ArItemRec.
     MOVE INV-NUMBER       TO ARI-INVOICE-NO.
     MOVE INV-PERSON-ID    TO ARI-PERSON-ID.
     MOVE INV-PERSON-NAME  TO ARI-PERSON-NAME.
     MOVE INV-DATE         TO ARI-INVOICE-DATE.
     MOVE INV-DATE         TO ARI-DUE-DATE.
     MOVE WS-EXCESS-AMOUNT TO ARI-NET-AMOUNT.
     MOVE ZERO             TO ARI-TAX-AMOUNT.
     MOVE WS-EXCESS-AMOUNT TO ARI-ORIGINAL-AMOUNT.
     MOVE WS-EXCESS-AMOUNT TO ARI-BALANCE.
     SET AriCustomerCredit TO TRUE.
     MOVE WS-RUN-DATE      TO ARI-LAST-ACTIVITY-DATE.
     WRITE ArItemRec
       INVALID KEY
         PERFORM RejectCreditMemo
       NOT INVALID KEY
         ADD 1 TO WS-RETURN-CREDITED-COUNT
         ADD INV-NET-DUE TO WS-CREDITED-TOTAL
         ADD 1 TO WS-CUSTOMER-CREDIT-COUNT
         ADD WS-EXCESS-AMOUNT TO WS-CUSTOMER-CREDIT-TOTAL
     END-WRITE.
*>   A credit memo takes back the whole quantity of the invoice it
*>   reverses, a return credit note the quantity sent back. The
*>   history entry is read into its own record so the credit in hand
*>   is left as it is.
 RecordCreditedQuantity.
     MOVE INV-ORIGINAL-NO TO IVH-NUMBER.
     READ InvoiceHistFile
       INVALID KEY
         CONTINUE
       NOT INVALID KEY
         IF IVH-CREDITED-QTY NOT NUMERIC
           MOVE ZERO TO IVH-CREDITED-QTY
         END-IF
         ADD INV-QUANTITY TO IVH-CREDITED-QTY
         REWRITE InvoiceHistoryRec
     END-READ.
 RejectCreditMemo.
     ADD 1 TO WS-CREDIT-REJECT-COUNT.
     DISPLAY "Credit memo " INV-NUMBER " cannot come off invoice "
         INV-ORIGINAL-NO " - not on the subledger or not owed enough".
     MOVE "ARP003" TO ELG-MESSAGE-ID.
     MOVE "ARPOST" TO ELG-PROGRAM-NAME.
     MOVE INV-NUMBER TO ELG-KEY-VALUE.
     CALL "LogError" USING ErrorLogControlRec.
     MOVE 8 TO RETURN-CODE.
*>   The receivable side of the day's order journal: every ORDERAR
*>   debit BATCH-DISCOUNT wrote for this run date, and the ORDERAR
*>   credit reversing the day's credit memos.
 SumGLReceivable.
     OPEN INPUT DiscountGLFeed.
     IF WS-GLFEED-FILE-STATUS = "35"
       SET EndOfGLFeed TO TRUE
     END-IF.
     PERFORM UNTIL EndOfGLFeed
       READ DiscountGLFeed
         AT END
           SET EndOfGLFeed TO TRUE
         NOT AT END
           IF GLJ-ACCOUNT-CODE = "ORDERAR"
               AND GLJ-DR-CR = "D"
               AND GLJ-AMOUNT NUMERIC
             ADD GLJ-AMOUNT TO WS-GL-RECEIVABLE
           END-IF
           IF GLJ-ACCOUNT-CODE = "ORDERAR"
               AND GLJ-DR-CR = "C"
               AND GLJ-AMOUNT NUMERIC
             ADD GLJ-AMOUNT TO WS-GL-RECEIVABLE-CR
           END-IF
       END-READ
     END-PERFORM.
     IF WS-GLFEED-FILE-STATUS NOT = "35"
       CLOSE DiscountGLFeed
     END-IF.
 SumOpenBalances.
     OPEN INPUT ArItemFile.
     PERFORM UNTIL EndOfArItems
       READ ArItemFile NEXT RECORD
         AT END
           SET EndOfArItems TO TRUE
         NOT AT END
           IF AriOpen
             ADD 1 TO WS-OPEN-ITEM-COUNT
             ADD ARI-BALANCE TO WS-SUBLEDGER-TOTAL
           END-IF
           IF AriCustomerCredit
             ADD 1 TO WS-CUSTOMER-CREDIT-ITEMS
             ADD ARI-BALANCE TO WS-CUSTOMER-CREDIT-BALANCE
           END-IF
       END-READ
     END-PERFORM.
     CLOSE ArItemFile.
     SUBTRACT WS-CUSTOMER-CREDIT-BALANCE FROM WS-SUBLEDGER-TOTAL.
 ProveBalances.
     IF WS-INVOICED-TOTAL NOT = WS-GL-RECEIVABLE
       MOVE "N" TO WS-GL-IN-BALANCE
       DISPLAY "AR posting out of balance - invoiced " WS-INVOICED-TOTAL
           " GL receivable " WS-GL-RECEIVABLE
       MOVE "ARP001" TO ELG-MESSAGE-ID
       MOVE "ARPOST" TO ELG-PROGRAM-NAME
       MOVE "DISCOUNT.GLFEED" TO ELG-KEY-VALUE
       CALL "LogError" USING ErrorLogControlRec
       MOVE 8 TO RETURN-CODE
     END-IF.
     IF WS-CREDIT-MEMO-TOTAL NOT = WS-GL-RECEIVABLE-CR
       MOVE "N" TO WS-CREDIT-IN-BALANCE
       DISPLAY "AR credits out of balance - credit memos "
           WS-CREDIT-MEMO-TOTAL " GL receivable credit "
           WS-GL-RECEIVABLE-CR
       MOVE "ARP001" TO ELG-MESSAGE-ID
       MOVE "ARPOST" TO ELG-PROGRAM-NAME
       MOVE "DISCOUNT.GLFEED" TO ELG-KEY-VALUE
       CALL "LogError" USING ErrorLogControlRec
       MOVE 8 TO RETURN-CODE
     END-IF.
     IF WS-SUBLEDGER-TOTAL NOT = WS-NEW-CONTROL
       MOVE "N" TO WS-CONTROL-IN-BALANCE
       DISPLAY "AR subledger " WS-SUBLEDGER-TOTAL
           " does not agree to control " WS-NEW-CONTROL
       MOVE "ARP002" TO ELG-MESSAGE-ID
       MOVE "ARPOST" TO ELG-PROGRAM-NAME
       MOVE "ARITEMS.DAT" TO ELG-KEY-VALUE
       CALL "LogError" USING ErrorLogControlRec
       MOVE 8 TO RETURN-CODE
     END-IF.
 WriteArPostReport.
     OPEN OUTPUT ArPostReport.
     MOVE "H" TO PRC-ACTION.
     MOVE "ACCOUNTS RECEIVABLE POSTING CONTROL" TO PRC-REPORT-TITLE.
     MOVE WS-RUN-DATE TO PRC-RUN-DATE.
     MOVE ZERO TO PRC-PAGE-NUMBER.
     CALL "PrintReport" USING PrintControlRec.
     WRITE ArPostReportLine FROM PRC-OUTPUT-LINE.
     MOVE SPACES TO ArPostReportLine.
     WRITE ArPostReportLine.
     MOVE "INVOICES READ" TO CNT-LABEL.
     MOVE WS-READ-COUNT TO CNT-VALUE.
     WRITE ArPostReportLine FROM WS-COUNT-LINE.
     MOVE "OPEN ITEMS POSTED" TO CNT-LABEL.
     MOVE WS-POSTED-COUNT TO CNT-VALUE.
     WRITE ArPostReportLine FROM WS-COUNT-LINE.
     MOVE "CREDIT MEMOS APPLIED" TO CNT-LABEL.
     MOVE WS-CREDITED-COUNT TO CNT-VALUE.
     WRITE ArPostReportLine FROM WS-COUNT-LINE.
     MOVE "RETURN CREDIT NOTES APPLIED" TO CNT-LABEL.
     MOVE WS-RETURN-CREDITED-COUNT TO CNT-VALUE.
     WRITE ArPostReportLine FROM WS-COUNT-LINE.
     MOVE "  OF WHICH OPENED CUSTOMER CREDITS" TO CNT-LABEL.
     MOVE WS-CUSTOMER-CREDIT-COUNT TO CNT-VALUE.
     WRITE ArPostReportLine FROM WS-COUNT-LINE.
     MOVE "CREDIT MEMOS NOT APPLIED (ARP003)" TO CNT-LABEL.
     MOVE WS-CREDIT-REJECT-COUNT TO CNT-VALUE.
     WRITE ArPostReportLine FROM WS-COUNT-LINE.
     MOVE "ALREADY ON SUBLEDGER - SKIPPED" TO CNT-LABEL.
     MOVE WS-ALREADY-POSTED-COUNT TO CNT-VALUE.
     WRITE ArPostReportLine FROM WS-COUNT-LINE.
     MOVE SPACES TO ArPostReportLine.
     WRITE ArPostReportLine.
     MOVE "INVOICED TODAY (NET DUE)" TO AMT-LABEL.
     MOVE WS-INVOICED-TOTAL TO AMT-VALUE.
     WRITE ArPostReportLine FROM WS-AMOUNT-LINE.
     MOVE "GL RECEIVABLE ENTRY (ORDERAR DR)" TO AMT-LABEL.
     MOVE WS-GL-RECEIVABLE TO AMT-VALUE.
     WRITE ArPostReportLine FROM WS-AMOUNT-LINE.
     IF GLReceivableAgrees
       MOVE "  INVOICES AGREE TO GL RECEIVABLE" TO ArPostReportLine
     ELSE
       MOVE "  ** INVOICES DO NOT AGREE TO GL RECEIVABLE **"
           TO ArPostReportLine
     END-IF.
     WRITE ArPostReportLine.
     MOVE "CREDIT MEMOS TODAY (NET DUE)" TO AMT-LABEL.
     MOVE WS-CREDIT-MEMO-TOTAL TO AMT-VALUE.
     WRITE ArPostReportLine FROM WS-AMOUNT-LINE.
     MOVE "GL RECEIVABLE REVERSAL (ORDERAR CR)" TO AMT-LABEL.
     MOVE WS-GL-RECEIVABLE-CR TO AMT-VALUE.
     WRITE ArPostReportLine FROM WS-AMOUNT-LINE.
     IF GLCreditAgrees
       MOVE "  CREDIT MEMOS AGREE TO GL RECEIVABLE" TO ArPostReportLine
     ELSE
       MOVE "  ** CREDIT MEMOS DO NOT AGREE TO GL RECEIVABLE **"
           TO ArPostReportLine
     END-IF.
     WRITE ArPostReportLine.
     MOVE SPACES TO ArPostReportLine.
     WRITE ArPostReportLine.
     MOVE "AR CONTROL BROUGHT FORWARD" TO AMT-LABEL.
     MOVE WS-PRIOR-CONTROL TO AMT-VALUE.
     WRITE ArPostReportLine FROM WS-AMOUNT-LINE.
     MOVE "POSTED TODAY" TO AMT-LABEL.
     MOVE WS-POSTED-TOTAL TO AMT-VALUE.
     WRITE ArPostReportLine FROM WS-AMOUNT-LINE.
     MOVE "CREDITED TODAY" TO AMT-LABEL.
     MOVE WS-CREDITED-TOTAL TO AMT-VALUE.
     WRITE ArPostReportLine FROM WS-AMOUNT-LINE.
     MOVE "  OF WHICH OWED TO CUSTOMERS" TO AMT-LABEL.
     MOVE WS-CUSTOMER-CREDIT-TOTAL TO AMT-VALUE.
     WRITE ArPostReportLine FROM WS-AMOUNT-LINE.
     MOVE "AR CONTROL CARRIED FORWARD" TO AMT-LABEL.
     MOVE WS-NEW-CONTROL TO AMT-VALUE.
     WRITE ArPostReportLine FROM WS-AMOUNT-LINE.
     MOVE "OPEN ITEMS ON SUBLEDGER" TO CNT-LABEL.
     MOVE WS-OPEN-ITEM-COUNT TO CNT-VALUE.
     WRITE ArPostReportLine FROM WS-COUNT-LINE.
     MOVE "CUSTOMER CREDITS ON SUBLEDGER" TO CNT-LABEL.
     MOVE WS-CUSTOMER-CREDIT-ITEMS TO CNT-VALUE.
     WRITE ArPostReportLine FROM WS-COUNT-LINE.
     MOVE "LESS OWED TO CUSTOMERS" TO AMT-LABEL.
     MOVE WS-CUSTOMER-CREDIT-BALANCE TO AMT-VALUE.
     WRITE ArPostReportLine FROM WS-AMOUNT-LINE.
     MOVE "SUBLEDGER OPEN BALANCE" TO AMT-LABEL.
     MOVE WS-SUBLEDGER-TOTAL TO AMT-VALUE.
     WRITE ArPostReportLine FROM WS-AMOUNT-LINE.
     IF SubledgerAgrees
       MOVE "  SUBLEDGER AGREES TO AR CONTROL" TO ArPostReportLine
     ELSE
       MOVE "  ** SUBLEDGER DOES NOT AGREE TO AR CONTROL **"
           TO ArPostReportLine
     END-IF.
     WRITE ArPostReportLine.
     MOVE "F" TO PRC-ACTION.
     MOVE WS-POSTED-COUNT TO PRC-DETAIL-COUNT.
     CALL "PrintReport" USING PrintControlRec.
     WRITE ArPostReportLine FROM PRC-OUTPUT-LINE.
     CLOSE ArPostReport.
 SetRunLogStart.
     MOVE "ARPOST" TO RLG-JOB-NAME.
     ACCEPT WS-LOG-TS-DATE FROM DATE YYYYMMDD.
     ACCEPT WS-LOG-TS-TIME FROM TIME.
     MOVE WS-LOG-TS-DATE TO RLG-RUN-DATE.
     STRING WS-LOG-TS-DATE WS-LOG-TS-TIME DELIMITED BY SIZE
         INTO RLG-START-TIMESTAMP.
 WriteRunLogRecord.
     MOVE WS-READ-COUNT TO RLG-READ-COUNT.
     COMPUTE RLG-WRITTEN-COUNT = WS-POSTED-COUNT + WS-CREDITED-COUNT
         + WS-RETURN-CREDITED-COUNT.
     COMPUTE RLG-REJECTED-COUNT =
         WS-ALREADY-POSTED-COUNT + WS-CREDIT-REJECT-COUNT.
     MOVE RETURN-CODE TO RLG-RETURN-CODE.
     CALL "WriteRunLog" USING RunLogRec.
