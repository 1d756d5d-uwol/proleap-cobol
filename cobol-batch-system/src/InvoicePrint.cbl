 IDENTIFICATION DIVISION.
 PROGRAM-ID. InvoicePrint.
*> Customer invoice print run: BATCH-DISCOUNT leaves one INVOICES.DAT
*> record per order it priced and accepted, numbered consecutively
*> from INVOICENO.DAT; this job sorts them by the customer's zip (then
*> invoice number) for mailing and prints one invoice per order to the
*> date-stamped INVOICES generation - invoice number and date, the
*> customer's name and address, the item with price times quantity,
*> the discount bracket applied, any coupon and loyalty points
*> redeemed, the freight charge, the state sales tax, and the net due,
*> with the points the order earned.
*> Every figure is printed exactly as BATCH-DISCOUNT computed it; none
*> is recomputed here. INVPRINT.RPT accounts for the numbers: the
*> first and last printed, the count, and a warning when the run's
*> numbers are not one unbroken range or do not follow on from the
*> last number the previous print run accounted for (INVSEQ.DAT).
*> Credit memos share the number sequence and print the same way under
*> a CREDIT MEMO heading naming the invoice they reverse; the invoice
*> replacing an amended one names the invoice it replaces. Credited
*> amounts are totalled apart from the net due invoiced. The invoice
*> is mailed to the customer's address in force on the run date -
*> a seasonal or mailing address on ADDRESS.DAT ahead of the order's
*> own (shared ResolveMailAddress) - and sorted on that zip; the tax
*> line still names the state the order was taxed in. Each invoice
*> or credit memo printed for a customer on file is entered on the
*> CONTACT.DAT contact history (shared ContactHistory) - letter id
*> INVOIC or CRMEMO, the document number as the reference, and the
*> address it was mailed to.
*> A credit memo for goods the customer sent back prints under a
*> CREDIT NOTE heading naming the invoice returned, with the reason
*> for the return (RTNREASON), whether the goods went back into stock,
*> and any restocking fee kept back before the total credited; it is
*> entered on the contact history as CRNOTE and counted apart.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT InvoiceFile ASSIGN TO "INVOICES.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-INVOICE-FILE-STATUS.
     SELECT InvoiceSortWork ASSIGN TO "INVOICEWORK.DAT".
     SELECT InvoicePrintFile ASSIGN TO WS-PRINT-FILENAME
         ORGANIZATION IS LINE SEQUENTIAL.
     SELECT InvoiceSeqFile ASSIGN TO "INVSEQ.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-INVSEQ-FILE-STATUS.
     SELECT InvoicePrintReport ASSIGN TO "INVPRINT.RPT"
         ORGANIZATION IS LINE SEQUENTIAL.
 DATA DIVISION.
 FILE SECTION.
 FD InvoiceFile.
 COPY INVOICEREC.
*> INVOICEREC's shape under local names, so the sort key can be named
*> without disturbing the FD's own record.
 SD InvoiceSortWork.
 01 InvoiceWorkRec.
    05 IWK-NUMBER         PIC 9(8).
    05 IWK-DATE           PIC 9(8).
    05 IWK-PERSON-ID      PIC 9(6).
    05 IWK-PERSON-NAME    PIC X(20).
    05 IWK-STREET         PIC X(20).
    05 IWK-CITY           PIC X(15).
    05 IWK-STATE          PIC XX.
    05 IWK-ZIP            PIC X(5).
    05 IWK-ITEM-NAME      PIC X(20).
    05 IWK-PRICE          PIC 9(3)V99.
    05 IWK-QUANTITY       PIC 9(3).
    05 IWK-GROSS-AMOUNT   PIC 9(5)V99.
    05 IWK-BRACKET        PIC 9.
    05 IWK-DISCOUNT-PCT   PIC 99.
    05 IWK-DISCOUNT-AMOUNT PIC 9(5)V99.
    05 IWK-TAX-AMOUNT     PIC 9(7)V99.
    05 IWK-NET-DUE        PIC 9(7)V99.
    05 IWK-ITEM-CODE      PIC X(10).
    05 IWK-DOC-TYPE       PIC X.
       88 IwkCreditMemo   VALUE "C".
       88 IwkAmendment    VALUE "A".
    05 IWK-ORIGINAL-NO    PIC 9(8).
    05 IWK-TAX-RATE       PIC 99V99.
    05 IWK-SHIP-DATE      PIC 9(8).
    05 IWK-FREIGHT-AMOUNT PIC 9(5)V99.
    05 IWK-POINTS-REDEEMED PIC 9(5).
    05 IWK-POINTS-AMOUNT  PIC 9(4)V99.
    05 IWK-POINTS-EARNED  PIC 9(5).
    05 IWK-COUPON-AMOUNT  PIC 9(4)V99.
    05 IWK-TAX-EXEMPT-CERT PIC X(20).
    05 IWK-EXEMPT-SALES   PIC 9(7)V99.
    05 FILLER             PIC X(4).
    05 IWK-RETURN-REASON  PIC XX.
    05 IWK-RETURN-CONDITION PIC X.
       88 IwkReturnRestock VALUE "R".
       88 IwkReturn       VALUES "R" "D".
    05 IWK-RESTOCK-FEE    PIC 9(5)V99.
    05 FILLER             PIC X(3).
*>  The state of the address the invoice is mailed to, which may not
*>  be the state it was taxed in.
    05 IWK-MAIL-STATE     PIC XX.
    05 FILLER             PIC XX.
 FD InvoicePrintFile.
 01 InvoiceLine PIC X(80).
*> The last invoice number a previous print run accounted for.
 FD InvoiceSeqFile.
 01 InvoiceSeqRec.
    05 ISQ-LAST-PRINTED-NO PIC 9(8).
 FD InvoicePrintReport.
 01 InvoicePrintReportLine PIC X(80).
 WORKING-STORAGE SECTION.
 01 WS-INVOICE-FILE-STATUS PIC XX.
 01 WS-INVSEQ-FILE-STATUS PIC XX.
 01 WS-RUN-DATE PIC 9(8).
 01 WS-PRINT-FILENAME PIC X(22).
 01 WS-INVOICE-EOF PIC X VALUE "N".
    88 EndOfInvoices VALUE "Y".
 01 WS-SORTED-EOF PIC X VALUE "N".
    88 EndOfSorted VALUE "Y".
 01 WS-READ-COUNT    PIC 9(7) VALUE ZERO.
 01 WS-PRINTED-COUNT PIC 9(7) VALUE ZERO.
 01 WS-FIRST-NUMBER  PIC 9(8) VALUE ZERO.
 01 WS-LAST-NUMBER   PIC 9(8) VALUE ZERO.
 01 WS-PRIOR-LAST-NUMBER PIC 9(8) VALUE ZERO.
 01 WS-EXPECTED-COUNT PIC 9(8).
 01 WS-SEQUENCE-OK PIC X VALUE "Y".
    88 SequenceUnbroken VALUE "Y".
 01 WS-TOTAL-NET-DUE PIC 9(9)V99 VALUE ZERO.
 01 WS-TOTAL-CREDITED PIC 9(9)V99 VALUE ZERO.
 01 WS-CREDIT-MEMO-COUNT PIC 9(7) VALUE ZERO.
 01 WS-CREDIT-NOTE-COUNT PIC 9(7) VALUE ZERO.
 01 WS-RTR-IDX PIC 9.
 01 WS-INVOICE-HEAD-LINE.
    05 FILLER          PIC X(44) VALUE "I N V O I C E".
    05 FILLER          PIC X(12) VALUE "INVOICE NO: ".
    05 IHD-NUMBER      PIC 9(8).
 01 WS-CREDIT-HEAD-LINE.
    05 FILLER          PIC X(44) VALUE "C R E D I T   M E M O".
    05 FILLER          PIC X(12) VALUE "CREDIT NO:  ".
    05 CHD-NUMBER      PIC 9(8).
 01 WS-RETURN-HEAD-LINE.
    05 FILLER          PIC X(44) VALUE "C R E D I T   N O T E".
    05 FILLER          PIC X(12) VALUE "CREDIT NO:  ".
    05 RHD-NUMBER      PIC 9(8).
 01 WS-RETURN-REASON-LINE.
    05 FILLER          PIC X(19) VALUE "REASON FOR RETURN: ".
    05 RRL-REASON      PIC X(20).
    05 FILLER          PIC XX VALUE SPACES.
    05 RRL-CONDITION   PIC X(30).
 01 WS-REFERENCE-LINE.
    05 FILLER          PIC X(44) VALUE SPACES.
    05 RFL-LABEL       PIC X(20).
    05 RFL-NUMBER      PIC 9(8).
 01 WS-INVOICE-DATE-LINE.
    05 FILLER          PIC X(44) VALUE SPACES.
    05 FILLER          PIC X(12) VALUE "DATE:       ".
    05 IHD-DATE        PIC 9(4)/99/99.
 01 WS-SHIP-DATE-LINE.
    05 FILLER          PIC X(44) VALUE SPACES.
    05 FILLER          PIC X(12) VALUE "SHIPPED:    ".
    05 ISH-DATE        PIC 9(4)/99/99.
 01 WS-BILL-TO-LINE.
    05 BTL-LABEL       PIC X(10).
    05 BTL-TEXT        PIC X(40).
 01 WS-CITY-LINE.
    05 CTL-CITY        PIC X(15).
    05 FILLER          PIC X VALUE SPACE.
    05 CTL-STATE       PIC XX.
    05 FILLER          PIC X(2) VALUE SPACES.
    05 CTL-ZIP         PIC X(5).
 01 WS-ITEM-HEADING.
    05 FILLER PIC X(22) VALUE "ITEM".
    05 FILLER PIC X(7)  VALUE "  QTY".
    05 FILLER PIC X(10) VALUE "    PRICE".
    05 FILLER PIC X(20) VALUE SPACES.
    05 FILLER PIC X(12) VALUE "      AMOUNT".
 01 WS-ITEM-LINE.
    05 ITL-ITEM-NAME   PIC X(20).
    05 FILLER          PIC X(4) VALUE SPACES.
    05 ITL-QUANTITY    PIC ZZ9.
    05 FILLER          PIC X(3) VALUE SPACES.
    05 ITL-PRICE       PIC ZZ9.99.
    05 FILLER          PIC X(23) VALUE SPACES.
    05 ITL-AMOUNT      PIC ZZ,ZZZ,ZZ9.99.
 01 WS-CHARGE-LINE.
    05 FILLER          PIC X(24) VALUE SPACES.
    05 CHL-LABEL       PIC X(35).
    05 CHL-AMOUNT      PIC ZZ,ZZZ,ZZ9.99-.
 01 WS-DISCOUNT-LABEL.
    05 FILLER          PIC X(23) VALUE "LESS DISCOUNT - BRACKET".
    05 FILLER          PIC X VALUE SPACE.
    05 DSL-BRACKET     PIC 9.
    05 FILLER          PIC X(2) VALUE ", ".
    05 DSL-PERCENT     PIC Z9.
    05 FILLER          PIC X VALUE "%".
 01 WS-TAX-LABEL.
    05 FILLER          PIC X(16) VALUE "SALES TAX STATE ".
    05 TXL-STATE       PIC XX.
 01 WS-POINTS-LABEL.
    05 FILLER          PIC X(20) VALUE "LESS LOYALTY POINTS ".
    05 PTL-POINTS      PIC Z(4)9.
 01 WS-POINTS-EARNED-LINE.
    05 FILLER          PIC X(24) VALUE SPACES.
    05 FILLER          PIC X(22) VALUE "LOYALTY POINTS EARNED ".
    05 PEL-POINTS      PIC Z(4)9.
 01 WS-TAX-EXEMPT-LINE.
    05 FILLER          PIC X(24) VALUE SPACES.
    05 FILLER          PIC X(25) VALUE "TAX EXEMPT - CERTIFICATE ".
    05 TEL-CERT-NO     PIC X(20).
 01 WS-SUMMARY-LINE.
    05 SUM-LABEL PIC X(34).
    05 SUM-VALUE PIC Z(7)9.
 01 WS-AMOUNT-SUMMARY-LINE.
    05 ASM-LABEL PIC X(34).
    05 ASM-VALUE PIC ZZZ,ZZZ,ZZ9.99.
*> Standard heading/footer lines (shared PrintReport).
 COPY PRINTCTLREC.
*> Generation-catalog registration (shared RegisterGeneration appends
*> one GENCAT.DAT entry per generation this job creates).
 COPY GENCATREC.
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
 COPY MAILADDRCTL.
 COPY CONTACTCTL.
 COPY RTNREASON.
 PROCEDURE DIVISION.
 Begin.
     PERFORM SetRunLogStart.
     CALL "ResolveRunDate" USING RunDateControlRec.
     MOVE RDT-RUN-DATE TO WS-RUN-DATE.
     STRING "INVOICES." WS-RUN-DATE ".PRT" DELIMITED BY SIZE
         INTO WS-PRINT-FILENAME.
     PERFORM ReadLastPrintedNumber.
     SORT InvoiceSortWork
         ON ASCENDING KEY IWK-ZIP
         ON ASCENDING KEY IWK-NUMBER
         INPUT PROCEDURE IS CollectInvoices
         OUTPUT PROCEDURE IS PrintSortedInvoices.
     MOVE WS-PRINT-FILENAME TO GCT-FILE-NAME.
     MOVE WS-RUN-DATE TO GCT-RUN-DATE.
     MOVE WS-PRINTED-COUNT TO GCT-RECORD-COUNT.
     MOVE "INVOICEPRINT" TO GCT-CREATED-BY.
     CALL "RegisterGeneration" USING GenCatRec.
     PERFORM CheckNumberSequence.
     PERFORM WriteInvoicePrintReport.
     IF WS-PRINTED-COUNT > ZERO
       PERFORM WriteLastPrintedNumber
     END-IF.
     IF NOT SequenceUnbroken
       MOVE 4 TO RETURN-CODE
     END-IF.
     PERFORM WriteRunLogRecord.
     STOP RUN.
 ReadLastPrintedNumber.
     OPEN INPUT InvoiceSeqFile.
     IF WS-INVSEQ-FILE-STATUS = "00"
       READ InvoiceSeqFile
         NOT AT END
           MOVE ISQ-LAST-PRINTED-NO TO WS-PRIOR-LAST-NUMBER
       END-READ
       CLOSE InvoiceSeqFile
     END-IF.
 WriteLastPrintedNumber.
     OPEN OUTPUT InvoiceSeqFile.
     MOVE WS-LAST-NUMBER TO ISQ-LAST-PRINTED-NO.
     WRITE InvoiceSeqRec.
     CLOSE InvoiceSeqFile.
*>   The lowest and highest numbers are taken on the way in, while the
*>   file is still in issue order.
 CollectInvoices.
     OPEN INPUT InvoiceFile.
     IF WS-INVOICE-FILE-STATUS = "35"
       DISPLAY "No INVOICES.DAT for " WS-RUN-DATE " - nothing to print"
       SET EndOfInvoices TO TRUE
     END-IF.
     PERFORM UNTIL EndOfInvoices
       READ InvoiceFile
         AT END
           SET EndOfInvoices TO TRUE
         NOT AT END
           ADD 1 TO WS-READ-COUNT
           IF WS-FIRST-NUMBER = ZERO OR INV-NUMBER < WS-FIRST-NUMBER
             MOVE INV-NUMBER TO WS-FIRST-NUMBER
           END-IF
           IF INV-NUMBER > WS-LAST-NUMBER
             MOVE INV-NUMBER TO WS-LAST-NUMBER
           END-IF
           MOVE InvoiceRec TO InvoiceWorkRec
           PERFORM ResolveInvoiceMailAddress
           RELEASE InvoiceWorkRec
       END-READ
     END-PERFORM.
     IF WS-INVOICE-FILE-STATUS NOT = "35"
       CLOSE InvoiceFile
     END-IF.
 ResolveInvoiceMailAddress.
     MOVE IWK-STATE TO IWK-MAIL-STATE.
     IF IWK-PERSON-ID NUMERIC AND IWK-PERSON-ID NOT = ZERO
       MOVE IWK-PERSON-ID TO MAC-PERSON-ID
       MOVE WS-RUN-DATE   TO MAC-MAIL-DATE
       MOVE IWK-STREET    TO MAC-STREET
       MOVE IWK-CITY      TO MAC-CITY
       MOVE IWK-STATE     TO MAC-STATE
       MOVE IWK-ZIP       TO MAC-POSTAL-CODE
       CALL "ResolveMailAddress" USING MailAddressControlRec
       IF NOT MacFromMaster
         MOVE MAC-STREET           TO IWK-STREET
         MOVE MAC-CITY             TO IWK-CITY
         MOVE MAC-STATE            TO IWK-MAIL-STATE
         MOVE MAC-POSTAL-CODE (1:5) TO IWK-ZIP
       END-IF
     END-IF.
 PrintSortedInvoices.
     OPEN OUTPUT InvoicePrintFile.
     PERFORM UNTIL EndOfSorted
       RETURN InvoiceSortWork
         AT END
           SET EndOfSorted TO TRUE
         NOT AT END
           PERFORM PrintOneInvoice
           IF IWK-PERSON-ID NUMERIC AND IWK-PERSON-ID NOT = ZERO
             PERFORM RecordInvoiceContact
           END-IF
       END-RETURN
     END-PERFORM.
     CLOSE InvoicePrintFile.
 RecordInvoiceContact.
     SET CctRecord TO TRUE.
     MOVE IWK-PERSON-ID TO CCT-PERSON-ID.
     MOVE WS-RUN-DATE   TO CCT-CONTACT-DATE.
     EVALUATE TRUE
       WHEN IwkCreditMemo AND IwkReturn
         MOVE "CRNOTE" TO CCT-CONTENT-ID
       WHEN IwkCreditMemo
         MOVE "CRMEMO" TO CCT-CONTENT-ID
       WHEN OTHER
         MOVE "INVOIC" TO CCT-CONTENT-ID
     END-EVALUATE.
     MOVE "P"           TO CCT-CHANNEL.
     MOVE IWK-STREET    TO CCT-STREET.
     MOVE IWK-CITY      TO CCT-CITY.
     MOVE IWK-ZIP       TO CCT-POSTAL-CODE.
     MOVE IWK-NUMBER    TO CCT-REFERENCE.
     MOVE "INVOICEPRINT" TO CCT-SENT-BY.
     CALL "ContactHistory" USING ContactControlRec.
 PrintReturnReason.
*>   The reason text comes from the same RTNREASON table the order was
*>   priced against; a code no longer on it prints as it stands.
     MOVE SPACES TO RRL-REASON.
     PERFORM VARYING WS-RTR-IDX FROM 1 BY 1
         UNTIL WS-RTR-IDX > RTR-COUNT
       IF RTR-CODE (WS-RTR-IDX) = IWK-RETURN-REASON
         MOVE RTR-TEXT (WS-RTR-IDX) TO RRL-REASON
       END-IF
     END-PERFORM.
     IF RRL-REASON = SPACES
       MOVE IWK-RETURN-REASON TO RRL-REASON
     END-IF.
     IF IwkReturnRestock
       MOVE "GOODS RETURNED TO STOCK" TO RRL-CONDITION
     ELSE
       MOVE "GOODS DAMAGED - NOT RESTOCKED" TO RRL-CONDITION
     END-IF.
     MOVE SPACES TO InvoiceLine.
     WRITE InvoiceLine.
     WRITE InvoiceLine FROM WS-RETURN-REASON-LINE.
 PrintOneInvoice.
     EVALUATE TRUE
       WHEN IwkCreditMemo AND IwkReturn
         MOVE IWK-NUMBER TO RHD-NUMBER
         WRITE InvoiceLine FROM WS-RETURN-HEAD-LINE
       WHEN IwkCreditMemo
         MOVE IWK-NUMBER TO CHD-NUMBER
         WRITE InvoiceLine FROM WS-CREDIT-HEAD-LINE
       WHEN OTHER
         MOVE IWK-NUMBER TO IHD-NUMBER
         WRITE InvoiceLine FROM WS-INVOICE-HEAD-LINE
     END-EVALUATE.
     MOVE IWK-DATE TO IHD-DATE.
     WRITE InvoiceLine FROM WS-INVOICE-DATE-LINE.
     IF IWK-SHIP-DATE NUMERIC AND IWK-SHIP-DATE > ZERO
       MOVE IWK-SHIP-DATE TO ISH-DATE
       WRITE InvoiceLine FROM WS-SHIP-DATE-LINE
     END-IF.
     IF IwkCreditMemo OR IwkAmendment
       EVALUATE TRUE
         WHEN IwkCreditMemo AND IwkReturn
           MOVE "RETURN OF INVOICE:  " TO RFL-LABEL
         WHEN IwkCreditMemo
           MOVE "REVERSES INVOICE:   " TO RFL-LABEL
         WHEN OTHER
           MOVE "REPLACES INVOICE:   " TO RFL-LABEL
       END-EVALUATE
       MOVE IWK-ORIGINAL-NO TO RFL-NUMBER
       WRITE InvoiceLine FROM WS-REFERENCE-LINE
     END-IF.
     MOVE SPACES TO InvoiceLine.
     WRITE InvoiceLine.
     MOVE "BILL TO:" TO BTL-LABEL.
     MOVE IWK-PERSON-NAME TO BTL-TEXT.
     WRITE InvoiceLine FROM WS-BILL-TO-LINE.
     MOVE SPACES TO BTL-LABEL.
     MOVE IWK-STREET TO BTL-TEXT.
     WRITE InvoiceLine FROM WS-BILL-TO-LINE.
     MOVE IWK-CITY  TO CTL-CITY.
     MOVE IWK-MAIL-STATE TO CTL-STATE.
     MOVE IWK-ZIP   TO CTL-ZIP.
     MOVE WS-CITY-LINE TO BTL-TEXT.
     WRITE InvoiceLine FROM WS-BILL-TO-LINE.
     MOVE "CUSTOMER:" TO BTL-LABEL.
     MOVE SPACES TO BTL-TEXT.
     MOVE IWK-PERSON-ID TO BTL-TEXT (1:6).
     WRITE InvoiceLine FROM WS-BILL-TO-LINE.
     IF IwkCreditMemo AND IwkReturn
       PERFORM PrintReturnReason
     END-IF.
     MOVE SPACES TO InvoiceLine.
     WRITE InvoiceLine.
     WRITE InvoiceLine FROM WS-ITEM-HEADING.
     MOVE IWK-ITEM-NAME    TO ITL-ITEM-NAME.
     MOVE IWK-QUANTITY     TO ITL-QUANTITY.
     MOVE IWK-PRICE        TO ITL-PRICE.
     MOVE IWK-GROSS-AMOUNT TO ITL-AMOUNT.
     WRITE InvoiceLine FROM WS-ITEM-LINE.
     IF IWK-DISCOUNT-AMOUNT > ZERO
       MOVE IWK-BRACKET      TO DSL-BRACKET
       MOVE IWK-DISCOUNT-PCT TO DSL-PERCENT
       MOVE WS-DISCOUNT-LABEL TO CHL-LABEL
       COMPUTE CHL-AMOUNT = ZERO - IWK-DISCOUNT-AMOUNT
       WRITE InvoiceLine FROM WS-CHARGE-LINE
     END-IF.
     IF IWK-COUPON-AMOUNT NUMERIC AND IWK-COUPON-AMOUNT > ZERO
       MOVE "LESS COUPON" TO CHL-LABEL
       COMPUTE CHL-AMOUNT = ZERO - IWK-COUPON-AMOUNT
       WRITE InvoiceLine FROM WS-CHARGE-LINE
     END-IF.
     IF IWK-POINTS-AMOUNT NUMERIC AND IWK-POINTS-AMOUNT > ZERO
       MOVE IWK-POINTS-REDEEMED TO PTL-POINTS
       MOVE WS-POINTS-LABEL TO CHL-LABEL
       COMPUTE CHL-AMOUNT = ZERO - IWK-POINTS-AMOUNT
       WRITE InvoiceLine FROM WS-CHARGE-LINE
     END-IF.
     IF IWK-FREIGHT-AMOUNT NUMERIC AND IWK-FREIGHT-AMOUNT > ZERO
       MOVE "FREIGHT" TO CHL-LABEL
       MOVE IWK-FREIGHT-AMOUNT TO CHL-AMOUNT
       WRITE InvoiceLine FROM WS-CHARGE-LINE
     END-IF.
     MOVE IWK-STATE TO TXL-STATE.
     MOVE WS-TAX-LABEL TO CHL-LABEL.
     MOVE IWK-TAX-AMOUNT TO CHL-AMOUNT.
     WRITE InvoiceLine FROM WS-CHARGE-LINE.
     IF IWK-TAX-EXEMPT-CERT NOT = SPACES
       MOVE IWK-TAX-EXEMPT-CERT TO TEL-CERT-NO
       WRITE InvoiceLine FROM WS-TAX-EXEMPT-LINE
     END-IF.
     IF IwkCreditMemo AND IwkReturn
         AND IWK-RESTOCK-FEE NUMERIC AND IWK-RESTOCK-FEE > ZERO
       MOVE "LESS RESTOCKING FEE" TO CHL-LABEL
       COMPUTE CHL-AMOUNT = ZERO - IWK-RESTOCK-FEE
       WRITE InvoiceLine FROM WS-CHARGE-LINE
     END-IF.
     IF IwkCreditMemo
       MOVE "TOTAL CREDITED" TO CHL-LABEL
     ELSE
       MOVE "NET DUE" TO CHL-LABEL
     END-IF.
     MOVE IWK-NET-DUE TO CHL-AMOUNT.
     WRITE InvoiceLine FROM WS-CHARGE-LINE.
     IF IWK-POINTS-EARNED NUMERIC AND IWK-POINTS-EARNED > ZERO
         AND NOT IwkCreditMemo
       MOVE IWK-POINTS-EARNED TO PEL-POINTS
       WRITE InvoiceLine FROM WS-POINTS-EARNED-LINE
     END-IF.
     MOVE SPACES TO InvoiceLine.
     WRITE InvoiceLine.
     MOVE ALL "-" TO InvoiceLine.
     WRITE InvoiceLine.
     MOVE SPACES TO InvoiceLine.
     WRITE InvoiceLine.
     ADD 1 TO WS-PRINTED-COUNT.
     IF IwkCreditMemo AND IwkReturn
       ADD 1 TO WS-CREDIT-NOTE-COUNT
     END-IF.
     IF IwkCreditMemo
       ADD 1 TO WS-CREDIT-MEMO-COUNT
       ADD IWK-NET-DUE TO WS-TOTAL-CREDITED
     ELSE
       ADD IWK-NET-DUE TO WS-TOTAL-NET-DUE
     END-IF.
*>   Two separate checks: the day's numbers must form one range with
*>   no gap or repeat, and that range must start right after the last
*>   number the previous print run accounted for.
 CheckNumberSequence.
     IF WS-PRINTED-COUNT > ZERO
       COMPUTE WS-EXPECTED-COUNT = WS-LAST-NUMBER - WS-FIRST-NUMBER + 1
       IF WS-EXPECTED-COUNT NOT = WS-PRINTED-COUNT
         MOVE "N" TO WS-SEQUENCE-OK
         DISPLAY "Warning - invoices " WS-FIRST-NUMBER " to "
             WS-LAST-NUMBER " are not one unbroken range"
         MOVE "INV001" TO ELG-MESSAGE-ID
         MOVE "INVOICEPRINT" TO ELG-PROGRAM-NAME
         MOVE SPACES TO ELG-KEY-VALUE
         MOVE WS-FIRST-NUMBER TO ELG-KEY-VALUE (1:8)
         CALL "LogError" USING ErrorLogControlRec
       END-IF
       IF WS-PRIOR-LAST-NUMBER NOT = ZERO
           AND WS-FIRST-NUMBER NOT = WS-PRIOR-LAST-NUMBER + 1
         MOVE "N" TO WS-SEQUENCE-OK
         DISPLAY "Warning - first invoice " WS-FIRST-NUMBER
             " does not follow last printed " WS-PRIOR-LAST-NUMBER
         MOVE "INV002" TO ELG-MESSAGE-ID
         MOVE "INVOICEPRINT" TO ELG-PROGRAM-NAME
         MOVE SPACES TO ELG-KEY-VALUE
         MOVE WS-FIRST-NUMBER TO ELG-KEY-VALUE (1:8)
         CALL "LogError" USING ErrorLogControlRec
       END-IF
     END-IF.
 WriteInvoicePrintReport.
     OPEN OUTPUT InvoicePrintReport.
     MOVE "H" TO PRC-ACTION.
     MOVE "CUSTOMER INVOICE PRINT CONTROL" TO PRC-REPORT-TITLE.
     MOVE WS-RUN-DATE TO PRC-RUN-DATE.
     MOVE ZERO TO PRC-PAGE-NUMBER.
     CALL "PrintReport" USING PrintControlRec.
     WRITE InvoicePrintReportLine FROM PRC-OUTPUT-LINE.
     MOVE SPACES TO InvoicePrintReportLine.
     WRITE InvoicePrintReportLine.
     MOVE "INVOICES READ" TO SUM-LABEL.
     MOVE WS-READ-COUNT TO SUM-VALUE.
     WRITE InvoicePrintReportLine FROM WS-SUMMARY-LINE.
     MOVE "INVOICES PRINTED" TO SUM-LABEL.
     MOVE WS-PRINTED-COUNT TO SUM-VALUE.
     WRITE InvoicePrintReportLine FROM WS-SUMMARY-LINE.
     MOVE "FIRST INVOICE NUMBER" TO SUM-LABEL.
     MOVE WS-FIRST-NUMBER TO SUM-VALUE.
     WRITE InvoicePrintReportLine FROM WS-SUMMARY-LINE.
     MOVE "LAST INVOICE NUMBER" TO SUM-LABEL.
     MOVE WS-LAST-NUMBER TO SUM-VALUE.
     WRITE InvoicePrintReportLine FROM WS-SUMMARY-LINE.
     MOVE "LAST NUMBER OF PRIOR PRINT RUN" TO SUM-LABEL.
     MOVE WS-PRIOR-LAST-NUMBER TO SUM-VALUE.
     WRITE InvoicePrintReportLine FROM WS-SUMMARY-LINE.
     MOVE "TOTAL NET DUE INVOICED" TO ASM-LABEL.
     MOVE WS-TOTAL-NET-DUE TO ASM-VALUE.
     WRITE InvoicePrintReportLine FROM WS-AMOUNT-SUMMARY-LINE.
     MOVE "CREDIT MEMOS PRINTED" TO SUM-LABEL.
     MOVE WS-CREDIT-MEMO-COUNT TO SUM-VALUE.
     WRITE InvoicePrintReportLine FROM WS-SUMMARY-LINE.
     MOVE "  OF WHICH RETURN CREDIT NOTES" TO SUM-LABEL.
     MOVE WS-CREDIT-NOTE-COUNT TO SUM-VALUE.
     WRITE InvoicePrintReportLine FROM WS-SUMMARY-LINE.
     MOVE "TOTAL CREDITED" TO ASM-LABEL.
     MOVE WS-TOTAL-CREDITED TO ASM-VALUE.
     WRITE InvoicePrintReportLine FROM WS-AMOUNT-SUMMARY-LINE.
     MOVE SPACES TO InvoicePrintReportLine.
     WRITE InvoicePrintReportLine.
     IF SequenceUnbroken
       MOVE "INVOICE NUMBERS ACCOUNTED FOR - NO GAPS"
           TO InvoicePrintReportLine
     ELSE
       MOVE "** INVOICE NUMBER SEQUENCE BROKEN - INVESTIGATE **"
           TO InvoicePrintReportLine
     END-IF.
     WRITE InvoicePrintReportLine.
     MOVE "F" TO PRC-ACTION.
     MOVE WS-PRINTED-COUNT TO PRC-DETAIL-COUNT.
     CALL "PrintReport" USING PrintControlRec.
     WRITE InvoicePrintReportLine FROM PRC-OUTPUT-LINE.
     CLOSE InvoicePrintReport.
 SetRunLogStart.
     MOVE "INVOICEPRINT" TO RLG-JOB-NAME.
     ACCEPT WS-LOG-TS-DATE FROM DATE YYYYMMDD.
     ACCEPT WS-LOG-TS-TIME FROM TIME.
     MOVE WS-LOG-TS-DATE TO RLG-RUN-DATE.
     STRING WS-LOG-TS-DATE WS-LOG-TS-TIME DELIMITED BY SIZE
         INTO RLG-START-TIMESTAMP.
 WriteRunLogRecord.
     MOVE WS-READ-COUNT TO RLG-READ-COUNT.
     MOVE WS-PRINTED-COUNT TO RLG-WRITTEN-COUNT.
     MOVE ZERO TO RLG-REJECTED-COUNT.
     MOVE RETURN-CODE TO RLG-RETURN-CODE.
     CALL "WriteRunLog" USING RunLogRec.
