 IDENTIFICATION DIVISION.
 PROGRAM-ID. CustomerPurchaseHistory.
*> Customer purchase history: every sale and return across the
*> cataloged SALES generations that names a buyer (SalesBuyerId) is
*> gathered, sorted by buyer and date, and listed on CUSTHIST.RPT -
*> one section per person, headed with their name from PERSONS.DAT,
*> each purchase with its item, quantity, amount and who sold it,
*> and the person's net purchases at the foot. A split sale reaches
*> the history as two shares carrying the same SalesTransId; they are
*> put back together here so the customer sees the one purchase they
*> made. Adjustments are commission corrections, not purchases, and
*> are left out, as are sales with no buyer recorded.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT GenCatFile ASSIGN TO "GENCAT.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-GENCAT-FILE-STATUS.
     SELECT SalesFile ASSIGN TO WS-SALES-FILENAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-SALES-FILE-STATUS.
     SELECT PersonFile ASSIGN TO "PERSONS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS PersonId
         FILE STATUS IS WS-PERSON-FILE-STATUS.
     SELECT PurchaseWork ASSIGN TO "CUSTHISTWORK.DAT".
     SELECT HistoryReport ASSIGN TO "CUSTHIST.RPT"
         ORGANIZATION IS LINE SEQUENTIAL.
 DATA DIVISION.
 FILE SECTION.
 FD GenCatFile.
 COPY GENCATREC.
 FD SalesFile.
 COPY SALESREC.
 FD PersonFile.
 COPY PERSONREC.
*> One purchase (or one share of a split purchase), in buyer and
*> date order.
 SD PurchaseWork.
 01 PurchaseWorkRec.
    05 PCW-BUYER-ID   PIC 9(6).
    05 PCW-TRANS-DATE PIC 9(8).
    05 PCW-TRANS-ID   PIC 9(14).
    05 PCW-ITEM-CODE  PIC X(10).
    05 PCW-TYPE-CODE  PIC X.
    05 PCW-QTY-SOLD   PIC 9(5).
    05 PCW-AMOUNT     PIC S9(7)V99.
    05 PCW-SELLER-ID  PIC 9(6).
 FD HistoryReport.
 01 HistoryReportLine PIC X(80).
 WORKING-STORAGE SECTION.
 01 WS-GENCAT-FILE-STATUS PIC XX.
 01 WS-SALES-FILE-STATUS PIC XX.
 01 WS-PERSON-FILE-STATUS PIC XX.
 01 WS-SALES-FILENAME PIC X(28).
 01 WS-CSV-TALLY PIC 9(3).
 01 WS-CATALOG-EOF PIC X VALUE "N".
    88 EndOfCatalog VALUE "Y".
 01 WS-SALES-EOF PIC X.
    88 EndOfSalesFile VALUE "Y".
 01 WS-SORTED-EOF PIC X VALUE "N".
    88 EndOfSorted VALUE "Y".
 01 WS-RUN-DATE PIC 9(8).
 01 WS-READ-COUNT       PIC 9(7) VALUE ZERO.
 01 WS-RELEASED-COUNT   PIC 9(7) VALUE ZERO.
 01 WS-PURCHASE-COUNT   PIC 9(7) VALUE ZERO.
 01 WS-CUSTOMER-COUNT   PIC 9(7) VALUE ZERO.
 01 WS-GRAND-AMOUNT     PIC S9(11)V99 VALUE ZERO.
*> The current customer's section, and the purchase being built up
*> (a split's second share is folded into the first before the line
*> is printed).
 01 WS-CURRENT-BUYER-ID PIC 9(6).
 01 WS-FIRST-BUYER PIC X VALUE "Y".
    88 FirstBuyer VALUE "Y".
 01 WS-CUSTOMER-PURCHASES PIC 9(7).
 01 WS-CUSTOMER-AMOUNT    PIC S9(11)V99.
 01 WS-PENDING-SWITCH PIC X VALUE "N".
    88 PurchasePending VALUE "Y".
 01 WS-PENDING-PURCHASE.
    05 WS-PND-TRANS-DATE PIC 9(8).
    05 WS-PND-TRANS-ID   PIC 9(14).
    05 WS-PND-ITEM-CODE  PIC X(10).
    05 WS-PND-TYPE-CODE  PIC X.
    05 WS-PND-QTY-SOLD   PIC 9(7).
    05 WS-PND-AMOUNT     PIC S9(9)V99.
    05 WS-PND-SELLER-ID  PIC 9(6).
 01 WS-CUSTOMER-HEADING.
    05 FILLER          PIC X(10) VALUE "CUSTOMER ".
    05 CHD-BUYER-ID    PIC 9(6).
    05 FILLER          PIC X(2)  VALUE SPACES.
    05 CHD-BUYER-NAME  PIC X(20).
 01 WS-COLUMN-HEADING.
    05 FILLER PIC X(10) VALUE "  DATE".
    05 FILLER PIC X(12) VALUE "ITEM".
    05 FILLER PIC X(8)  VALUE "TYPE".
    05 FILLER PIC X(9)  VALUE "      QTY".
    05 FILLER PIC X(14) VALUE "        AMOUNT".
    05 FILLER PIC X(10) VALUE "   SOLD BY".
 01 WS-DETAIL-LINE.
    05 FILLER          PIC X(2) VALUE SPACES.
    05 DTL-TRANS-DATE  PIC 9(8).
    05 FILLER          PIC X(2) VALUE SPACES.
    05 DTL-ITEM-CODE   PIC X(10).
    05 FILLER          PIC X(2) VALUE SPACES.
    05 DTL-TYPE        PIC X(6).
    05 FILLER          PIC X(2) VALUE SPACES.
    05 DTL-QTY-SOLD    PIC Z(6)9.
    05 FILLER          PIC X(2) VALUE SPACES.
    05 DTL-AMOUNT      PIC Z(8)9.99-.
    05 FILLER          PIC X(4) VALUE SPACES.
    05 DTL-SELLER-ID   PIC 9(6).
 01 WS-CUSTOMER-TOTAL-LINE.
    05 FILLER          PIC X(12) VALUE "  PURCHASES ".
    05 CTL-PURCHASES   PIC Z(6)9.
    05 FILLER          PIC X(20) VALUE "      NET PURCHASES ".
    05 CTL-AMOUNT      PIC Z(10)9.99-.
 01 WS-TOTAL-LINE.
    05 FILLER          PIC X(12) VALUE "CUSTOMERS ".
    05 TOT-CUSTOMERS   PIC Z(6)9.
    05 FILLER          PIC X(12) VALUE "  PURCHASES ".
    05 TOT-PURCHASES   PIC Z(6)9.
    05 FILLER          PIC X(8)  VALUE "  NET ".
    05 TOT-AMOUNT      PIC Z(10)9.99-.
*> Standard heading/footer lines (shared PrintReport).
 COPY PRINTCTLREC.
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
     OPEN INPUT PersonFile.
     OPEN OUTPUT HistoryReport.
     MOVE "H" TO PRC-ACTION.
     MOVE "CUSTOMER PURCHASE HISTORY" TO PRC-REPORT-TITLE.
     MOVE WS-RUN-DATE TO PRC-RUN-DATE.
     MOVE ZERO TO PRC-PAGE-NUMBER.
     CALL "PrintReport" USING PrintControlRec.
     WRITE HistoryReportLine FROM PRC-OUTPUT-LINE.
     SORT PurchaseWork
         ON ASCENDING KEY PCW-BUYER-ID PCW-TRANS-DATE PCW-TRANS-ID
         INPUT PROCEDURE IS ReleasePurchases
         OUTPUT PROCEDURE IS WriteHistory.
     MOVE SPACES TO HistoryReportLine.
     WRITE HistoryReportLine.
     MOVE WS-CUSTOMER-COUNT TO TOT-CUSTOMERS.
     MOVE WS-PURCHASE-COUNT TO TOT-PURCHASES.
     MOVE WS-GRAND-AMOUNT   TO TOT-AMOUNT.
     WRITE HistoryReportLine FROM WS-TOTAL-LINE.
     MOVE "F" TO PRC-ACTION.
     MOVE WS-PURCHASE-COUNT TO PRC-DETAIL-COUNT.
     CALL "PrintReport" USING PrintControlRec.
     WRITE HistoryReportLine FROM PRC-OUTPUT-LINE.
     CLOSE HistoryReport.
     IF WS-PERSON-FILE-STATUS NOT = "35"
       CLOSE PersonFile
     END-IF.
     DISPLAY "Customer purchase history: " WS-CUSTOMER-COUNT
         " customers, " WS-PURCHASE-COUNT " purchases".
     PERFORM WriteRunLogRecord.
     STOP RUN.
*>   One walk of the cataloged SALES generations (CSV exports
*>   excluded) - the same walk SalesEdit makes for the original sale
*>   of a return.
 ReleasePurchases.
     OPEN INPUT GenCatFile.
     IF WS-GENCAT-FILE-STATUS = "35"
       DISPLAY "GENCAT.DAT not found - no sales history to report"
       SET EndOfCatalog TO TRUE
     END-IF.
     PERFORM UNTIL EndOfCatalog
       READ GenCatFile
         AT END
           SET EndOfCatalog TO TRUE
         NOT AT END
           PERFORM ReleaseOneCatalogEntry
       END-READ
     END-PERFORM.
     IF WS-GENCAT-FILE-STATUS NOT = "35"
       CLOSE GenCatFile
     END-IF.
 ReleaseOneCatalogEntry.
     MOVE ZERO TO WS-CSV-TALLY.
     INSPECT GCT-FILE-NAME TALLYING WS-CSV-TALLY FOR ALL ".CSV".
     IF GenCatActive
         AND WS-CSV-TALLY = ZERO
         AND GCT-FILE-NAME (1:6) = "SALES."
       MOVE GCT-FILE-NAME TO WS-SALES-FILENAME
       PERFORM ReleaseOneGeneration
     END-IF.
 ReleaseOneGeneration.
     MOVE "N" TO WS-SALES-EOF.
     OPEN INPUT SalesFile.
     IF WS-SALES-FILE-STATUS = "35"
       SET EndOfSalesFile TO TRUE
     END-IF.
     PERFORM UNTIL EndOfSalesFile
       READ SalesFile
         AT END
           SET EndOfSalesFile TO TRUE
         NOT AT END
           ADD 1 TO WS-READ-COUNT
           IF NOT SalesBuyerUnknown
               AND SalesBuyerId NUMERIC
               AND NOT SalesTypeAdjustment
             PERFORM ReleaseOnePurchase
           END-IF
       END-READ
     END-PERFORM.
     IF WS-SALES-FILE-STATUS NOT = "35"
       CLOSE SalesFile
     END-IF.
 ReleaseOnePurchase.
     MOVE SalesBuyerId   TO PCW-BUYER-ID.
     MOVE SalesTransDate TO PCW-TRANS-DATE.
     IF SalesTransId NUMERIC
       MOVE SalesTransId TO PCW-TRANS-ID
     ELSE
       MOVE ZERO TO PCW-TRANS-ID
     END-IF.
     MOVE SalesItemCode  TO PCW-ITEM-CODE.
     MOVE SalesTypeCode  TO PCW-TYPE-CODE.
     MOVE SalesQtySold   TO PCW-QTY-SOLD.
     MOVE SalesAmount    TO PCW-AMOUNT.
     MOVE SalesPersonId  TO PCW-SELLER-ID.
     RELEASE PurchaseWorkRec.
     ADD 1 TO WS-RELEASED-COUNT.
 WriteHistory.
     PERFORM UNTIL EndOfSorted
       RETURN PurchaseWork
         AT END
           SET EndOfSorted TO TRUE
         NOT AT END
           PERFORM ProcessOnePurchase
       END-RETURN
     END-PERFORM.
     IF NOT FirstBuyer
       PERFORM FinishCustomer
     END-IF.
 ProcessOnePurchase.
     IF FirstBuyer OR PCW-BUYER-ID NOT = WS-CURRENT-BUYER-ID
       IF NOT FirstBuyer
         PERFORM FinishCustomer
       END-IF
       PERFORM StartCustomer
     END-IF.
     IF PurchasePending
         AND PCW-TRANS-ID NOT = ZERO
         AND PCW-TRANS-ID = WS-PND-TRANS-ID
       ADD PCW-QTY-SOLD TO WS-PND-QTY-SOLD
       ADD PCW-AMOUNT   TO WS-PND-AMOUNT
     ELSE
       IF PurchasePending
         PERFORM WritePendingPurchase
       END-IF
       MOVE PCW-TRANS-DATE TO WS-PND-TRANS-DATE
       MOVE PCW-TRANS-ID   TO WS-PND-TRANS-ID
       MOVE PCW-ITEM-CODE  TO WS-PND-ITEM-CODE
       MOVE PCW-TYPE-CODE  TO WS-PND-TYPE-CODE
       MOVE PCW-QTY-SOLD   TO WS-PND-QTY-SOLD
       MOVE PCW-AMOUNT     TO WS-PND-AMOUNT
       MOVE PCW-SELLER-ID  TO WS-PND-SELLER-ID
       SET PurchasePending TO TRUE
     END-IF.
 StartCustomer.
     MOVE "N" TO WS-FIRST-BUYER.
     MOVE PCW-BUYER-ID TO WS-CURRENT-BUYER-ID.
     MOVE ZERO TO WS-CUSTOMER-PURCHASES.
     MOVE ZERO TO WS-CUSTOMER-AMOUNT.
     ADD 1 TO WS-CUSTOMER-COUNT.
     MOVE PCW-BUYER-ID TO CHD-BUYER-ID.
     MOVE "(NOT ON PERSONS.DAT)" TO CHD-BUYER-NAME.
     IF WS-PERSON-FILE-STATUS NOT = "35"
       MOVE PCW-BUYER-ID TO PersonId
       READ PersonFile
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE PersonName TO CHD-BUYER-NAME
       END-READ
     END-IF.
     MOVE SPACES TO HistoryReportLine.
     WRITE HistoryReportLine.
     WRITE HistoryReportLine FROM WS-CUSTOMER-HEADING.
     WRITE HistoryReportLine FROM WS-COLUMN-HEADING.
 WritePendingPurchase.
     MOVE WS-PND-TRANS-DATE TO DTL-TRANS-DATE.
     MOVE WS-PND-ITEM-CODE  TO DTL-ITEM-CODE.
     IF WS-PND-TYPE-CODE = "R"
       MOVE "RETURN" TO DTL-TYPE
     ELSE
       MOVE "SALE"   TO DTL-TYPE
     END-IF.
     MOVE WS-PND-QTY-SOLD   TO DTL-QTY-SOLD.
     MOVE WS-PND-AMOUNT     TO DTL-AMOUNT.
     MOVE WS-PND-SELLER-ID  TO DTL-SELLER-ID.
     WRITE HistoryReportLine FROM WS-DETAIL-LINE.
     ADD 1 TO WS-CUSTOMER-PURCHASES.
     ADD 1 TO WS-PURCHASE-COUNT.
     ADD WS-PND-AMOUNT TO WS-CUSTOMER-AMOUNT.
     ADD WS-PND-AMOUNT TO WS-GRAND-AMOUNT.
     MOVE "N" TO WS-PENDING-SWITCH.
 FinishCustomer.
     IF PurchasePending
       PERFORM WritePendingPurchase
     END-IF.
     MOVE WS-CUSTOMER-PURCHASES TO CTL-PURCHASES.
     MOVE WS-CUSTOMER-AMOUNT    TO CTL-AMOUNT.
     WRITE HistoryReportLine FROM WS-CUSTOMER-TOTAL-LINE.
 SetRunLogStart.
     MOVE "CUSTPURCHASEHIST" TO RLG-JOB-NAME.
     ACCEPT WS-LOG-TS-DATE FROM DATE YYYYMMDD.
     ACCEPT WS-LOG-TS-TIME FROM TIME.
     MOVE WS-LOG-TS-DATE TO RLG-RUN-DATE.
     STRING WS-LOG-TS-DATE WS-LOG-TS-TIME DELIMITED BY SIZE
         INTO RLG-START-TIMESTAMP.
 WriteRunLogRecord.
     MOVE WS-READ-COUNT TO RLG-READ-COUNT.
     MOVE WS-PURCHASE-COUNT TO RLG-WRITTEN-COUNT.
     MOVE ZERO TO RLG-REJECTED-COUNT.
     MOVE RETURN-CODE TO RLG-RETURN-CODE.
     CALL "WriteRunLog" USING RunLogRec.
