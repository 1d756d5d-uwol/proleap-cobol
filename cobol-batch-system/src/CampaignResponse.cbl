 IDENTIFICATION DIVISION.
 PROGRAM-ID. CampaignResponse.
*> Campaign response tracking: for every campaign CampaignSelect has
*> mailed, the orders and sales made by the people it mailed are
*> credited back to it and CAMPRESP.RPT shows pieces mailed,
*> responders, response rate, the revenue that came back and revenue
*> per piece mailed. The CAMPSEL.DAT response totals are cleared and
*> credited again from scratch on every run, so the job can be run as
*> often as marketing likes while a window is open. An order is an
*> INVHIST.DAT invoice, net of tax, with a credit memo taking its
*> amount back; a sale is a sale or return in the cataloged SALES
*> generations naming the person as buyer (adjustments are commission
*> corrections, not purchases, and a split sale's two shares count as
*> the one sale). Either counts toward a campaign when it is dated
*> from the day the person's piece was mailed - or the campaign's
*> start, if later - through the campaign's end date.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT CampaignFile ASSIGN TO "CAMPAIGN.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS CMP-CAMPAIGN-CODE
         FILE STATUS IS WS-CAMPAIGN-STATUS.
     SELECT SelectionFile ASSIGN TO "CAMPSEL.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS CSL-KEY
         FILE STATUS IS WS-SELECTION-STATUS.
     SELECT InvoiceHistFile ASSIGN TO "INVHIST.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS IVH-NUMBER
         FILE STATUS IS WS-INVHIST-FILE-STATUS.
     SELECT GenCatFile ASSIGN TO "GENCAT.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-GENCAT-FILE-STATUS.
     SELECT SalesFile ASSIGN TO WS-SALES-FILENAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-SALES-FILE-STATUS.
     SELECT ResponseReport ASSIGN TO "CAMPRESP.RPT"
         ORGANIZATION IS LINE SEQUENTIAL.
 DATA DIVISION.
 FILE SECTION.
 FD CampaignFile.
 COPY CAMPAIGNREC.
 FD SelectionFile.
 COPY CAMPSELREC.
 FD InvoiceHistFile.
 COPY INVHISTREC.
 FD GenCatFile.
 COPY GENCATREC.
 FD SalesFile.
 COPY SALESREC.
 FD ResponseReport.
 01 ResponseReportLine PIC X(80).
 WORKING-STORAGE SECTION.
 01 WS-CAMPAIGN-STATUS PIC XX.
 01 WS-SELECTION-STATUS PIC XX.
 01 WS-INVHIST-FILE-STATUS PIC XX.
 01 WS-GENCAT-FILE-STATUS PIC XX.
 01 WS-SALES-FILE-STATUS PIC XX.
 01 WS-SALES-FILENAME PIC X(28).
 01 WS-CSV-TALLY PIC 9(3).
 01 WS-CAMPAIGN-EOF PIC X VALUE "N".
    88 EndOfCampaigns VALUE "Y".
 01 WS-SELECTION-EOF PIC X.
    88 EndOfSelections VALUE "Y".
 01 WS-INVHIST-EOF PIC X VALUE "N".
    88 EndOfInvoiceHist VALUE "Y".
 01 WS-CATALOG-EOF PIC X VALUE "N".
    88 EndOfCatalog VALUE "Y".
 01 WS-SALES-EOF PIC X.
    88 EndOfSalesFile VALUE "Y".
 COPY INVOICEREC.
 COPY RUNDATEREC.
 01 WS-RUN-DATE PIC 9(8).
*> Every mailed campaign, with what the report pass totals for it.
 77 CAMPAIGN-TABLE-MAX PIC 9(3) VALUE 200.
 01 WS-CAMPAIGN-COUNT PIC 9(3) VALUE ZERO.
 01 WS-CAMPAIGN-IDX   PIC 9(3).
 01 WS-CAMPAIGN-TABLE.
    05 WS-CPN-ENTRY OCCURS 200 TIMES.
       10 WS-CPN-CODE         PIC X(6).
       10 WS-CPN-DESCRIPTION  PIC X(30).
       10 WS-CPN-START        PIC 9(8).
       10 WS-CPN-END          PIC 9(8).
       10 WS-CPN-PIECES       PIC 9(7).
       10 WS-CPN-RESPONDERS   PIC 9(7).
       10 WS-CPN-ORDER-COUNT  PIC 9(7).
       10 WS-CPN-ORDER-AMOUNT PIC S9(11)V99.
       10 WS-CPN-SALE-COUNT   PIC 9(7).
       10 WS-CPN-SALE-AMOUNT  PIC S9(11)V99.
*> The purchase being credited.
 01 WS-PURCHASE-PERSON-ID PIC 9(6).
 01 WS-PURCHASE-DATE      PIC 9(8).
 01 WS-PURCHASE-AMOUNT    PIC S9(9)V99.
 01 WS-PURCHASE-COUNTS    PIC 9.
 01 WS-PURCHASE-KIND PIC X.
    88 PurchaseIsOrder VALUE "O".
    88 PurchaseIsSale  VALUE "S".
 01 WS-WINDOW-FROM PIC 9(8).
 01 WS-INVOICE-READ-COUNT PIC 9(7) VALUE ZERO.
 01 WS-SALES-READ-COUNT   PIC 9(7) VALUE ZERO.
 01 WS-CREDITED-COUNT     PIC 9(7) VALUE ZERO.
 01 WS-REVENUE-TOTAL  PIC S9(11)V99.
 01 WS-RATE-WORK      PIC 9(3)V99.
 01 WS-PER-PIECE-WORK PIC S9(7)V99.
 01 WS-TOTALS.
    05 WS-TOT-PIECES       PIC 9(7) VALUE ZERO.
    05 WS-TOT-RESPONDERS   PIC 9(7) VALUE ZERO.
    05 WS-TOT-ORDER-AMOUNT PIC S9(11)V99 VALUE ZERO.
    05 WS-TOT-SALE-AMOUNT  PIC S9(11)V99 VALUE ZERO.
 01 WS-CAMPAIGN-LINE.
    05 FILLER          PIC X(10) VALUE "CAMPAIGN  ".
    05 CPL-CODE        PIC X(6).
    05 FILLER          PIC X(2)  VALUE SPACES.
    05 CPL-DESCRIPTION PIC X(30).
    05 FILLER          PIC X(2)  VALUE SPACES.
    05 CPL-START       PIC 9(8).
    05 FILLER          PIC X(3)  VALUE " - ".
    05 CPL-END         PIC 9(8).
 01 WS-COLUMN-HEADING.
    05 FILLER PIC X(10) VALUE "    MAILED".
    05 FILLER PIC X(10) VALUE " RESPONDED".
    05 FILLER PIC X(9)  VALUE "   RATE %".
    05 FILLER PIC X(16) VALUE "   ORDER REVENUE".
    05 FILLER PIC X(15) VALUE "  SALES REVENUE".
    05 FILLER PIC X(12) VALUE "   PER PIECE".
 01 WS-DETAIL-LINE.
    05 FILLER          PIC X(3) VALUE SPACES.
    05 DTL-PIECES      PIC Z(6)9.
    05 FILLER          PIC X(3) VALUE SPACES.
    05 DTL-RESPONDERS  PIC Z(6)9.
    05 FILLER          PIC X(3) VALUE SPACES.
    05 DTL-RATE        PIC ZZ9.99.
    05 FILLER          PIC X(2) VALUE SPACES.
    05 DTL-ORDER-AMOUNT PIC Z(10)9.99-.
    05 FILLER          PIC X(1) VALUE SPACES.
    05 DTL-SALE-AMOUNT PIC Z(10)9.99-.
    05 FILLER          PIC X(1) VALUE SPACES.
    05 DTL-PER-PIECE   PIC Z(6)9.99-.
 01 WS-SUMMARY-LINE.
    05 SUM-LABEL PIC X(36).
    05 SUM-VALUE PIC Z(6)9.
 01 WS-AMOUNT-LINE.
    05 AMT-LABEL PIC X(36).
    05 AMT-VALUE PIC Z(10)9.99-.
*> Standard heading/footer lines (shared PrintReport).
 COPY PRINTCTLREC.
*> Run-log reporting (the shared WriteRunLog subprogram appends one
*> record per execution to RUNLOG.DAT).
 COPY RUNLOGREC.
 01 WS-LOG-TS-DATE PIC 9(8).
 01 WS-LOG-TS-TIME PIC 9(8).

 PROCEDURE DIVISION.
 Begin.
     PERFORM SetRunLogStart.
     CALL "ResolveRunDate" USING RunDateControlRec.
     MOVE RDT-RUN-DATE TO WS-RUN-DATE.
     PERFORM LoadMailedCampaigns.
     IF WS-CAMPAIGN-COUNT = ZERO
       DISPLAY "No campaign has been mailed - nothing to credit"
       PERFORM WriteRunLogRecord
       STOP RUN
     END-IF.
     OPEN I-O SelectionFile.
     IF WS-SELECTION-STATUS = "35"
       DISPLAY "CAMPSEL.DAT not found - nothing to credit"
       MOVE 8 TO RETURN-CODE
       PERFORM WriteRunLogRecord
       STOP RUN
     END-IF.
     PERFORM ClearResponses.
     PERFORM CreditOrders.
     PERFORM CreditSales.
     PERFORM TotalCampaigns.
     CLOSE SelectionFile.
     PERFORM WriteResponseReport.
     DISPLAY "Campaign response: " WS-CAMPAIGN-COUNT " campaigns, "
         WS-CREDITED-COUNT " purchases credited".
     PERFORM WriteRunLogRecord.
     STOP RUN.
 LoadMailedCampaigns.
     OPEN INPUT CampaignFile.
     IF WS-CAMPAIGN-STATUS NOT = "00"
       SET EndOfCampaigns TO TRUE
     END-IF.
     PERFORM UNTIL EndOfCampaigns
       READ CampaignFile NEXT RECORD
         AT END
           SET EndOfCampaigns TO TRUE
         NOT AT END
           IF CMP-SELECTED-DATE NOT = ZERO
             PERFORM AddCampaignEntry
           END-IF
       END-READ
     END-PERFORM.
     IF WS-CAMPAIGN-STATUS = "00" OR WS-CAMPAIGN-STATUS = "10"
       CLOSE CampaignFile
     END-IF.
 AddCampaignEntry.
     IF WS-CAMPAIGN-COUNT < CAMPAIGN-TABLE-MAX
       ADD 1 TO WS-CAMPAIGN-COUNT
       MOVE WS-CAMPAIGN-COUNT TO WS-CAMPAIGN-IDX
       MOVE CMP-CAMPAIGN-CODE TO WS-CPN-CODE (WS-CAMPAIGN-IDX)
       MOVE CMP-DESCRIPTION   TO WS-CPN-DESCRIPTION (WS-CAMPAIGN-IDX)
       MOVE CMP-START-DATE    TO WS-CPN-START (WS-CAMPAIGN-IDX)
       MOVE CMP-END-DATE      TO WS-CPN-END (WS-CAMPAIGN-IDX)
       MOVE ZERO TO WS-CPN-PIECES (WS-CAMPAIGN-IDX)
           WS-CPN-RESPONDERS (WS-CAMPAIGN-IDX)
           WS-CPN-ORDER-COUNT (WS-CAMPAIGN-IDX)
           WS-CPN-ORDER-AMOUNT (WS-CAMPAIGN-IDX)
           WS-CPN-SALE-COUNT (WS-CAMPAIGN-IDX)
           WS-CPN-SALE-AMOUNT (WS-CAMPAIGN-IDX)
     ELSE
       DISPLAY "CampaignResponse - more than " CAMPAIGN-TABLE-MAX
           " mailed campaigns, " CMP-CAMPAIGN-CODE " not credited"
       MOVE 4 TO RETURN-CODE
     END-IF.
 ClearResponses.
     MOVE "N" TO WS-SELECTION-EOF.
     MOVE LOW-VALUES TO CSL-KEY.
     START SelectionFile KEY IS NOT LESS THAN CSL-KEY
       INVALID KEY
         SET EndOfSelections TO TRUE
     END-START.
     PERFORM UNTIL EndOfSelections
       READ SelectionFile NEXT RECORD
         AT END
           SET EndOfSelections TO TRUE
         NOT AT END
           MOVE ZERO TO CSL-ORDER-COUNT CSL-ORDER-AMOUNT
               CSL-SALE-COUNT CSL-SALE-AMOUNT CSL-FIRST-RESPONSE
           REWRITE CampaignSelectionRec
       END-READ
     END-PERFORM.
*>   Orders are dated by the invoice; a credit memo carries the
*>   amounts it reverses as positives, so it is credited negative
*>   and does not count as an order of its own.
 CreditOrders.
     OPEN INPUT InvoiceHistFile.
     IF WS-INVHIST-FILE-STATUS NOT = "00"
       DISPLAY "INVHIST.DAT not found - no orders to credit"
       SET EndOfInvoiceHist TO TRUE
     END-IF.
     SET PurchaseIsOrder TO TRUE.
     PERFORM UNTIL EndOfInvoiceHist
       READ InvoiceHistFile NEXT RECORD INTO InvoiceRec
         AT END
           SET EndOfInvoiceHist TO TRUE
         NOT AT END
           ADD 1 TO WS-INVOICE-READ-COUNT
           IF INV-PERSON-ID NUMERIC AND INV-PERSON-ID NOT = ZERO
             MOVE INV-PERSON-ID TO WS-PURCHASE-PERSON-ID
             MOVE INV-DATE      TO WS-PURCHASE-DATE
             COMPUTE WS-PURCHASE-AMOUNT = INV-NET-DUE - INV-TAX-AMOUNT
             IF INV-IS-CREDIT-MEMO
               COMPUTE WS-PURCHASE-AMOUNT = 0 - WS-PURCHASE-AMOUNT
               MOVE 0 TO WS-PURCHASE-COUNTS
             ELSE
               MOVE 1 TO WS-PURCHASE-COUNTS
             END-IF
             PERFORM CreditOnePurchase
           END-IF
       END-READ
     END-PERFORM.
     IF WS-INVHIST-FILE-STATUS = "00" OR WS-INVHIST-FILE-STATUS = "10"
       CLOSE InvoiceHistFile
     END-IF.
*>   The same walk of the cataloged SALES generations
*>   CustomerPurchaseHistory makes.
 CreditSales.
     OPEN INPUT GenCatFile.
     IF WS-GENCAT-FILE-STATUS = "35"
       DISPLAY "GENCAT.DAT not found - no sales to credit"
       SET EndOfCatalog TO TRUE
     END-IF.
     SET PurchaseIsSale TO TRUE.
     PERFORM UNTIL EndOfCatalog
       READ GenCatFile
         AT END
           SET EndOfCatalog TO TRUE
         NOT AT END
           PERFORM CreditOneCatalogEntry
       END-READ
     END-PERFORM.
     IF WS-GENCAT-FILE-STATUS NOT = "35"
       CLOSE GenCatFile
     END-IF.
 CreditOneCatalogEntry.
     MOVE ZERO TO WS-CSV-TALLY.
     INSPECT GCT-FILE-NAME TALLYING WS-CSV-TALLY FOR ALL ".CSV".
     IF GenCatActive
         AND WS-CSV-TALLY = ZERO
         AND GCT-FILE-NAME (1:6) = "SALES."
       MOVE GCT-FILE-NAME TO WS-SALES-FILENAME
       PERFORM CreditOneGeneration
     END-IF.
*>   A split sale's shares each name the other salesperson; only the
*>   share with the lower salesperson id counts as the sale, while
*>   both shares' amounts add back up to what the buyer paid.
 CreditOneGeneration.
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
           ADD 1 TO WS-SALES-READ-COUNT
           IF NOT SalesBuyerUnknown
               AND SalesBuyerId NUMERIC
               AND NOT SalesTypeAdjustment
             MOVE SalesBuyerId   TO WS-PURCHASE-PERSON-ID
             MOVE SalesTransDate TO WS-PURCHASE-DATE
             MOVE SalesAmount    TO WS-PURCHASE-AMOUNT
             MOVE 1 TO WS-PURCHASE-COUNTS
             IF SalesTypeReturn
                 OR (SalesSplitPersonId NUMERIC
                     AND SalesSplitPersonId NOT = ZERO
                     AND SalesSplitPersonId < SalesPersonId)
               MOVE 0 TO WS-PURCHASE-COUNTS
             END-IF
             PERFORM CreditOnePurchase
           END-IF
       END-READ
     END-PERFORM.
     IF WS-SALES-FILE-STATUS NOT = "35"
       CLOSE SalesFile
     END-IF.
*>   Offered to every mailed campaign whose window takes the date;
*>   only a campaign that mailed the person takes it.
 CreditOnePurchase.
     PERFORM VARYING WS-CAMPAIGN-IDX FROM 1 BY 1
         UNTIL WS-CAMPAIGN-IDX > WS-CAMPAIGN-COUNT
       IF WS-PURCHASE-DATE NOT < WS-CPN-START (WS-CAMPAIGN-IDX)
           AND WS-PURCHASE-DATE NOT > WS-CPN-END (WS-CAMPAIGN-IDX)
         MOVE WS-CPN-CODE (WS-CAMPAIGN-IDX) TO CSL-CAMPAIGN-CODE
         MOVE WS-PURCHASE-PERSON-ID TO CSL-PERSON-ID
         READ SelectionFile
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             PERFORM CreditSelection
         END-READ
       END-IF
     END-PERFORM.
 CreditSelection.
     IF WS-PURCHASE-DATE NOT < CSL-MAILED-DATE
       IF PurchaseIsOrder
         ADD WS-PURCHASE-COUNTS TO CSL-ORDER-COUNT
         ADD WS-PURCHASE-AMOUNT TO CSL-ORDER-AMOUNT
       ELSE
         ADD WS-PURCHASE-COUNTS TO CSL-SALE-COUNT
         ADD WS-PURCHASE-AMOUNT TO CSL-SALE-AMOUNT
       END-IF
       IF CSL-FIRST-RESPONSE = ZERO
           OR WS-PURCHASE-DATE < CSL-FIRST-RESPONSE
         MOVE WS-PURCHASE-DATE TO CSL-FIRST-RESPONSE
       END-IF
       REWRITE CampaignSelectionRec
       ADD 1 TO WS-CREDITED-COUNT
     END-IF.
*>   One pass of each campaign's CAMPSEL.DAT entries; a responder is
*>   anyone mailed who bought anything in the window.
 TotalCampaigns.
     PERFORM VARYING WS-CAMPAIGN-IDX FROM 1 BY 1
         UNTIL WS-CAMPAIGN-IDX > WS-CAMPAIGN-COUNT
       MOVE "N" TO WS-SELECTION-EOF
       MOVE WS-CPN-CODE (WS-CAMPAIGN-IDX) TO CSL-CAMPAIGN-CODE
       MOVE ZERO TO CSL-PERSON-ID
       START SelectionFile KEY IS NOT LESS THAN CSL-KEY
         INVALID KEY
           SET EndOfSelections TO TRUE
       END-START
       PERFORM UNTIL EndOfSelections
         READ SelectionFile NEXT RECORD
           AT END
             SET EndOfSelections TO TRUE
           NOT AT END
             IF CSL-CAMPAIGN-CODE NOT = WS-CPN-CODE (WS-CAMPAIGN-IDX)
               SET EndOfSelections TO TRUE
             ELSE
               PERFORM TotalOneSelection
             END-IF
         END-READ
       END-PERFORM
     END-PERFORM.
 TotalOneSelection.
     ADD 1 TO WS-CPN-PIECES (WS-CAMPAIGN-IDX).
     IF CSL-FIRST-RESPONSE NOT = ZERO
       ADD 1 TO WS-CPN-RESPONDERS (WS-CAMPAIGN-IDX)
     END-IF.
     ADD CSL-ORDER-COUNT  TO WS-CPN-ORDER-COUNT (WS-CAMPAIGN-IDX).
     ADD CSL-ORDER-AMOUNT TO WS-CPN-ORDER-AMOUNT (WS-CAMPAIGN-IDX).
     ADD CSL-SALE-COUNT   TO WS-CPN-SALE-COUNT (WS-CAMPAIGN-IDX).
     ADD CSL-SALE-AMOUNT  TO WS-CPN-SALE-AMOUNT (WS-CAMPAIGN-IDX).
 WriteResponseReport.
     OPEN OUTPUT ResponseReport.
     MOVE "H" TO PRC-ACTION.
     MOVE "CAMPAIGN RESPONSE" TO PRC-REPORT-TITLE.
     MOVE WS-RUN-DATE TO PRC-RUN-DATE.
     MOVE ZERO TO PRC-PAGE-NUMBER.
     CALL "PrintReport" USING PrintControlRec.
     WRITE ResponseReportLine FROM PRC-OUTPUT-LINE.
     PERFORM VARYING WS-CAMPAIGN-IDX FROM 1 BY 1
         UNTIL WS-CAMPAIGN-IDX > WS-CAMPAIGN-COUNT
       PERFORM WriteCampaignResponse
     END-PERFORM.
     MOVE SPACES TO ResponseReportLine.
     WRITE ResponseReportLine.
     MOVE "CAMPAIGNS REPORTED"               TO SUM-LABEL.
     MOVE WS-CAMPAIGN-COUNT                  TO SUM-VALUE.
     WRITE ResponseReportLine FROM WS-SUMMARY-LINE.
     MOVE "PIECES MAILED"                    TO SUM-LABEL.
     MOVE WS-TOT-PIECES                      TO SUM-VALUE.
     WRITE ResponseReportLine FROM WS-SUMMARY-LINE.
     MOVE "RESPONDERS"                       TO SUM-LABEL.
     MOVE WS-TOT-RESPONDERS                  TO SUM-VALUE.
     WRITE ResponseReportLine FROM WS-SUMMARY-LINE.
     MOVE "ORDER REVENUE"                    TO AMT-LABEL.
     MOVE WS-TOT-ORDER-AMOUNT                TO AMT-VALUE.
     WRITE ResponseReportLine FROM WS-AMOUNT-LINE.
     MOVE "SALES REVENUE"                    TO AMT-LABEL.
     MOVE WS-TOT-SALE-AMOUNT                 TO AMT-VALUE.
     WRITE ResponseReportLine FROM WS-AMOUNT-LINE.
     MOVE "F" TO PRC-ACTION.
     MOVE WS-CAMPAIGN-COUNT TO PRC-DETAIL-COUNT.
     CALL "PrintReport" USING PrintControlRec.
     WRITE ResponseReportLine FROM PRC-OUTPUT-LINE.
     CLOSE ResponseReport.
 WriteCampaignResponse.
     MOVE SPACES TO ResponseReportLine.
     WRITE ResponseReportLine.
     MOVE WS-CPN-CODE (WS-CAMPAIGN-IDX)        TO CPL-CODE.
     MOVE WS-CPN-DESCRIPTION (WS-CAMPAIGN-IDX) TO CPL-DESCRIPTION.
     MOVE WS-CPN-START (WS-CAMPAIGN-IDX)       TO CPL-START.
     MOVE WS-CPN-END (WS-CAMPAIGN-IDX)         TO CPL-END.
     WRITE ResponseReportLine FROM WS-CAMPAIGN-LINE.
     WRITE ResponseReportLine FROM WS-COLUMN-HEADING.
     MOVE ZERO TO WS-RATE-WORK WS-PER-PIECE-WORK.
     COMPUTE WS-REVENUE-TOTAL = WS-CPN-ORDER-AMOUNT (WS-CAMPAIGN-IDX)
         + WS-CPN-SALE-AMOUNT (WS-CAMPAIGN-IDX).
     IF WS-CPN-PIECES (WS-CAMPAIGN-IDX) > ZERO
       COMPUTE WS-RATE-WORK ROUNDED =
           WS-CPN-RESPONDERS (WS-CAMPAIGN-IDX) * 100
           / WS-CPN-PIECES (WS-CAMPAIGN-IDX)
       COMPUTE WS-PER-PIECE-WORK ROUNDED = WS-REVENUE-TOTAL
           / WS-CPN-PIECES (WS-CAMPAIGN-IDX)
     END-IF.
     MOVE WS-CPN-PIECES (WS-CAMPAIGN-IDX)       TO DTL-PIECES.
     MOVE WS-CPN-RESPONDERS (WS-CAMPAIGN-IDX)   TO DTL-RESPONDERS.
     MOVE WS-RATE-WORK                          TO DTL-RATE.
     MOVE WS-CPN-ORDER-AMOUNT (WS-CAMPAIGN-IDX) TO DTL-ORDER-AMOUNT.
     MOVE WS-CPN-SALE-AMOUNT (WS-CAMPAIGN-IDX)  TO DTL-SALE-AMOUNT.
     MOVE WS-PER-PIECE-WORK                     TO DTL-PER-PIECE.
     WRITE ResponseReportLine FROM WS-DETAIL-LINE.
     ADD WS-CPN-PIECES (WS-CAMPAIGN-IDX)       TO WS-TOT-PIECES.
     ADD WS-CPN-RESPONDERS (WS-CAMPAIGN-IDX)   TO WS-TOT-RESPONDERS.
     ADD WS-CPN-ORDER-AMOUNT (WS-CAMPAIGN-IDX) TO WS-TOT-ORDER-AMOUNT.
     ADD WS-CPN-SALE-AMOUNT (WS-CAMPAIGN-IDX)  TO WS-TOT-SALE-AMOUNT.
 SetRunLogStart.
     MOVE "CAMPAIGNRESPONSE" TO RLG-JOB-NAME.
     ACCEPT WS-LOG-TS-DATE FROM DATE YYYYMMDD.
     ACCEPT WS-LOG-TS-TIME FROM TIME.
     MOVE WS-LOG-TS-DATE TO RLG-RUN-DATE.
     STRING WS-LOG-TS-DATE WS-LOG-TS-TIME DELIMITED BY SIZE
         INTO RLG-START-TIMESTAMP.
 WriteRunLogRecord.
     COMPUTE RLG-READ-COUNT = WS-INVOICE-READ-COUNT
         + WS-SALES-READ-COUNT.
     MOVE WS-CREDITED-COUNT TO RLG-WRITTEN-COUNT.
     MOVE ZERO TO RLG-REJECTED-COUNT.
     MOVE RETURN-CODE TO RLG-RETURN-CODE.
     CALL "WriteRunLog" USING RunLogRec.
