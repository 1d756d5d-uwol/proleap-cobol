*> Edit front-end for the sales feed: the raw records that used to
*> "arrive" straight into SALES.DAT now land in a SALESIN generation
*> and pass through here first. Each record is validated - the
*> salesperson must exist in PERSONS.DAT (and so must the buyer, when
*> the feed names one), the transaction date must be a real date, and the quantity/amount must be numeric and consistent -
*> and the survivors are sorted into the SalesPersonId/SalesTransDate
*> order MakeSummaryFile's control break depends on before being
*> written as today's SALES.DAT generation. Failures are suspended to
*> SALES.SUSPENSE the way ReadWriteRecords suspends person
*> transactions, and SALESEDIT.RPT carries the counts.
*> A type-R return must also come back under a return merchandise
*> authorization: an open RMA.DAT entry for the same salesperson, item
*> and original sale, not expired on the return's date, with enough
*> quantity left on it. The accepted return draws the authorization
*> down, and one fully used is closed.
*> A sale in an item category CATLICENCE.DAT restricts must be made by
*> a salesperson - and, on a split, by both parties - holding each
*> licence type the category needs on SPLICENCE.DAT, from any state
*> and not expired on the sale's date; otherwise it is suspended.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT PromoFile ASSIGN TO "PROMO.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-PROMO-FILE-STATUS.
     SELECT WarehouseFile ASSIGN TO "WAREHOUSE.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-WAREHOUSE-FILE-STATUS.
     SELECT RmaFile ASSIGN TO "RMA.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS RMA-NUMBER
         FILE STATUS IS WS-RMA-FILE-STATUS.
     SELECT LicenceFile ASSIGN TO "SPLICENCE.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS LIC-KEY
         FILE STATUS IS WS-LICENCE-FILE-STATUS.
     SELECT CategoryLicenceFile ASSIGN TO "CATLICENCE.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-CATLIC-FILE-STATUS.
 DATA DIVISION.
 FILE SECTION.
 FD SalesInFile.
    05 SWK-SPLIT-PERCENT   PIC 9(3).
    05 SWK-TRANS-ID        PIC 9(14).
    05 SWK-PROMO-CODE      PIC X(6).
    05 SWK-BUYER-ID        PIC X(6).
    05 SWK-WAREHOUSE       PIC X(4).
 FD SalesFile.
 01 EditedSalesRec PIC X(93).
 FD SalesSuspense.
 01 SalesSuspenseRec PIC X(93).
 FD SalesEditReport.
 01 SalesEditReportLine PIC X(80).
 FD ReturnExceptReport.
    05 HST-SPLIT-PERCENT   PIC 9(3).
    05 HST-TRANS-ID        PIC 9(14).
    05 HST-PROMO-CODE      PIC X(6).
    05 HST-BUYER-ID        PIC 9(6).
    05 HST-WAREHOUSE       PIC X(4).
*> ItemMaint's effective-dated price history - the extension check is
*> made against the price in force on SalesTransDate, falling back to
*> the master's current price when the item has no history.
    05 SPX-REGION    PIC X(4).
    05 SPX-ACTIVE    PIC X.
    05 SPX-TERM-DATE PIC 9(8).
    05 SPX-PLAN-ID   PIC X(6).
*> Register of recently accepted sales - id plus the business key -
*> reloaded each run (entries past the screening window dropped) and
*> rewritten with today's acceptances at end of run.
    05 PRO-PROMO-PRICE PIC 9(5)V99.
    05 PRO-START-DATE  PIC 9(8).
    05 PRO-END-DATE    PIC 9(8).
 FD WarehouseFile.
 COPY WAREHOUSEREC.
 FD RmaFile.
 COPY RMAREC.
 FD LicenceFile.
 COPY SPLICENCEREC.
 FD CategoryLicenceFile.
 COPY CATLICREC.
 WORKING-STORAGE SECTION.
 01 WS-SALESIN-FILE-STATUS PIC XX.
 01 WS-PERSON-FILE-STATUS PIC XX.
 01 WS-CONTROL-FILE-STATUS PIC XX.
*> Latest period MonthEndClose has closed (from CONTROL.DAT) - a sale
*> dated in or before it would silently restate closed history, so it
*> is diverted to suspense instead. The sale's period comes from the
*> shared ResolvePeriod, on the same calendar or fiscal basis the
*> close itself went by.
 01 WS-CLOSED-PERIOD PIC 9(6) VALUE ZERO.
 01 WS-COMPANY-CODE PIC X(4) VALUE SPACES.
 01 WS-SALE-PERIOD   PIC 9(6).
 COPY PERIODCTLREC.
*> The raw feed arrives as SALESIN.<date>.DAT and the cleaned, sorted
*> result goes out as the SALES.<date>.DAT generation every downstream
*> job already reads.
 01 WS-BAD-CURRENCY-COUNT PIC 9(7) VALUE ZERO.
 01 WS-XREF-FILE-STATUS PIC XX.
 01 WS-BAD-SPLIT-COUNT PIC 9(7) VALUE ZERO.
 01 WS-BAD-BUYER-COUNT PIC 9(7) VALUE ZERO.
 01 WS-WAREHOUSE-FILE-STATUS PIC XX.
 01 WS-WAREHOUSE-EOF PIC X.
    88 EndOfWarehouses VALUE "Y".
 01 WS-WAREHOUSE-FOUND PIC X.
    88 WarehouseOnFile VALUE "Y".
 01 WS-BAD-WAREHOUSE-COUNT PIC 9(7) VALUE ZERO.
*> The authorization a return was matched to, drawn down only once
*> the return has passed every edit.
 01 WS-RMA-FILE-STATUS PIC XX.
 01 WS-RMA-SCAN-EOF PIC X.
    88 EndOfRmaScan VALUE "Y".
 01 WS-RMA-FOUND PIC X.
    88 OpenRmaFound VALUE "Y".
 01 WS-MATCHED-RMA-NUMBER PIC 9(8).
 01 WS-BAD-RMA-COUNT    PIC 9(7) VALUE ZERO.
 01 WS-RMA-CLOSED-COUNT PIC 9(7) VALUE ZERO.
*> Licence requirements by category, loaded once, and the category of
*> the item on the sale being edited.
 01 WS-LICENCE-FILE-STATUS PIC XX.
 01 WS-CATLIC-FILE-STATUS PIC XX.
 01 WS-LICENCES-OPEN PIC X VALUE "N".
    88 LicencesAvailable VALUE "Y".
 01 WS-CATLIC-EOF PIC X VALUE "N".
    88 EndOfCategoryLicences VALUE "Y".
 01 WS-LICENCE-EOF PIC X.
    88 EndOfLicenceScan VALUE "Y".
 77 CATLIC-TABLE-MAX PIC 9(3) VALUE 200.
 01 WS-CATLIC-COUNT PIC 9(3) VALUE ZERO.
 01 WS-CATLIC-IDX   PIC 9(3).
 01 WS-CATLIC-TABLE.
    05 WS-CATLIC-ENTRY OCCURS 200 TIMES.
       10 WS-CLT-CATEGORY     PIC X(6).
       10 WS-CLT-LICENCE-TYPE PIC X(4).
 01 WS-SALE-CATEGORY PIC X(6).
 01 WS-LICENCE-PROBE-ID PIC 9(6).
 01 WS-LICENCE-FOUND PIC X.
    88 CurrentLicenceHeld VALUE "Y".
 01 WS-BAD-LICENCE-COUNT PIC 9(7) VALUE ZERO.
*> Duplicate-feed screen: ids and business keys accepted within the
*> screening window, loaded at start of run and extended as records
*> are accepted, so a re-sent feed - or the same record twice in one
     COMPUTE WS-RUN-DATE-INT =
         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
     PERFORM LoadSalesIdRegister.
     PERFORM LoadCategoryLicences.
     OPEN INPUT LicenceFile.
     IF WS-LICENCE-FILE-STATUS = "00"
       SET LicencesAvailable TO TRUE
     END-IF.
     OPEN OUTPUT SalesEditReport.
     OPEN OUTPUT ReturnExceptReport.
     OPEN I-O RmaFile.
     IF WS-RMA-FILE-STATUS = "35"
       OPEN OUTPUT RmaFile
       CLOSE RmaFile
       OPEN I-O RmaFile
     END-IF.
     SORT SalesSortWork
         ON ASCENDING KEY SWK-PERSON-ID
         ON ASCENDING KEY SWK-TRANS-DATE
         INPUT PROCEDURE IS EditSalesFeed
         GIVING SalesFile.
     CLOSE RmaFile.
     IF LicencesAvailable
       CLOSE LicenceFile
     END-IF.
     PERFORM RewriteSalesIdRegister.
     PERFORM WriteSalesEditSummary.
     CLOSE SalesEditReport.
 EditOneSalesRecord.
     MOVE "Y" TO WS-EDIT-RESULT.
     MOVE SPACES TO WS-EDIT-MESSAGE.
     MOVE SPACES TO WS-SALE-CATEGORY.
     PERFORM AssignSalesTransId.
     PERFORM ScreenForDuplicateFeed.
     IF SalesPersonId NOT NUMERIC OR SalesPersonId = ZERO
     IF SalesEditsPassed AND SalesSplitPersonId NOT = ZERO
       PERFORM CheckSplitCredit
     END-IF.
     IF SalesEditsPassed AND NOT SalesBuyerUnknown
       PERFORM CheckBuyerOnMaster
     END-IF.
     IF SalesEditsPassed
         AND NOT SalesTypeReturn AND NOT SalesTypeAdjustment
         AND WS-SALE-CATEGORY NOT = SPACES
       PERFORM CheckSalespersonLicence
     END-IF.
     IF SalesEditsPassed AND SalesWarehouse NOT = SPACES
       PERFORM CheckSalesWarehouse
     END-IF.
*>   A feed with no id gets one here - the run date plus a within-run
*>   sequence - so every accepted sale is identifiable from now on.
 AssignSalesTransId.
       END-READ
       CLOSE PersonFile
     END-IF.
*>   A keyed buyer must be a real person - a mis-keyed customer id
*>   would put the purchase on a stranger's history. No buyer at all
*>   is accepted: feeds that do not carry one yet still flow.
 CheckBuyerOnMaster.
     IF SalesBuyerId NOT NUMERIC
       MOVE "N" TO WS-EDIT-RESULT
       MOVE "Buyer PersonId must be numeric" TO WS-EDIT-MESSAGE
       ADD 1 TO WS-BAD-BUYER-COUNT
     ELSE
       MOVE SalesBuyerId TO PersonId
       OPEN INPUT PersonFile
       IF WS-PERSON-FILE-STATUS = "35"
         MOVE "N" TO WS-EDIT-RESULT
         MOVE "PERSONS.DAT not found" TO WS-EDIT-MESSAGE
         ADD 1 TO WS-BAD-BUYER-COUNT
       ELSE
         READ PersonFile
           INVALID KEY
             MOVE "N" TO WS-EDIT-RESULT
             MOVE "Buyer PersonId not in PERSONS.DAT"
                 TO WS-EDIT-MESSAGE
             ADD 1 TO WS-BAD-BUYER-COUNT
         END-READ
         CLOSE PersonFile
       END-IF
     END-IF.
*>   A named ship-from warehouse must be one of the company's, or
*>   StockLedger would open a location nobody stocks. Blank means the
*>   default warehouse and is accepted.
 CheckSalesWarehouse.
     MOVE "N" TO WS-WAREHOUSE-FOUND.
     MOVE "N" TO WS-WAREHOUSE-EOF.
     OPEN INPUT WarehouseFile.
     IF WS-WAREHOUSE-FILE-STATUS = "35"
       SET EndOfWarehouses TO TRUE
     END-IF.
     PERFORM UNTIL EndOfWarehouses OR WarehouseOnFile
       READ WarehouseFile
         AT END
           SET EndOfWarehouses TO TRUE
         NOT AT END
           IF WHS-CODE = SalesWarehouse
             SET WarehouseOnFile TO TRUE
           END-IF
       END-READ
     END-PERFORM.
     IF WS-WAREHOUSE-FILE-STATUS NOT = "35"
       CLOSE WarehouseFile
     END-IF.
     IF NOT WarehouseOnFile
       MOVE "N" TO WS-EDIT-RESULT
       MOVE "SalesWarehouse not on WAREHOUSE.DAT" TO WS-EDIT-MESSAGE
       ADD 1 TO WS-BAD-WAREHOUSE-COUNT
     END-IF.
 EditSalesTransDate.
     IF SalesTransYear NOT NUMERIC
         OR SalesTransYear < 1900 OR SalesTransYear > 2099
       ADD 1 TO WS-BAD-COMPANY-COUNT
     END-IF.
 CheckPeriodOpen.
     SET PrdDateToPeriod TO TRUE.
     MOVE SalesTransDate TO PRD-DATE.
     CALL "ResolvePeriod" USING PeriodControlRec.
     MOVE PRD-PERIOD TO WS-SALE-PERIOD.
     IF WS-CLOSED-PERIOD NOT = ZERO
         AND WS-SALE-PERIOD <= WS-CLOSED-PERIOD
       MOVE "N" TO WS-EDIT-RESULT
           MOVE "SalesItemCode not on item master" TO WS-EDIT-MESSAGE
           ADD 1 TO WS-BAD-ITEM-COUNT
         NOT INVALID KEY
           MOVE ItemCategory TO WS-SALE-CATEGORY
           IF NOT ItemActive
             MOVE "N" TO WS-EDIT-RESULT
             MOVE "Item is inactive" TO WS-EDIT-MESSAGE
         ADD 1 TO WS-BAD-SPLIT-COUNT
       END-IF
     END-IF.
 LoadCategoryLicences.
     OPEN INPUT CategoryLicenceFile.
     IF WS-CATLIC-FILE-STATUS = "35"
       SET EndOfCategoryLicences TO TRUE
     END-IF.
     PERFORM UNTIL EndOfCategoryLicences
       READ CategoryLicenceFile
         AT END
           SET EndOfCategoryLicences TO TRUE
         NOT AT END
           IF CLR-CATEGORY NOT = SPACES
               AND CLR-LICENCE-TYPE NOT = SPACES
             IF WS-CATLIC-COUNT < CATLIC-TABLE-MAX
               ADD 1 TO WS-CATLIC-COUNT
               MOVE CLR-CATEGORY
                   TO WS-CLT-CATEGORY (WS-CATLIC-COUNT)
               MOVE CLR-LICENCE-TYPE
                   TO WS-CLT-LICENCE-TYPE (WS-CATLIC-COUNT)
             ELSE
               DISPLAY "Fatal - more than 200 CATLICENCE.DAT "
                   "requirements; licensing cannot be enforced - "
                   "stopping"
               MOVE 8 TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF
       END-READ
     END-PERFORM.
     IF WS-CATLIC-FILE-STATUS NOT = "35"
       CLOSE CategoryLicenceFile
     END-IF.
*>   Every licence type the item's category needs must be held by the
*>   selling salesperson and by a split partner.
 CheckSalespersonLicence.
     PERFORM VARYING WS-CATLIC-IDX FROM 1 BY 1
         UNTIL WS-CATLIC-IDX > WS-CATLIC-COUNT OR NOT SalesEditsPassed
       IF WS-CLT-CATEGORY (WS-CATLIC-IDX) = WS-SALE-CATEGORY
         MOVE SalesPersonId TO WS-LICENCE-PROBE-ID
         PERFORM FindCurrentLicence
         IF CurrentLicenceHeld AND SalesSplitPersonId NOT = ZERO
           MOVE SalesSplitPersonId TO WS-LICENCE-PROBE-ID
           PERFORM FindCurrentLicence
         END-IF
         IF NOT CurrentLicenceHeld
           MOVE "N" TO WS-EDIT-RESULT
           STRING "No current " DELIMITED BY SIZE
               WS-CLT-LICENCE-TYPE (WS-CATLIC-IDX) DELIMITED BY SPACE
               " licence for category" DELIMITED BY SIZE
               INTO WS-EDIT-MESSAGE
           ADD 1 TO WS-BAD-LICENCE-COUNT
         END-IF
       END-IF
     END-PERFORM.
*>   Any issuing state will do, so long as the licence has not expired
*>   by the sale's date.
 FindCurrentLicence.
     MOVE "N" TO WS-LICENCE-FOUND.
     MOVE "N" TO WS-LICENCE-EOF.
     MOVE SalesTransDate TO WS-SALE-DATE-NUM.
     IF NOT LicencesAvailable
       SET EndOfLicenceScan TO TRUE
     ELSE
       MOVE WS-LICENCE-PROBE-ID TO LIC-PERSON-ID
       MOVE WS-CLT-LICENCE-TYPE (WS-CATLIC-IDX) TO LIC-TYPE
       MOVE LOW-VALUES TO LIC-STATE
       START LicenceFile KEY IS NOT LESS THAN LIC-KEY
         INVALID KEY
           SET EndOfLicenceScan TO TRUE
       END-START
     END-IF.
     PERFORM UNTIL EndOfLicenceScan OR CurrentLicenceHeld
       READ LicenceFile NEXT RECORD
         AT END
           SET EndOfLicenceScan TO TRUE
         NOT AT END
           IF LIC-PERSON-ID NOT = WS-LICENCE-PROBE-ID
               OR LIC-TYPE NOT = WS-CLT-LICENCE-TYPE (WS-CATLIC-IDX)
             SET EndOfLicenceScan TO TRUE
           ELSE
             IF LIC-EXPIRY-DATE NOT < WS-SALE-DATE-NUM
               SET CurrentLicenceHeld TO TRUE
             END-IF
           END-IF
       END-READ
     END-PERFORM.
 CheckSalespersonXref.
     MOVE "N" TO WS-SPLIT-OK.
     MOVE WS-SPLIT-PROBE-ID TO SPX-PERSON-ID.
     PERFORM RecordAcceptedSaleId.
     IF SalesTypeReturn
       PERFORM RememberAcceptedReturn
       PERFORM DrawDownRma
     END-IF.
     IF SalesSplitPersonId = ZERO
       MOVE SalesQtySold TO WS-PRIMARY-QTY
     MOVE SalesSplitPercent TO SWK-SPLIT-PERCENT.
     MOVE SalesTransId   TO SWK-TRANS-ID.
     MOVE SalesPromoCode TO SWK-PROMO-CODE.
     MOVE SalesBuyerIdText TO SWK-BUYER-ID.
     MOVE SalesWarehouse TO SWK-WAREHOUSE.
     RELEASE SalesWorkRec.
 ReleasePrimaryShare.
     MOVE SalesPersonId  TO SWK-PERSON-ID.
     MOVE SalesSplitPercent  TO SWK-SPLIT-PERCENT.
     MOVE SalesTransId   TO SWK-TRANS-ID.
     MOVE SalesPromoCode TO SWK-PROMO-CODE.
     MOVE SalesBuyerIdText TO SWK-BUYER-ID.
     MOVE SalesWarehouse TO SWK-WAREHOUSE.
     RELEASE SalesWorkRec.
*>   A type-R record with no original-sale reference, one whose
*>   referenced sale is nowhere on the cataloged sales history, or
           PERFORM WriteReturnException
       END-EVALUATE
     END-IF.
     IF SalesEditsPassed
       PERFORM FindOpenRma
       IF NOT OpenRmaFound
         MOVE "N" TO WS-EDIT-RESULT
         MOVE "No open RMA for this return" TO WS-EDIT-MESSAGE
         ADD 1 TO WS-BAD-RMA-COUNT
         MOVE "NO OPEN RMA" TO REX-MESSAGE
         PERFORM WriteReturnException
       END-IF
     END-IF.
*>   The oldest open authorization for this original sale that is
*>   still in date on the return's own date and has the quantity left.
 FindOpenRma.
     MOVE "N" TO WS-RMA-FOUND.
     MOVE "N" TO WS-RMA-SCAN-EOF.
     MOVE SalesTransDate TO WS-SALE-DATE-NUM.
     MOVE ZERO TO RMA-NUMBER.
     START RmaFile KEY IS NOT LESS THAN RMA-NUMBER
       INVALID KEY
         SET EndOfRmaScan TO TRUE
     END-START.
     PERFORM UNTIL EndOfRmaScan OR OpenRmaFound
       READ RmaFile NEXT RECORD
         AT END
           SET EndOfRmaScan TO TRUE
         NOT AT END
           IF RmaOpen
               AND RMA-PERSON-ID = SalesPersonId
               AND RMA-ITEM-CODE = SalesItemCode
               AND RMA-ORIG-DATE = SalesOrigDate
               AND RMA-EXPIRY-DATE NOT < WS-SALE-DATE-NUM
               AND RMA-AUTH-QTY - RMA-RETURNED-QTY
                   NOT < SalesQtySold
             SET OpenRmaFound TO TRUE
             MOVE RMA-NUMBER TO WS-MATCHED-RMA-NUMBER
           END-IF
       END-READ
     END-PERFORM.
 DrawDownRma.
     MOVE WS-MATCHED-RMA-NUMBER TO RMA-NUMBER.
     READ RmaFile
       INVALID KEY
         CONTINUE
       NOT INVALID KEY
         ADD SalesQtySold TO RMA-RETURNED-QTY
         IF RMA-RETURNED-QTY NOT < RMA-AUTH-QTY
           MOVE "C"         TO RMA-STATUS
           MOVE WS-RUN-DATE TO RMA-CLOSED-DATE
           ADD 1 TO WS-RMA-CLOSED-COUNT
         END-IF
         REWRITE RmaRec
     END-READ.
 WriteReturnException.
     MOVE SalesPersonId TO REX-PERSON-ID.
     MOVE SalesItemCode TO REX-ITEM-CODE.
     MOVE "  UNMATCHED/EXCESS RETURNS"     TO SUM-LABEL.
     MOVE WS-BAD-RETURN-COUNT              TO SUM-VALUE.
     WRITE SalesEditReportLine FROM WS-SUMMARY-LINE.
     MOVE "  RETURNS WITHOUT OPEN RMA"     TO SUM-LABEL.
     MOVE WS-BAD-RMA-COUNT                 TO SUM-VALUE.
     WRITE SalesEditReportLine FROM WS-SUMMARY-LINE.
     MOVE "  CURRENCY CONVERSION FAILURES" TO SUM-LABEL.
     MOVE WS-BAD-CURRENCY-COUNT            TO SUM-VALUE.
     WRITE SalesEditReportLine FROM WS-SUMMARY-LINE.
     MOVE "  SPLIT CREDIT FAILURES"        TO SUM-LABEL.
     MOVE WS-BAD-SPLIT-COUNT               TO SUM-VALUE.
     WRITE SalesEditReportLine FROM WS-SUMMARY-LINE.
     MOVE "  BUYER FAILURES"               TO SUM-LABEL.
     MOVE WS-BAD-BUYER-COUNT               TO SUM-VALUE.
     WRITE SalesEditReportLine FROM WS-SUMMARY-LINE.
     MOVE "  WAREHOUSE FAILURES"           TO SUM-LABEL.
     MOVE WS-BAD-WAREHOUSE-COUNT           TO SUM-VALUE.
     WRITE SalesEditReportLine FROM WS-SUMMARY-LINE.
     MOVE "  UNLICENSED FOR ITEM CATEGORY"  TO SUM-LABEL.
     MOVE WS-BAD-LICENCE-COUNT             TO SUM-VALUE.
     WRITE SalesEditReportLine FROM WS-SUMMARY-LINE.
     MOVE "  SUSPECTED DUPLICATE FEEDS"    TO SUM-LABEL.
     MOVE WS-DUP-FEED-COUNT                TO SUM-VALUE.
     WRITE SalesEditReportLine FROM WS-SUMMARY-LINE.
     MOVE "ACCEPTED AT PROMOTIONAL PRICE"  TO SUM-LABEL.
     MOVE WS-PROMO-ACCEPT-COUNT            TO SUM-VALUE.
     WRITE SalesEditReportLine FROM WS-SUMMARY-LINE.
     MOVE "RMAS CLOSED BY RETURNS"         TO SUM-LABEL.
     MOVE WS-RMA-CLOSED-COUNT              TO SUM-VALUE.
     WRITE SalesEditReportLine FROM WS-SUMMARY-LINE.
