 IDENTIFICATION DIVISION.
 PROGRAM-ID. TerritoryStatements.
*> Per-territory customer statements, the companion to
*> RegionStatements: every customer on PERSTERR.DAT (as TerritoryAssign
*> last stamped them from their postal code) is counted under their
*> territory, and their purchases are credited there - the orders on
*> INVHIST.DAT (net of tax, a credit memo taking its amount back) and
*> the sales and returns naming them as buyer in the cataloged SALES
*> generations, adjustments left out - for the run date and for the
*> month to date. Revenue goes with the customer, not the salesperson,
*> so a house account is credited to the territory and region the
*> customer lives in. One page per region lists its territories with
*> customers, buying customers and revenue, and the region's totals;
*> sales that name no buyer are shown once at the end, since they
*> cannot be placed.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT TerritoryFile ASSIGN TO "PERSTERR.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS PTR-PERSON-ID
         FILE STATUS IS WS-TERRITORY-FILE-STATUS.
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
     SELECT TerritorySortWork ASSIGN TO "TERRWORK.DAT".
     SELECT TerritoryStatementFile ASSIGN TO "TERRSTMT.RPT"
         ORGANIZATION IS LINE SEQUENTIAL.
 DATA DIVISION.
 FILE SECTION.
 FD TerritoryFile.
 COPY PERSTERRREC.
 FD InvoiceHistFile.
 COPY INVHISTREC.
 FD GenCatFile.
 COPY GENCATREC.
 FD SalesFile.
 COPY SALESREC.
*> One record per customer on file (TWR-CUSTOMER 1) and one per
*> purchase credited (TWR-PURCHASE 1), sorted so each customer's
*> records sit together within their territory.
 SD TerritorySortWork.
 01 TerritoryWorkRec.
    05 TWR-REGION      PIC X(4).
    05 TWR-TERRITORY   PIC X(10).
    05 TWR-PERSON-ID   PIC 9(6).
    05 TWR-CUSTOMER    PIC 9.
    05 TWR-PURCHASE    PIC 9.
    05 TWR-TODAY       PIC S9(9)V99.
    05 TWR-MONTH       PIC S9(9)V99.
 FD TerritoryStatementFile.
 01 TerritoryStatementLine PIC X(80).
 WORKING-STORAGE SECTION.
 01 WS-TERRITORY-FILE-STATUS PIC XX.
 01 WS-INVHIST-FILE-STATUS PIC XX.
 01 WS-GENCAT-FILE-STATUS PIC XX.
 01 WS-SALES-FILE-STATUS PIC XX.
 01 WS-SALES-FILENAME PIC X(28).
 01 WS-CSV-TALLY PIC 9(3).
 01 WS-RUN-DATE PIC 9(8).
 01 WS-SALES-DATE PIC 9(8).
 01 WS-TERRITORIES-OPEN PIC X VALUE "N".
    88 TerritoriesAvailable VALUE "Y".
 01 WS-TERRITORY-EOF PIC X VALUE "N".
    88 EndOfTerritories VALUE "Y".
 01 WS-INVHIST-EOF PIC X VALUE "N".
    88 EndOfInvoiceHist VALUE "Y".
 01 WS-CATALOG-EOF PIC X VALUE "N".
    88 EndOfCatalog VALUE "Y".
 01 WS-SALES-EOF PIC X.
    88 EndOfSalesFile VALUE "Y".
 01 WS-SORTED-EOF PIC X VALUE "N".
    88 EndOfSorted VALUE "Y".
 COPY INVOICEREC.
*> The purchase being credited.
 01 WS-BUYER-ID        PIC 9(6).
 01 WS-PURCHASE-AMOUNT PIC S9(9)V99.
 01 WS-PURCHASE-DATE   PIC 9(8).
 01 WS-NO-BUYER-TODAY  PIC S9(11)V99 VALUE ZERO.
 01 WS-NO-BUYER-MONTH  PIC S9(11)V99 VALUE ZERO.
*> Control-break accumulators - territory, region and the whole run.
 01 WS-HAVE-CURRENT PIC X VALUE "N".
    88 HaveCurrentRegion VALUE "Y".
 01 WS-CURRENT-REGION    PIC X(4).
 01 WS-CURRENT-TERRITORY PIC X(10).
 01 WS-CURRENT-PERSON    PIC 9(6).
 01 WS-PERSON-BOUGHT PIC X.
    88 PersonCountedAsBuyer VALUE "Y".
 01 WS-TERRITORY-TOTALS.
    05 WS-TER-CUSTOMERS  PIC 9(7).
    05 WS-TER-BUYERS     PIC 9(7).
    05 WS-TER-TODAY      PIC S9(11)V99.
    05 WS-TER-MONTH      PIC S9(11)V99.
 01 WS-REGION-TOTALS.
    05 WS-RGN-CUSTOMERS  PIC 9(7).
    05 WS-RGN-BUYERS     PIC 9(7).
    05 WS-RGN-TODAY      PIC S9(11)V99.
    05 WS-RGN-MONTH      PIC S9(11)V99.
 01 WS-RUN-TOTALS.
    05 WS-RUN-CUSTOMERS  PIC 9(7) VALUE ZERO.
    05 WS-RUN-BUYERS     PIC 9(7) VALUE ZERO.
    05 WS-RUN-TODAY      PIC S9(11)V99 VALUE ZERO.
    05 WS-RUN-MONTH      PIC S9(11)V99 VALUE ZERO.
 01 WS-STATEMENT-COUNT   PIC 9(5) VALUE ZERO.
 COPY PRINTCTLREC.
 01 WS-REGION-HEADING.
    05 FILLER     PIC X(7) VALUE "REGION ".
    05 RGH-REGION PIC X(4).
 01 WS-COLUMN-HEADING PIC X(80) VALUE
    "TERRITORY    CUSTOMERS   BUYING       TODAY     MONTH TO DATE".
 01 WS-DETAIL-LINE.
    05 DTL-TERRITORY   PIC X(10).
    05 FILLER          PIC X(2) VALUE SPACES.
    05 DTL-CUSTOMERS   PIC Z(6)9.
    05 FILLER          PIC X(2) VALUE SPACES.
    05 DTL-BUYERS      PIC Z(6)9.
    05 FILLER          PIC X(2) VALUE SPACES.
    05 DTL-TODAY       PIC Z(8)9.99-.
    05 FILLER          PIC X(2) VALUE SPACES.
    05 DTL-MONTH       PIC Z(10)9.99-.

*> The run date every generation name and dated entry carries comes
*> from the control record (shared ResolveRunDate), so a catch-up
*> cycle really processes the date CONTROL.DAT names.
 COPY RUNDATEREC.
 PROCEDURE DIVISION.
 Begin.
     CALL "ResolveRunDate" USING RunDateControlRec.
     MOVE RDT-RUN-DATE TO WS-RUN-DATE.
     MOVE "TERRITORY CUSTOMER STATEMENT" TO PRC-REPORT-TITLE.
     MOVE WS-RUN-DATE TO PRC-RUN-DATE.
     MOVE ZERO TO PRC-PAGE-NUMBER.
     SORT TerritorySortWork
         ON ASCENDING KEY TWR-REGION
         ON ASCENDING KEY TWR-TERRITORY
         ON ASCENDING KEY TWR-PERSON-ID
         INPUT PROCEDURE IS TagCustomersWithTerritory
         OUTPUT PROCEDURE IS PrintTerritoryStatements.
     DISPLAY "Territory statements produced: " WS-STATEMENT-COUNT.
     STOP RUN.
 TagCustomersWithTerritory.
     OPEN INPUT TerritoryFile.
     IF WS-TERRITORY-FILE-STATUS = "35"
       DISPLAY "No PERSTERR.DAT - every customer counted as "
           "UNASSIGNED"
       SET EndOfTerritories TO TRUE
     ELSE
       SET TerritoriesAvailable TO TRUE
     END-IF.
     PERFORM UNTIL EndOfTerritories
       READ TerritoryFile NEXT RECORD
         AT END
           SET EndOfTerritories TO TRUE
         NOT AT END
           MOVE PTR-REGION    TO TWR-REGION
           MOVE PTR-TERRITORY TO TWR-TERRITORY
           MOVE PTR-PERSON-ID TO TWR-PERSON-ID
           MOVE 1 TO TWR-CUSTOMER
           MOVE 0 TO TWR-PURCHASE
           MOVE ZERO TO TWR-TODAY TWR-MONTH
           RELEASE TerritoryWorkRec
       END-READ
     END-PERFORM.
     PERFORM TagOrders.
     PERFORM TagSales.
     IF TerritoriesAvailable
       CLOSE TerritoryFile
     END-IF.
*>   Orders invoiced this month to date.
 TagOrders.
     OPEN INPUT InvoiceHistFile.
     IF WS-INVHIST-FILE-STATUS NOT = "00"
       SET EndOfInvoiceHist TO TRUE
     END-IF.
     PERFORM UNTIL EndOfInvoiceHist
       READ InvoiceHistFile NEXT RECORD INTO InvoiceRec
         AT END
           SET EndOfInvoiceHist TO TRUE
         NOT AT END
           IF INV-DATE (1:6) = WS-RUN-DATE (1:6)
               AND INV-DATE NOT > WS-RUN-DATE
               AND INV-PERSON-ID NUMERIC
               AND INV-PERSON-ID NOT = ZERO
             MOVE INV-PERSON-ID TO WS-BUYER-ID
             MOVE INV-DATE      TO WS-PURCHASE-DATE
             COMPUTE WS-PURCHASE-AMOUNT = INV-NET-DUE - INV-TAX-AMOUNT
             IF INV-IS-CREDIT-MEMO
               COMPUTE WS-PURCHASE-AMOUNT = 0 - WS-PURCHASE-AMOUNT
             END-IF
             PERFORM ReleaseOnePurchase
           END-IF
       END-READ
     END-PERFORM.
     IF WS-INVHIST-FILE-STATUS = "00" OR WS-INVHIST-FILE-STATUS = "10"
       CLOSE InvoiceHistFile
     END-IF.
*>   The month's SALES generations, found the way
*>   CustomerPurchaseHistory finds them on the catalog.
 TagSales.
     OPEN INPUT GenCatFile.
     IF WS-GENCAT-FILE-STATUS = "35"
       SET EndOfCatalog TO TRUE
     END-IF.
     PERFORM UNTIL EndOfCatalog
       READ GenCatFile
         AT END
           SET EndOfCatalog TO TRUE
         NOT AT END
           MOVE ZERO TO WS-CSV-TALLY
           INSPECT GCT-FILE-NAME TALLYING WS-CSV-TALLY FOR ALL ".CSV"
           IF GenCatActive
               AND WS-CSV-TALLY = ZERO
               AND GCT-FILE-NAME (1:6) = "SALES."
               AND GCT-RUN-DATE (1:6) = WS-RUN-DATE (1:6)
               AND GCT-RUN-DATE NOT > WS-RUN-DATE
             MOVE GCT-FILE-NAME TO WS-SALES-FILENAME
             MOVE GCT-RUN-DATE  TO WS-SALES-DATE
             PERFORM TagOneGeneration
           END-IF
       END-READ
     END-PERFORM.
     IF WS-GENCAT-FILE-STATUS NOT = "35"
       CLOSE GenCatFile
     END-IF.
 TagOneGeneration.
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
           IF NOT SalesTypeAdjustment
             MOVE SalesAmount   TO WS-PURCHASE-AMOUNT
             MOVE WS-SALES-DATE TO WS-PURCHASE-DATE
             IF SalesBuyerUnknown OR SalesBuyerId NOT NUMERIC
               ADD WS-PURCHASE-AMOUNT TO WS-NO-BUYER-MONTH
               IF WS-PURCHASE-DATE = WS-RUN-DATE
                 ADD WS-PURCHASE-AMOUNT TO WS-NO-BUYER-TODAY
               END-IF
             ELSE
               MOVE SalesBuyerId TO WS-BUYER-ID
               PERFORM ReleaseOnePurchase
             END-IF
           END-IF
       END-READ
     END-PERFORM.
     IF WS-SALES-FILE-STATUS NOT = "35"
       CLOSE SalesFile
     END-IF.
*>   A buyer TerritoryAssign has not stamped yet is UNASSIGNED.
 ReleaseOnePurchase.
     MOVE "UNAS"       TO TWR-REGION.
     MOVE "UNASSIGNED" TO TWR-TERRITORY.
     IF TerritoriesAvailable
       MOVE WS-BUYER-ID TO PTR-PERSON-ID
       READ TerritoryFile
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE PTR-REGION    TO TWR-REGION
           MOVE PTR-TERRITORY TO TWR-TERRITORY
       END-READ
     END-IF.
     MOVE WS-BUYER-ID TO TWR-PERSON-ID.
     MOVE 0 TO TWR-CUSTOMER.
     MOVE 1 TO TWR-PURCHASE.
     MOVE WS-PURCHASE-AMOUNT TO TWR-MONTH.
     MOVE ZERO TO TWR-TODAY.
     IF WS-PURCHASE-DATE = WS-RUN-DATE
       MOVE WS-PURCHASE-AMOUNT TO TWR-TODAY
     END-IF.
     RELEASE TerritoryWorkRec.
 PrintTerritoryStatements.
     OPEN OUTPUT TerritoryStatementFile.
     PERFORM UNTIL EndOfSorted
       RETURN TerritorySortWork
         AT END
           SET EndOfSorted TO TRUE
         NOT AT END
           PERFORM PlaceInTerritoryStatement
       END-RETURN
     END-PERFORM.
     IF HaveCurrentRegion
       PERFORM CloseOutTerritory
       PERFORM CloseOutRegion
     END-IF.
     PERFORM WriteRunTotals.
     CLOSE TerritoryStatementFile.
 PlaceInTerritoryStatement.
     IF NOT HaveCurrentRegion
         OR TWR-REGION NOT = WS-CURRENT-REGION
       IF HaveCurrentRegion
         PERFORM CloseOutTerritory
         PERFORM CloseOutRegion
       END-IF
       MOVE TWR-REGION TO WS-CURRENT-REGION
       MOVE TWR-TERRITORY TO WS-CURRENT-TERRITORY
       MOVE ZERO TO WS-REGION-TOTALS
       MOVE ZERO TO WS-TERRITORY-TOTALS
       MOVE ZERO TO WS-CURRENT-PERSON
       SET HaveCurrentRegion TO TRUE
       PERFORM WriteRegionHeading
     END-IF.
     IF TWR-TERRITORY NOT = WS-CURRENT-TERRITORY
       PERFORM CloseOutTerritory
       MOVE TWR-TERRITORY TO WS-CURRENT-TERRITORY
       MOVE ZERO TO WS-TERRITORY-TOTALS
       MOVE ZERO TO WS-CURRENT-PERSON
     END-IF.
     IF TWR-PERSON-ID NOT = WS-CURRENT-PERSON
       MOVE TWR-PERSON-ID TO WS-CURRENT-PERSON
       MOVE "N" TO WS-PERSON-BOUGHT
     END-IF.
     ADD TWR-CUSTOMER TO WS-TER-CUSTOMERS.
     IF TWR-PURCHASE = 1 AND NOT PersonCountedAsBuyer
       ADD 1 TO WS-TER-BUYERS
       SET PersonCountedAsBuyer TO TRUE
     END-IF.
     ADD TWR-TODAY TO WS-TER-TODAY.
     ADD TWR-MONTH TO WS-TER-MONTH.
 CloseOutTerritory.
     MOVE WS-CURRENT-TERRITORY TO DTL-TERRITORY.
     MOVE WS-TER-CUSTOMERS     TO DTL-CUSTOMERS.
     MOVE WS-TER-BUYERS        TO DTL-BUYERS.
     MOVE WS-TER-TODAY         TO DTL-TODAY.
     MOVE WS-TER-MONTH         TO DTL-MONTH.
     WRITE TerritoryStatementLine FROM WS-DETAIL-LINE.
     ADD WS-TER-CUSTOMERS TO WS-RGN-CUSTOMERS.
     ADD WS-TER-BUYERS    TO WS-RGN-BUYERS.
     ADD WS-TER-TODAY     TO WS-RGN-TODAY.
     ADD WS-TER-MONTH     TO WS-RGN-MONTH.
 WriteRegionHeading.
     SET PrcBuildHeading TO TRUE.
     CALL "PrintReport" USING PrintControlRec.
     IF PRC-PAGE-NUMBER > 1
       MOVE SPACES TO TerritoryStatementLine
       WRITE TerritoryStatementLine
       BEFORE ADVANCING PAGE
     END-IF.
     WRITE TerritoryStatementLine FROM PRC-OUTPUT-LINE.
     MOVE SPACES TO TerritoryStatementLine.
     WRITE TerritoryStatementLine.
     MOVE WS-CURRENT-REGION TO RGH-REGION.
     WRITE TerritoryStatementLine FROM WS-REGION-HEADING.
     MOVE SPACES TO TerritoryStatementLine.
     WRITE TerritoryStatementLine.
     WRITE TerritoryStatementLine FROM WS-COLUMN-HEADING.
 CloseOutRegion.
     MOVE SPACES TO TerritoryStatementLine.
     WRITE TerritoryStatementLine.
     MOVE "REGION TOTAL"   TO DTL-TERRITORY.
     MOVE WS-RGN-CUSTOMERS TO DTL-CUSTOMERS.
     MOVE WS-RGN-BUYERS    TO DTL-BUYERS.
     MOVE WS-RGN-TODAY     TO DTL-TODAY.
     MOVE WS-RGN-MONTH     TO DTL-MONTH.
     WRITE TerritoryStatementLine FROM WS-DETAIL-LINE.
     ADD WS-RGN-CUSTOMERS TO WS-RUN-CUSTOMERS.
     ADD WS-RGN-BUYERS    TO WS-RUN-BUYERS.
     ADD WS-RGN-TODAY     TO WS-RUN-TODAY.
     ADD WS-RGN-MONTH     TO WS-RUN-MONTH.
     ADD 1 TO WS-STATEMENT-COUNT.
 WriteRunTotals.
     MOVE SPACES TO TerritoryStatementLine.
     WRITE TerritoryStatementLine.
     MOVE "NO BUYER"        TO DTL-TERRITORY.
     MOVE ZERO              TO DTL-CUSTOMERS DTL-BUYERS.
     MOVE WS-NO-BUYER-TODAY TO DTL-TODAY.
     MOVE WS-NO-BUYER-MONTH TO DTL-MONTH.
     WRITE TerritoryStatementLine FROM WS-DETAIL-LINE.
     ADD WS-NO-BUYER-TODAY TO WS-RUN-TODAY.
     ADD WS-NO-BUYER-MONTH TO WS-RUN-MONTH.
     MOVE "ALL REGIONS"     TO DTL-TERRITORY.
     MOVE WS-RUN-CUSTOMERS  TO DTL-CUSTOMERS.
     MOVE WS-RUN-BUYERS     TO DTL-BUYERS.
     MOVE WS-RUN-TODAY      TO DTL-TODAY.
     MOVE WS-RUN-MONTH      TO DTL-MONTH.
     WRITE TerritoryStatementLine FROM WS-DETAIL-LINE.
     SET PrcBuildFooter TO TRUE.
     MOVE WS-RUN-CUSTOMERS TO PRC-DETAIL-COUNT.
     CALL "PrintReport" USING PrintControlRec.
     WRITE TerritoryStatementLine FROM PRC-OUTPUT-LINE.
