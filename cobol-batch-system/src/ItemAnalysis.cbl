*> total quantity, total amount), and the summary is then ranked
*> descending by quantity - the same SORT/GIVING shape TopSalesReport
*> uses over salespeople - into a top-items report for purchasing.
*> Each sale is also costed at the item's standard cost in force on
*> its SalesTransDate (ItemMaint's ITEMCOST.DAT history, else the
*> master's current ItemStdCost; adjustments move no goods and carry
*> none, returns carry it back negative), so the summary carries the
*> cost of goods beside the amount and the report shows the gross
*> margin for each item and category.
*> A kit (an item with a bill of material on KITBOM.DAT) stays one
*> item in the summary, under the code it was sold as, but is costed
*> at what its components cost on the sale's date; the report then
*> shows each kit's net movement and, beneath it, the net movement of
*> every component that went out (or came back) inside it.
*> Confined to one category when ITEMANAL.PARM names one (UNCAT for
*> the items with none) - the overnight report queue writes it for a
*> queued request. Only that category's sales are analysed, and the
*> summary goes to a scratch ITEMSUMMARY.SELECTED.DAT, uncataloged,
*> so the day's ITEMSUMMARY generation DemandForecast reads is never
*> replaced by a partial one.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
         ACCESS MODE IS RANDOM
         RECORD KEY IS ItemCode
         FILE STATUS IS WS-ITEM-FILE-STATUS.
     SELECT ItemCostFile ASSIGN TO "ITEMCOST.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-ITEM-COST-STATUS.
     SELECT ParameterFile ASSIGN TO "ITEMANAL.PARM"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-PARAMETER-STATUS.
     SELECT KitFile ASSIGN TO "KITBOM.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS KIT-KEY
         FILE STATUS IS WS-KIT-FILE-STATUS.
 DATA DIVISION.
 FILE SECTION.
 FD SalesFile.
    05 IWR-PERIOD    PIC 9(6).
    05 IWR-QTY       PIC 9(5).
    05 IWR-AMOUNT    PIC S9(7)V99.
    05 IWR-COST      PIC S9(9)V99.
 FD SortedSalesFile.
 01 SortedSalesRec PIC X(41).
 FD ItemSummaryFile.
 01 ItemSummaryRec.
    05 ISR-ITEM-CODE    PIC X(10).
    05 ISR-PERIOD       PIC 9(6).
    05 ISR-TOTAL-QTY    PIC 9(7).
    05 ISR-TOTAL-AMOUNT PIC S9(9)V99.
    05 ISR-TOTAL-COST   PIC S9(9)V99.
 SD RankSortWork.
 01 RankWorkRec.
    05 RWK-ITEM-CODE    PIC X(10).
    05 RWK-PERIOD       PIC 9(6).
    05 RWK-TOTAL-QTY    PIC 9(7).
    05 RWK-TOTAL-AMOUNT PIC S9(9)V99.
    05 RWK-TOTAL-COST   PIC S9(9)V99.
 FD RankedItemFile.
 01 RankedItemRec PIC X(45).
 FD ItemReport.
 01 ItemReportLine PIC X(80).
 FD ItemFile.
 COPY ITEMREC.
*> ItemMaint's effective-dated standard cost history.
 FD ItemCostFile.
 01 ItemCostRec.
    05 ICS-ITEM-CODE      PIC X(10).
    05 ICS-EFFECTIVE-FROM PIC 9(8).
    05 ICS-STD-COST       PIC 9(5)V99.
 FD KitFile.
 COPY KITBOMREC.
 FD ParameterFile.
 01 ParameterRec.
    05 PRM-CATEGORY PIC X(6).
 WORKING-STORAGE SECTION.
 01 WS-SALES-FILE-STATUS PIC XX.
 01 WS-ITEM-SUMMARY-STATUS PIC XX.
*> the monthly item summaries DemandForecast reads back stay around
*> instead of being overwritten by the next run.
 01 WS-ITEM-SUMMARY-FILENAME PIC X(26).
 01 WS-PARAMETER-STATUS PIC XX.
 01 WS-SELECT-CATEGORY PIC X(6) VALUE SPACES.
 01 WS-CATEGORY-MODE PIC X VALUE "N".
    88 CategorySelected VALUE "Y".
 01 WS-SALE-SELECTED PIC X.
    88 SaleSelected VALUE "Y".
 01 WS-SORTED-EOF PIC X VALUE "N".
    88 EndOfSorted VALUE "Y".
 01 WS-RANKED-EOF PIC X VALUE "N".
    88 EndOfRanked VALUE "Y".
 01 WS-SORTED-ENTRY PIC X(41).
 01 WS-SORTED-FIELDS REDEFINES WS-SORTED-ENTRY.
    05 SRT-ITEM-CODE PIC X(10).
    05 SRT-PERIOD    PIC 9(6).
    05 SRT-QTY       PIC 9(5).
    05 SRT-AMOUNT    PIC S9(7)V99.
    05 SRT-COST      PIC S9(9)V99.
 01 WS-HAVE-CURRENT PIC X VALUE "N".
    88 HaveCurrentItem VALUE "Y".
 01 WS-CURRENT-ITEM-CODE PIC X(10).
 01 WS-CURRENT-PERIOD    PIC 9(6).
 01 WS-CURRENT-QTY-TOTAL    PIC 9(7) VALUE ZERO.
 01 WS-CURRENT-AMOUNT-TOTAL PIC S9(9)V99 VALUE ZERO.
 01 WS-CURRENT-COST-TOTAL   PIC S9(9)V99 VALUE ZERO.
*> Costing a sale: the standard cost in force on its date.
 01 WS-ITEM-COST-STATUS PIC XX.
 01 WS-COST-EOF PIC X.
    88 EndOfCostFile VALUE "Y".
 01 WS-EFFECTIVE-COST PIC 9(5)V99.
 01 WS-BEST-EFFECTIVE PIC 9(8).
 01 WS-SALE-DATE-NUM  PIC 9(8).
 01 WS-COST-ITEM-CODE PIC X(10).
*> Kit explosion: the kit sold, and its components' net movement,
*> kit by kit in the order the kits were first sold.
 01 WS-KIT-FILE-STATUS PIC XX.
 01 WS-KITS-ON-FILE PIC X VALUE "N".
    88 KitsOnFile VALUE "Y".
 01 WS-KIT-FOUND PIC X.
    88 KitItem VALUE "Y".
 01 WS-KIT-EOF PIC X.
    88 EndOfKitComponents VALUE "Y".
 01 WS-KIT-CODE PIC X(10).
 01 WS-KIT-MOVE-QTY PIC S9(5).
 01 WS-KIT-TABLE.
    05 WS-KCM-ENTRY OCCURS 200 TIMES.
       10 WS-KCM-KIT-CODE       PIC X(10).
       10 WS-KCM-COMPONENT-CODE PIC X(10).
       10 WS-KCM-PER-KIT        PIC 9(3).
       10 WS-KCM-KIT-QTY        PIC S9(9).
       10 WS-KCM-QTY            PIC S9(9).
 01 WS-KCM-COUNT PIC 999 VALUE ZERO.
 01 WS-KCM-IDX   PIC 999.
 01 WS-KCM-FOUND PIC X.
    88 ComponentEntryFound VALUE "Y".
 01 WS-PRINTED-KIT-CODE PIC X(10).
 01 WS-KIT-HEADING PIC X(80)
    VALUE "KIT AND COMPONENT MOVEMENT".
 01 WS-KIT-LINE.
    05 FILLER      PIC X(4) VALUE "KIT ".
    05 KTL-KIT-CODE PIC X(10).
    05 FILLER      PIC X(20) VALUE SPACES.
    05 FILLER      PIC X(11) VALUE "  KITS NET ".
    05 KTL-QTY     PIC Z(8)9-.
 01 WS-COMPONENT-LINE.
    05 FILLER      PIC X(4) VALUE SPACES.
    05 KCL-COMPONENT-CODE PIC X(10).
    05 FILLER      PIC X(10) VALUE "  PER KIT ".
    05 KCL-PER-KIT PIC ZZ9.
    05 FILLER      PIC X(7) VALUE SPACES.
    05 FILLER      PIC X(11) VALUE "  UNITS NET".
    05 KCL-QTY     PIC Z(8)9-.
*> Gross margin for a report line: amount less cost, and that as a
*> percent of the amount.
 01 WS-MARGIN-AMOUNT PIC S9(11)V99.
 01 WS-MARGIN-PCT    PIC S9(5)V9.
 01 WS-MARGIN-SALES  PIC S9(11)V99.
 01 WS-ITEM-COUNT PIC 9(7) VALUE ZERO.
*> Category roll-up alongside the item summary - each item/period
*> total also lands in its category's bucket (UNCAT for items with
       10 WS-CTG-CODE   PIC X(6).
       10 WS-CTG-QTY    PIC 9(9).
       10 WS-CTG-AMOUNT PIC S9(11)V99.
       10 WS-CTG-COST   PIC S9(11)V99.
 01 WS-CATEGORY-COUNT PIC 99 VALUE ZERO.
 01 WS-CATEGORY-IDX   PIC 99.
 01 WS-CATEGORY-FOUND PIC X.
    05 CTG-QTY    PIC Z(8)9.
    05 FILLER     PIC X(9) VALUE "  AMOUNT ".
    05 CTG-AMOUNT PIC Z(10)9.99-.
    05 FILLER     PIC X(9) VALUE "  MARGIN ".
    05 CTG-MARGIN PIC Z(10)9.99-.
    05 FILLER     PIC X(2) VALUE SPACES.
    05 CTG-MARGIN-PCT PIC ZZZ9.9-.
    05 FILLER     PIC X VALUE "%".
 01 WS-RANKED-ENTRY PIC X(45).
 01 WS-RANKED-FIELDS REDEFINES WS-RANKED-ENTRY.
    05 RNK-ITEM-CODE    PIC X(10).
    05 RNK-PERIOD       PIC 9(6).
    05 RNK-TOTAL-QTY    PIC 9(7).
    05 RNK-TOTAL-AMOUNT PIC S9(9)V99.
    05 RNK-TOTAL-COST   PIC S9(9)V99.
 01 WS-TOP-N PIC 9(3) VALUE 20.
 01 WS-RANK PIC 9(3) VALUE ZERO.
 01 WS-HEADING-LINE-1 PIC X(80)
    05 FILLER PIC X(12) VALUE "ITEM CODE".
    05 FILLER PIC X(9)  VALUE "PERIOD".
    05 FILLER PIC X(10) VALUE "QTY SOLD".
    05 FILLER PIC X(15) VALUE "AMOUNT".
    05 FILLER PIC X(15) VALUE "MARGIN".
    05 FILLER PIC X(8)  VALUE "MARGIN %".
*> Generation-catalog registration (shared RegisterGeneration appends
*> one GENCAT.DAT entry per generation this job creates).
 COPY GENCATREC.
    05 DTL-QTY       PIC ZZZZZZ9.
    05 FILLER        PIC X(3) VALUE SPACES.
    05 DTL-AMOUNT    PIC Z(8)9.99-.
    05 FILLER        PIC X(2) VALUE SPACES.
    05 DTL-MARGIN    PIC Z(8)9.99-.
    05 FILLER        PIC X(2) VALUE SPACES.
    05 DTL-MARGIN-PCT PIC ZZZ9.9-.

*> The run date every generation name and dated entry carries comes
*> from the control record (shared ResolveRunDate), so a catch-up
     MOVE RDT-RUN-DATE TO WS-RUN-DATE.
     STRING "SALES." WS-RUN-DATE ".DAT" DELIMITED BY SIZE
         INTO WS-SALES-FILENAME.
     PERFORM ReadParameterFile.
     IF CategorySelected
       MOVE "ITEMSUMMARY.SELECTED.DAT" TO WS-ITEM-SUMMARY-FILENAME
       MOVE SPACES TO WS-HEADING-LINE-1
       STRING "TOP ITEMS BY QUANTITY SOLD - CATEGORY "
           WS-SELECT-CATEGORY DELIMITED BY SIZE
           INTO WS-HEADING-LINE-1
     ELSE
       STRING "ITEMSUMMARY." WS-RUN-DATE ".DAT" DELIMITED BY SIZE
           INTO WS-ITEM-SUMMARY-FILENAME
     END-IF.
     OPEN INPUT KitFile.
     IF WS-KIT-FILE-STATUS NOT = "35"
       SET KitsOnFile TO TRUE
     END-IF.
*>   SORT ... USING opens SalesFile itself, so the generation's
*>   existence is checked here first (the same "35" guard
*>   TopSalesReport uses) - a no-sales day produces empty outputs
           INPUT PROCEDURE IS ReleaseSalesByItem
           GIVING SortedSalesFile
     END-IF.
     IF KitsOnFile
       CLOSE KitFile
     END-IF.
     PERFORM SummarizeByItem.
     IF NOT CategorySelected
       MOVE WS-ITEM-SUMMARY-FILENAME TO GCT-FILE-NAME
       MOVE WS-RUN-DATE TO GCT-RUN-DATE
       MOVE WS-ITEM-COUNT TO GCT-RECORD-COUNT
       MOVE "ITEMANALYSIS" TO GCT-CREATED-BY
       CALL "RegisterGeneration" USING GenCatRec
     END-IF.
     PERFORM RankItemSummary.
     PERFORM WriteItemReport.
     STOP RUN.
 ReadParameterFile.
     OPEN INPUT ParameterFile.
     IF WS-PARAMETER-STATUS = "00"
       READ ParameterFile
         NOT AT END
           IF PRM-CATEGORY NOT = SPACES
             SET CategorySelected TO TRUE
             MOVE PRM-CATEGORY TO WS-SELECT-CATEGORY
           END-IF
       END-READ
       CLOSE ParameterFile
     END-IF.
 ReleaseSalesByItem.
     MOVE "N" TO WS-SORTED-EOF.
     OPEN INPUT SalesFile.
     OPEN INPUT ItemFile.
     PERFORM UNTIL EndOfSorted
       READ SalesFile
         AT END
           SET EndOfSorted TO TRUE
         NOT AT END
           MOVE "Y" TO WS-SALE-SELECTED
           IF CategorySelected
             PERFORM CheckSaleCategory
           END-IF
           IF SaleSelected
             MOVE SalesItemCode TO IWR-ITEM-CODE
             COMPUTE IWR-PERIOD =
                 SalesTransYear * 100 + SalesTransMonth
             MOVE SalesQtySold TO IWR-QTY
             MOVE SalesAmount  TO IWR-AMOUNT
             PERFORM CostOneSale
             RELEASE ItemWorkRec
           END-IF
       END-READ
     END-PERFORM.
     CLOSE SalesFile.
     IF WS-ITEM-FILE-STATUS NOT = "35"
       CLOSE ItemFile
     END-IF.
     MOVE "N" TO WS-SORTED-EOF.
*>   A sale's category is its item's on the master - a kit's own, not
*>   its components' - with an item off the master or without one
*>   counted UNCAT, the same bucket the category roll-up uses.
 CheckSaleCategory.
     MOVE "UNCAT " TO WS-PROBE-CATEGORY.
     IF WS-ITEM-FILE-STATUS NOT = "35"
       MOVE SalesItemCode TO ItemCode
       READ ItemFile
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           IF ItemCategory NOT = SPACES
             MOVE ItemCategory TO WS-PROBE-CATEGORY
           END-IF
       END-READ
     END-IF.
     IF WS-PROBE-CATEGORY NOT = WS-SELECT-CATEGORY
       MOVE "N" TO WS-SALE-SELECTED
     END-IF.
*>   An adjustment is value-only and moves no goods, so it carries no
*>   cost; a return brings its goods back at the same cost, negative
*>   like its amount.
 CostOneSale.
     MOVE ZERO TO IWR-COST.
     IF NOT SalesTypeAdjustment
       MOVE SalesItemCode TO WS-KIT-CODE
       PERFORM CheckForKit
       IF KitItem
         PERFORM CostKitSale
       ELSE
         MOVE SalesItemCode TO WS-COST-ITEM-CODE
         PERFORM LookUpEffectiveCost
         COMPUTE IWR-COST = SalesQtySold * WS-EFFECTIVE-COST
       END-IF
       IF SalesTypeReturn
         COMPUTE IWR-COST = ZERO - IWR-COST
       END-IF
     END-IF.
*>   Leaves the kit's first component in the record area when the item
*>   in WS-KIT-CODE has a bill of material.
 CheckForKit.
     MOVE "N" TO WS-KIT-FOUND.
     IF KitsOnFile
       MOVE WS-KIT-CODE TO KIT-ITEM-CODE
       MOVE LOW-VALUES TO KIT-COMPONENT-CODE
       START KitFile KEY IS NOT LESS THAN KIT-KEY
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           READ KitFile NEXT RECORD
             NOT AT END
               IF KIT-ITEM-CODE = WS-KIT-CODE
                 SET KitItem TO TRUE
               END-IF
           END-READ
       END-START
     END-IF.
*>   Nobody stocks the kit code, so a kit costs its components: each
*>   at its own standard cost in force on the sale's date, times the
*>   number in the kit. Each component's movement is tallied for the
*>   kit section of the report as it goes.
 CostKitSale.
     IF SalesTypeReturn
       COMPUTE WS-KIT-MOVE-QTY = ZERO - SalesQtySold
     ELSE
       MOVE SalesQtySold TO WS-KIT-MOVE-QTY
     END-IF.
     MOVE "N" TO WS-KIT-EOF.
     PERFORM UNTIL EndOfKitComponents
       MOVE KIT-COMPONENT-CODE TO WS-COST-ITEM-CODE
       PERFORM LookUpEffectiveCost
       COMPUTE IWR-COST = IWR-COST
           + SalesQtySold * KIT-COMPONENT-QTY * WS-EFFECTIVE-COST
       PERFORM TallyComponentMovement
       READ KitFile NEXT RECORD
         AT END
           SET EndOfKitComponents TO TRUE
         NOT AT END
           IF KIT-ITEM-CODE NOT = WS-KIT-CODE
             SET EndOfKitComponents TO TRUE
           END-IF
       END-READ
     END-PERFORM.
 TallyComponentMovement.
     MOVE "N" TO WS-KCM-FOUND.
     PERFORM VARYING WS-KCM-IDX FROM 1 BY 1
         UNTIL WS-KCM-IDX > WS-KCM-COUNT
             OR ComponentEntryFound
       IF WS-KCM-KIT-CODE (WS-KCM-IDX) = WS-KIT-CODE
           AND WS-KCM-COMPONENT-CODE (WS-KCM-IDX) = KIT-COMPONENT-CODE
         SET ComponentEntryFound TO TRUE
       END-IF
     END-PERFORM.
     IF ComponentEntryFound
       SUBTRACT 1 FROM WS-KCM-IDX
     ELSE
       IF WS-KCM-COUNT < 200
         ADD 1 TO WS-KCM-COUNT
         MOVE WS-KCM-COUNT TO WS-KCM-IDX
         MOVE WS-KIT-CODE TO WS-KCM-KIT-CODE (WS-KCM-IDX)
         MOVE KIT-COMPONENT-CODE
             TO WS-KCM-COMPONENT-CODE (WS-KCM-IDX)
         MOVE KIT-COMPONENT-QTY TO WS-KCM-PER-KIT (WS-KCM-IDX)
         MOVE ZERO TO WS-KCM-KIT-QTY (WS-KCM-IDX)
         MOVE ZERO TO WS-KCM-QTY (WS-KCM-IDX)
         SET ComponentEntryFound TO TRUE
       END-IF
     END-IF.
     IF ComponentEntryFound
       ADD WS-KIT-MOVE-QTY TO WS-KCM-KIT-QTY (WS-KCM-IDX)
       COMPUTE WS-KCM-QTY (WS-KCM-IDX) = WS-KCM-QTY (WS-KCM-IDX)
           + WS-KIT-MOVE-QTY * KIT-COMPONENT-QTY
     END-IF.
*>   The cost in force on the sale's own date: the history entry with
*>   the latest effective-from at or before SalesTransDate - the same
*>   rule SalesEdit prices against. No history for the item means the
*>   master's current cost; an item off the master costs nothing.
 LookUpEffectiveCost.
     MOVE ZERO TO WS-EFFECTIVE-COST.
     IF WS-ITEM-FILE-STATUS NOT = "35"
       MOVE WS-COST-ITEM-CODE TO ItemCode
       READ ItemFile
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE ItemStdCost TO WS-EFFECTIVE-COST
       END-READ
     END-IF.
     MOVE ZERO TO WS-BEST-EFFECTIVE.
     MOVE SalesTransDate TO WS-SALE-DATE-NUM.
     MOVE "N" TO WS-COST-EOF.
     OPEN INPUT ItemCostFile.
     IF WS-ITEM-COST-STATUS = "35"
       SET EndOfCostFile TO TRUE
     END-IF.
     PERFORM UNTIL EndOfCostFile
       READ ItemCostFile
         AT END
           SET EndOfCostFile TO TRUE
         NOT AT END
           IF ICS-ITEM-CODE = WS-COST-ITEM-CODE
               AND ICS-EFFECTIVE-FROM <= WS-SALE-DATE-NUM
               AND ICS-EFFECTIVE-FROM >= WS-BEST-EFFECTIVE
             MOVE ICS-EFFECTIVE-FROM TO WS-BEST-EFFECTIVE
             MOVE ICS-STD-COST TO WS-EFFECTIVE-COST
           END-IF
       END-READ
     END-PERFORM.
     IF WS-ITEM-COST-STATUS NOT = "35"
       CLOSE ItemCostFile
     END-IF.
 SummarizeByItem.
     MOVE "N" TO WS-SORTED-EOF.
     OPEN INPUT SortedSalesFile.
             MOVE SRT-PERIOD    TO WS-CURRENT-PERIOD
             MOVE ZERO TO WS-CURRENT-QTY-TOTAL
             MOVE ZERO TO WS-CURRENT-AMOUNT-TOTAL
             MOVE ZERO TO WS-CURRENT-COST-TOTAL
             SET HaveCurrentItem TO TRUE
           END-IF
           ADD SRT-QTY    TO WS-CURRENT-QTY-TOTAL
           ADD SRT-AMOUNT TO WS-CURRENT-AMOUNT-TOTAL
           ADD SRT-COST   TO WS-CURRENT-COST-TOTAL
       END-READ
     END-PERFORM.
     IF HaveCurrentItem
     MOVE WS-CURRENT-PERIOD       TO ISR-PERIOD.
     MOVE WS-CURRENT-QTY-TOTAL    TO ISR-TOTAL-QTY.
     MOVE WS-CURRENT-AMOUNT-TOTAL TO ISR-TOTAL-AMOUNT.
     MOVE WS-CURRENT-COST-TOTAL   TO ISR-TOTAL-COST.
     WRITE ItemSummaryRec.
     ADD 1 TO WS-ITEM-COUNT.
     PERFORM TallyCategoryTotals.
           TO WS-CTG-QTY (WS-CATEGORY-IDX)
       ADD WS-CURRENT-AMOUNT-TOTAL
           TO WS-CTG-AMOUNT (WS-CATEGORY-IDX)
       ADD WS-CURRENT-COST-TOTAL
           TO WS-CTG-COST (WS-CATEGORY-IDX)
     END-IF.
 LookUpCategoryEntry.
     MOVE "N" TO WS-CATEGORY-FOUND.
         MOVE WS-PROBE-CATEGORY TO WS-CTG-CODE (WS-CATEGORY-IDX)
         MOVE ZERO TO WS-CTG-QTY (WS-CATEGORY-IDX)
         MOVE ZERO TO WS-CTG-AMOUNT (WS-CATEGORY-IDX)
         MOVE ZERO TO WS-CTG-COST (WS-CATEGORY-IDX)
         SET CategoryEntryFound TO TRUE
       END-IF
     END-IF.
           MOVE RNK-PERIOD       TO DTL-PERIOD
           MOVE RNK-TOTAL-QTY    TO DTL-QTY
           MOVE RNK-TOTAL-AMOUNT TO DTL-AMOUNT
           MOVE RNK-TOTAL-AMOUNT TO WS-MARGIN-SALES
           COMPUTE WS-MARGIN-AMOUNT =
               RNK-TOTAL-AMOUNT - RNK-TOTAL-COST
           PERFORM ComputeMarginPct
           MOVE WS-MARGIN-AMOUNT TO DTL-MARGIN
           MOVE WS-MARGIN-PCT    TO DTL-MARGIN-PCT
           WRITE ItemReportLine FROM WS-DETAIL-LINE
       END-READ
     END-PERFORM.
       MOVE WS-CTG-CODE (WS-CATEGORY-IDX)   TO CTG-CODE
       MOVE WS-CTG-QTY (WS-CATEGORY-IDX)    TO CTG-QTY
       MOVE WS-CTG-AMOUNT (WS-CATEGORY-IDX) TO CTG-AMOUNT
       MOVE WS-CTG-AMOUNT (WS-CATEGORY-IDX) TO WS-MARGIN-SALES
       COMPUTE WS-MARGIN-AMOUNT = WS-CTG-AMOUNT (WS-CATEGORY-IDX)
           - WS-CTG-COST (WS-CATEGORY-IDX)
       PERFORM ComputeMarginPct
       MOVE WS-MARGIN-AMOUNT TO CTG-MARGIN
       MOVE WS-MARGIN-PCT    TO CTG-MARGIN-PCT
       WRITE ItemReportLine FROM WS-CATEGORY-LINE
     END-PERFORM.
     PERFORM WriteKitSection.
     CLOSE ItemReport.
*>   The components of one kit sit together in the table (all are
*>   added the first time the kit sells), so a change of kit code
*>   starts the next kit's group.
 WriteKitSection.
     MOVE SPACES TO ItemReportLine.
     WRITE ItemReportLine.
     WRITE ItemReportLine FROM WS-KIT-HEADING.
     MOVE SPACES TO ItemReportLine.
     WRITE ItemReportLine.
     IF WS-KCM-COUNT = ZERO
       MOVE "NO KITS SOLD" TO ItemReportLine
       WRITE ItemReportLine
     END-IF.
     MOVE SPACES TO WS-PRINTED-KIT-CODE.
     PERFORM VARYING WS-KCM-IDX FROM 1 BY 1
         UNTIL WS-KCM-IDX > WS-KCM-COUNT
       IF WS-KCM-KIT-CODE (WS-KCM-IDX) NOT = WS-PRINTED-KIT-CODE
         MOVE WS-KCM-KIT-CODE (WS-KCM-IDX) TO WS-PRINTED-KIT-CODE
         MOVE WS-KCM-KIT-CODE (WS-KCM-IDX) TO KTL-KIT-CODE
         MOVE WS-KCM-KIT-QTY (WS-KCM-IDX)  TO KTL-QTY
         WRITE ItemReportLine FROM WS-KIT-LINE
       END-IF
       MOVE WS-KCM-COMPONENT-CODE (WS-KCM-IDX) TO KCL-COMPONENT-CODE
       MOVE WS-KCM-PER-KIT (WS-KCM-IDX) TO KCL-PER-KIT
       MOVE WS-KCM-QTY (WS-KCM-IDX)     TO KCL-QTY
       WRITE ItemReportLine FROM WS-COMPONENT-LINE
     END-PERFORM.
*>   Margin as a percent of the sales amount; nothing sold, nothing to
*>   measure against.
 ComputeMarginPct.
     MOVE ZERO TO WS-MARGIN-PCT.
     IF WS-MARGIN-SALES NOT = ZERO
       COMPUTE WS-MARGIN-PCT ROUNDED =
           WS-MARGIN-AMOUNT * 100 / WS-MARGIN-SALES
         ON SIZE ERROR
           MOVE ZERO TO WS-MARGIN-PCT
       END-COMPUTE
     END-IF.
