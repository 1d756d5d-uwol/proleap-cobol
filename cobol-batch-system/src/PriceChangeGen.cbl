 IDENTIFICATION DIVISION.
 PROGRAM-ID. PriceChangeGen.
*> Mass price change for one item category, run on request instead of
*> keying an annual increase item by item through ItemMaint.
*> PRICECHG.PARM carries one record: the mode (P preview, A apply),
*> the CATEGORY.DAT category in scope, the change (a percentage or a
*> fixed amount, up or down), a rounding rule and the date the new
*> prices take effect, which must be after the run date. Every active
*> item in the category is priced again from the price in force on
*> that date (its latest ITEMPRICE.DAT entry at or before it, else the
*> master's ItemUnitPrice) and listed on PRICECHG.RPT beside its new
*> price. An item is refused, and listed as such, if a promotional
*> window on PROMO.DAT for it has not ended by the effective date (the
*> promotion was priced against the old price), if it already has a
*> price entry for that date, or if the change would take its price
*> to nothing or past the field.
*> A preview writes nothing but the report and PRICECHG.PRV, a copy of
*> the parameters it ran with. An apply is refused unless that copy
*> matches its own parameters - the preview has to come first - and
*> appends one future-dated ITEMPRICE.DAT entry per item priced;
*> SalesEdit, BackorderRelease and BATCH-DISCOUNT pick the new price
*> up from the history on its date. An apply clears PRICECHG.PRV, so
*> the next change needs a fresh preview.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT ParameterFile ASSIGN TO "PRICECHG.PARM"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-PARAMETER-STATUS.
     SELECT PreviewFile ASSIGN TO "PRICECHG.PRV"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-PREVIEW-STATUS.
     SELECT CategoryFile ASSIGN TO "CATEGORY.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-CATEGORY-FILE-STATUS.
     SELECT ItemFile ASSIGN TO "ITEMS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS ItemCode
         FILE STATUS IS WS-ITEM-FILE-STATUS.
     SELECT ItemPriceFile ASSIGN TO "ITEMPRICE.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-ITEM-PRICE-STATUS.
     SELECT PromoFile ASSIGN TO "PROMO.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-PROMO-FILE-STATUS.
     SELECT NewPriceWork ASSIGN TO "PRICECHG.WRK"
         ORGANIZATION IS LINE SEQUENTIAL.
     SELECT PriceChangeReport ASSIGN TO "PRICECHG.RPT"
         ORGANIZATION IS LINE SEQUENTIAL.
 DATA DIVISION.
 FILE SECTION.
*> Mode, category, change type (P percent, F fixed amount) and
*> direction (+ or -), the percentage or amount, the rounding rule
*> (C to the cent, T to ten cents, U to the whole unit, 9 to the
*> nearest .99) and the effective date, YYYYMMDD.
 FD ParameterFile.
 01 ParameterRec.
    05 PRM-MODE           PIC X.
       88 PrmPreview VALUE "P".
       88 PrmApply   VALUE "A".
    05 PRM-CHANGE-SPEC.
       10 PRM-CATEGORY       PIC X(6).
       10 PRM-CHANGE-TYPE    PIC X.
          88 PrmPercentChange VALUE "P".
          88 PrmFixedChange   VALUE "F".
       10 PRM-DIRECTION      PIC X.
          88 PrmIncrease VALUE "+".
          88 PrmDecrease VALUE "-".
       10 PRM-CHANGE-VALUE   PIC 9(5)V99.
       10 PRM-ROUNDING       PIC X.
          88 PrmRoundCent  VALUE "C".
          88 PrmRoundTen   VALUE "T".
          88 PrmRoundUnit  VALUE "U".
          88 PrmRoundNines VALUE "9".
          88 PrmRoundingValid VALUE "C" "T" "U" "9".
       10 PRM-EFFECTIVE-DATE PIC 9(8).
*> The change a preview was run for, and the date it ran.
 FD PreviewFile.
 01 PreviewRec.
    05 PRV-CHANGE-SPEC PIC X(24).
    05 PRV-RUN-DATE    PIC 9(8).
 FD CategoryFile.
 01 CategoryRec.
    05 CAT-CODE        PIC X(6).
    05 CAT-DESCRIPTION PIC X(30).
 FD ItemFile.
 COPY ITEMREC.
 FD ItemPriceFile.
 01 ItemPriceRec.
    05 IPR-ITEM-CODE      PIC X(10).
    05 IPR-EFFECTIVE-FROM PIC 9(8).
    05 IPR-UNIT-PRICE     PIC 9(5)V99.
 FD PromoFile.
 01 PromoRec.
    05 PRO-ITEM-CODE   PIC X(10).
    05 PRO-PROMO-CODE  PIC X(6).
    05 PRO-PROMO-PRICE PIC 9(5)V99.
    05 PRO-START-DATE  PIC 9(8).
    05 PRO-END-DATE    PIC 9(8).
*> The new entries, held until the scan of ITEMPRICE.DAT is done and
*> then appended to it on an apply.
 FD NewPriceWork.
 01 NewPriceRec PIC X(25).
 FD PriceChangeReport.
 01 PriceChangeLine PIC X(80).
 WORKING-STORAGE SECTION.
 01 WS-PARAMETER-STATUS PIC XX.
 01 WS-PREVIEW-STATUS PIC XX.
 01 WS-CATEGORY-FILE-STATUS PIC XX.
 01 WS-ITEM-FILE-STATUS PIC XX.
 01 WS-ITEM-PRICE-STATUS PIC XX.
 01 WS-PROMO-FILE-STATUS PIC XX.
 01 WS-RUN-DATE PIC 9(8).
 01 WS-CATEGORY-EOF PIC X.
    88 EndOfCategories VALUE "Y".
 01 WS-CATEGORY-FOUND PIC X VALUE "N".
    88 CategoryOnFile VALUE "Y".
 01 WS-ITEM-EOF PIC X VALUE "N".
    88 EndOfItems VALUE "Y".
 01 WS-PRICE-EOF PIC X.
    88 EndOfPriceFile VALUE "Y".
 01 WS-PROMO-EOF PIC X.
    88 EndOfPromoFile VALUE "Y".
 01 WS-WORK-EOF PIC X.
    88 EndOfWork VALUE "Y".
*> Pricing one item: the price in force on the effective date and the
*> new one, with what (if anything) stops the change.
 01 WS-OLD-PRICE   PIC 9(5)V99.
 01 WS-NEW-PRICE   PIC 9(5)V99.
 01 WS-RAW-PRICE   PIC S9(7)V9999.
 01 WS-ROUND-WORK  PIC S9(11).
 01 WS-BEST-EFFECTIVE PIC 9(8).
 01 WS-REFUSAL PIC X(24).
 01 WS-ITEM-REFUSED PIC X.
    88 ItemRefused VALUE "Y".
 01 WS-READ-COUNT      PIC 9(7) VALUE ZERO.
 01 WS-SCOPE-COUNT     PIC 9(7) VALUE ZERO.
 01 WS-PRICED-COUNT    PIC 9(7) VALUE ZERO.
 01 WS-PROMO-REFUSED-COUNT PIC 9(7) VALUE ZERO.
 01 WS-DUP-REFUSED-COUNT   PIC 9(7) VALUE ZERO.
 01 WS-RANGE-REFUSED-COUNT PIC 9(7) VALUE ZERO.
 01 WS-WRITTEN-COUNT   PIC 9(7) VALUE ZERO.
 01 WS-PARM-LINE.
    05 FILLER      PIC X(9) VALUE "CATEGORY ".
    05 PML-CATEGORY PIC X(6).
    05 FILLER      PIC X(9) VALUE "  CHANGE ".
    05 PML-DIRECTION PIC X.
    05 PML-VALUE   PIC ZZZZ9.99.
    05 PML-UNIT    PIC X(2).
    05 FILLER      PIC X(11) VALUE "  ROUNDING ".
    05 PML-ROUNDING PIC X.
    05 FILLER      PIC X(12) VALUE "  EFFECTIVE ".
    05 PML-EFFECTIVE PIC 9(8).
 01 WS-MODE-LINE PIC X(80).
 01 WS-COLUMN-HEADING.
    05 FILLER PIC X(12) VALUE "ITEM".
    05 FILLER PIC X(24) VALUE "DESCRIPTION".
    05 FILLER PIC X(10) VALUE "  OLD".
    05 FILLER PIC X(10) VALUE "  NEW".
    05 FILLER PIC X(24) VALUE "REFUSED".
 01 WS-DETAIL-LINE.
    05 DTL-ITEM-CODE   PIC X(10).
    05 FILLER          PIC X(2) VALUE SPACES.
    05 DTL-DESCRIPTION PIC X(23).
    05 FILLER          PIC X(1) VALUE SPACES.
    05 DTL-OLD-PRICE   PIC ZZZZ9.99.
    05 FILLER          PIC X(2) VALUE SPACES.
    05 DTL-NEW-PRICE   PIC ZZZZ9.99.
    05 FILLER          PIC X(2) VALUE SPACES.
    05 DTL-REFUSAL     PIC X(24).
 01 WS-SUMMARY-LINE.
    05 SUM-LABEL PIC X(36).
    05 SUM-VALUE PIC Z(6)9.
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
     PERFORM ReadParameters.
     PERFORM CheckCategory.
     IF PrmApply
       PERFORM CheckPreviewRun
     END-IF.
     OPEN INPUT ItemFile.
     IF WS-ITEM-FILE-STATUS = "35"
       DISPLAY "PriceChangeGen - ITEMS.DAT not found, run refused"
       PERFORM RefuseRun
     END-IF.
     OPEN OUTPUT NewPriceWork.
     PERFORM StartPriceChangeReport.
     PERFORM UNTIL EndOfItems
       READ ItemFile NEXT RECORD
         AT END
           SET EndOfItems TO TRUE
         NOT AT END
           ADD 1 TO WS-READ-COUNT
           IF ItemActive AND ItemCategory = PRM-CATEGORY
             PERFORM PriceOneItem
           END-IF
       END-READ
     END-PERFORM.
     CLOSE ItemFile.
     CLOSE NewPriceWork.
     IF PrmApply
       PERFORM AppendNewPrices
       OPEN OUTPUT PreviewFile
       CLOSE PreviewFile
     ELSE
       OPEN OUTPUT PreviewFile
       MOVE PRM-CHANGE-SPEC TO PRV-CHANGE-SPEC
       MOVE WS-RUN-DATE     TO PRV-RUN-DATE
       WRITE PreviewRec
       CLOSE PreviewFile
     END-IF.
     PERFORM EndPriceChangeReport.
     PERFORM WriteRunLogRecord.
     STOP RUN.
*>   A missing or unusable parameter record refuses the run: a price
*>   change has no sensible default.
 ReadParameters.
     OPEN INPUT ParameterFile.
     IF WS-PARAMETER-STATUS NOT = "00"
       DISPLAY "PriceChangeGen - PRICECHG.PARM not found, run refused"
       PERFORM RefuseRun
     END-IF.
     READ ParameterFile
       AT END
         DISPLAY "PriceChangeGen - PRICECHG.PARM is empty, "
             "run refused"
         CLOSE ParameterFile
         PERFORM RefuseRun
     END-READ.
     CLOSE ParameterFile.
     IF NOT PrmPreview AND NOT PrmApply
       DISPLAY "PriceChangeGen - mode must be P or A, run refused"
       PERFORM RefuseRun
     END-IF.
     IF (NOT PrmPercentChange AND NOT PrmFixedChange)
         OR (NOT PrmIncrease AND NOT PrmDecrease)
         OR PRM-CHANGE-VALUE NOT NUMERIC
         OR PRM-CHANGE-VALUE = ZERO
       DISPLAY "PriceChangeGen - change type, direction or amount "
           "invalid, run refused"
       PERFORM RefuseRun
     END-IF.
     IF PrmPercentChange AND PrmDecrease
         AND PRM-CHANGE-VALUE NOT < 100
       DISPLAY "PriceChangeGen - a cut of 100% or more, run refused"
       PERFORM RefuseRun
     END-IF.
     IF NOT PrmRoundingValid
       DISPLAY "PriceChangeGen - rounding rule must be C, T, U or 9, "
           "run refused"
       PERFORM RefuseRun
     END-IF.
     IF PRM-EFFECTIVE-DATE NOT NUMERIC
         OR PRM-EFFECTIVE-DATE NOT > WS-RUN-DATE
       DISPLAY "PriceChangeGen - effective date must be after "
           WS-RUN-DATE ", run refused"
       PERFORM RefuseRun
     END-IF.
 CheckCategory.
     MOVE "N" TO WS-CATEGORY-EOF.
     OPEN INPUT CategoryFile.
     IF WS-CATEGORY-FILE-STATUS = "35"
       SET EndOfCategories TO TRUE
     END-IF.
     PERFORM UNTIL EndOfCategories OR CategoryOnFile
       READ CategoryFile
         AT END
           SET EndOfCategories TO TRUE
         NOT AT END
           IF CAT-CODE = PRM-CATEGORY
             SET CategoryOnFile TO TRUE
           END-IF
       END-READ
     END-PERFORM.
     IF WS-CATEGORY-FILE-STATUS NOT = "35"
       CLOSE CategoryFile
     END-IF.
     IF NOT CategoryOnFile
       DISPLAY "PriceChangeGen - category " PRM-CATEGORY
           " not on CATEGORY.DAT, run refused"
       PERFORM RefuseRun
     END-IF.
*>   The apply must be for exactly the change last previewed.
 CheckPreviewRun.
     OPEN INPUT PreviewFile.
     IF WS-PREVIEW-STATUS NOT = "00"
       DISPLAY "PriceChangeGen - no preview on file, run refused"
       PERFORM RefuseRun
     END-IF.
     READ PreviewFile
       AT END
         MOVE SPACES TO PreviewRec
     END-READ.
     CLOSE PreviewFile.
     IF PRV-CHANGE-SPEC NOT = PRM-CHANGE-SPEC
       DISPLAY "PriceChangeGen - parameters differ from the last "
           "preview, run refused"
       PERFORM RefuseRun
     END-IF.
 RefuseRun.
     MOVE 8 TO RETURN-CODE.
     PERFORM WriteRunLogRecord.
     STOP RUN.
 PriceOneItem.
     ADD 1 TO WS-SCOPE-COUNT.
     MOVE "N" TO WS-ITEM-REFUSED.
     MOVE SPACES TO WS-REFUSAL.
     PERFORM LookUpPriceInForce.
     IF NOT ItemRefused
       PERFORM CheckPromoWindows
     END-IF.
     MOVE ZERO TO WS-NEW-PRICE.
     IF NOT ItemRefused
       PERFORM ComputeNewPrice
     END-IF.
     MOVE ItemCode        TO DTL-ITEM-CODE.
     MOVE ItemDescription TO DTL-DESCRIPTION.
     MOVE WS-OLD-PRICE    TO DTL-OLD-PRICE.
     MOVE WS-NEW-PRICE    TO DTL-NEW-PRICE.
     MOVE WS-REFUSAL      TO DTL-REFUSAL.
     WRITE PriceChangeLine FROM WS-DETAIL-LINE.
     IF NOT ItemRefused
       ADD 1 TO WS-PRICED-COUNT
       MOVE ItemCode           TO IPR-ITEM-CODE
       MOVE PRM-EFFECTIVE-DATE TO IPR-EFFECTIVE-FROM
       MOVE WS-NEW-PRICE       TO IPR-UNIT-PRICE
       WRITE NewPriceRec FROM ItemPriceRec
     END-IF.
*>   The same rule SalesEdit prices a sale against, taken on the
*>   effective date; an entry already on that date means the item has
*>   been repriced for it once.
 LookUpPriceInForce.
     MOVE ItemUnitPrice TO WS-OLD-PRICE.
     MOVE ZERO TO WS-BEST-EFFECTIVE.
     MOVE "N" TO WS-PRICE-EOF.
     OPEN INPUT ItemPriceFile.
     IF WS-ITEM-PRICE-STATUS = "35"
       SET EndOfPriceFile TO TRUE
     END-IF.
     PERFORM UNTIL EndOfPriceFile
       READ ItemPriceFile
         AT END
           SET EndOfPriceFile TO TRUE
         NOT AT END
           IF IPR-ITEM-CODE = ItemCode
               AND IPR-EFFECTIVE-FROM <= PRM-EFFECTIVE-DATE
               AND IPR-EFFECTIVE-FROM >= WS-BEST-EFFECTIVE
             MOVE IPR-EFFECTIVE-FROM TO WS-BEST-EFFECTIVE
             MOVE IPR-UNIT-PRICE TO WS-OLD-PRICE
           END-IF
       END-READ
     END-PERFORM.
     IF WS-ITEM-PRICE-STATUS NOT = "35"
       CLOSE ItemPriceFile
     END-IF.
     IF WS-BEST-EFFECTIVE = PRM-EFFECTIVE-DATE
       SET ItemRefused TO TRUE
       MOVE "PRICE ALREADY SET" TO WS-REFUSAL
       ADD 1 TO WS-DUP-REFUSED-COUNT
     END-IF.
*>   A promotion still running on or after the effective date was
*>   priced against the old price, so the item waits until it ends.
 CheckPromoWindows.
     MOVE "N" TO WS-PROMO-EOF.
     OPEN INPUT PromoFile.
     IF WS-PROMO-FILE-STATUS = "35"
       SET EndOfPromoFile TO TRUE
     END-IF.
     PERFORM UNTIL EndOfPromoFile OR ItemRefused
       READ PromoFile
         AT END
           SET EndOfPromoFile TO TRUE
         NOT AT END
           IF PRO-ITEM-CODE = ItemCode
               AND PRO-END-DATE NOT < PRM-EFFECTIVE-DATE
             SET ItemRefused TO TRUE
             STRING "PROMO " PRO-PROMO-CODE " TO " PRO-END-DATE
                 DELIMITED BY SIZE INTO WS-REFUSAL
             ADD 1 TO WS-PROMO-REFUSED-COUNT
           END-IF
       END-READ
     END-PERFORM.
     IF WS-PROMO-FILE-STATUS NOT = "35"
       CLOSE PromoFile
     END-IF.
 ComputeNewPrice.
     IF PrmPercentChange
       IF PrmIncrease
         COMPUTE WS-RAW-PRICE =
             WS-OLD-PRICE * (100 + PRM-CHANGE-VALUE) / 100
       ELSE
         COMPUTE WS-RAW-PRICE =
             WS-OLD-PRICE * (100 - PRM-CHANGE-VALUE) / 100
       END-IF
     ELSE
       IF PrmIncrease
         COMPUTE WS-RAW-PRICE = WS-OLD-PRICE + PRM-CHANGE-VALUE
       ELSE
         COMPUTE WS-RAW-PRICE = WS-OLD-PRICE - PRM-CHANGE-VALUE
       END-IF
     END-IF.
     EVALUATE TRUE
       WHEN PrmRoundTen
         COMPUTE WS-ROUND-WORK ROUNDED = WS-RAW-PRICE * 10
         COMPUTE WS-RAW-PRICE = WS-ROUND-WORK / 10
       WHEN PrmRoundUnit
         COMPUTE WS-ROUND-WORK ROUNDED = WS-RAW-PRICE
         MOVE WS-ROUND-WORK TO WS-RAW-PRICE
       WHEN PrmRoundNines
         COMPUTE WS-ROUND-WORK ROUNDED = WS-RAW-PRICE
         COMPUTE WS-RAW-PRICE = WS-ROUND-WORK - .01
       WHEN OTHER
         COMPUTE WS-ROUND-WORK ROUNDED = WS-RAW-PRICE * 100
         COMPUTE WS-RAW-PRICE = WS-ROUND-WORK / 100
     END-EVALUATE.
     IF WS-RAW-PRICE NOT > ZERO OR WS-RAW-PRICE > 99999.99
       SET ItemRefused TO TRUE
       MOVE "PRICE OUT OF RANGE" TO WS-REFUSAL
       ADD 1 TO WS-RANGE-REFUSED-COUNT
     ELSE
       MOVE WS-RAW-PRICE TO WS-NEW-PRICE
     END-IF.
 AppendNewPrices.
     OPEN EXTEND ItemPriceFile.
     IF WS-ITEM-PRICE-STATUS = "35"
       OPEN OUTPUT ItemPriceFile
     END-IF.
     MOVE "N" TO WS-WORK-EOF.
     OPEN INPUT NewPriceWork.
     PERFORM UNTIL EndOfWork
       READ NewPriceWork INTO ItemPriceRec
         AT END
           SET EndOfWork TO TRUE
         NOT AT END
           WRITE ItemPriceRec
           ADD 1 TO WS-WRITTEN-COUNT
       END-READ
     END-PERFORM.
     CLOSE NewPriceWork.
     CLOSE ItemPriceFile.
 StartPriceChangeReport.
     OPEN OUTPUT PriceChangeReport.
     MOVE "H" TO PRC-ACTION.
     MOVE "CATEGORY PRICE CHANGE" TO PRC-REPORT-TITLE.
     MOVE WS-RUN-DATE TO PRC-RUN-DATE.
     MOVE ZERO TO PRC-PAGE-NUMBER.
     CALL "PrintReport" USING PrintControlRec.
     WRITE PriceChangeLine FROM PRC-OUTPUT-LINE.
     MOVE SPACES TO PriceChangeLine.
     WRITE PriceChangeLine.
     IF PrmApply
       MOVE "APPLY - NEW PRICES WRITTEN TO ITEMPRICE.DAT"
           TO WS-MODE-LINE
     ELSE
       MOVE "PREVIEW - NOTHING WRITTEN TO ITEMPRICE.DAT"
           TO WS-MODE-LINE
     END-IF.
     WRITE PriceChangeLine FROM WS-MODE-LINE.
     MOVE PRM-CATEGORY       TO PML-CATEGORY.
     MOVE PRM-DIRECTION      TO PML-DIRECTION.
     MOVE PRM-CHANGE-VALUE   TO PML-VALUE.
     IF PrmPercentChange
       MOVE " %" TO PML-UNIT
     ELSE
       MOVE SPACES TO PML-UNIT
     END-IF.
     MOVE PRM-ROUNDING       TO PML-ROUNDING.
     MOVE PRM-EFFECTIVE-DATE TO PML-EFFECTIVE.
     WRITE PriceChangeLine FROM WS-PARM-LINE.
     MOVE SPACES TO PriceChangeLine.
     WRITE PriceChangeLine.
     WRITE PriceChangeLine FROM WS-COLUMN-HEADING.
 EndPriceChangeReport.
     MOVE SPACES TO PriceChangeLine.
     WRITE PriceChangeLine.
     MOVE "ACTIVE ITEMS IN CATEGORY"       TO SUM-LABEL.
     MOVE WS-SCOPE-COUNT                   TO SUM-VALUE.
     WRITE PriceChangeLine FROM WS-SUMMARY-LINE.
     MOVE "ITEMS REPRICED"                 TO SUM-LABEL.
     MOVE WS-PRICED-COUNT                  TO SUM-VALUE.
     WRITE PriceChangeLine FROM WS-SUMMARY-LINE.
     MOVE "REFUSED - PROMOTION RUNNING"    TO SUM-LABEL.
     MOVE WS-PROMO-REFUSED-COUNT           TO SUM-VALUE.
     WRITE PriceChangeLine FROM WS-SUMMARY-LINE.
     MOVE "REFUSED - PRICE ALREADY SET"    TO SUM-LABEL.
     MOVE WS-DUP-REFUSED-COUNT             TO SUM-VALUE.
     WRITE PriceChangeLine FROM WS-SUMMARY-LINE.
     MOVE "REFUSED - PRICE OUT OF RANGE"   TO SUM-LABEL.
     MOVE WS-RANGE-REFUSED-COUNT           TO SUM-VALUE.
     WRITE PriceChangeLine FROM WS-SUMMARY-LINE.
     MOVE "PRICE ENTRIES WRITTEN"          TO SUM-LABEL.
     MOVE WS-WRITTEN-COUNT                 TO SUM-VALUE.
     WRITE PriceChangeLine FROM WS-SUMMARY-LINE.
     MOVE "F" TO PRC-ACTION.
     MOVE WS-SCOPE-COUNT TO PRC-DETAIL-COUNT.
     CALL "PrintReport" USING PrintControlRec.
     WRITE PriceChangeLine FROM PRC-OUTPUT-LINE.
     CLOSE PriceChangeReport.
 SetRunLogStart.
     MOVE "PRICECHANGEGEN" TO RLG-JOB-NAME.
     ACCEPT WS-LOG-TS-DATE FROM DATE YYYYMMDD.
     ACCEPT WS-LOG-TS-TIME FROM TIME.
     MOVE WS-LOG-TS-DATE TO RLG-RUN-DATE.
     STRING WS-LOG-TS-DATE WS-LOG-TS-TIME DELIMITED BY SIZE
         INTO RLG-START-TIMESTAMP.
 WriteRunLogRecord.
     MOVE WS-READ-COUNT TO RLG-READ-COUNT.
     MOVE WS-WRITTEN-COUNT TO RLG-WRITTEN-COUNT.
     COMPUTE RLG-REJECTED-COUNT = WS-PROMO-REFUSED-COUNT
         + WS-DUP-REFUSED-COUNT + WS-RANGE-REFUSED-COUNT.
     MOVE RETURN-CODE TO RLG-RETURN-CODE.
     CALL "WriteRunLog" USING RunLogRec.
