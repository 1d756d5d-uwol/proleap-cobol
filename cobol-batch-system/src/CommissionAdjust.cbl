    05 HST-SPLIT-PERCENT   PIC 9(3).
    05 HST-TRANS-ID        PIC 9(14).
    05 HST-PROMO-CODE      PIC X(6).
    05 HST-BUYER-ID        PIC 9(6).
    05 HST-WAREHOUSE       PIC X(4).
 FD GenCatFile.
 COPY GENCATREC.
 FD SummaryFile.
 01 WS-RETURN-AMOUNT    PIC S9(7)V99.
 01 WS-RETURN-PERIOD    PIC 9(6).
 01 WS-RETURN-ORIG-DATE PIC 9(8).
 01 WS-HIST-PERIOD      PIC 9(6).
*> Every period here - the return's, the referenced sale's and each
*> history record's - is the one the shared ResolvePeriod names, so
*> the repricing lines up with the periods MakeSummaryFile paid.
 COPY PERIODCTLREC.
*> One catalog walk per return confirms the referenced sale is on
*> the history (the same match SalesEdit makes) and accumulates the
*> salesperson's totals for the original period, so it can be
 01 WS-ORIG-PERIOD PIC 9(6).
 01 WS-ORIG-QTY-TOTAL    PIC 9(9).
 01 WS-ORIG-AMOUNT-TOTAL PIC S9(11)V99.
*> Both periods are priced by the shared ResolveCommPlan routine - the
*> same routine MakeSummaryFile prices with - so the original period
*> is repriced under the plan version that was in force for it, even
*> when the salesperson's plan has changed since.
 COPY COMMCTLREC.
 01 WS-CALC-QTY        PIC S9(7).
 01 WS-CALC-AMOUNT     PIC S9(9)V99.
 01 WS-CALC-COMMISSION PIC S9(9)V99.
 01 WS-AFTER-COMMISSION  PIC S9(9)V99.
 01 WS-RECOVERY-AMOUNT   PIC S9(9)V99.
 01 WS-OFFSET-AMOUNT     PIC S9(9)V99.
 01 WS-CURRENT-PERCENT   PIC 99V99.
 01 WS-RETURNS-READ      PIC 9(7) VALUE ZERO.
 01 WS-PRIOR-PERIOD-COUNT PIC 9(7) VALUE ZERO.
 01 WS-SAME-PERIOD-COUNT PIC 9(7) VALUE ZERO.
     MOVE SalesQtySold  TO WS-RETURN-QTY.
     MOVE SalesAmount   TO WS-RETURN-AMOUNT.
     MOVE SalesOrigDate TO WS-RETURN-ORIG-DATE.
     SET PrdDateToPeriod TO TRUE.
     MOVE SalesTransDate TO PRD-DATE.
     CALL "ResolvePeriod" USING PeriodControlRec.
     MOVE PRD-PERIOD TO WS-RETURN-PERIOD.
*>   The reference decides everything: no reference means nothing to
*>   reprice (a pre-reference legacy return), and a reference inside
*>   the return's own period is already handled correctly by
         OR WS-RETURN-ORIG-DATE = ZERO
       ADD 1 TO WS-UNMATCHED-COUNT
     ELSE
       MOVE WS-RETURN-ORIG-DATE TO PRD-DATE
       CALL "ResolvePeriod" USING PeriodControlRec
       MOVE PRD-PERIOD TO WS-ORIG-PERIOD
       IF WS-ORIG-PERIOD >= WS-RETURN-PERIOD
         ADD 1 TO WS-SAME-PERIOD-COUNT
       ELSE
       CLOSE HistSalesFile
     END-IF.
 TallyHistoryRecord.
     SET PrdDateToPeriod TO TRUE.
     MOVE HST-TRANS-DATE TO PRD-DATE.
     CALL "ResolvePeriod" USING PeriodControlRec.
     MOVE PRD-PERIOD TO WS-HIST-PERIOD.
*>   The referenced sale is matched exactly the way SalesEdit's
*>   return check matched it - item, date, and a type of plain sale
*>   (blank on a legacy record reads as S, as everywhere else).
         NOT AT END
           IF SummaryPersonId = WS-RETURN-PERSON-ID
               AND SummaryPeriod = WS-RETURN-PERIOD
             MOVE WS-RETURN-PERSON-ID TO CMC-PERSON-ID
             MOVE WS-RETURN-PERIOD    TO CMC-PERIOD
             MOVE SummaryTotalQty     TO CMC-CALC-QTY
             MOVE SummaryTotalAmount  TO CMC-CALC-AMOUNT
             CALL "ResolveCommPlan" USING CommissionControlRec
             MOVE CMC-PERCENT TO WS-CURRENT-PERCENT
             SET EndOfSummary TO TRUE
           END-IF
       END-READ
     IF WS-SUMMARY-FILE-STATUS NOT = "35"
       CLOSE SummaryFile
     END-IF.
 ComputeBracketCommission.
     MOVE WS-RETURN-PERSON-ID TO CMC-PERSON-ID.
     MOVE WS-ORIG-PERIOD      TO CMC-PERIOD.
     MOVE WS-CALC-QTY         TO CMC-CALC-QTY.
     MOVE WS-CALC-AMOUNT      TO CMC-CALC-AMOUNT.
     CALL "ResolveCommPlan" USING CommissionControlRec.
     MOVE CMC-COMMISSION TO WS-CALC-COMMISSION.
 WriteAdjustmentRecord.
     MOVE WS-RETURN-PERSON-ID TO ADJ-PERSON-ID.
     MOVE WS-RETURN-PERIOD    TO ADJ-RETURN-PERIOD.
