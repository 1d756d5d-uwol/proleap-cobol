*> Control-break summary of SALES.DAT (assumed grouped by
*> SalesPersonId) into SUMMARY.DAT, one record per salesperson, with
*> the salesperson's name looked up from PERSONS.DAT the same way
*> SeqWrite/SeqMaint scan it for a duplicate-key check. Each sale is
*> bucketed into the period the shared ResolvePeriod names for its
*> date - the calendar month, or the fiscal period when CONTROL.DAT
*> selects the fiscal calendar - so SummaryPeriod is the period
*> finance closes on. A sale dated outside the fiscal calendar is
*> summarized under its calendar month and the step ends 4.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
    05 SPX-REGION    PIC X(4).
    05 SPX-ACTIVE    PIC X.
    05 SPX-TERM-DATE PIC 9(8).
    05 SPX-PLAN-ID   PIC X(6).
*> Monthly quotas maintained by TargetMaint, keyed exactly like the
*> summary record - the over-quota accelerator below reads them.
 FD TargetFile.
 01 WS-CURRENT-AMOUNT-TOTAL PIC S9(9)V99 VALUE ZERO.
 01 WS-CURRENT-RETURN-QTY    PIC 9(7) VALUE ZERO.
 01 WS-CURRENT-RETURN-AMOUNT PIC S9(9)V99 VALUE ZERO.
 01 WS-TRANS-PERIOD   PIC 9(6).
 01 WS-CURRENT-PERIOD PIC 9(6).
 COPY PERIODCTLREC.
 01 WS-OFF-CALENDAR-COUNT PIC 9(7) VALUE ZERO.
*> Commission is priced by the shared ResolveCommPlan routine against
*> the salesperson's plan version in force for the period.
 COPY COMMCTLREC.
*> Over-quota accelerator: the portion of the period's amount above
*> the TARGETS.DAT quota earns this many extra percent on top of the
*> bracket rate. No target on file means no acceleration.
     IF WS-RECORD-COUNT = ZERO
       MOVE 4 TO RETURN-CODE
     END-IF.
     IF WS-OFF-CALENDAR-COUNT > ZERO
       DISPLAY "MakeSummaryFile - " WS-OFF-CALENDAR-COUNT
           " sales dated outside FISCALCAL.DAT summarized by "
           "calendar month"
       MOVE 4 TO RETURN-CODE
     END-IF.
     PERFORM WriteRunLogRecord.
     STOP RUN.
 RegisterGenerations.
         SET EndOfSales TO TRUE
     END-READ.
 ComputeTransPeriod.
     SET PrdDateToPeriod TO TRUE.
     MOVE SalesTransDate TO PRD-DATE.
     CALL "ResolvePeriod" USING PeriodControlRec.
     MOVE PRD-PERIOD TO WS-TRANS-PERIOD.
     IF PrdNotResolved
       ADD 1 TO WS-OFF-CALENDAR-COUNT
     END-IF.
 StartNewGroup.
     MOVE SalesPersonId TO WS-CURRENT-PERSON-ID.
     MOVE WS-TRANS-PERIOD TO WS-CURRENT-PERIOD.
     PERFORM WriteSummaryReportLine.
     PERFORM WriteSummaryCsvLine.
 ComputeCommission.
     MOVE WS-CURRENT-PERSON-ID    TO CMC-PERSON-ID.
     MOVE WS-CURRENT-PERIOD       TO CMC-PERIOD.
     MOVE WS-CURRENT-QTY-TOTAL    TO CMC-CALC-QTY.
     MOVE WS-CURRENT-AMOUNT-TOTAL TO CMC-CALC-AMOUNT.
     CALL "ResolveCommPlan" USING CommissionControlRec.
     MOVE CMC-COMMISSION TO SummaryCommission.
     PERFORM ApplyQuotaAccelerator.
*>   The portion of the period's amount above the keyed quota earns
*>   the accelerator on top of whatever the bracket paid - the reward
