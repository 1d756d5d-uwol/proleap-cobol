*> CONTROL.DAT (CTL-CLOSED-PERIOD), which SalesEdit honors by
*> diverting later-arriving sales dated in a closed period to
*> suspense, and a closing statement with the period totals is
*> printed through the shared PrintReport utility. The period is a
*> calendar month or, when CONTROL.DAT selects the fiscal calendar, a
*> fiscal period (YYYYPP) off FISCALCAL.DAT; the shared ResolvePeriod
*> supplies its first and last day, and every generation dated in
*> between is read.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
 01 WS-SUMMARY-FILE-STATUS PIC XX.
 01 WS-CONTROL-FILE-STATUS PIC XX.
 01 WS-CLOSE-PERIOD PIC 9(6).
 COPY PERIODCTLREC.
 01 WS-PERIOD-START PIC 9(8).
 01 WS-PERIOD-END   PIC 9(8).
*> Every daily generation of the period is probed by name - the
*> date-stamped naming makes the period's file set enumerable without
*> any catalog.
 01 WS-GEN-DAY-INT   PIC 9(7).
 01 WS-START-DAY-INT PIC 9(7).
 01 WS-END-DAY-INT PIC 9(7).
 01 WS-GEN-DATE PIC 9(8).
 01 WS-SUMMARY-FILENAME PIC X(20).
 01 WS-MONTHEND-FILENAME PIC X(22).
 01 WS-SUSPENSE-AMOUNT PIC S9(11)V99 VALUE ZERO.
 01 WS-SUSPENSE-ITEMS  PIC 9(7) VALUE ZERO.
 01 WS-REVERSAL-DATE PIC 9(8).
*> The accrual's two mapped events, resolved from GLACCTMAP.DAT the
*> way GLInterface resolves its own.
 01 WS-EVENT-TABLE.
*> The control record is staged whole through WORKING-STORAGE while
*> the file is closed and reopened for the rewrite - the FD record
*> area is not dependable across a CLOSE.
 01 WS-CONTROL-IMAGE PIC X(68).
 COPY PRINTCTLREC.
 01 WS-STATEMENT-LINE.
    05 STM-LABEL PIC X(32).
 COPY RUNDATEREC.
 PROCEDURE DIVISION.
 Begin.
     DISPLAY "Enter period to close (YYYYMM, or YYYYPP on the "
         "fiscal calendar): ".
     ACCEPT WS-CLOSE-PERIOD.
     SET PrdPeriodBounds TO TRUE.
     MOVE WS-CLOSE-PERIOD TO PRD-PERIOD.
     CALL "ResolvePeriod" USING PeriodControlRec.
     IF WS-CLOSE-PERIOD NOT NUMERIC OR PrdNotResolved
       IF PrdFiscalBasis
         DISPLAY "Error - period is not a fiscal period on "
             "FISCALCAL.DAT"
       ELSE
         DISPLAY "Error - period must be a numeric YYYYMM"
       END-IF
       MOVE 8 TO RETURN-CODE
       STOP RUN
     END-IF.
     MOVE PRD-PERIOD-START TO WS-PERIOD-START.
     MOVE PRD-PERIOD-END   TO WS-PERIOD-END.
     PERFORM CheckPeriodNotClosed.
     CALL "ResolveRunDate" USING RunDateControlRec.
     MOVE RDT-RUN-DATE TO WS-RUN-DATE.
     END-IF.
     CLOSE ControlFile.
 ReleaseMonthsSummaries.
     COMPUTE WS-START-DAY-INT =
         FUNCTION INTEGER-OF-DATE (WS-PERIOD-START).
     COMPUTE WS-END-DAY-INT =
         FUNCTION INTEGER-OF-DATE (WS-PERIOD-END).
     PERFORM VARYING WS-GEN-DAY-INT FROM WS-START-DAY-INT BY 1
         UNTIL WS-GEN-DAY-INT > WS-END-DAY-INT
       COMPUTE WS-GEN-DATE =
           FUNCTION DATE-OF-INTEGER (WS-GEN-DAY-INT)
       MOVE SPACES TO WS-SUMMARY-FILENAME
       STRING "SUMMARY." WS-GEN-DATE ".DAT" DELIMITED BY SIZE
           INTO WS-SUMMARY-FILENAME
*>   being closed is revenue the GL will not otherwise see this
*>   month. It is valued here and handed to GLInterface as a dated
*>   accrual pair through the GLACCTMAP mapping, with the reversal
*>   pair dated the first day of the next period - the repaired items then
*>   post in their own right without double-counting.
 AccrueSuspendedSales.
     MOVE "N" TO WS-SUSPENSE-EOF.
         AT END
           SET EndOfSuspense TO TRUE
         NOT AT END
           SET PrdDateToPeriod TO TRUE
           MOVE SalesTransDate TO PRD-DATE
           CALL "ResolvePeriod" USING PeriodControlRec
           MOVE PRD-PERIOD TO WS-SUSPENSE-PERIOD
           IF WS-SUSPENSE-PERIOD = WS-CLOSE-PERIOD
             ADD SalesAmount TO WS-SUSPENSE-AMOUNT
             ADD 1 TO WS-SUSPENSE-ITEMS
       END-IF
     END-PERFORM.
 WriteAccrualEntries.
     COMPUTE WS-REVERSAL-DATE = FUNCTION DATE-OF-INTEGER
         (FUNCTION INTEGER-OF-DATE (WS-PERIOD-END) + 1).
     OPEN EXTEND AccrualFeedFile.
     MOVE WS-RUN-DATE TO GLJ-RUN-DATE.
     MOVE WS-EVENT-ACCOUNT (1) TO GLJ-ACCOUNT-CODE.
     MOVE WS-EVENT-ACCOUNT (2) TO GLJ-ACCOUNT-CODE.
     MOVE WS-EVENT-DR-CR (2) TO GLJ-DR-CR.
     WRITE GLJournalLine.
*>   The reversal pair, dated the first day of the next period, swaps the
*>   sides - GLInterface holds it until that date arrives.
     MOVE WS-REVERSAL-DATE TO GLJ-RUN-DATE.
     MOVE WS-EVENT-ACCOUNT (1) TO GLJ-ACCOUNT-CODE.
