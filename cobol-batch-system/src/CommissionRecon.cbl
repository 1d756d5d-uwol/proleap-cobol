 IDENTIFICATION DIVISION.
 PROGRAM-ID. CommissionRecon.
*> Commission paid versus commission expensed, per period and
*> salesperson. The operator names the period (YYYYMM, or YYYYPP when
*> CONTROL.DAT selects the fiscal calendar - the shared ResolvePeriod
*> supplies its first and last day) and every daily generation dated
*> in it is probed by name the way MonthEndClose probes them: the commission GLInterface expensed -
*> SUMMARY.DAT commission, OVERRIDE.DAT manager overrides and
*> SPIFF.DAT contest earnings - against what PayrollFeed sent the
*> bureau on the PAYFEED.DAT details. Between the two sit the payout
*> movements PayrollFeed logged to COMMMOVE.DAT in the period:
*> COMMADJ clawbacks netted, draw top-ups and recoveries against
*> DRAWBAL.DAT, commission held for final settlement and settlement
*> payouts with the draw netted from them, pay stopped by a payment
*> hold and paid out when it is lifted. Expensed plus movements
*> should be what was paid; COMMRECON.RPT lines the columns up for
*> each salesperson and lists every difference left unexplained with
*> its likely cause - a day expensed with no payroll feed cut, a
*> clawback still pending on COMMADJ.DAT, commission held on
*> SETTLEMENT.DAT, or a draw balance moved outside payroll. The step
*> ends 4 when anything is left unexplained.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT SummaryFile ASSIGN TO WS-SUMMARY-FILENAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-SUMMARY-FILE-STATUS.
     SELECT OverrideFile ASSIGN TO WS-OVERRIDE-FILENAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-OVERRIDE-FILE-STATUS.
     SELECT SpiffFile ASSIGN TO WS-SPIFF-FILENAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-SPIFF-FILE-STATUS.
     SELECT PayFeedFile ASSIGN TO WS-PAYFEED-FILENAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-PAYFEED-FILE-STATUS.
     SELECT MovementFile ASSIGN TO "COMMMOVE.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-MOVEMENT-FILE-STATUS.
     SELECT CommAdjFile ASSIGN TO "COMMADJ.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-COMMADJ-FILE-STATUS.
     SELECT SettlementFile ASSIGN TO "SETTLEMENT.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS STL-PERSON-ID
         FILE STATUS IS WS-SETTLEMENT-FILE-STATUS.
     SELECT DrawFile ASSIGN TO "DRAWBAL.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS DRW-PERSON-ID
         FILE STATUS IS WS-DRAW-FILE-STATUS.
     SELECT ReconWork ASSIGN TO "COMMRECONWORK.DAT".
     SELECT ReconReport ASSIGN TO "COMMRECON.RPT"
         ORGANIZATION IS LINE SEQUENTIAL.
 DATA DIVISION.
 FILE SECTION.
 FD SummaryFile.
 COPY SUMMARYREC.
 FD OverrideFile.
 COPY OVERRIDEREC.
 FD SpiffFile.
 COPY SPIFFREC.
*> PayrollFeed's bureau layout: record type (D commission, O manager
*> override, C sales contest, W deduction withheld, T trailer),
*> employee, period, amount, deduction order. A deduction is taken out
*> of pay already counted, so it is not paid twice here.
 FD PayFeedFile.
 01 PayFeedRec.
    05 PAY-RECORD-TYPE PIC X.
       88 PayTrailer         VALUE "T".
       88 PayDeductionDetail VALUE "W".
    05 PAY-EMPLOYEE-ID PIC 9(6).
    05 PAY-PERIOD      PIC 9(6).
    05 PAY-COMMISSION  PIC S9(9)V99 SIGN LEADING SEPARATE.
    05 PAY-ORDER-REF   PIC X(12).
 FD MovementFile.
 COPY COMMMOVEREC.
 FD CommAdjFile.
 COPY COMMADJREC.
 FD SettlementFile.
 01 SettlementRec.
    05 STL-PERSON-ID   PIC 9(6).
    05 STL-ACCRUED     PIC S9(9)V99.
    05 STL-SETTLE-DATE PIC 9(8).
    05 STL-STATUS      PIC X.
       88 SettlementHeld     VALUE "H".
       88 SettlementReleased VALUE "R".
 FD DrawFile.
 01 DrawRec.
    05 DRW-PERSON-ID PIC 9(6).
    05 DRW-GUARANTEE PIC 9(7)V99.
    05 DRW-ACCRUED   PIC S9(9)V99.
*> One amount bearing on one salesperson's reconciliation, in person
*> order: E expensed, U expensed on a day no feed was cut, P paid,
*> A/G/R/N/H/L the COMMMOVE movements, and the standing positions
*> consulted for a cause - J clawback pending, K settlement held,
*> W draw balance.
 SD ReconWork.
 01 ReconWorkRec.
    05 RCW-PERSON-ID PIC 9(6).
    05 RCW-SOURCE    PIC X.
    05 RCW-AMOUNT    PIC S9(9)V99.
 FD ReconReport.
 01 ReconReportLine PIC X(100).
 WORKING-STORAGE SECTION.
 01 WS-SUMMARY-FILE-STATUS PIC XX.
 01 WS-OVERRIDE-FILE-STATUS PIC XX.
 01 WS-SPIFF-FILE-STATUS PIC XX.
 01 WS-PAYFEED-FILE-STATUS PIC XX.
 01 WS-MOVEMENT-FILE-STATUS PIC XX.
 01 WS-COMMADJ-FILE-STATUS PIC XX.
 01 WS-SETTLEMENT-FILE-STATUS PIC XX.
 01 WS-DRAW-FILE-STATUS PIC XX.
 01 WS-INPUT-EOF PIC X.
    88 EndOfInput VALUE "Y".
 01 WS-SORTED-EOF PIC X VALUE "N".
    88 EndOfSorted VALUE "Y".
 01 WS-RECON-PERIOD PIC 9(6).
 COPY PERIODCTLREC.
 01 WS-PERIOD-START PIC 9(8).
 01 WS-PERIOD-END   PIC 9(8).
*> Every daily generation of the period is probed by name.
 01 WS-GEN-DAY-INT   PIC 9(7).
 01 WS-START-DAY-INT PIC 9(7).
 01 WS-END-DAY-INT   PIC 9(7).
 01 WS-GEN-DATE PIC 9(8).
 01 WS-SUMMARY-FILENAME  PIC X(20).
 01 WS-OVERRIDE-FILENAME PIC X(21).
 01 WS-SPIFF-FILENAME    PIC X(20).
 01 WS-PAYFEED-FILENAME  PIC X(20).
*> Whether the day being probed had a payroll feed cut - commission
*> expensed on a day without one is released as U as well as E.
 01 WS-DAY-FED PIC X.
    88 DayWasFed VALUE "Y".
 01 WS-RUN-DATE PIC 9(8).
 01 WS-FEED-DAYS    PIC 9(3) VALUE ZERO.
 01 WS-EXPENSE-DAYS PIC 9(3) VALUE ZERO.
 01 WS-UNFED-DAYS   PIC 9(3) VALUE ZERO.
 01 WS-RELEASED-COUNT PIC 9(7) VALUE ZERO.
*> The salesperson in hand, accumulated across the control break.
 01 WS-FIRST-PERSON PIC X VALUE "Y".
    88 NoPersonYet VALUE "Y".
 01 WS-CURRENT-PERSON-ID PIC 9(6).
 01 WS-PERSON-TOTALS.
    05 WS-PER-EXPENSED    PIC S9(9)V99.
    05 WS-PER-UNFED       PIC S9(9)V99.
    05 WS-PER-ADJUSTED    PIC S9(9)V99.
    05 WS-PER-DRAW        PIC S9(9)V99.
    05 WS-PER-SETTLEMENT  PIC S9(9)V99.
    05 WS-PER-PAID        PIC S9(9)V99.
    05 WS-PER-PENDING-ADJ PIC S9(9)V99.
    05 WS-PER-HELD        PIC S9(9)V99.
    05 WS-PER-DRAW-BAL    PIC S9(9)V99.
 01 WS-PER-UNEXPLAINED PIC S9(9)V99.
 01 WS-PER-UNFED-GAP   PIC S9(9)V99.
 01 WS-LIKELY-CAUSE PIC X(50).
 01 WS-TOTAL-EXPENSED    PIC S9(11)V99 VALUE ZERO.
 01 WS-TOTAL-ADJUSTED    PIC S9(11)V99 VALUE ZERO.
 01 WS-TOTAL-DRAW        PIC S9(11)V99 VALUE ZERO.
 01 WS-TOTAL-SETTLEMENT  PIC S9(11)V99 VALUE ZERO.
 01 WS-TOTAL-PAID        PIC S9(11)V99 VALUE ZERO.
 01 WS-TOTAL-UNEXPLAINED PIC S9(11)V99 VALUE ZERO.
 01 WS-PERSON-COUNT      PIC 9(7) VALUE ZERO.
 01 WS-RECONCILED-COUNT  PIC 9(7) VALUE ZERO.
 01 WS-UNEXPLAINED-COUNT PIC 9(7) VALUE ZERO.
 01 WS-COLUMN-HEADING.
    05 FILLER PIC X(7)  VALUE "PERSON".
    05 FILLER PIC X(14) VALUE "     EXPENSED".
    05 FILLER PIC X(14) VALUE "    CLAWBACKS".
    05 FILLER PIC X(14) VALUE "         DRAW".
    05 FILLER PIC X(14) VALUE "  SETTLE/HOLD".
    05 FILLER PIC X(14) VALUE "         PAID".
    05 FILLER PIC X(13) VALUE "  UNEXPLAINED".
 01 WS-DETAIL-LINE.
    05 DTL-PERSON-ID   PIC 9(6).
    05 FILLER          PIC X(1) VALUE SPACES.
    05 DTL-EXPENSED    PIC Z(8)9.99-.
    05 FILLER          PIC X(1) VALUE SPACES.
    05 DTL-ADJUSTED    PIC Z(8)9.99-.
    05 FILLER          PIC X(1) VALUE SPACES.
    05 DTL-DRAW        PIC Z(8)9.99-.
    05 FILLER          PIC X(1) VALUE SPACES.
    05 DTL-SETTLEMENT  PIC Z(8)9.99-.
    05 FILLER          PIC X(1) VALUE SPACES.
    05 DTL-PAID        PIC Z(8)9.99-.
    05 FILLER          PIC X(1) VALUE SPACES.
    05 DTL-UNEXPLAINED PIC Z(8)9.99- BLANK WHEN ZERO.
 01 WS-CAUSE-LINE.
    05 FILLER    PIC X(7)  VALUE SPACES.
    05 FILLER    PIC X(14) VALUE "LIKELY CAUSE: ".
    05 CSL-CAUSE PIC X(50).
 01 WS-TOTAL-LINE.
    05 FILLER          PIC X(7) VALUE "TOTAL".
    05 TOT-EXPENSED    PIC Z(8)9.99-.
    05 FILLER          PIC X(1) VALUE SPACES.
    05 TOT-ADJUSTED    PIC Z(8)9.99-.
    05 FILLER          PIC X(1) VALUE SPACES.
    05 TOT-DRAW        PIC Z(8)9.99-.
    05 FILLER          PIC X(1) VALUE SPACES.
    05 TOT-SETTLEMENT  PIC Z(8)9.99-.
    05 FILLER          PIC X(1) VALUE SPACES.
    05 TOT-PAID        PIC Z(8)9.99-.
    05 FILLER          PIC X(1) VALUE SPACES.
    05 TOT-UNEXPLAINED PIC Z(8)9.99-.
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
     DISPLAY "Enter period to reconcile (YYYYMM, or YYYYPP on the "
         "fiscal calendar): ".
     ACCEPT WS-RECON-PERIOD.
     SET PrdPeriodBounds TO TRUE.
     MOVE WS-RECON-PERIOD TO PRD-PERIOD.
     CALL "ResolvePeriod" USING PeriodControlRec.
     IF WS-RECON-PERIOD NOT NUMERIC OR PrdNotResolved
       IF PrdFiscalBasis
         DISPLAY "Error - period is not a fiscal period on "
             "FISCALCAL.DAT"
       ELSE
         DISPLAY "Error - period must be a numeric YYYYMM"
       END-IF
       MOVE 8 TO RETURN-CODE
       PERFORM WriteRunLogRecord
       STOP RUN
     END-IF.
     MOVE PRD-PERIOD-START TO WS-PERIOD-START.
     MOVE PRD-PERIOD-END   TO WS-PERIOD-END.
     CALL "ResolveRunDate" USING RunDateControlRec.
     MOVE RDT-RUN-DATE TO WS-RUN-DATE.
     OPEN OUTPUT ReconReport.
     MOVE "H" TO PRC-ACTION.
     MOVE SPACES TO PRC-REPORT-TITLE.
     STRING "COMMISSION PAID VS EXPENSED - " WS-RECON-PERIOD
         DELIMITED BY SIZE INTO PRC-REPORT-TITLE.
     MOVE WS-RUN-DATE TO PRC-RUN-DATE.
     MOVE ZERO TO PRC-PAGE-NUMBER.
     CALL "PrintReport" USING PrintControlRec.
     WRITE ReconReportLine FROM PRC-OUTPUT-LINE.
     MOVE SPACES TO ReconReportLine.
     WRITE ReconReportLine.
     WRITE ReconReportLine FROM WS-COLUMN-HEADING.
     SORT ReconWork
         ON ASCENDING KEY RCW-PERSON-ID
         INPUT PROCEDURE IS ReleaseReconAmounts
         OUTPUT PROCEDURE IS PrintReconciliation.
     PERFORM WriteReconTotals.
     MOVE "F" TO PRC-ACTION.
     MOVE WS-PERSON-COUNT TO PRC-DETAIL-COUNT.
     CALL "PrintReport" USING PrintControlRec.
     WRITE ReconReportLine FROM PRC-OUTPUT-LINE.
     CLOSE ReconReport.
     DISPLAY "Commission reconciliation for " WS-RECON-PERIOD " - "
         WS-PERSON-COUNT " salespeople, " WS-UNEXPLAINED-COUNT
         " unexplained".
     IF WS-UNEXPLAINED-COUNT > ZERO
       MOVE 4 TO RETURN-CODE
     END-IF.
     PERFORM WriteRunLogRecord.
     STOP RUN.
 ReleaseReconAmounts.
     COMPUTE WS-START-DAY-INT =
         FUNCTION INTEGER-OF-DATE (WS-PERIOD-START).
     COMPUTE WS-END-DAY-INT =
         FUNCTION INTEGER-OF-DATE (WS-PERIOD-END).
     PERFORM VARYING WS-GEN-DAY-INT FROM WS-START-DAY-INT BY 1
         UNTIL WS-GEN-DAY-INT > WS-END-DAY-INT
       COMPUTE WS-GEN-DATE =
           FUNCTION DATE-OF-INTEGER (WS-GEN-DAY-INT)
       PERFORM ReleaseOneDay
     END-PERFORM.
     PERFORM ReleaseMovements.
     PERFORM ReleasePendingAdjustments.
     PERFORM ReleaseHeldSettlements.
     PERFORM ReleaseDrawBalances.
*>   The feed is read first so the day's expense knows whether a feed
*>   was cut to carry it.
 ReleaseOneDay.
     MOVE SPACES TO WS-SUMMARY-FILENAME.
     MOVE SPACES TO WS-OVERRIDE-FILENAME.
     MOVE SPACES TO WS-SPIFF-FILENAME.
     MOVE SPACES TO WS-PAYFEED-FILENAME.
     STRING "SUMMARY." WS-GEN-DATE ".DAT" DELIMITED BY SIZE
         INTO WS-SUMMARY-FILENAME.
     STRING "OVERRIDE." WS-GEN-DATE ".DAT" DELIMITED BY SIZE
         INTO WS-OVERRIDE-FILENAME.
     STRING "SPIFF." WS-GEN-DATE ".DAT" DELIMITED BY SIZE
         INTO WS-SPIFF-FILENAME.
     STRING "PAYFEED." WS-GEN-DATE ".DAT" DELIMITED BY SIZE
         INTO WS-PAYFEED-FILENAME.
     MOVE "N" TO WS-DAY-FED.
     MOVE "N" TO WS-INPUT-EOF.
     OPEN INPUT PayFeedFile.
     IF WS-PAYFEED-FILE-STATUS = "35"
       SET EndOfInput TO TRUE
     ELSE
       SET DayWasFed TO TRUE
       ADD 1 TO WS-FEED-DAYS
     END-IF.
     PERFORM UNTIL EndOfInput
       READ PayFeedFile
         AT END
           SET EndOfInput TO TRUE
         NOT AT END
           IF NOT PayTrailer AND NOT PayDeductionDetail
             MOVE PAY-EMPLOYEE-ID TO RCW-PERSON-ID
             MOVE "P"             TO RCW-SOURCE
             MOVE PAY-COMMISSION  TO RCW-AMOUNT
             PERFORM ReleaseReconAmount
           END-IF
       END-READ
     END-PERFORM.
     IF DayWasFed
       CLOSE PayFeedFile
     END-IF.
     MOVE "N" TO WS-INPUT-EOF.
     OPEN INPUT SummaryFile.
     IF WS-SUMMARY-FILE-STATUS = "35"
       SET EndOfInput TO TRUE
     ELSE
       ADD 1 TO WS-EXPENSE-DAYS
       IF NOT DayWasFed
         ADD 1 TO WS-UNFED-DAYS
       END-IF
     END-IF.
     PERFORM UNTIL EndOfInput
       READ SummaryFile
         AT END
           SET EndOfInput TO TRUE
         NOT AT END
           MOVE SummaryPersonId   TO RCW-PERSON-ID
           MOVE SummaryCommission TO RCW-AMOUNT
           PERFORM ReleaseExpensed
       END-READ
     END-PERFORM.
     IF WS-SUMMARY-FILE-STATUS NOT = "35"
       CLOSE SummaryFile
     END-IF.
     MOVE "N" TO WS-INPUT-EOF.
     OPEN INPUT OverrideFile.
     IF WS-OVERRIDE-FILE-STATUS = "35"
       SET EndOfInput TO TRUE
     END-IF.
     PERFORM UNTIL EndOfInput
       READ OverrideFile
         AT END
           SET EndOfInput TO TRUE
         NOT AT END
           IF OvrManagerOverride
             MOVE OVR-MANAGER-ID TO RCW-PERSON-ID
             MOVE OVR-AMOUNT     TO RCW-AMOUNT
             PERFORM ReleaseExpensed
           END-IF
       END-READ
     END-PERFORM.
     IF WS-OVERRIDE-FILE-STATUS NOT = "35"
       CLOSE OverrideFile
     END-IF.
     MOVE "N" TO WS-INPUT-EOF.
     OPEN INPUT SpiffFile.
     IF WS-SPIFF-FILE-STATUS = "35"
       SET EndOfInput TO TRUE
     END-IF.
     PERFORM UNTIL EndOfInput
       READ SpiffFile
         AT END
           SET EndOfInput TO TRUE
         NOT AT END
           IF SpfContestEarnings
             MOVE SPF-PERSON-ID TO RCW-PERSON-ID
             MOVE SPF-EARNINGS  TO RCW-AMOUNT
             PERFORM ReleaseExpensed
           END-IF
       END-READ
     END-PERFORM.
     IF WS-SPIFF-FILE-STATUS NOT = "35"
       CLOSE SpiffFile
     END-IF.
 ReleaseExpensed.
     MOVE "E" TO RCW-SOURCE.
     PERFORM ReleaseReconAmount.
     IF NOT DayWasFed
       MOVE "U" TO RCW-SOURCE
       PERFORM ReleaseReconAmount
     END-IF.
 ReleaseMovements.
     MOVE "N" TO WS-INPUT-EOF.
     OPEN INPUT MovementFile.
     IF WS-MOVEMENT-FILE-STATUS = "35"
       SET EndOfInput TO TRUE
     END-IF.
     PERFORM UNTIL EndOfInput
       READ MovementFile
         AT END
           SET EndOfInput TO TRUE
         NOT AT END
           IF MOV-RUN-DATE NOT < WS-PERIOD-START
               AND MOV-RUN-DATE NOT > WS-PERIOD-END
             MOVE MOV-PERSON-ID TO RCW-PERSON-ID
             MOVE MOV-TYPE      TO RCW-SOURCE
             MOVE MOV-AMOUNT    TO RCW-AMOUNT
             PERFORM ReleaseReconAmount
           END-IF
       END-READ
     END-PERFORM.
     IF WS-MOVEMENT-FILE-STATUS NOT = "35"
       CLOSE MovementFile
     END-IF.
 ReleasePendingAdjustments.
     MOVE "N" TO WS-INPUT-EOF.
     OPEN INPUT CommAdjFile.
     IF WS-COMMADJ-FILE-STATUS = "35"
       SET EndOfInput TO TRUE
     END-IF.
     PERFORM UNTIL EndOfInput
       READ CommAdjFile
         AT END
           SET EndOfInput TO TRUE
         NOT AT END
           IF AdjPending
             MOVE ADJ-PERSON-ID TO RCW-PERSON-ID
             MOVE "J"           TO RCW-SOURCE
             MOVE ADJ-AMOUNT    TO RCW-AMOUNT
             PERFORM ReleaseReconAmount
           END-IF
       END-READ
     END-PERFORM.
     IF WS-COMMADJ-FILE-STATUS NOT = "35"
       CLOSE CommAdjFile
     END-IF.
 ReleaseHeldSettlements.
     MOVE "N" TO WS-INPUT-EOF.
     OPEN INPUT SettlementFile.
     IF WS-SETTLEMENT-FILE-STATUS = "35"
       SET EndOfInput TO TRUE
     END-IF.
     PERFORM UNTIL EndOfInput
       READ SettlementFile NEXT RECORD
         AT END
           SET EndOfInput TO TRUE
         NOT AT END
           IF SettlementHeld
             MOVE STL-PERSON-ID TO RCW-PERSON-ID
             MOVE "K"           TO RCW-SOURCE
             MOVE STL-ACCRUED   TO RCW-AMOUNT
             PERFORM ReleaseReconAmount
           END-IF
       END-READ
     END-PERFORM.
     IF WS-SETTLEMENT-FILE-STATUS NOT = "35"
       CLOSE SettlementFile
     END-IF.
 ReleaseDrawBalances.
     MOVE "N" TO WS-INPUT-EOF.
     OPEN INPUT DrawFile.
     IF WS-DRAW-FILE-STATUS = "35"
       SET EndOfInput TO TRUE
     END-IF.
     PERFORM UNTIL EndOfInput
       READ DrawFile NEXT RECORD
         AT END
           SET EndOfInput TO TRUE
         NOT AT END
           IF DRW-ACCRUED NOT = ZERO
             MOVE DRW-PERSON-ID TO RCW-PERSON-ID
             MOVE "W"           TO RCW-SOURCE
             MOVE DRW-ACCRUED   TO RCW-AMOUNT
             PERFORM ReleaseReconAmount
           END-IF
       END-READ
     END-PERFORM.
     IF WS-DRAW-FILE-STATUS NOT = "35"
       CLOSE DrawFile
     END-IF.
 ReleaseReconAmount.
     RELEASE ReconWorkRec.
     ADD 1 TO WS-RELEASED-COUNT.
 PrintReconciliation.
     PERFORM UNTIL EndOfSorted
       RETURN ReconWork
         AT END
           SET EndOfSorted TO TRUE
         NOT AT END
           IF NoPersonYet
             PERFORM StartPerson
           ELSE
             IF RCW-PERSON-ID NOT = WS-CURRENT-PERSON-ID
               PERFORM ReconcilePerson
               PERFORM StartPerson
             END-IF
           END-IF
           PERFORM AccumulateReconAmount
       END-RETURN
     END-PERFORM.
     IF NOT NoPersonYet
       PERFORM ReconcilePerson
     END-IF.
 StartPerson.
     MOVE "N" TO WS-FIRST-PERSON.
     MOVE RCW-PERSON-ID TO WS-CURRENT-PERSON-ID.
     MOVE ZERO TO WS-PER-EXPENSED WS-PER-UNFED WS-PER-ADJUSTED
         WS-PER-DRAW WS-PER-SETTLEMENT WS-PER-PAID
         WS-PER-PENDING-ADJ WS-PER-HELD WS-PER-DRAW-BAL.
 AccumulateReconAmount.
     EVALUATE RCW-SOURCE
       WHEN "E"
         ADD RCW-AMOUNT TO WS-PER-EXPENSED
       WHEN "U"
         ADD RCW-AMOUNT TO WS-PER-UNFED
       WHEN "P"
         ADD RCW-AMOUNT TO WS-PER-PAID
       WHEN "A"
         ADD RCW-AMOUNT TO WS-PER-ADJUSTED
       WHEN "G"
       WHEN "R"
       WHEN "N"
         ADD RCW-AMOUNT TO WS-PER-DRAW
       WHEN "H"
       WHEN "L"
       WHEN "X"
       WHEN "Y"
         ADD RCW-AMOUNT TO WS-PER-SETTLEMENT
       WHEN "J"
         ADD RCW-AMOUNT TO WS-PER-PENDING-ADJ
       WHEN "K"
         ADD RCW-AMOUNT TO WS-PER-HELD
       WHEN "W"
         ADD RCW-AMOUNT TO WS-PER-DRAW-BAL
     END-EVALUATE.
*>   Standing positions alone (a pending clawback, a held settlement,
*>   a draw balance) with nothing expensed, moved or paid in the
*>   period put no line on the report.
 ReconcilePerson.
     IF WS-PER-EXPENSED = ZERO AND WS-PER-PAID = ZERO
         AND WS-PER-ADJUSTED = ZERO AND WS-PER-DRAW = ZERO
         AND WS-PER-SETTLEMENT = ZERO
       CONTINUE
     ELSE
       PERFORM WriteReconLine
     END-IF.
 WriteReconLine.
     ADD 1 TO WS-PERSON-COUNT.
     COMPUTE WS-PER-UNEXPLAINED = WS-PER-PAID
         - (WS-PER-EXPENSED + WS-PER-ADJUSTED + WS-PER-DRAW
            + WS-PER-SETTLEMENT).
     ADD WS-PER-EXPENSED    TO WS-TOTAL-EXPENSED.
     ADD WS-PER-ADJUSTED    TO WS-TOTAL-ADJUSTED.
     ADD WS-PER-DRAW        TO WS-TOTAL-DRAW.
     ADD WS-PER-SETTLEMENT  TO WS-TOTAL-SETTLEMENT.
     ADD WS-PER-PAID        TO WS-TOTAL-PAID.
     ADD WS-PER-UNEXPLAINED TO WS-TOTAL-UNEXPLAINED.
     MOVE WS-CURRENT-PERSON-ID TO DTL-PERSON-ID.
     MOVE WS-PER-EXPENSED    TO DTL-EXPENSED.
     MOVE WS-PER-ADJUSTED    TO DTL-ADJUSTED.
     MOVE WS-PER-DRAW        TO DTL-DRAW.
     MOVE WS-PER-SETTLEMENT  TO DTL-SETTLEMENT.
     MOVE WS-PER-PAID        TO DTL-PAID.
     MOVE WS-PER-UNEXPLAINED TO DTL-UNEXPLAINED.
     WRITE ReconReportLine FROM WS-DETAIL-LINE.
     IF WS-PER-UNEXPLAINED = ZERO
       ADD 1 TO WS-RECONCILED-COUNT
     ELSE
       ADD 1 TO WS-UNEXPLAINED-COUNT
       PERFORM DetermineLikelyCause
       MOVE WS-LIKELY-CAUSE TO CSL-CAUSE
       WRITE ReconReportLine FROM WS-CAUSE-LINE
     END-IF.
*>   The first explanation the figures support, most specific first:
*>   commission expensed on a day no feed was cut is timing; then a
*>   person expensed but never fed, or fed with nothing expensed;
*>   then the standing positions that move pay outside the logged
*>   movements.
 DetermineLikelyCause.
     COMPUTE WS-PER-UNFED-GAP = WS-PER-UNEXPLAINED + WS-PER-UNFED.
     EVALUATE TRUE
       WHEN WS-PER-UNFED NOT = ZERO AND WS-PER-UNFED-GAP = ZERO
         MOVE "TIMING - EXPENSED ON A DAY WITH NO PAYROLL FEED"
             TO WS-LIKELY-CAUSE
       WHEN WS-PER-UNFED NOT = ZERO
         MOVE "PART TIMING - A DAY EXPENSED WITH NO PAYROLL FEED"
             TO WS-LIKELY-CAUSE
       WHEN WS-PER-PAID = ZERO
         MOVE "EXPENSED BUT NEVER FED TO PAYROLL"
             TO WS-LIKELY-CAUSE
       WHEN WS-PER-EXPENSED = ZERO
         MOVE "FED TO PAYROLL WITH NOTHING EXPENSED"
             TO WS-LIKELY-CAUSE
       WHEN WS-PER-PENDING-ADJ NOT = ZERO
         MOVE "CLAWBACK STILL PENDING ON COMMADJ"
             TO WS-LIKELY-CAUSE
       WHEN WS-PER-HELD NOT = ZERO
         MOVE "COMMISSION HELD FOR FINAL SETTLEMENT"
             TO WS-LIKELY-CAUSE
       WHEN WS-PER-DRAW-BAL NOT = ZERO
         MOVE "DRAW BALANCE MOVED OUTSIDE PAYROLL (DRAWMAINT)"
             TO WS-LIKELY-CAUSE
       WHEN OTHER
         MOVE "NO MOVEMENT ON RECORD - FEED OR SUMMARY ALTERED"
             TO WS-LIKELY-CAUSE
     END-EVALUATE.
 WriteReconTotals.
     MOVE SPACES TO ReconReportLine.
     WRITE ReconReportLine.
     MOVE WS-TOTAL-EXPENSED    TO TOT-EXPENSED.
     MOVE WS-TOTAL-ADJUSTED    TO TOT-ADJUSTED.
     MOVE WS-TOTAL-DRAW        TO TOT-DRAW.
     MOVE WS-TOTAL-SETTLEMENT  TO TOT-SETTLEMENT.
     MOVE WS-TOTAL-PAID        TO TOT-PAID.
     MOVE WS-TOTAL-UNEXPLAINED TO TOT-UNEXPLAINED.
     WRITE ReconReportLine FROM WS-TOTAL-LINE.
     MOVE SPACES TO ReconReportLine.
     WRITE ReconReportLine.
     MOVE "DAYS WITH COMMISSION EXPENSED"    TO SUM-LABEL.
     MOVE WS-EXPENSE-DAYS                    TO SUM-VALUE.
     WRITE ReconReportLine FROM WS-SUMMARY-LINE.
     MOVE "DAYS WITH A PAYROLL FEED"         TO SUM-LABEL.
     MOVE WS-FEED-DAYS                       TO SUM-VALUE.
     WRITE ReconReportLine FROM WS-SUMMARY-LINE.
     MOVE "  EXPENSED DAYS WITH NO FEED"     TO SUM-LABEL.
     MOVE WS-UNFED-DAYS                      TO SUM-VALUE.
     WRITE ReconReportLine FROM WS-SUMMARY-LINE.
     MOVE "SALESPEOPLE RECONCILED"           TO SUM-LABEL.
     MOVE WS-RECONCILED-COUNT                TO SUM-VALUE.
     WRITE ReconReportLine FROM WS-SUMMARY-LINE.
     MOVE "SALESPEOPLE UNEXPLAINED"          TO SUM-LABEL.
     MOVE WS-UNEXPLAINED-COUNT               TO SUM-VALUE.
     WRITE ReconReportLine FROM WS-SUMMARY-LINE.
 SetRunLogStart.
     MOVE "COMMISSIONRECON" TO RLG-JOB-NAME.
     ACCEPT WS-LOG-TS-DATE FROM DATE YYYYMMDD.
     ACCEPT WS-LOG-TS-TIME FROM TIME.
     MOVE WS-LOG-TS-DATE TO RLG-RUN-DATE.
     STRING WS-LOG-TS-DATE WS-LOG-TS-TIME DELIMITED BY SIZE
         INTO RLG-START-TIMESTAMP.
 WriteRunLogRecord.
     MOVE WS-RELEASED-COUNT TO RLG-READ-COUNT.
     MOVE WS-PERSON-COUNT TO RLG-WRITTEN-COUNT.
     MOVE WS-UNEXPLAINED-COUNT TO RLG-REJECTED-COUNT.
     MOVE RETURN-CODE TO RLG-RETURN-CODE.
     CALL "WriteRunLog" USING RunLogRec.
