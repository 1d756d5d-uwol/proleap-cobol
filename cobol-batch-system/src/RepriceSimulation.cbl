 IDENTIFICATION DIVISION.
 PROGRAM-ID. RepriceSimulation.
*> What-if repricing of past orders under a proposed discount policy,
*> run on request by finance before a new bracket table goes onto
*> CONTROL.DAT through ControlMaint. REPRICE.PARM carries one record:
*> the invoice date range to reprice and the proposed three brackets,
*> laid out like CTL-DISCOUNT-POLICY. Every invoice on INVHIST.DAT
*> dated in the range is priced again from its goods total exactly as
*> BATCH-DISCOUNT would under the proposed brackets (the highest
*> boundary the goods total is over, the discount rounded to the
*> cent); the tax moves by the discount's change at the rate the
*> invoice was taxed at, and the net due by both. Coupons, points,
*> freight and everything else are taken as charged. A credit memo
*> dated in the range takes its original back out, as it did on the
*> books. REPRICE.RPT sets actual against simulated discount, tax and
*> net, by the bracket each order falls in under the proposed policy
*> and by invoice month, with the difference in net. The run only
*> reads INVHIST.DAT and only writes REPRICE.RPT: the GL feed, the tax
*> register, the checkpoint and every live file are never opened.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT ParameterFile ASSIGN TO "REPRICE.PARM"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-PARAMETER-STATUS.
     SELECT InvoiceHistFile ASSIGN TO "INVHIST.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS IVH-NUMBER
         FILE STATUS IS WS-INVHIST-FILE-STATUS.
     SELECT RepriceReport ASSIGN TO "REPRICE.RPT"
         ORGANIZATION IS LINE SEQUENTIAL.
 DATA DIVISION.
 FILE SECTION.
*> The date range to reprice (YYYYMMDD, both inclusive) and the
*> proposed policy, ascending boundaries as on CONTROL.DAT.
 FD ParameterFile.
 01 ParameterRec.
    05 PRM-DATE-FROM PIC 9(8).
    05 PRM-DATE-TO   PIC 9(8).
    05 PRM-PROPOSED-POLICY.
       10 PRM-PROPOSED-BRACKET OCCURS 3 TIMES.
          15 PRM-BRACKET-BOUNDARY PIC 9(5)V99.
          15 PRM-BRACKET-PERCENT  PIC 99.
 FD InvoiceHistFile.
 COPY INVHISTREC.
 FD RepriceReport.
 01 RepriceReportLine PIC X(132).
 WORKING-STORAGE SECTION.
 COPY INVOICEREC.
 01 WS-PARAMETER-STATUS PIC XX.
 01 WS-INVHIST-FILE-STATUS PIC XX.
 01 WS-INVHIST-EOF PIC X VALUE "N".
    88 EndOfInvoiceHist VALUE "Y".
 01 WS-RUN-DATE PIC 9(8).
 01 WS-READ-COUNT    PIC 9(7) VALUE ZERO.
 01 WS-REPRICED-COUNT PIC 9(7) VALUE ZERO.
*> Invoices issued before the tax rate was recorded on them keep
*> their tax as charged.
 01 WS-TAX-KEPT-COUNT PIC 9(7) VALUE ZERO.
 01 WS-SIGN PIC S9 VALUE 1.
 01 WS-BRACKET-IDX PIC 9.
 01 WS-SIM-BRACKET PIC 9.
 01 WS-SIM-PERCENT PIC 99.
 01 WS-SIM-DISCOUNT PIC 9(5)V99.
 01 WS-SIM-TAX      PIC S9(7)V99.
 01 WS-SIM-NET      PIC S9(7)V99.
 01 WS-TAX-CHANGE   PIC S9(7)V99.
*> One set of actual and simulated sums; a table of them by proposed
*> bracket (entry 1 is orders under every boundary) and another by
*> invoice month, up to ten years of months.
 01 WS-BRACKET-SUMS.
    05 WS-BRACKET-SUM OCCURS 4 TIMES.
       10 BKS-ORDERS       PIC S9(7).
       10 BKS-ACT-DISCOUNT PIC S9(9)V99.
       10 BKS-SIM-DISCOUNT PIC S9(9)V99.
       10 BKS-ACT-TAX      PIC S9(9)V99.
       10 BKS-SIM-TAX      PIC S9(9)V99.
       10 BKS-ACT-NET      PIC S9(9)V99.
       10 BKS-SIM-NET      PIC S9(9)V99.
 01 WS-MONTH-SUMS.
    05 WS-MONTH-SUM OCCURS 120 TIMES.
       10 MNS-MONTH        PIC 9(6).
       10 MNS-SUMS.
          15 MNS-ORDERS       PIC S9(7).
          15 MNS-ACT-DISCOUNT PIC S9(9)V99.
          15 MNS-SIM-DISCOUNT PIC S9(9)V99.
          15 MNS-ACT-TAX      PIC S9(9)V99.
          15 MNS-SIM-TAX      PIC S9(9)V99.
          15 MNS-ACT-NET      PIC S9(9)V99.
          15 MNS-SIM-NET      PIC S9(9)V99.
 01 WS-MONTH-COUNT PIC 9(3).
 01 WS-MONTH-IDX   PIC 9(3).
 01 WS-MONTH-SPAN  PIC 9(5).
 01 WS-FROM-YEAR   PIC 9(4).
 01 WS-FROM-MONTH  PIC 99.
 01 WS-TO-YEAR     PIC 9(4).
 01 WS-TO-MONTH    PIC 99.
*> The sums for the line being printed, and the section's total.
 01 WS-LINE-SUM.
    05 LNS-ORDERS       PIC S9(7).
    05 LNS-ACT-DISCOUNT PIC S9(9)V99.
    05 LNS-SIM-DISCOUNT PIC S9(9)V99.
    05 LNS-ACT-TAX      PIC S9(9)V99.
    05 LNS-SIM-TAX      PIC S9(9)V99.
    05 LNS-ACT-NET      PIC S9(9)V99.
    05 LNS-SIM-NET      PIC S9(9)V99.
 01 WS-TOTAL-SUM.
    05 TTS-ORDERS       PIC S9(7).
    05 TTS-ACT-DISCOUNT PIC S9(9)V99.
    05 TTS-SIM-DISCOUNT PIC S9(9)V99.
    05 TTS-ACT-TAX      PIC S9(9)V99.
    05 TTS-SIM-TAX      PIC S9(9)V99.
    05 TTS-ACT-NET      PIC S9(9)V99.
    05 TTS-SIM-NET      PIC S9(9)V99.
 01 WS-RANGE-LINE.
    05 FILLER      PIC X(20) VALUE "INVOICES DATED FROM ".
    05 RNG-FROM    PIC 9(8).
    05 FILLER      PIC X(4) VALUE " TO ".
    05 RNG-TO      PIC 9(8).
 01 WS-POLICY-LINE.
    05 POL-LABEL    PIC X(20).
    05 POL-BRACKET OCCURS 3 TIMES.
       10 FILLER       PIC X(6) VALUE " OVER ".
       10 POL-BOUNDARY PIC Z(4)9.99.
       10 FILLER       PIC X(2) VALUE SPACES.
       10 POL-PERCENT  PIC Z9.
       10 FILLER       PIC X(2) VALUE "% ".
 01 WS-COLUMN-HEADING.
    05 FILLER PIC X(10) VALUE SPACES.
    05 FILLER PIC X(8)  VALUE "  ORDERS".
    05 FILLER PIC X(14) VALUE "  ACT DISCOUNT".
    05 FILLER PIC X(14) VALUE "  SIM DISCOUNT".
    05 FILLER PIC X(14) VALUE "       ACT TAX".
    05 FILLER PIC X(14) VALUE "       SIM TAX".
    05 FILLER PIC X(14) VALUE "       ACT NET".
    05 FILLER PIC X(14) VALUE "       SIM NET".
    05 FILLER PIC X(14) VALUE "  NET SIM-ACT".
 01 WS-SUM-LINE.
    05 SML-LABEL        PIC X(10).
    05 SML-ORDERS       PIC -(7)9.
    05 SML-ACT-DISCOUNT PIC -(10)9.99.
    05 SML-SIM-DISCOUNT PIC -(10)9.99.
    05 SML-ACT-TAX      PIC -(10)9.99.
    05 SML-SIM-TAX      PIC -(10)9.99.
    05 SML-ACT-NET      PIC -(10)9.99.
    05 SML-SIM-NET      PIC -(10)9.99.
    05 SML-NET-CHANGE   PIC -(10)9.99.
 01 WS-SECTION-LINE PIC X(40).
 01 WS-TAX-KEPT-LINE.
    05 FILLER PIC X(41)
       VALUE "INVOICES WITH NO TAX RATE, TAX AS CHARGED".
    05 FILLER PIC X(2) VALUE ": ".
    05 TKL-COUNT PIC Z(6)9.
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
     MOVE ZERO TO WS-BRACKET-SUMS.
     MOVE ZERO TO WS-MONTH-SUMS.
     MOVE ZERO TO WS-MONTH-COUNT.
     OPEN INPUT InvoiceHistFile.
     IF WS-INVHIST-FILE-STATUS = "35"
       DISPLAY "RepriceSimulation - INVHIST.DAT not found, "
           "no order history to reprice"
       SET EndOfInvoiceHist TO TRUE
     END-IF.
     PERFORM UNTIL EndOfInvoiceHist
       READ InvoiceHistFile NEXT RECORD INTO InvoiceRec
         AT END
           SET EndOfInvoiceHist TO TRUE
         NOT AT END
           ADD 1 TO WS-READ-COUNT
           IF INV-DATE NOT < PRM-DATE-FROM
               AND INV-DATE NOT > PRM-DATE-TO
             PERFORM RepriceOneDocument
           END-IF
       END-READ
     END-PERFORM.
     IF WS-INVHIST-FILE-STATUS NOT = "35"
       CLOSE InvoiceHistFile
     END-IF.
     PERFORM WriteRepriceReport.
     PERFORM WriteRunLogRecord.
     STOP RUN.
*>   A missing or unusable parameter record refuses the run: there is
*>   no sensible default for a proposed policy.
 ReadParameters.
     OPEN INPUT ParameterFile.
     IF WS-PARAMETER-STATUS NOT = "00"
       DISPLAY "RepriceSimulation - REPRICE.PARM not found, run refused"
       PERFORM RefuseRun
     END-IF.
     READ ParameterFile
       AT END
         DISPLAY "RepriceSimulation - REPRICE.PARM is empty, "
             "run refused"
         CLOSE ParameterFile
         PERFORM RefuseRun
     END-READ.
     CLOSE ParameterFile.
     IF PRM-DATE-FROM NOT NUMERIC OR PRM-DATE-TO NOT NUMERIC
         OR PRM-PROPOSED-POLICY NOT NUMERIC
         OR PRM-DATE-FROM > PRM-DATE-TO
       DISPLAY "RepriceSimulation - REPRICE.PARM dates or policy "
           "invalid, run refused"
       PERFORM RefuseRun
     END-IF.
     IF PRM-BRACKET-BOUNDARY (2) NOT > PRM-BRACKET-BOUNDARY (1)
         OR PRM-BRACKET-BOUNDARY (3) NOT > PRM-BRACKET-BOUNDARY (2)
       DISPLAY "RepriceSimulation - proposed boundaries not "
           "ascending, run refused"
       PERFORM RefuseRun
     END-IF.
     MOVE PRM-DATE-FROM (1:4) TO WS-FROM-YEAR.
     MOVE PRM-DATE-FROM (5:2) TO WS-FROM-MONTH.
     MOVE PRM-DATE-TO (1:4)   TO WS-TO-YEAR.
     MOVE PRM-DATE-TO (5:2)   TO WS-TO-MONTH.
     COMPUTE WS-MONTH-SPAN = (WS-TO-YEAR * 12 + WS-TO-MONTH)
         - (WS-FROM-YEAR * 12 + WS-FROM-MONTH) + 1.
     IF WS-MONTH-SPAN > 120
       DISPLAY "RepriceSimulation - date range over 120 months, "
           "run refused"
       PERFORM RefuseRun
     END-IF.
 RefuseRun.
     MOVE 8 TO RETURN-CODE.
     PERFORM WriteRunLogRecord.
     STOP RUN.
 RepriceOneDocument.
     ADD 1 TO WS-REPRICED-COUNT.
     IF INV-IS-CREDIT-MEMO
       MOVE -1 TO WS-SIGN
     ELSE
       MOVE 1 TO WS-SIGN
     END-IF.
     MOVE ZERO TO WS-SIM-BRACKET.
     MOVE ZERO TO WS-SIM-PERCENT.
     PERFORM VARYING WS-BRACKET-IDX FROM 1 BY 1
         UNTIL WS-BRACKET-IDX > 3
       IF INV-GROSS-AMOUNT > PRM-BRACKET-BOUNDARY (WS-BRACKET-IDX)
         MOVE PRM-BRACKET-PERCENT (WS-BRACKET-IDX) TO WS-SIM-PERCENT
         MOVE WS-BRACKET-IDX TO WS-SIM-BRACKET
       END-IF
     END-PERFORM.
     IF WS-SIM-PERCENT > ZERO
       COMPUTE WS-SIM-DISCOUNT ROUNDED =
           INV-GROSS-AMOUNT * WS-SIM-PERCENT / 100
     ELSE
       MOVE ZERO TO WS-SIM-DISCOUNT
     END-IF.
     IF INV-TAX-RATE NUMERIC
       COMPUTE WS-TAX-CHANGE ROUNDED =
           (INV-DISCOUNT-AMOUNT - WS-SIM-DISCOUNT) * INV-TAX-RATE / 100
     ELSE
       MOVE ZERO TO WS-TAX-CHANGE
       ADD 1 TO WS-TAX-KEPT-COUNT
     END-IF.
     COMPUTE WS-SIM-TAX = INV-TAX-AMOUNT + WS-TAX-CHANGE.
     COMPUTE WS-SIM-NET = INV-NET-DUE
         + INV-DISCOUNT-AMOUNT - WS-SIM-DISCOUNT + WS-TAX-CHANGE.
     PERFORM AddToBracketSum.
     PERFORM FindMonthSum.
     PERFORM AddToMonthSum.
 AddToBracketSum.
     COMPUTE WS-BRACKET-IDX = WS-SIM-BRACKET + 1.
     ADD WS-SIGN TO BKS-ORDERS (WS-BRACKET-IDX).
     COMPUTE BKS-ACT-DISCOUNT (WS-BRACKET-IDX) =
         BKS-ACT-DISCOUNT (WS-BRACKET-IDX)
         + WS-SIGN * INV-DISCOUNT-AMOUNT.
     COMPUTE BKS-SIM-DISCOUNT (WS-BRACKET-IDX) =
         BKS-SIM-DISCOUNT (WS-BRACKET-IDX) + WS-SIGN * WS-SIM-DISCOUNT.
     COMPUTE BKS-ACT-TAX (WS-BRACKET-IDX) =
         BKS-ACT-TAX (WS-BRACKET-IDX) + WS-SIGN * INV-TAX-AMOUNT.
     COMPUTE BKS-SIM-TAX (WS-BRACKET-IDX) =
         BKS-SIM-TAX (WS-BRACKET-IDX) + WS-SIGN * WS-SIM-TAX.
     COMPUTE BKS-ACT-NET (WS-BRACKET-IDX) =
         BKS-ACT-NET (WS-BRACKET-IDX) + WS-SIGN * INV-NET-DUE.
     COMPUTE BKS-SIM-NET (WS-BRACKET-IDX) =
         BKS-SIM-NET (WS-BRACKET-IDX) + WS-SIGN * WS-SIM-NET.
*>   The range is at most 120 months, so a month not yet in the table
*>   always has room.
 FindMonthSum.
     PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
         UNTIL WS-MONTH-IDX > WS-MONTH-COUNT
             OR MNS-MONTH (WS-MONTH-IDX) = INV-DATE (1:6)
       CONTINUE
     END-PERFORM.
     IF WS-MONTH-IDX > WS-MONTH-COUNT
       ADD 1 TO WS-MONTH-COUNT
       MOVE WS-MONTH-COUNT TO WS-MONTH-IDX
       MOVE INV-DATE (1:6) TO MNS-MONTH (WS-MONTH-IDX)
     END-IF.
 AddToMonthSum.
     ADD WS-SIGN TO MNS-ORDERS (WS-MONTH-IDX).
     COMPUTE MNS-ACT-DISCOUNT (WS-MONTH-IDX) =
         MNS-ACT-DISCOUNT (WS-MONTH-IDX)
         + WS-SIGN * INV-DISCOUNT-AMOUNT.
     COMPUTE MNS-SIM-DISCOUNT (WS-MONTH-IDX) =
         MNS-SIM-DISCOUNT (WS-MONTH-IDX) + WS-SIGN * WS-SIM-DISCOUNT.
     COMPUTE MNS-ACT-TAX (WS-MONTH-IDX) =
         MNS-ACT-TAX (WS-MONTH-IDX) + WS-SIGN * INV-TAX-AMOUNT.
     COMPUTE MNS-SIM-TAX (WS-MONTH-IDX) =
         MNS-SIM-TAX (WS-MONTH-IDX) + WS-SIGN * WS-SIM-TAX.
     COMPUTE MNS-ACT-NET (WS-MONTH-IDX) =
         MNS-ACT-NET (WS-MONTH-IDX) + WS-SIGN * INV-NET-DUE.
     COMPUTE MNS-SIM-NET (WS-MONTH-IDX) =
         MNS-SIM-NET (WS-MONTH-IDX) + WS-SIGN * WS-SIM-NET.
 WriteRepriceReport.
     OPEN OUTPUT RepriceReport.
     MOVE "H" TO PRC-ACTION.
     MOVE "WHAT-IF DISCOUNT REPRICING" TO PRC-REPORT-TITLE.
     MOVE WS-RUN-DATE TO PRC-RUN-DATE.
     MOVE ZERO TO PRC-PAGE-NUMBER.
     CALL "PrintReport" USING PrintControlRec.
     WRITE RepriceReportLine FROM PRC-OUTPUT-LINE.
     MOVE SPACES TO RepriceReportLine.
     WRITE RepriceReportLine.
     MOVE PRM-DATE-FROM TO RNG-FROM.
     MOVE PRM-DATE-TO   TO RNG-TO.
     WRITE RepriceReportLine FROM WS-RANGE-LINE.
     MOVE "PROPOSED POLICY:" TO POL-LABEL.
     PERFORM VARYING WS-BRACKET-IDX FROM 1 BY 1
         UNTIL WS-BRACKET-IDX > 3
       MOVE PRM-BRACKET-BOUNDARY (WS-BRACKET-IDX)
           TO POL-BOUNDARY (WS-BRACKET-IDX)
       MOVE PRM-BRACKET-PERCENT (WS-BRACKET-IDX)
           TO POL-PERCENT (WS-BRACKET-IDX)
     END-PERFORM.
     WRITE RepriceReportLine FROM WS-POLICY-LINE.
     MOVE SPACES TO RepriceReportLine.
     WRITE RepriceReportLine.
     MOVE "BY PROPOSED BRACKET" TO WS-SECTION-LINE.
     WRITE RepriceReportLine FROM WS-SECTION-LINE.
     WRITE RepriceReportLine FROM WS-COLUMN-HEADING.
     MOVE ZERO TO WS-TOTAL-SUM.
     PERFORM VARYING WS-BRACKET-IDX FROM 1 BY 1
         UNTIL WS-BRACKET-IDX > 4
       PERFORM WriteBracketSumLine
     END-PERFORM.
     PERFORM WriteTotalSumLine.
     MOVE SPACES TO RepriceReportLine.
     WRITE RepriceReportLine.
     MOVE "BY INVOICE MONTH" TO WS-SECTION-LINE.
     WRITE RepriceReportLine FROM WS-SECTION-LINE.
     WRITE RepriceReportLine FROM WS-COLUMN-HEADING.
     MOVE ZERO TO WS-TOTAL-SUM.
     PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
         UNTIL WS-MONTH-IDX > WS-MONTH-COUNT
       PERFORM WriteMonthSumLine
     END-PERFORM.
     PERFORM WriteTotalSumLine.
     MOVE SPACES TO RepriceReportLine.
     WRITE RepriceReportLine.
     MOVE WS-TAX-KEPT-COUNT TO TKL-COUNT.
     WRITE RepriceReportLine FROM WS-TAX-KEPT-LINE.
     MOVE "F" TO PRC-ACTION.
     MOVE WS-REPRICED-COUNT TO PRC-DETAIL-COUNT.
     CALL "PrintReport" USING PrintControlRec.
     WRITE RepriceReportLine FROM PRC-OUTPUT-LINE.
     CLOSE RepriceReport.
 WriteBracketSumLine.
     IF WS-BRACKET-IDX = 1
       MOVE "NO BRACKET" TO SML-LABEL
     ELSE
       COMPUTE WS-SIM-BRACKET = WS-BRACKET-IDX - 1
       MOVE SPACES TO SML-LABEL
       STRING "BRACKET " WS-SIM-BRACKET DELIMITED BY SIZE
           INTO SML-LABEL
     END-IF.
     MOVE WS-BRACKET-SUM (WS-BRACKET-IDX) TO WS-LINE-SUM.
     PERFORM WriteSumLine.
     PERFORM AddToTotalSum.
 WriteMonthSumLine.
     MOVE MNS-MONTH (WS-MONTH-IDX) TO SML-LABEL.
     MOVE MNS-SUMS (WS-MONTH-IDX) TO WS-LINE-SUM.
     PERFORM WriteSumLine.
     PERFORM AddToTotalSum.
 WriteTotalSumLine.
     MOVE "TOTAL" TO SML-LABEL.
     MOVE WS-TOTAL-SUM TO WS-LINE-SUM.
     PERFORM WriteSumLine.
 WriteSumLine.
     MOVE LNS-ORDERS       TO SML-ORDERS.
     MOVE LNS-ACT-DISCOUNT TO SML-ACT-DISCOUNT.
     MOVE LNS-SIM-DISCOUNT TO SML-SIM-DISCOUNT.
     MOVE LNS-ACT-TAX      TO SML-ACT-TAX.
     MOVE LNS-SIM-TAX      TO SML-SIM-TAX.
     MOVE LNS-ACT-NET      TO SML-ACT-NET.
     MOVE LNS-SIM-NET      TO SML-SIM-NET.
     COMPUTE SML-NET-CHANGE = LNS-SIM-NET - LNS-ACT-NET.
     WRITE RepriceReportLine FROM WS-SUM-LINE.
 AddToTotalSum.
     ADD LNS-ORDERS       TO TTS-ORDERS.
     ADD LNS-ACT-DISCOUNT TO TTS-ACT-DISCOUNT.
     ADD LNS-SIM-DISCOUNT TO TTS-SIM-DISCOUNT.
     ADD LNS-ACT-TAX      TO TTS-ACT-TAX.
     ADD LNS-SIM-TAX      TO TTS-SIM-TAX.
     ADD LNS-ACT-NET      TO TTS-ACT-NET.
     ADD LNS-SIM-NET      TO TTS-SIM-NET.
 SetRunLogStart.
     MOVE "REPRICESIM" TO RLG-JOB-NAME.
     ACCEPT WS-LOG-TS-DATE FROM DATE YYYYMMDD.
     ACCEPT WS-LOG-TS-TIME FROM TIME.
     MOVE WS-LOG-TS-DATE TO RLG-RUN-DATE.
     STRING WS-LOG-TS-DATE WS-LOG-TS-TIME DELIMITED BY SIZE
         INTO RLG-START-TIMESTAMP.
 WriteRunLogRecord.
     MOVE WS-READ-COUNT TO RLG-READ-COUNT.
     MOVE WS-REPRICED-COUNT TO RLG-WRITTEN-COUNT.
     MOVE ZERO TO RLG-REJECTED-COUNT.
     MOVE RETURN-CODE TO RLG-RETURN-CODE.
     CALL "WriteRunLog" USING RunLogRec.
