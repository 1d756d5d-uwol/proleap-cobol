*> collected for that state, and the report total is the figure that
*> ties back to the SALESTAXPY credit lines on the daily GL feed for
*> the quarter. This replaces re-adding per-state tax by hand from
*> daily DISCOUNT.RPT copies at quarter end. The sales made tax-free
*> to customers holding an exemption certificate for the state are
*> reported beside the tax, as the states require the exempt sales to
*> be declared with the return.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
    05 TRG-STATE      PIC XX.
    05 TRG-QUARTER    PIC X(6).
    05 TRG-TAX-AMOUNT PIC 9(9)V99.
*> Sales exempted under a certificate; blank on entries written
*> before exemptions were honoured.
    05 TRG-EXEMPT-AMOUNT PIC 9(9)V99.
 FD RemitReport.
 01 RemitReportLine PIC X(80).
 WORKING-STORAGE SECTION.
 01 WS-REPORT-QUARTER PIC X(6).
 01 WS-STATE-COUNT PIC 9(5) VALUE ZERO.
 01 WS-QUARTER-TOTAL PIC 9(11)V99 VALUE ZERO.
 01 WS-EXEMPT-TOTAL PIC 9(11)V99 VALUE ZERO.
 01 WS-EXEMPT-AMOUNT PIC 9(9)V99.
 01 WS-RUN-DATE PIC 9(8).
 COPY PRINTCTLREC.
 01 WS-HEADING-LINE-2.
    05 FILLER PIC X(8)  VALUE "STATE".
    05 FILLER PIC X(16) VALUE "TAX COLLECTED".
    05 FILLER PIC X(16) VALUE "   EXEMPT SALES".
 01 WS-DETAIL-LINE.
    05 DTL-STATE  PIC XX.
    05 FILLER     PIC X(6) VALUE SPACES.
    05 DTL-AMOUNT PIC Z(9)9.99.
    05 FILLER     PIC X(3) VALUE SPACES.
    05 DTL-EXEMPT-AMOUNT PIC Z(9)9.99.
 01 WS-TOTAL-LINE.
    05 FILLER PIC X(33)
       VALUE "QUARTER TOTAL (TIES TO GL FEED): ".
    05 TOT-AMOUNT PIC Z(10)9.99.
 01 WS-EXEMPT-TOTAL-LINE.
    05 FILLER PIC X(33)
       VALUE "QUARTER EXEMPT SALES:".
    05 TOT-EXEMPT-AMOUNT PIC Z(10)9.99.

 PROCEDURE DIVISION.
 Begin.
           IF TRG-QUARTER = WS-REPORT-QUARTER
             MOVE TRG-STATE      TO DTL-STATE
             MOVE TRG-TAX-AMOUNT TO DTL-AMOUNT
             IF TRG-EXEMPT-AMOUNT NUMERIC
               MOVE TRG-EXEMPT-AMOUNT TO WS-EXEMPT-AMOUNT
             ELSE
               MOVE ZERO TO WS-EXEMPT-AMOUNT
             END-IF
             MOVE WS-EXEMPT-AMOUNT TO DTL-EXEMPT-AMOUNT
             WRITE RemitReportLine FROM WS-DETAIL-LINE
             ADD 1 TO WS-STATE-COUNT
             ADD TRG-TAX-AMOUNT TO WS-QUARTER-TOTAL
             ADD WS-EXEMPT-AMOUNT TO WS-EXEMPT-TOTAL
           END-IF
       END-READ
     END-PERFORM.
     WRITE RemitReportLine.
     MOVE WS-QUARTER-TOTAL TO TOT-AMOUNT.
     WRITE RemitReportLine FROM WS-TOTAL-LINE.
     MOVE WS-EXEMPT-TOTAL TO TOT-EXEMPT-AMOUNT.
     WRITE RemitReportLine FROM WS-EXEMPT-TOTAL-LINE.
     SET PrcBuildFooter TO TRUE.
     MOVE WS-STATE-COUNT TO PRC-DETAIL-COUNT.
     CALL "PrintReport" USING PrintControlRec.
