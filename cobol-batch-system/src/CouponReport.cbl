 IDENTIFICATION DIVISION.
 PROGRAM-ID. CouponReport.
*> Coupon redemption report for marketing, off COUPONRDM.DAT (every
*> coupon BATCH-DISCOUNT has honoured, against its invoice) and the
*> COUPONS.DAT master. One line per coupon on the master, in master
*> order: how many times it has been honoured, how many of those a
*> credit memo has since reversed, the order value (goods before any
*> discount) the standing redemptions brought in, what the coupon cost
*> on them, and that cost as a percentage of the order value.
*> Redemptions of a code no longer on the master print after the
*> master's coupons, flagged, so the totals still tie to the
*> COUPONEXP lines on the GL feed. Run after BATCH-DISCOUNT.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT CouponFile ASSIGN TO "COUPONS.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-COUPON-FILE-STATUS.
     SELECT CouponRedemptionFile ASSIGN TO "COUPONRDM.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS CPR-INVOICE-NO
         FILE STATUS IS WS-CPNRDM-FILE-STATUS.
     SELECT CouponReportFile ASSIGN TO "COUPON.RPT"
         ORGANIZATION IS LINE SEQUENTIAL.
 DATA DIVISION.
 FILE SECTION.
 FD CouponFile.
 COPY COUPONREC.
 FD CouponRedemptionFile.
 COPY CPNRDMREC.
 FD CouponReportFile.
 01 CouponReportLine PIC X(100).
 WORKING-STORAGE SECTION.
 01 WS-COUPON-FILE-STATUS PIC XX.
 01 WS-CPNRDM-FILE-STATUS PIC XX.
 01 WS-COUPON-EOF PIC X VALUE "N".
    88 EndOfCoupons VALUE "Y".
 01 WS-CPNRDM-EOF PIC X VALUE "N".
    88 EndOfRedemptions VALUE "Y".
 01 WS-RUN-DATE PIC 9(8).
*> Each coupon's redemptions to date. Entries past the master's own
*> are codes found only on the redemption file.
 01 WS-COUPON-TABLE.
    05 WS-COUPON-ENTRY OCCURS 600 TIMES.
       10 CPT-CODE           PIC X(10).
       10 CPT-DESCRIPTION    PIC X(20).
       10 CPT-HONORED        PIC 9(7).
       10 CPT-REVERSED       PIC 9(7).
       10 CPT-ORDER-VALUE    PIC 9(9)V99.
       10 CPT-COUPON-COST    PIC 9(9)V99.
 01 WS-COUPON-COUNT   PIC 9(3) VALUE ZERO.
 01 WS-COUPON-IDX     PIC 9(3).
 01 WS-COUPON-MATCH-IDX PIC 9(3).
 01 WS-READ-COUNT     PIC 9(7) VALUE ZERO.
 01 WS-TOTAL-HONORED     PIC 9(7) VALUE ZERO.
 01 WS-TOTAL-REVERSED    PIC 9(7) VALUE ZERO.
 01 WS-TOTAL-ORDER-VALUE PIC 9(9)V99 VALUE ZERO.
 01 WS-TOTAL-COUPON-COST PIC 9(9)V99 VALUE ZERO.
 01 WS-COST-PERCENT      PIC 9(3)V9.
 01 WS-COLUMN-HEADING.
    05 FILLER PIC X(12) VALUE "COUPON".
    05 FILLER PIC X(22) VALUE "DESCRIPTION".
    05 FILLER PIC X(9)  VALUE "  HONORED".
    05 FILLER PIC X(9)  VALUE " REVERSED".
    05 FILLER PIC X(15) VALUE "    ORDER VALUE".
    05 FILLER PIC X(15) VALUE "    COUPON COST".
    05 FILLER PIC X(8)  VALUE "  COST %".
 01 WS-DETAIL-LINE.
    05 DTL-CODE        PIC X(10).
    05 FILLER          PIC X(2) VALUE SPACES.
    05 DTL-DESCRIPTION PIC X(20).
    05 FILLER          PIC X(2) VALUE SPACES.
    05 DTL-HONORED     PIC Z(8)9.
    05 DTL-REVERSED    PIC Z(8)9.
    05 DTL-ORDER-VALUE PIC Z(11)9.99.
    05 DTL-COUPON-COST PIC Z(11)9.99.
    05 FILLER          PIC X(2) VALUE SPACES.
    05 DTL-PERCENT     PIC ZZ9.9.
 01 WS-TOTAL-LINE.
    05 FILLER          PIC X(34) VALUE "TOTAL (COST TIES TO COUPONEXP)".
    05 TOT-HONORED     PIC Z(8)9.
    05 TOT-REVERSED    PIC Z(8)9.
    05 TOT-ORDER-VALUE PIC Z(11)9.99.
    05 TOT-COUPON-COST PIC Z(11)9.99.
    05 FILLER          PIC X(2) VALUE SPACES.
    05 TOT-PERCENT     PIC ZZ9.9.
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
     PERFORM LoadCoupons.
     PERFORM TallyRedemptions.
     OPEN OUTPUT CouponReportFile.
     MOVE "H" TO PRC-ACTION.
     MOVE "COUPON REDEMPTIONS TO DATE" TO PRC-REPORT-TITLE.
     MOVE WS-RUN-DATE TO PRC-RUN-DATE.
     MOVE ZERO TO PRC-PAGE-NUMBER.
     CALL "PrintReport" USING PrintControlRec.
     WRITE CouponReportLine FROM PRC-OUTPUT-LINE.
     MOVE SPACES TO CouponReportLine.
     WRITE CouponReportLine.
     WRITE CouponReportLine FROM WS-COLUMN-HEADING.
     PERFORM VARYING WS-COUPON-IDX FROM 1 BY 1
         UNTIL WS-COUPON-IDX > WS-COUPON-COUNT
       PERFORM WriteCouponLine
     END-PERFORM.
     PERFORM WriteReportTotals.
     MOVE "F" TO PRC-ACTION.
     MOVE WS-COUPON-COUNT TO PRC-DETAIL-COUNT.
     CALL "PrintReport" USING PrintControlRec.
     WRITE CouponReportLine FROM PRC-OUTPUT-LINE.
     CLOSE CouponReportFile.
     PERFORM WriteRunLogRecord.
     STOP RUN.
*>   The master holds up to 500 coupons, leaving room for codes seen
*>   only on the redemption file.
 LoadCoupons.
     OPEN INPUT CouponFile.
     IF WS-COUPON-FILE-STATUS = "35"
       DISPLAY "COUPONS.DAT not found - redemptions listed by code"
       SET EndOfCoupons TO TRUE
     END-IF.
     PERFORM UNTIL EndOfCoupons
       READ CouponFile
         AT END
           SET EndOfCoupons TO TRUE
         NOT AT END
           IF WS-COUPON-COUNT < 500
             ADD 1 TO WS-COUPON-COUNT
             INITIALIZE WS-COUPON-ENTRY (WS-COUPON-COUNT)
             MOVE CPN-CODE TO CPT-CODE (WS-COUPON-COUNT)
             MOVE CPN-DESCRIPTION TO CPT-DESCRIPTION (WS-COUPON-COUNT)
           ELSE
             DISPLAY "Fatal - COUPONS.DAT holds more than 500 coupons"
             MOVE 8 TO RETURN-CODE
             PERFORM WriteRunLogRecord
             STOP RUN
           END-IF
       END-READ
     END-PERFORM.
     IF WS-COUPON-FILE-STATUS NOT = "35"
       CLOSE CouponFile
     END-IF.
*>   A reversed redemption counts as honoured and reversed; only the
*>   standing ones carry order value and cost.
 TallyRedemptions.
     OPEN INPUT CouponRedemptionFile.
     IF WS-CPNRDM-FILE-STATUS = "35"
       DISPLAY "COUPONRDM.DAT not found - no redemptions to report"
       SET EndOfRedemptions TO TRUE
     END-IF.
     PERFORM UNTIL EndOfRedemptions
       READ CouponRedemptionFile NEXT RECORD
         AT END
           SET EndOfRedemptions TO TRUE
         NOT AT END
           PERFORM TallyOneRedemption
       END-READ
     END-PERFORM.
     IF WS-CPNRDM-FILE-STATUS NOT = "35"
       CLOSE CouponRedemptionFile
     END-IF.
 TallyOneRedemption.
     ADD 1 TO WS-READ-COUNT.
     MOVE ZERO TO WS-COUPON-MATCH-IDX.
     PERFORM VARYING WS-COUPON-IDX FROM 1 BY 1
         UNTIL WS-COUPON-IDX > WS-COUPON-COUNT
             OR WS-COUPON-MATCH-IDX > ZERO
       IF CPT-CODE (WS-COUPON-IDX) = CPR-COUPON-CODE
         MOVE WS-COUPON-IDX TO WS-COUPON-MATCH-IDX
       END-IF
     END-PERFORM.
     IF WS-COUPON-MATCH-IDX = ZERO
       IF WS-COUPON-COUNT < 600
         ADD 1 TO WS-COUPON-COUNT
         INITIALIZE WS-COUPON-ENTRY (WS-COUPON-COUNT)
         MOVE CPR-COUPON-CODE TO CPT-CODE (WS-COUPON-COUNT)
         MOVE "** NOT ON MASTER" TO CPT-DESCRIPTION (WS-COUPON-COUNT)
         MOVE WS-COUPON-COUNT TO WS-COUPON-MATCH-IDX
       ELSE
         DISPLAY "Fatal - more than 100 coupon codes not on COUPONS.DAT"
         MOVE 8 TO RETURN-CODE
         PERFORM WriteRunLogRecord
         STOP RUN
       END-IF
     END-IF.
     ADD 1 TO CPT-HONORED (WS-COUPON-MATCH-IDX).
     IF CPR-REVERSED-BY NOT = ZERO
       ADD 1 TO CPT-REVERSED (WS-COUPON-MATCH-IDX)
     ELSE
       ADD CPR-ORDER-GROSS   TO CPT-ORDER-VALUE (WS-COUPON-MATCH-IDX)
       ADD CPR-COUPON-AMOUNT TO CPT-COUPON-COST (WS-COUPON-MATCH-IDX)
     END-IF.
 WriteCouponLine.
     MOVE CPT-CODE (WS-COUPON-IDX)        TO DTL-CODE.
     MOVE CPT-DESCRIPTION (WS-COUPON-IDX) TO DTL-DESCRIPTION.
     MOVE CPT-HONORED (WS-COUPON-IDX)     TO DTL-HONORED.
     MOVE CPT-REVERSED (WS-COUPON-IDX)    TO DTL-REVERSED.
     MOVE CPT-ORDER-VALUE (WS-COUPON-IDX) TO DTL-ORDER-VALUE.
     MOVE CPT-COUPON-COST (WS-COUPON-IDX) TO DTL-COUPON-COST.
     IF CPT-ORDER-VALUE (WS-COUPON-IDX) > ZERO
       COMPUTE WS-COST-PERCENT ROUNDED =
           CPT-COUPON-COST (WS-COUPON-IDX) * 100
           / CPT-ORDER-VALUE (WS-COUPON-IDX)
     ELSE
       MOVE ZERO TO WS-COST-PERCENT
     END-IF.
     MOVE WS-COST-PERCENT TO DTL-PERCENT.
     WRITE CouponReportLine FROM WS-DETAIL-LINE.
     ADD CPT-HONORED (WS-COUPON-IDX)     TO WS-TOTAL-HONORED.
     ADD CPT-REVERSED (WS-COUPON-IDX)    TO WS-TOTAL-REVERSED.
     ADD CPT-ORDER-VALUE (WS-COUPON-IDX) TO WS-TOTAL-ORDER-VALUE.
     ADD CPT-COUPON-COST (WS-COUPON-IDX) TO WS-TOTAL-COUPON-COST.
 WriteReportTotals.
     MOVE SPACES TO CouponReportLine.
     WRITE CouponReportLine.
     MOVE WS-TOTAL-HONORED     TO TOT-HONORED.
     MOVE WS-TOTAL-REVERSED    TO TOT-REVERSED.
     MOVE WS-TOTAL-ORDER-VALUE TO TOT-ORDER-VALUE.
     MOVE WS-TOTAL-COUPON-COST TO TOT-COUPON-COST.
     IF WS-TOTAL-ORDER-VALUE > ZERO
       COMPUTE WS-COST-PERCENT ROUNDED =
           WS-TOTAL-COUPON-COST * 100 / WS-TOTAL-ORDER-VALUE
     ELSE
       MOVE ZERO TO WS-COST-PERCENT
     END-IF.
     MOVE WS-COST-PERCENT TO TOT-PERCENT.
     WRITE CouponReportLine FROM WS-TOTAL-LINE.
 SetRunLogStart.
     MOVE "COUPONRPT" TO RLG-JOB-NAME.
     ACCEPT WS-LOG-TS-DATE FROM DATE YYYYMMDD.
     ACCEPT WS-LOG-TS-TIME FROM TIME.
     MOVE WS-LOG-TS-DATE TO RLG-RUN-DATE.
     STRING WS-LOG-TS-DATE WS-LOG-TS-TIME DELIMITED BY SIZE
         INTO RLG-START-TIMESTAMP.
 WriteRunLogRecord.
     MOVE WS-READ-COUNT TO RLG-READ-COUNT.
     MOVE WS-COUPON-COUNT TO RLG-WRITTEN-COUNT.
     MOVE ZERO TO RLG-REJECTED-COUNT.
     MOVE RETURN-CODE TO RLG-RETURN-CODE.
     CALL "WriteRunLog" USING RunLogRec.
