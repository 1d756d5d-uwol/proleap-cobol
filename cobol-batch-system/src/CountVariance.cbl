 IDENTIFICATION DIVISION.
 PROGRAM-ID. CountVariance.
*> Physical inventory variance report: every item out on an open
*> count (COUNT.DAT, anything not yet posted) is listed on COUNTVAR.RPT
*> by category with its frozen book quantity, the count that stands,
*> the variance and the variance valued at the unit price frozen with
*> the sheet. Each category closes with its shrinkage (count short of
*> book), its overage and the net, and the report with the same for
*> the whole count - the figure CountAdjust will send to the GL once
*> the counts are approved. Items not yet counted, or waiting on a
*> recount, are listed without a variance so the count supervisor
*> can see what is still outstanding.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT CountFile ASSIGN TO "COUNT.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS CNT-ITEM-CODE
         FILE STATUS IS WS-COUNT-FILE-STATUS.
     SELECT VarianceWork ASSIGN TO "CNTVARWORK.DAT".
     SELECT VarianceReport ASSIGN TO "COUNTVAR.RPT"
         ORGANIZATION IS LINE SEQUENTIAL.
 DATA DIVISION.
 FILE SECTION.
 FD CountFile.
 COPY COUNTREC.
 SD VarianceWork.
 01 VarianceWorkRec.
    05 VRW-CATEGORY   PIC X(6).
    05 VRW-ITEM-CODE  PIC X(10).
    05 VRW-STATUS     PIC X.
    05 VRW-BOOK-QTY   PIC S9(7).
    05 VRW-COUNT-QTY  PIC 9(7).
    05 VRW-UNIT-PRICE PIC 9(5)V99.
 FD VarianceReport.
 01 VarianceReportLine PIC X(80).
 WORKING-STORAGE SECTION.
 01 WS-COUNT-FILE-STATUS PIC XX.
 01 WS-COUNT-EOF PIC X VALUE "N".
    88 EndOfCounts VALUE "Y".
 01 WS-SORTED-EOF PIC X VALUE "N".
    88 EndOfSorted VALUE "Y".
 01 WS-RUN-DATE PIC 9(8).
 01 WS-CURRENT-CATEGORY PIC X(6).
 01 WS-FIRST-CATEGORY PIC X VALUE "Y".
    88 FirstCategory VALUE "Y".
 01 WS-VARIANCE-QTY   PIC S9(8).
 01 WS-VARIANCE-VALUE PIC S9(11)V99.
 01 WS-READ-COUNT        PIC 9(7) VALUE ZERO.
 01 WS-LISTED-COUNT      PIC 9(7) VALUE ZERO.
 01 WS-OUTSTANDING-COUNT PIC 9(7) VALUE ZERO.
*> Category and whole-count value totals.
 01 WS-CAT-SHRINK  PIC S9(11)V99.
 01 WS-CAT-OVERAGE PIC S9(11)V99.
 01 WS-TOT-SHRINK  PIC S9(11)V99 VALUE ZERO.
 01 WS-TOT-OVERAGE PIC S9(11)V99 VALUE ZERO.
 01 WS-CATEGORY-HEADING.
    05 FILLER          PIC X(10) VALUE "CATEGORY ".
    05 VCH-CATEGORY    PIC X(6).
 01 WS-COLUMN-HEADING.
    05 FILLER PIC X(12) VALUE "ITEM".
    05 FILLER PIC X(10) VALUE "STATUS".
    05 FILLER PIC X(10) VALUE "     BOOK".
    05 FILLER PIC X(10) VALUE "    COUNT".
    05 FILLER PIC X(10) VALUE " VARIANCE".
    05 FILLER PIC X(18) VALUE "    VARIANCE VALUE".
 01 WS-DETAIL-LINE.
    05 DTL-ITEM-CODE   PIC X(10).
    05 FILLER          PIC X(2) VALUE SPACES.
    05 DTL-STATUS      PIC X(8).
    05 FILLER          PIC X(1) VALUE SPACES.
    05 DTL-BOOK-QTY    PIC -(7)9.
    05 FILLER          PIC X(2) VALUE SPACES.
    05 DTL-COUNT-QTY   PIC Z(7)9.
    05 FILLER          PIC X(2) VALUE SPACES.
    05 DTL-VARIANCE    PIC -(7)9.
    05 FILLER          PIC X(2) VALUE SPACES.
    05 DTL-VALUE       PIC -(10)9.99.
 01 WS-CATEGORY-TOTAL-LINE.
    05 FILLER          PIC X(10) VALUE "  SHRINK ".
    05 CTL-SHRINK      PIC -(10)9.99.
    05 FILLER          PIC X(10) VALUE "  OVERAGE ".
    05 CTL-OVERAGE     PIC -(10)9.99.
    05 FILLER          PIC X(6)  VALUE "  NET ".
    05 CTL-NET         PIC -(10)9.99.
 01 WS-SUMMARY-LINE.
    05 SUM-LABEL PIC X(36).
    05 SUM-VALUE PIC Z(6)9.
 01 WS-VALUE-LINE.
    05 VAL-LABEL PIC X(36).
    05 VAL-VALUE PIC -(10)9.99.
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
     OPEN OUTPUT VarianceReport.
     MOVE "H" TO PRC-ACTION.
     MOVE "PHYSICAL INVENTORY VARIANCE" TO PRC-REPORT-TITLE.
     MOVE WS-RUN-DATE TO PRC-RUN-DATE.
     MOVE ZERO TO PRC-PAGE-NUMBER.
     CALL "PrintReport" USING PrintControlRec.
     WRITE VarianceReportLine FROM PRC-OUTPUT-LINE.
     SORT VarianceWork
         ON ASCENDING KEY VRW-CATEGORY VRW-ITEM-CODE
         INPUT PROCEDURE IS ReleaseOpenCounts
         OUTPUT PROCEDURE IS WriteVariances.
     MOVE SPACES TO VarianceReportLine.
     WRITE VarianceReportLine.
     MOVE "ITEMS ON OPEN COUNT"            TO SUM-LABEL.
     MOVE WS-LISTED-COUNT                  TO SUM-VALUE.
     WRITE VarianceReportLine FROM WS-SUMMARY-LINE.
     MOVE "ITEMS NOT YET COUNTED/RECOUNTED" TO SUM-LABEL.
     MOVE WS-OUTSTANDING-COUNT             TO SUM-VALUE.
     WRITE VarianceReportLine FROM WS-SUMMARY-LINE.
     MOVE "TOTAL SHRINKAGE VALUE"          TO VAL-LABEL.
     MOVE WS-TOT-SHRINK                    TO VAL-VALUE.
     WRITE VarianceReportLine FROM WS-VALUE-LINE.
     MOVE "TOTAL OVERAGE VALUE"            TO VAL-LABEL.
     MOVE WS-TOT-OVERAGE                   TO VAL-VALUE.
     WRITE VarianceReportLine FROM WS-VALUE-LINE.
     MOVE "NET VARIANCE VALUE"             TO VAL-LABEL.
     COMPUTE VAL-VALUE = WS-TOT-OVERAGE - WS-TOT-SHRINK.
     WRITE VarianceReportLine FROM WS-VALUE-LINE.
     MOVE "F" TO PRC-ACTION.
     MOVE WS-LISTED-COUNT TO PRC-DETAIL-COUNT.
     CALL "PrintReport" USING PrintControlRec.
     WRITE VarianceReportLine FROM PRC-OUTPUT-LINE.
     CLOSE VarianceReport.
     DISPLAY "Count variance report: " WS-LISTED-COUNT " items, "
         WS-OUTSTANDING-COUNT " outstanding".
     PERFORM WriteRunLogRecord.
     STOP RUN.
 ReleaseOpenCounts.
     OPEN INPUT CountFile.
     IF WS-COUNT-FILE-STATUS = "35"
       DISPLAY "No physical counts on file"
       SET EndOfCounts TO TRUE
     END-IF.
     PERFORM UNTIL EndOfCounts
       READ CountFile NEXT RECORD
         AT END
           SET EndOfCounts TO TRUE
         NOT AT END
           ADD 1 TO WS-READ-COUNT
           IF NOT CntPosted
             MOVE CNT-CATEGORY   TO VRW-CATEGORY
             MOVE CNT-ITEM-CODE  TO VRW-ITEM-CODE
             MOVE CNT-STATUS     TO VRW-STATUS
             MOVE CNT-BOOK-QTY   TO VRW-BOOK-QTY
             MOVE CNT-COUNT-QTY  TO VRW-COUNT-QTY
             MOVE CNT-UNIT-PRICE TO VRW-UNIT-PRICE
             RELEASE VarianceWorkRec
           END-IF
       END-READ
     END-PERFORM.
     IF WS-COUNT-FILE-STATUS NOT = "35"
       CLOSE CountFile
     END-IF.
 WriteVariances.
     PERFORM UNTIL EndOfSorted
       RETURN VarianceWork
         AT END
           SET EndOfSorted TO TRUE
         NOT AT END
           PERFORM ListOneCount
       END-RETURN
     END-PERFORM.
     IF NOT FirstCategory
       PERFORM FinishCategory
     END-IF.
 ListOneCount.
     IF FirstCategory OR VRW-CATEGORY NOT = WS-CURRENT-CATEGORY
       IF NOT FirstCategory
         PERFORM FinishCategory
       END-IF
       PERFORM StartCategory
     END-IF.
     ADD 1 TO WS-LISTED-COUNT.
     MOVE SPACES TO WS-DETAIL-LINE.
     MOVE VRW-ITEM-CODE TO DTL-ITEM-CODE.
     MOVE VRW-BOOK-QTY  TO DTL-BOOK-QTY.
     EVALUATE VRW-STATUS
       WHEN "P"
         MOVE "NOT CNTD" TO DTL-STATUS
         ADD 1 TO WS-OUTSTANDING-COUNT
       WHEN "R"
         MOVE "RECOUNT"  TO DTL-STATUS
         ADD 1 TO WS-OUTSTANDING-COUNT
       WHEN OTHER
         IF VRW-STATUS = "A"
           MOVE "APPROVED" TO DTL-STATUS
         ELSE
           MOVE "COUNTED"  TO DTL-STATUS
         END-IF
         COMPUTE WS-VARIANCE-QTY = VRW-COUNT-QTY - VRW-BOOK-QTY
         COMPUTE WS-VARIANCE-VALUE = WS-VARIANCE-QTY * VRW-UNIT-PRICE
         MOVE VRW-COUNT-QTY     TO DTL-COUNT-QTY
         MOVE WS-VARIANCE-QTY   TO DTL-VARIANCE
         MOVE WS-VARIANCE-VALUE TO DTL-VALUE
         IF WS-VARIANCE-VALUE < ZERO
           SUBTRACT WS-VARIANCE-VALUE FROM WS-CAT-SHRINK
         ELSE
           ADD WS-VARIANCE-VALUE TO WS-CAT-OVERAGE
         END-IF
     END-EVALUATE.
     WRITE VarianceReportLine FROM WS-DETAIL-LINE.
 StartCategory.
     MOVE "N" TO WS-FIRST-CATEGORY.
     MOVE VRW-CATEGORY TO WS-CURRENT-CATEGORY.
     MOVE ZERO TO WS-CAT-SHRINK.
     MOVE ZERO TO WS-CAT-OVERAGE.
     MOVE VRW-CATEGORY TO VCH-CATEGORY.
     MOVE SPACES TO VarianceReportLine.
     WRITE VarianceReportLine.
     WRITE VarianceReportLine FROM WS-CATEGORY-HEADING.
     WRITE VarianceReportLine FROM WS-COLUMN-HEADING.
 FinishCategory.
     MOVE WS-CAT-SHRINK  TO CTL-SHRINK.
     MOVE WS-CAT-OVERAGE TO CTL-OVERAGE.
     COMPUTE CTL-NET = WS-CAT-OVERAGE - WS-CAT-SHRINK.
     WRITE VarianceReportLine FROM WS-CATEGORY-TOTAL-LINE.
     ADD WS-CAT-SHRINK  TO WS-TOT-SHRINK.
     ADD WS-CAT-OVERAGE TO WS-TOT-OVERAGE.
 SetRunLogStart.
     MOVE "COUNTVARIANCE" TO RLG-JOB-NAME.
     ACCEPT WS-LOG-TS-DATE FROM DATE YYYYMMDD.
     ACCEPT WS-LOG-TS-TIME FROM TIME.
     MOVE WS-LOG-TS-DATE TO RLG-RUN-DATE.
     STRING WS-LOG-TS-DATE WS-LOG-TS-TIME DELIMITED BY SIZE
         INTO RLG-START-TIMESTAMP.
 WriteRunLogRecord.
     MOVE WS-READ-COUNT TO RLG-READ-COUNT.
     MOVE WS-LISTED-COUNT TO RLG-WRITTEN-COUNT.
     MOVE ZERO TO RLG-REJECTED-COUNT.
     MOVE RETURN-CODE TO RLG-RETURN-CODE.
     CALL "WriteRunLog" USING RunLogRec.
