 IDENTIFICATION DIVISION.
 PROGRAM-ID. ARAging.
*> Accounts-receivable aging by customer: every open item on
*> ARITEMS.DAT is aged on its invoice date against the run date into
*> current (up to 30 days), 31-60, 61-90 and over 90, and the balances
*> are totalled per PersonId - one line per customer owing anything,
*> grand totals per bucket at the foot. The grand total is proved
*> against the AR control total on ARCONTROL.DAT the same way ARPost
*> proves it, so the aging handed to collections is known to be the
*> whole ledger. Customer credits (what a return credited beyond its
*> invoice, owed back to the customer) are not aged; their total is
*> taken off the ledger total before it is proved.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT ArItemFile ASSIGN TO "ARITEMS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS ARI-INVOICE-NO
         FILE STATUS IS WS-ARITEM-FILE-STATUS.
     SELECT ArControlFile ASSIGN TO "ARCONTROL.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-ARCTL-FILE-STATUS.
     SELECT ArAgingWork ASSIGN TO "ARAGINGWORK.DAT".
     SELECT ArAgingReport ASSIGN TO "ARAGING.RPT"
         ORGANIZATION IS LINE SEQUENTIAL.
 DATA DIVISION.
 FILE SECTION.
 FD ArItemFile.
 COPY ARITEMREC.
 FD ArControlFile.
 COPY ARCTLREC.
*> One open item, already aged, in customer order.
 SD ArAgingWork.
 01 ArAgingWorkRec.
    05 AGW-PERSON-ID   PIC 9(6).
    05 AGW-PERSON-NAME PIC X(20).
    05 AGW-BUCKET      PIC 9.
    05 AGW-BALANCE     PIC 9(7)V99.
 FD ArAgingReport.
 01 ArAgingReportLine PIC X(100).
 WORKING-STORAGE SECTION.
 01 WS-ARITEM-FILE-STATUS PIC XX.
 01 WS-ARCTL-FILE-STATUS PIC XX.
 01 WS-ARITEM-EOF PIC X VALUE "N".
    88 EndOfArItems VALUE "Y".
 01 WS-SORTED-EOF PIC X VALUE "N".
    88 EndOfSorted VALUE "Y".
 01 WS-RUN-DATE PIC 9(8).
 01 WS-RUN-DATE-INT PIC 9(7).
 01 WS-AGE-DAYS PIC S9(5).
 01 WS-ITEM-COUNT     PIC 9(7) VALUE ZERO.
 01 WS-CUSTOMER-COUNT PIC 9(7) VALUE ZERO.
 01 WS-CONTROL-BALANCE PIC 9(9)V99 VALUE ZERO.
 01 WS-CURRENT-PERSON-ID   PIC 9(6).
 01 WS-CURRENT-PERSON-NAME PIC X(20).
 01 WS-FIRST-CUSTOMER PIC X VALUE "Y".
    88 NoCustomerYet VALUE "Y".
*> Bucket accumulators 1-4 (current, 31-60, 61-90, over 90) for the
*> customer in hand and for the whole ledger.
 01 WS-CUSTOMER-BUCKETS.
    05 WS-CUST-BUCKET OCCURS 4 TIMES PIC 9(9)V99.
 01 WS-GRAND-BUCKETS.
    05 WS-GRAND-BUCKET OCCURS 4 TIMES PIC 9(9)V99.
 01 WS-BUCKET-IDX PIC 9.
 01 WS-CUSTOMER-TOTAL PIC 9(9)V99.
 01 WS-GRAND-TOTAL    PIC 9(9)V99 VALUE ZERO.
 01 WS-CUSTOMER-CREDIT-TOTAL PIC 9(9)V99 VALUE ZERO.
 01 WS-NET-LEDGER-TOTAL      PIC 9(9)V99 VALUE ZERO.
 01 WS-COLUMN-HEADING.
    05 FILLER PIC X(8)  VALUE "PERSONID".
    05 FILLER PIC X(22) VALUE "  CUSTOMER".
    05 FILLER PIC X(14) VALUE "       CURRENT".
    05 FILLER PIC X(14) VALUE "       31-60".
    05 FILLER PIC X(14) VALUE "       61-90".
    05 FILLER PIC X(14) VALUE "     OVER 90".
    05 FILLER PIC X(14) VALUE "       TOTAL".
 01 WS-AGING-LINE.
    05 AGL-PERSON-ID   PIC X(6).
    05 FILLER          PIC X(2) VALUE SPACES.
    05 AGL-PERSON-NAME PIC X(20).
    05 AGL-BUCKET OCCURS 4 TIMES PIC ZZZ,ZZZ,ZZ9.99.
    05 AGL-TOTAL       PIC ZZZ,ZZZ,ZZ9.99.
 01 WS-SUMMARY-LINE.
    05 SUM-LABEL PIC X(40).
    05 SUM-VALUE PIC ZZZ,ZZZ,ZZ9.99.
*> Standard heading/footer lines (shared PrintReport).
 COPY PRINTCTLREC.
*> Structured error logging to ERRORLOG.DAT through the shared
*> LogError subprogram (the console DISPLAY stays as the echo).
 COPY ERRLOGREC.
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
     COMPUTE WS-RUN-DATE-INT = FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
     OPEN INPUT ArControlFile.
     IF WS-ARCTL-FILE-STATUS = "00"
       READ ArControlFile
         NOT AT END
           MOVE ARC-CONTROL-BALANCE TO WS-CONTROL-BALANCE
       END-READ
       CLOSE ArControlFile
     END-IF.
     MOVE ZERO TO WS-GRAND-BUCKETS.
     OPEN OUTPUT ArAgingReport.
     MOVE "H" TO PRC-ACTION.
     MOVE "ACCOUNTS RECEIVABLE AGING BY CUSTOMER" TO PRC-REPORT-TITLE.
     MOVE WS-RUN-DATE TO PRC-RUN-DATE.
     MOVE ZERO TO PRC-PAGE-NUMBER.
     CALL "PrintReport" USING PrintControlRec.
     WRITE ArAgingReportLine FROM PRC-OUTPUT-LINE.
     MOVE SPACES TO ArAgingReportLine.
     WRITE ArAgingReportLine.
     WRITE ArAgingReportLine FROM WS-COLUMN-HEADING.
     SORT ArAgingWork
         ON ASCENDING KEY AGW-PERSON-ID
         INPUT PROCEDURE IS AgeOpenItems
         OUTPUT PROCEDURE IS PrintCustomerAging.
     PERFORM WriteAgingTotals.
     MOVE "F" TO PRC-ACTION.
     MOVE WS-CUSTOMER-COUNT TO PRC-DETAIL-COUNT.
     CALL "PrintReport" USING PrintControlRec.
     WRITE ArAgingReportLine FROM PRC-OUTPUT-LINE.
     CLOSE ArAgingReport.
     PERFORM WriteRunLogRecord.
     STOP RUN.
 AgeOpenItems.
     OPEN INPUT ArItemFile.
     IF WS-ARITEM-FILE-STATUS = "35"
       SET EndOfArItems TO TRUE
     END-IF.
     PERFORM UNTIL EndOfArItems
       READ ArItemFile NEXT RECORD
         AT END
           SET EndOfArItems TO TRUE
         NOT AT END
           IF AriOpen AND ARI-BALANCE > ZERO
             PERFORM AgeOneItem
           END-IF
           IF AriCustomerCredit
             ADD ARI-BALANCE TO WS-CUSTOMER-CREDIT-TOTAL
           END-IF
       END-READ
     END-PERFORM.
     IF WS-ARITEM-FILE-STATUS NOT = "35"
       CLOSE ArItemFile
     END-IF.
 AgeOneItem.
     ADD 1 TO WS-ITEM-COUNT.
     COMPUTE WS-AGE-DAYS = WS-RUN-DATE-INT
         - FUNCTION INTEGER-OF-DATE (ARI-INVOICE-DATE).
     EVALUATE TRUE
       WHEN WS-AGE-DAYS <= 30
         MOVE 1 TO AGW-BUCKET
       WHEN WS-AGE-DAYS <= 60
         MOVE 2 TO AGW-BUCKET
       WHEN WS-AGE-DAYS <= 90
         MOVE 3 TO AGW-BUCKET
       WHEN OTHER
         MOVE 4 TO AGW-BUCKET
     END-EVALUATE.
     MOVE ARI-PERSON-ID   TO AGW-PERSON-ID.
     MOVE ARI-PERSON-NAME TO AGW-PERSON-NAME.
     MOVE ARI-BALANCE     TO AGW-BALANCE.
     RELEASE ArAgingWorkRec.
 PrintCustomerAging.
     PERFORM UNTIL EndOfSorted
       RETURN ArAgingWork
         AT END
           SET EndOfSorted TO TRUE
         NOT AT END
           IF NoCustomerYet
             PERFORM StartCustomer
           ELSE
             IF AGW-PERSON-ID NOT = WS-CURRENT-PERSON-ID
               PERFORM WriteCustomerLine
               PERFORM StartCustomer
             END-IF
           END-IF
           ADD AGW-BALANCE TO WS-CUST-BUCKET (AGW-BUCKET)
       END-RETURN
     END-PERFORM.
     IF NOT NoCustomerYet
       PERFORM WriteCustomerLine
     END-IF.
 StartCustomer.
     MOVE "N" TO WS-FIRST-CUSTOMER.
     MOVE AGW-PERSON-ID   TO WS-CURRENT-PERSON-ID.
     MOVE AGW-PERSON-NAME TO WS-CURRENT-PERSON-NAME.
     MOVE ZERO TO WS-CUSTOMER-BUCKETS.
 WriteCustomerLine.
     ADD 1 TO WS-CUSTOMER-COUNT.
     MOVE ZERO TO WS-CUSTOMER-TOTAL.
     MOVE WS-CURRENT-PERSON-ID   TO AGL-PERSON-ID.
     MOVE WS-CURRENT-PERSON-NAME TO AGL-PERSON-NAME.
     PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1 UNTIL WS-BUCKET-IDX > 4
       MOVE WS-CUST-BUCKET (WS-BUCKET-IDX) TO AGL-BUCKET (WS-BUCKET-IDX)
       ADD WS-CUST-BUCKET (WS-BUCKET-IDX) TO WS-CUSTOMER-TOTAL
       ADD WS-CUST-BUCKET (WS-BUCKET-IDX)
           TO WS-GRAND-BUCKET (WS-BUCKET-IDX)
     END-PERFORM.
     MOVE WS-CUSTOMER-TOTAL TO AGL-TOTAL.
     WRITE ArAgingReportLine FROM WS-AGING-LINE.
     ADD WS-CUSTOMER-TOTAL TO WS-GRAND-TOTAL.
*>   The ledger total printed here, less the customer credits, must
*>   be the AR control total;
*>   anything else means a balance moved without the control moving
*>   with it.
 WriteAgingTotals.
     MOVE SPACES TO ArAgingReportLine.
     WRITE ArAgingReportLine.
     MOVE SPACES TO AGL-PERSON-ID.
     MOVE "LEDGER TOTALS" TO AGL-PERSON-NAME.
     PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1 UNTIL WS-BUCKET-IDX > 4
       MOVE WS-GRAND-BUCKET (WS-BUCKET-IDX)
           TO AGL-BUCKET (WS-BUCKET-IDX)
     END-PERFORM.
     MOVE WS-GRAND-TOTAL TO AGL-TOTAL.
     WRITE ArAgingReportLine FROM WS-AGING-LINE.
     MOVE SPACES TO ArAgingReportLine.
     WRITE ArAgingReportLine.
     MOVE "LESS CUSTOMER CREDITS" TO SUM-LABEL.
     MOVE WS-CUSTOMER-CREDIT-TOTAL TO SUM-VALUE.
     WRITE ArAgingReportLine FROM WS-SUMMARY-LINE.
     COMPUTE WS-NET-LEDGER-TOTAL =
         WS-GRAND-TOTAL - WS-CUSTOMER-CREDIT-TOTAL.
     MOVE "NET RECEIVABLE" TO SUM-LABEL.
     MOVE WS-NET-LEDGER-TOTAL TO SUM-VALUE.
     WRITE ArAgingReportLine FROM WS-SUMMARY-LINE.
     MOVE "AR CONTROL TOTAL (ARCONTROL.DAT)" TO SUM-LABEL.
     MOVE WS-CONTROL-BALANCE TO SUM-VALUE.
     WRITE ArAgingReportLine FROM WS-SUMMARY-LINE.
     IF WS-NET-LEDGER-TOTAL = WS-CONTROL-BALANCE
       MOVE "AGING AGREES TO AR CONTROL" TO ArAgingReportLine
     ELSE
       MOVE "** AGING DOES NOT AGREE TO AR CONTROL **"
           TO ArAgingReportLine
       DISPLAY "AR aging " WS-NET-LEDGER-TOTAL
           " does not agree to control " WS-CONTROL-BALANCE
       MOVE "ARA001" TO ELG-MESSAGE-ID
       MOVE "ARAGING" TO ELG-PROGRAM-NAME
       MOVE "ARITEMS.DAT" TO ELG-KEY-VALUE
       CALL "LogError" USING ErrorLogControlRec
       MOVE 4 TO RETURN-CODE
     END-IF.
     WRITE ArAgingReportLine.
 SetRunLogStart.
     MOVE "ARAGING" TO RLG-JOB-NAME.
     ACCEPT WS-LOG-TS-DATE FROM DATE YYYYMMDD.
     ACCEPT WS-LOG-TS-TIME FROM TIME.
     MOVE WS-LOG-TS-DATE TO RLG-RUN-DATE.
     STRING WS-LOG-TS-DATE WS-LOG-TS-TIME DELIMITED BY SIZE
         INTO RLG-START-TIMESTAMP.
 WriteRunLogRecord.
     MOVE WS-ITEM-COUNT TO RLG-READ-COUNT.
     MOVE WS-CUSTOMER-COUNT TO RLG-WRITTEN-COUNT.
     MOVE ZERO TO RLG-REJECTED-COUNT.
     MOVE RETURN-CODE TO RLG-RETURN-CODE.
     CALL "WriteRunLog" USING RunLogRec.
