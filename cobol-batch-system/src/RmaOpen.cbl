 IDENTIFICATION DIVISION.
 PROGRAM-ID. RmaOpen.
*> Open return authorizations: every RMA.DAT authorization still open
*> is listed on RMAOPEN.RPT for customer service - the goods the
*> warehouse agreed to take back that have not (or not all) come
*> back through a type-R sale. Each line shows the original sale it
*> was issued against, the quantity authorized, returned so far and
*> still outstanding, the reason and the expiry date; one past its
*> expiry is flagged EXPIRED, since SalesEdit will no longer accept a
*> return against it and it wants cancelling through RmaMaint (or a
*> new expiry). Closed and cancelled authorizations are counted, not
*> listed. The file is only read.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT RmaFile ASSIGN TO "RMA.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS RMA-NUMBER
         FILE STATUS IS WS-RMA-FILE-STATUS.
     SELECT RmaReport ASSIGN TO "RMAOPEN.RPT"
         ORGANIZATION IS LINE SEQUENTIAL.
 DATA DIVISION.
 FILE SECTION.
 FD RmaFile.
 COPY RMAREC.
 FD RmaReport.
 01 RmaReportLine PIC X(80).
 WORKING-STORAGE SECTION.
 01 WS-RMA-FILE-STATUS PIC XX.
 01 WS-RMA-EOF PIC X VALUE "N".
    88 EndOfRmas VALUE "Y".
 01 WS-RUN-DATE PIC 9(8).
 01 WS-READ-COUNT        PIC 9(7) VALUE ZERO.
 01 WS-OPEN-COUNT        PIC 9(7) VALUE ZERO.
 01 WS-EXPIRED-COUNT     PIC 9(7) VALUE ZERO.
 01 WS-CLOSED-COUNT      PIC 9(7) VALUE ZERO.
 01 WS-CANCELLED-COUNT   PIC 9(7) VALUE ZERO.
 01 WS-OUTSTANDING-TOTAL PIC 9(7) VALUE ZERO.
 01 WS-OUTSTANDING-QTY   PIC 9(5).
 01 WS-COLUMN-HEADING.
    05 FILLER PIC X(9)  VALUE "RMA".
    05 FILLER PIC X(7)  VALUE "PERSON".
    05 FILLER PIC X(11) VALUE "ITEM".
    05 FILLER PIC X(9)  VALUE "ORIG SALE".
    05 FILLER PIC X(6)  VALUE " AUTH".
    05 FILLER PIC X(6)  VALUE " BACK".
    05 FILLER PIC X(6)  VALUE "  OUT".
    05 FILLER PIC X(3)  VALUE "RS".
    05 FILLER PIC X(9)  VALUE "EXPIRES".
    05 FILLER PIC X(7)  VALUE SPACES.
 01 WS-DETAIL-LINE.
    05 DTL-RMA-NUMBER  PIC 9(8).
    05 FILLER          PIC X(1) VALUE SPACES.
    05 DTL-PERSON-ID   PIC 9(6).
    05 FILLER          PIC X(1) VALUE SPACES.
    05 DTL-ITEM-CODE   PIC X(10).
    05 FILLER          PIC X(1) VALUE SPACES.
    05 DTL-ORIG-DATE   PIC 9(8).
    05 FILLER          PIC X(1) VALUE SPACES.
    05 DTL-AUTH-QTY    PIC ZZZZ9.
    05 FILLER          PIC X(1) VALUE SPACES.
    05 DTL-BACK-QTY    PIC ZZZZ9.
    05 FILLER          PIC X(1) VALUE SPACES.
    05 DTL-OUT-QTY     PIC ZZZZ9.
    05 FILLER          PIC X(1) VALUE SPACES.
    05 DTL-REASON      PIC XX.
    05 FILLER          PIC X(1) VALUE SPACES.
    05 DTL-EXPIRY-DATE PIC 9(8).
    05 FILLER          PIC X(1) VALUE SPACES.
    05 DTL-EXPIRED     PIC X(7).
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
     OPEN OUTPUT RmaReport.
     MOVE "H" TO PRC-ACTION.
     MOVE "OPEN RETURN AUTHORIZATIONS" TO PRC-REPORT-TITLE.
     MOVE WS-RUN-DATE TO PRC-RUN-DATE.
     MOVE ZERO TO PRC-PAGE-NUMBER.
     CALL "PrintReport" USING PrintControlRec.
     WRITE RmaReportLine FROM PRC-OUTPUT-LINE.
     MOVE SPACES TO RmaReportLine.
     WRITE RmaReportLine.
     WRITE RmaReportLine FROM WS-COLUMN-HEADING.
     OPEN INPUT RmaFile.
     IF WS-RMA-FILE-STATUS = "35"
       SET EndOfRmas TO TRUE
     END-IF.
     PERFORM UNTIL EndOfRmas
       READ RmaFile NEXT RECORD
         AT END
           SET EndOfRmas TO TRUE
         NOT AT END
           ADD 1 TO WS-READ-COUNT
           EVALUATE TRUE
             WHEN RmaOpen
               PERFORM ListOpenRma
             WHEN RmaClosed
               ADD 1 TO WS-CLOSED-COUNT
             WHEN OTHER
               ADD 1 TO WS-CANCELLED-COUNT
           END-EVALUATE
       END-READ
     END-PERFORM.
     IF WS-RMA-FILE-STATUS NOT = "35"
       CLOSE RmaFile
     END-IF.
     MOVE SPACES TO RmaReportLine.
     WRITE RmaReportLine.
     MOVE "OPEN AUTHORIZATIONS"              TO SUM-LABEL.
     MOVE WS-OPEN-COUNT                      TO SUM-VALUE.
     WRITE RmaReportLine FROM WS-SUMMARY-LINE.
     MOVE "  OF WHICH EXPIRED"               TO SUM-LABEL.
     MOVE WS-EXPIRED-COUNT                   TO SUM-VALUE.
     WRITE RmaReportLine FROM WS-SUMMARY-LINE.
     MOVE "QUANTITY STILL TO COME BACK"      TO SUM-LABEL.
     MOVE WS-OUTSTANDING-TOTAL               TO SUM-VALUE.
     WRITE RmaReportLine FROM WS-SUMMARY-LINE.
     MOVE "CLOSED - GOODS RETURNED"          TO SUM-LABEL.
     MOVE WS-CLOSED-COUNT                    TO SUM-VALUE.
     WRITE RmaReportLine FROM WS-SUMMARY-LINE.
     MOVE "CANCELLED"                        TO SUM-LABEL.
     MOVE WS-CANCELLED-COUNT                 TO SUM-VALUE.
     WRITE RmaReportLine FROM WS-SUMMARY-LINE.
     MOVE "F" TO PRC-ACTION.
     MOVE WS-OPEN-COUNT TO PRC-DETAIL-COUNT.
     CALL "PrintReport" USING PrintControlRec.
     WRITE RmaReportLine FROM PRC-OUTPUT-LINE.
     CLOSE RmaReport.
     DISPLAY "Open return authorizations: " WS-OPEN-COUNT ", "
         WS-EXPIRED-COUNT " expired".
     PERFORM WriteRunLogRecord.
     STOP RUN.
 ListOpenRma.
     ADD 1 TO WS-OPEN-COUNT.
     COMPUTE WS-OUTSTANDING-QTY = RMA-AUTH-QTY - RMA-RETURNED-QTY.
     ADD WS-OUTSTANDING-QTY TO WS-OUTSTANDING-TOTAL.
     MOVE RMA-NUMBER       TO DTL-RMA-NUMBER.
     MOVE RMA-PERSON-ID    TO DTL-PERSON-ID.
     MOVE RMA-ITEM-CODE    TO DTL-ITEM-CODE.
     MOVE RMA-ORIG-DATE    TO DTL-ORIG-DATE.
     MOVE RMA-AUTH-QTY     TO DTL-AUTH-QTY.
     MOVE RMA-RETURNED-QTY TO DTL-BACK-QTY.
     MOVE WS-OUTSTANDING-QTY TO DTL-OUT-QTY.
     MOVE RMA-REASON-CODE  TO DTL-REASON.
     MOVE RMA-EXPIRY-DATE  TO DTL-EXPIRY-DATE.
     IF RMA-EXPIRY-DATE < WS-RUN-DATE
       MOVE "EXPIRED" TO DTL-EXPIRED
       ADD 1 TO WS-EXPIRED-COUNT
     ELSE
       MOVE SPACES TO DTL-EXPIRED
     END-IF.
     WRITE RmaReportLine FROM WS-DETAIL-LINE.
 SetRunLogStart.
     MOVE "RMAOPEN" TO RLG-JOB-NAME.
     ACCEPT WS-LOG-TS-DATE FROM DATE YYYYMMDD.
     ACCEPT WS-LOG-TS-TIME FROM TIME.
     MOVE WS-LOG-TS-DATE TO RLG-RUN-DATE.
     STRING WS-LOG-TS-DATE WS-LOG-TS-TIME DELIMITED BY SIZE
         INTO RLG-START-TIMESTAMP.
 WriteRunLogRecord.
     MOVE WS-READ-COUNT TO RLG-READ-COUNT.
     MOVE WS-OPEN-COUNT TO RLG-WRITTEN-COUNT.
     MOVE ZERO TO RLG-REJECTED-COUNT.
     MOVE RETURN-CODE TO RLG-RETURN-CODE.
     CALL "WriteRunLog" USING RunLogRec.
