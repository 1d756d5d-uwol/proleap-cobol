 IDENTIFICATION DIVISION.
 PROGRAM-ID. ReceiptExceptions.
*> Receiving exceptions report: the receipts ItemMaint could not
*> simply match to open purchase order lines since the last cycle
*> (RCVEXC.DAT) are listed on RCVEXC.RPT for purchasing, grouped as
*> receipts with no purchase order behind them, over-receipts and
*> short deliveries, each by supplier and item, with the PO line, the
*> quantity ordered, received to date and in this receipt, and the
*> quantity over or still short (and whether the short balance was
*> closed as final). Once the report is written the file is emptied,
*> so each exception is reported on one cycle's report only - the
*> archived reports are the history.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT ReceiptExcFile ASSIGN TO "RCVEXC.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-EXC-FILE-STATUS.
     SELECT ExceptionWork ASSIGN TO "RCVEXCWORK.DAT".
     SELECT ExceptionReport ASSIGN TO "RCVEXC.RPT"
         ORGANIZATION IS LINE SEQUENTIAL.
 DATA DIVISION.
 FILE SECTION.
 FD ReceiptExcFile.
 COPY RCVEXCREC.
 SD ExceptionWork.
 01 ExceptionWorkRec.
    05 RXW-EXCEPTION-TYPE PIC X.
    05 RXW-SUPPLIER-CODE  PIC X(8).
    05 RXW-ITEM-CODE      PIC X(10).
    05 RXW-RECEIPT-DATE   PIC 9(8).
    05 RXW-PO-NUMBER      PIC 9(7).
    05 RXW-LINE-NO        PIC 9(3).
    05 RXW-ORDERED-QTY    PIC 9(7).
    05 RXW-RECEIVED-QTY   PIC 9(7).
    05 RXW-RECEIPT-QTY    PIC 9(7).
    05 RXW-EXCEPTION-QTY  PIC 9(7).
    05 RXW-LINE-CLOSED    PIC X.
    05 RXW-OPERATOR-ID    PIC X(8).
 FD ExceptionReport.
 01 ExceptionReportLine PIC X(80).
 WORKING-STORAGE SECTION.
 01 WS-EXC-FILE-STATUS PIC XX.
 01 WS-EXC-EOF PIC X VALUE "N".
    88 EndOfExceptions VALUE "Y".
 01 WS-SORTED-EOF PIC X VALUE "N".
    88 EndOfSorted VALUE "Y".
 01 WS-RUN-DATE PIC 9(8).
 01 WS-CURRENT-TYPE PIC X.
 01 WS-FIRST-TYPE PIC X VALUE "Y".
    88 FirstType VALUE "Y".
 01 WS-READ-COUNT       PIC 9(7) VALUE ZERO.
 01 WS-NO-ORDER-COUNT   PIC 9(7) VALUE ZERO.
 01 WS-OVER-COUNT       PIC 9(7) VALUE ZERO.
 01 WS-SHORT-COUNT      PIC 9(7) VALUE ZERO.
 01 WS-TYPE-HEADING PIC X(80).
 01 WS-COLUMN-HEADING.
    05 FILLER PIC X(10) VALUE "SUPPLIER".
    05 FILLER PIC X(12) VALUE "ITEM".
    05 FILLER PIC X(11) VALUE "PO/LINE".
    05 FILLER PIC X(9)  VALUE "  ORDERED".
    05 FILLER PIC X(9)  VALUE " RECEIVED".
    05 FILLER PIC X(9)  VALUE "  RECEIPT".
    05 FILLER PIC X(9)  VALUE "  OVER/SH".
    05 FILLER PIC X(11) VALUE " CLSD BY".
 01 WS-DETAIL-LINE.
    05 DTL-SUPPLIER      PIC X(8).
    05 FILLER            PIC X(2) VALUE SPACES.
    05 DTL-ITEM-CODE     PIC X(10).
    05 FILLER            PIC X(2) VALUE SPACES.
    05 DTL-PO-NUMBER     PIC 9(7).
    05 DTL-SLASH         PIC X.
    05 DTL-LINE-NO       PIC 999.
    05 FILLER            PIC X(1) VALUE SPACES.
    05 DTL-ORDERED       PIC Z(7)9.
    05 FILLER            PIC X(1) VALUE SPACES.
    05 DTL-RECEIVED      PIC Z(7)9.
    05 FILLER            PIC X(1) VALUE SPACES.
    05 DTL-RECEIPT       PIC Z(7)9.
    05 FILLER            PIC X(1) VALUE SPACES.
    05 DTL-EXCEPTION     PIC Z(7)9.
    05 FILLER            PIC X(1) VALUE SPACES.
    05 DTL-CLOSED        PIC X.
    05 FILLER            PIC X(1) VALUE SPACES.
    05 DTL-OPERATOR      PIC X(8).
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
     OPEN OUTPUT ExceptionReport.
     MOVE "H" TO PRC-ACTION.
     MOVE "RECEIVING EXCEPTIONS" TO PRC-REPORT-TITLE.
     MOVE WS-RUN-DATE TO PRC-RUN-DATE.
     MOVE ZERO TO PRC-PAGE-NUMBER.
     CALL "PrintReport" USING PrintControlRec.
     WRITE ExceptionReportLine FROM PRC-OUTPUT-LINE.
     SORT ExceptionWork
         ON ASCENDING KEY RXW-EXCEPTION-TYPE RXW-SUPPLIER-CODE
             RXW-ITEM-CODE RXW-RECEIPT-DATE
         INPUT PROCEDURE IS ReleaseExceptions
         OUTPUT PROCEDURE IS WriteExceptions.
     MOVE SPACES TO ExceptionReportLine.
     WRITE ExceptionReportLine.
     MOVE "RECEIPTS WITH NO PURCHASE ORDER"  TO SUM-LABEL.
     MOVE WS-NO-ORDER-COUNT                  TO SUM-VALUE.
     WRITE ExceptionReportLine FROM WS-SUMMARY-LINE.
     MOVE "OVER-RECEIPTS"                    TO SUM-LABEL.
     MOVE WS-OVER-COUNT                      TO SUM-VALUE.
     WRITE ExceptionReportLine FROM WS-SUMMARY-LINE.
     MOVE "SHORT RECEIPTS"                   TO SUM-LABEL.
     MOVE WS-SHORT-COUNT                     TO SUM-VALUE.
     WRITE ExceptionReportLine FROM WS-SUMMARY-LINE.
     MOVE "F" TO PRC-ACTION.
     MOVE WS-READ-COUNT TO PRC-DETAIL-COUNT.
     CALL "PrintReport" USING PrintControlRec.
     WRITE ExceptionReportLine FROM PRC-OUTPUT-LINE.
     CLOSE ExceptionReport.
*>   Reported - the file starts the next day empty.
     IF WS-READ-COUNT > ZERO
       OPEN OUTPUT ReceiptExcFile
       CLOSE ReceiptExcFile
     END-IF.
     DISPLAY "Receiving exceptions: " WS-NO-ORDER-COUNT
         " without PO, " WS-OVER-COUNT " over, " WS-SHORT-COUNT
         " short".
     PERFORM WriteRunLogRecord.
     STOP RUN.
 ReleaseExceptions.
     OPEN INPUT ReceiptExcFile.
     IF WS-EXC-FILE-STATUS = "35"
       SET EndOfExceptions TO TRUE
     END-IF.
     PERFORM UNTIL EndOfExceptions
       READ ReceiptExcFile
         AT END
           SET EndOfExceptions TO TRUE
         NOT AT END
           ADD 1 TO WS-READ-COUNT
           MOVE RCX-EXCEPTION-TYPE TO RXW-EXCEPTION-TYPE
           MOVE RCX-SUPPLIER-CODE  TO RXW-SUPPLIER-CODE
           MOVE RCX-ITEM-CODE      TO RXW-ITEM-CODE
           MOVE RCX-RECEIPT-DATE   TO RXW-RECEIPT-DATE
           MOVE RCX-PO-NUMBER      TO RXW-PO-NUMBER
           MOVE RCX-LINE-NO        TO RXW-LINE-NO
           MOVE RCX-ORDERED-QTY    TO RXW-ORDERED-QTY
           MOVE RCX-RECEIVED-QTY   TO RXW-RECEIVED-QTY
           MOVE RCX-RECEIPT-QTY    TO RXW-RECEIPT-QTY
           MOVE RCX-EXCEPTION-QTY  TO RXW-EXCEPTION-QTY
           MOVE RCX-LINE-CLOSED    TO RXW-LINE-CLOSED
           MOVE RCX-OPERATOR-ID    TO RXW-OPERATOR-ID
           RELEASE ExceptionWorkRec
       END-READ
     END-PERFORM.
     IF WS-EXC-FILE-STATUS NOT = "35"
       CLOSE ReceiptExcFile
     END-IF.
 WriteExceptions.
     PERFORM UNTIL EndOfSorted
       RETURN ExceptionWork
         AT END
           SET EndOfSorted TO TRUE
         NOT AT END
           PERFORM ListOneException
       END-RETURN
     END-PERFORM.
 ListOneException.
     IF FirstType OR RXW-EXCEPTION-TYPE NOT = WS-CURRENT-TYPE
       PERFORM StartExceptionType
     END-IF.
     MOVE SPACES TO WS-DETAIL-LINE.
     MOVE RXW-SUPPLIER-CODE TO DTL-SUPPLIER.
     MOVE RXW-ITEM-CODE     TO DTL-ITEM-CODE.
     MOVE RXW-RECEIPT-QTY   TO DTL-RECEIPT.
     MOVE RXW-OPERATOR-ID   TO DTL-OPERATOR.
     EVALUATE RXW-EXCEPTION-TYPE
       WHEN "N"
         ADD 1 TO WS-NO-ORDER-COUNT
       WHEN OTHER
         IF RXW-EXCEPTION-TYPE = "O"
           ADD 1 TO WS-OVER-COUNT
         ELSE
           ADD 1 TO WS-SHORT-COUNT
           MOVE RXW-LINE-CLOSED TO DTL-CLOSED
         END-IF
         MOVE RXW-PO-NUMBER     TO DTL-PO-NUMBER
         MOVE "/"               TO DTL-SLASH
         MOVE RXW-LINE-NO       TO DTL-LINE-NO
         MOVE RXW-ORDERED-QTY   TO DTL-ORDERED
         MOVE RXW-RECEIVED-QTY  TO DTL-RECEIVED
         MOVE RXW-EXCEPTION-QTY TO DTL-EXCEPTION
     END-EVALUATE.
     WRITE ExceptionReportLine FROM WS-DETAIL-LINE.
 StartExceptionType.
     MOVE "N" TO WS-FIRST-TYPE.
     MOVE RXW-EXCEPTION-TYPE TO WS-CURRENT-TYPE.
     EVALUATE RXW-EXCEPTION-TYPE
       WHEN "N"
         MOVE "RECEIPTS WITH NO OPEN PURCHASE ORDER" TO WS-TYPE-HEADING
       WHEN "O"
         MOVE "OVER-RECEIPTS - MORE RECEIVED THAN ORDERED"
             TO WS-TYPE-HEADING
       WHEN OTHER
         MOVE "SHORT RECEIPTS - BALANCE STILL DUE OR CLOSED (Y)"
             TO WS-TYPE-HEADING
     END-EVALUATE.
     MOVE SPACES TO ExceptionReportLine.
     WRITE ExceptionReportLine.
     WRITE ExceptionReportLine FROM WS-TYPE-HEADING.
     WRITE ExceptionReportLine FROM WS-COLUMN-HEADING.
 SetRunLogStart.
     MOVE "RECEIPTEXC" TO RLG-JOB-NAME.
     ACCEPT WS-LOG-TS-DATE FROM DATE YYYYMMDD.
     ACCEPT WS-LOG-TS-TIME FROM TIME.
     MOVE WS-LOG-TS-DATE TO RLG-RUN-DATE.
     STRING WS-LOG-TS-DATE WS-LOG-TS-TIME DELIMITED BY SIZE
         INTO RLG-START-TIMESTAMP.
 WriteRunLogRecord.
     MOVE WS-READ-COUNT TO RLG-READ-COUNT.
     MOVE WS-READ-COUNT TO RLG-WRITTEN-COUNT.
     MOVE ZERO TO RLG-REJECTED-COUNT.
     MOVE RETURN-CODE TO RLG-RETURN-CODE.
     CALL "WriteRunLog" USING RunLogRec.
