 IDENTIFICATION DIVISION.
 PROGRAM-ID. RemitRegister.
*> Remittance register for the payments owed to courts and agencies
*> under salesperson deduction orders. Every entry PayrollFeed has
*> added to REMIT.DAT and not yet remitted is listed on REMIT.RPT by
*> payee - each order, salesperson, feed date and amount withheld,
*> then the payee's total, which is the payment to be made to it -
*> with the grand total at the foot. Run on request after the
*> payroll feed; once the register is printed the operator is asked
*> whether the payments are being made, and on Y every entry listed
*> is flipped remitted with the run date (the file rewritten through
*> REMIT.TMP), so the next register starts from what is still owed.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT RemittanceFile ASSIGN TO "REMIT.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-REMIT-FILE-STATUS.
     SELECT RemittanceTemp ASSIGN TO "REMIT.TMP"
         ORGANIZATION IS LINE SEQUENTIAL.
     SELECT RemitWork ASSIGN TO "REMITWORK.DAT".
     SELECT RemitReport ASSIGN TO "REMIT.RPT"
         ORGANIZATION IS LINE SEQUENTIAL.
 DATA DIVISION.
 FILE SECTION.
 FD RemittanceFile.
 COPY REMITREC.
 FD RemittanceTemp.
 01 RemittanceTempRec PIC X(84).
*> One amount still owed, in payee order.
 SD RemitWork.
 01 RemitWorkRec.
    05 RMW-PAYEE-ID   PIC X(8).
    05 RMW-PAYEE-NAME PIC X(30).
    05 RMW-ORDER-REF  PIC X(12).
    05 RMW-PERSON-ID  PIC 9(6).
    05 RMW-RUN-DATE   PIC 9(8).
    05 RMW-AMOUNT     PIC 9(9)V99.
 FD RemitReport.
 01 RemitReportLine PIC X(80).
 WORKING-STORAGE SECTION.
 01 WS-REMIT-FILE-STATUS PIC XX.
 01 WS-REMIT-EOF PIC X VALUE "N".
    88 EndOfRemittances VALUE "Y".
 01 WS-SORTED-EOF PIC X VALUE "N".
    88 EndOfSorted VALUE "Y".
 01 WS-FIRST-PAYEE PIC X VALUE "Y".
    88 NoPayeeYet VALUE "Y".
 01 WS-RUN-DATE PIC 9(8).
 01 WS-READ-COUNT     PIC 9(7) VALUE ZERO.
 01 WS-OWED-COUNT     PIC 9(7) VALUE ZERO.
 01 WS-PAYEE-COUNT    PIC 9(7) VALUE ZERO.
 01 WS-REMITTED-COUNT PIC 9(7) VALUE ZERO.
 01 WS-CURRENT-PAYEE-ID   PIC X(8).
 01 WS-CURRENT-PAYEE-NAME PIC X(30).
 01 WS-PAYEE-TOTAL PIC 9(9)V99.
 01 WS-GRAND-TOTAL PIC 9(11)V99 VALUE ZERO.
 01 WS-CONFIRM-ANSWER PIC X.
    88 ConfirmYes VALUES "Y" "y".
 01 WS-COLUMN-HEADING.
    05 FILLER PIC X(10) VALUE SPACES.
    05 FILLER PIC X(13) VALUE "ORDER".
    05 FILLER PIC X(7)  VALUE "PERSON".
    05 FILLER PIC X(9)  VALUE "FED".
    05 FILLER PIC X(14) VALUE "        AMOUNT".
 01 WS-PAYEE-LINE.
    05 FILLER         PIC X(6) VALUE "PAYEE ".
    05 PYL-PAYEE-ID   PIC X(8).
    05 FILLER         PIC X(2) VALUE SPACES.
    05 PYL-PAYEE-NAME PIC X(30).
 01 WS-DETAIL-LINE.
    05 FILLER          PIC X(10) VALUE SPACES.
    05 DTL-ORDER-REF   PIC X(12).
    05 FILLER          PIC X(1) VALUE SPACES.
    05 DTL-PERSON-ID   PIC 9(6).
    05 FILLER          PIC X(1) VALUE SPACES.
    05 DTL-RUN-DATE    PIC 9(8).
    05 FILLER          PIC X(1) VALUE SPACES.
    05 DTL-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99.
 01 WS-PAYEE-TOTAL-LINE.
    05 FILLER          PIC X(10) VALUE SPACES.
    05 FILLER          PIC X(29) VALUE "PAYMENT DUE TO PAYEE".
    05 PTL-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99.
 01 WS-GRAND-TOTAL-LINE.
    05 FILLER          PIC X(39) VALUE "TOTAL OWED TO ALL PAYEES".
    05 GTL-AMOUNT      PIC Z,ZZZ,ZZZ,ZZ9.99.
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
     OPEN OUTPUT RemitReport.
     MOVE "H" TO PRC-ACTION.
     MOVE "DEDUCTION REMITTANCE REGISTER" TO PRC-REPORT-TITLE.
     MOVE WS-RUN-DATE TO PRC-RUN-DATE.
     MOVE ZERO TO PRC-PAGE-NUMBER.
     CALL "PrintReport" USING PrintControlRec.
     WRITE RemitReportLine FROM PRC-OUTPUT-LINE.
     MOVE SPACES TO RemitReportLine.
     WRITE RemitReportLine.
     WRITE RemitReportLine FROM WS-COLUMN-HEADING.
     SORT RemitWork
         ON ASCENDING KEY RMW-PAYEE-ID RMW-ORDER-REF RMW-PERSON-ID
             RMW-RUN-DATE
         INPUT PROCEDURE IS SelectOwedEntries
         OUTPUT PROCEDURE IS PrintPayeeRemittances.
     MOVE SPACES TO RemitReportLine.
     WRITE RemitReportLine.
     MOVE WS-GRAND-TOTAL TO GTL-AMOUNT.
     WRITE RemitReportLine FROM WS-GRAND-TOTAL-LINE.
     MOVE SPACES TO RemitReportLine.
     WRITE RemitReportLine.
     MOVE "PAYEES TO BE PAID"                TO SUM-LABEL.
     MOVE WS-PAYEE-COUNT                     TO SUM-VALUE.
     WRITE RemitReportLine FROM WS-SUMMARY-LINE.
     MOVE "DEDUCTIONS OWED"                  TO SUM-LABEL.
     MOVE WS-OWED-COUNT                      TO SUM-VALUE.
     WRITE RemitReportLine FROM WS-SUMMARY-LINE.
     MOVE "F" TO PRC-ACTION.
     MOVE WS-OWED-COUNT TO PRC-DETAIL-COUNT.
     CALL "PrintReport" USING PrintControlRec.
     WRITE RemitReportLine FROM PRC-OUTPUT-LINE.
     CLOSE RemitReport.
     DISPLAY "Remittances owed: " WS-OWED-COUNT " to "
         WS-PAYEE-COUNT " payees".
     IF WS-OWED-COUNT > ZERO
       DISPLAY "Mark the " WS-OWED-COUNT " entries listed remitted "
           "on " WS-RUN-DATE " (Y/N)? "
       ACCEPT WS-CONFIRM-ANSWER
       IF ConfirmYes
         PERFORM MarkEntriesRemitted
         DISPLAY "Entries marked remitted: " WS-REMITTED-COUNT
       ELSE
         DISPLAY "Nothing marked - REMIT.DAT untouched"
       END-IF
     END-IF.
     PERFORM WriteRunLogRecord.
     STOP RUN.
 SelectOwedEntries.
     OPEN INPUT RemittanceFile.
     IF WS-REMIT-FILE-STATUS = "35"
       SET EndOfRemittances TO TRUE
     END-IF.
     PERFORM UNTIL EndOfRemittances
       READ RemittanceFile
         AT END
           SET EndOfRemittances TO TRUE
         NOT AT END
           ADD 1 TO WS-READ-COUNT
           IF RmtOwed
             MOVE RMT-PAYEE-ID   TO RMW-PAYEE-ID
             MOVE RMT-PAYEE-NAME TO RMW-PAYEE-NAME
             MOVE RMT-ORDER-REF  TO RMW-ORDER-REF
             MOVE RMT-PERSON-ID  TO RMW-PERSON-ID
             MOVE RMT-RUN-DATE   TO RMW-RUN-DATE
             MOVE RMT-AMOUNT     TO RMW-AMOUNT
             RELEASE RemitWorkRec
           END-IF
       END-READ
     END-PERFORM.
     IF WS-REMIT-FILE-STATUS NOT = "35"
       CLOSE RemittanceFile
     END-IF.
 PrintPayeeRemittances.
     PERFORM UNTIL EndOfSorted
       RETURN RemitWork
         AT END
           SET EndOfSorted TO TRUE
         NOT AT END
           IF NoPayeeYet
             PERFORM StartPayee
           ELSE
             IF RMW-PAYEE-ID NOT = WS-CURRENT-PAYEE-ID
               PERFORM WritePayeeTotal
               PERFORM StartPayee
             END-IF
           END-IF
           PERFORM WriteRemitDetail
       END-RETURN
     END-PERFORM.
     IF NOT NoPayeeYet
       PERFORM WritePayeeTotal
     END-IF.
 StartPayee.
     MOVE "N" TO WS-FIRST-PAYEE.
     MOVE RMW-PAYEE-ID   TO WS-CURRENT-PAYEE-ID.
     MOVE RMW-PAYEE-NAME TO WS-CURRENT-PAYEE-NAME.
     MOVE ZERO TO WS-PAYEE-TOTAL.
     ADD 1 TO WS-PAYEE-COUNT.
     MOVE SPACES TO RemitReportLine.
     WRITE RemitReportLine.
     MOVE WS-CURRENT-PAYEE-ID   TO PYL-PAYEE-ID.
     MOVE WS-CURRENT-PAYEE-NAME TO PYL-PAYEE-NAME.
     WRITE RemitReportLine FROM WS-PAYEE-LINE.
 WriteRemitDetail.
     ADD 1 TO WS-OWED-COUNT.
     ADD RMW-AMOUNT TO WS-PAYEE-TOTAL.
     ADD RMW-AMOUNT TO WS-GRAND-TOTAL.
     MOVE RMW-ORDER-REF TO DTL-ORDER-REF.
     MOVE RMW-PERSON-ID TO DTL-PERSON-ID.
     MOVE RMW-RUN-DATE  TO DTL-RUN-DATE.
     MOVE RMW-AMOUNT    TO DTL-AMOUNT.
     WRITE RemitReportLine FROM WS-DETAIL-LINE.
 WritePayeeTotal.
     MOVE WS-PAYEE-TOTAL TO PTL-AMOUNT.
     WRITE RemitReportLine FROM WS-PAYEE-TOTAL-LINE.
*>   The register is rewritten with the owed entries flipped
*>   remitted - the same temp-and-copy-back shape PayrollFeed uses on
*>   COMMADJ.DAT.
 MarkEntriesRemitted.
     MOVE "N" TO WS-REMIT-EOF.
     OPEN INPUT RemittanceFile.
     OPEN OUTPUT RemittanceTemp.
     PERFORM UNTIL EndOfRemittances
       READ RemittanceFile
         AT END
           SET EndOfRemittances TO TRUE
         NOT AT END
           IF RmtOwed
             MOVE "R"         TO RMT-STATUS
             MOVE WS-RUN-DATE TO RMT-REMIT-DATE
             ADD 1 TO WS-REMITTED-COUNT
           END-IF
           WRITE RemittanceTempRec FROM RemittanceRec
       END-READ
     END-PERFORM.
     CLOSE RemittanceFile.
     CLOSE RemittanceTemp.
     MOVE "N" TO WS-REMIT-EOF.
     OPEN INPUT RemittanceTemp.
     OPEN OUTPUT RemittanceFile.
     PERFORM UNTIL EndOfRemittances
       READ RemittanceTemp
         AT END
           SET EndOfRemittances TO TRUE
         NOT AT END
           WRITE RemittanceRec FROM RemittanceTempRec
       END-READ
     END-PERFORM.
     CLOSE RemittanceTemp.
     CLOSE RemittanceFile.
 SetRunLogStart.
     MOVE "REMITREGISTER" TO RLG-JOB-NAME.
     ACCEPT WS-LOG-TS-DATE FROM DATE YYYYMMDD.
     ACCEPT WS-LOG-TS-TIME FROM TIME.
     MOVE WS-LOG-TS-DATE TO RLG-RUN-DATE.
     STRING WS-LOG-TS-DATE WS-LOG-TS-TIME DELIMITED BY SIZE
         INTO RLG-START-TIMESTAMP.
 WriteRunLogRecord.
     MOVE WS-READ-COUNT TO RLG-READ-COUNT.
     MOVE WS-OWED-COUNT TO RLG-WRITTEN-COUNT.
     MOVE ZERO TO RLG-REJECTED-COUNT.
     MOVE RETURN-CODE TO RLG-RETURN-CODE.
     CALL "WriteRunLog" USING RunLogRec.
