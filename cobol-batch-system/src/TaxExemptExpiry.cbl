 IDENTIFICATION DIVISION.
 PROGRAM-ID. TaxExemptExpiry.
*> Tax-exemption certificates coming up for renewal: every certificate
*> on TAXEXEMPT.DAT that expires within the next 60 days of the run
*> date, soonest first, with the customer's name from PERSONS.DAT, the
*> state and certificate number, the exemption type, the expiry date
*> and the days left. Customer service asks the customer for the
*> renewed certificate before BATCH-DISCOUNT starts taxing the orders
*> again; the renewal goes in through TaxExemptMaint.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT TaxExemptFile ASSIGN TO "TAXEXEMPT.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS TXE-KEY
         FILE STATUS IS WS-TAX-EXEMPT-STATUS.
     SELECT PersonFile ASSIGN TO "PERSONS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS PersonId
         FILE STATUS IS WS-PERSON-FILE-STATUS.
     SELECT ExpiryWork ASSIGN TO "TAXEXPWORK.DAT".
     SELECT ExpiryReport ASSIGN TO "TAXEXPIRY.RPT"
         ORGANIZATION IS LINE SEQUENTIAL.
 DATA DIVISION.
 FILE SECTION.
 FD TaxExemptFile.
 COPY TAXEXREC.
 FD PersonFile.
 COPY PERSONREC.
*> One certificate due to expire, in expiry-date order.
 SD ExpiryWork.
 01 ExpiryWorkRec.
    05 EXW-EXPIRY-DATE PIC 9(8).
    05 EXW-PERSON-ID   PIC 9(6).
    05 EXW-STATE       PIC XX.
    05 EXW-CERT-NO     PIC X(20).
    05 EXW-EXEMPT-TYPE PIC X.
    05 EXW-DAYS-LEFT   PIC 9(3).
 FD ExpiryReport.
 01 ExpiryReportLine PIC X(100).
 WORKING-STORAGE SECTION.
 01 WS-TAX-EXEMPT-STATUS PIC XX.
 01 WS-PERSON-FILE-STATUS PIC XX.
 01 WS-TAX-EXEMPT-EOF PIC X VALUE "N".
    88 EndOfCertificates VALUE "Y".
 01 WS-SORTED-EOF PIC X VALUE "N".
    88 EndOfSorted VALUE "Y".
 01 WS-RUN-DATE PIC 9(8).
 01 WS-RUN-DATE-INT PIC 9(7).
 01 WS-DAYS-LEFT PIC S9(7).
*> How far ahead a certificate counts as coming up for renewal.
 01 WS-NOTICE-DAYS PIC 9(3) VALUE 60.
 01 WS-READ-COUNT     PIC 9(7) VALUE ZERO.
 01 WS-EXPIRING-COUNT PIC 9(7) VALUE ZERO.
 01 WS-COLUMN-HEADING.
    05 FILLER PIC X(8)  VALUE "PERSONID".
    05 FILLER PIC X(22) VALUE "  CUSTOMER".
    05 FILLER PIC X(7)  VALUE "STATE".
    05 FILLER PIC X(22) VALUE "CERTIFICATE".
    05 FILLER PIC X(10) VALUE "TYPE".
    05 FILLER PIC X(10) VALUE "EXPIRES".
    05 FILLER PIC X(9)  VALUE "DAYS LEFT".
 01 WS-DETAIL-LINE.
    05 DTL-PERSON-ID   PIC 9(6).
    05 FILLER          PIC X(2) VALUE SPACES.
    05 DTL-PERSON-NAME PIC X(20).
    05 FILLER          PIC X(2) VALUE SPACES.
    05 DTL-STATE       PIC XX.
    05 FILLER          PIC X(5) VALUE SPACES.
    05 DTL-CERT-NO     PIC X(20).
    05 FILLER          PIC X(2) VALUE SPACES.
    05 DTL-TYPE        PIC X(8).
    05 FILLER          PIC X(2) VALUE SPACES.
    05 DTL-EXPIRY-DATE PIC 9(8).
    05 FILLER          PIC X(8) VALUE SPACES.
    05 DTL-DAYS-LEFT   PIC ZZ9.
 01 WS-TOTAL-LINE.
    05 FILLER          PIC X(40)
       VALUE "CERTIFICATES EXPIRING WITHIN 60 DAYS".
    05 TOT-EXPIRING    PIC Z(6)9.
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
     COMPUTE WS-RUN-DATE-INT = FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
     OPEN INPUT PersonFile.
     OPEN OUTPUT ExpiryReport.
     MOVE "H" TO PRC-ACTION.
     MOVE "TAX-EXEMPT CERTIFICATES EXPIRING" TO PRC-REPORT-TITLE.
     MOVE WS-RUN-DATE TO PRC-RUN-DATE.
     MOVE ZERO TO PRC-PAGE-NUMBER.
     CALL "PrintReport" USING PrintControlRec.
     WRITE ExpiryReportLine FROM PRC-OUTPUT-LINE.
     MOVE SPACES TO ExpiryReportLine.
     WRITE ExpiryReportLine.
     WRITE ExpiryReportLine FROM WS-COLUMN-HEADING.
     SORT ExpiryWork
         ON ASCENDING KEY EXW-EXPIRY-DATE EXW-PERSON-ID EXW-STATE
         INPUT PROCEDURE IS SelectExpiring
         OUTPUT PROCEDURE IS PrintExpiring.
     MOVE SPACES TO ExpiryReportLine.
     WRITE ExpiryReportLine.
     MOVE WS-EXPIRING-COUNT TO TOT-EXPIRING.
     WRITE ExpiryReportLine FROM WS-TOTAL-LINE.
     MOVE "F" TO PRC-ACTION.
     MOVE WS-EXPIRING-COUNT TO PRC-DETAIL-COUNT.
     CALL "PrintReport" USING PrintControlRec.
     WRITE ExpiryReportLine FROM PRC-OUTPUT-LINE.
     CLOSE ExpiryReport.
     IF WS-PERSON-FILE-STATUS NOT = "35"
       CLOSE PersonFile
     END-IF.
     PERFORM WriteRunLogRecord.
     STOP RUN.
*>   A certificate already past its expiry is no longer honoured and
*>   is not listed; one with an unreadable expiry date is skipped.
 SelectExpiring.
     OPEN INPUT TaxExemptFile.
     IF WS-TAX-EXEMPT-STATUS = "35"
       DISPLAY "TAXEXEMPT.DAT not found - no certificates to report"
       SET EndOfCertificates TO TRUE
     END-IF.
     PERFORM UNTIL EndOfCertificates
       READ TaxExemptFile NEXT RECORD
         AT END
           SET EndOfCertificates TO TRUE
         NOT AT END
           ADD 1 TO WS-READ-COUNT
           IF TXE-EXPIRY-DATE NUMERIC
               AND TXE-EXPIRY-DATE NOT < WS-RUN-DATE
             PERFORM SelectOneCertificate
           END-IF
       END-READ
     END-PERFORM.
     IF WS-TAX-EXEMPT-STATUS NOT = "35"
       CLOSE TaxExemptFile
     END-IF.
 SelectOneCertificate.
     COMPUTE WS-DAYS-LEFT =
         FUNCTION INTEGER-OF-DATE (TXE-EXPIRY-DATE) - WS-RUN-DATE-INT.
     IF WS-DAYS-LEFT <= WS-NOTICE-DAYS
       MOVE TXE-EXPIRY-DATE TO EXW-EXPIRY-DATE
       MOVE TXE-PERSON-ID   TO EXW-PERSON-ID
       MOVE TXE-STATE       TO EXW-STATE
       MOVE TXE-CERT-NO     TO EXW-CERT-NO
       MOVE TXE-EXEMPT-TYPE TO EXW-EXEMPT-TYPE
       MOVE WS-DAYS-LEFT    TO EXW-DAYS-LEFT
       RELEASE ExpiryWorkRec
     END-IF.
 PrintExpiring.
     PERFORM UNTIL EndOfSorted
       RETURN ExpiryWork
         AT END
           SET EndOfSorted TO TRUE
         NOT AT END
           PERFORM WriteExpiryLine
       END-RETURN
     END-PERFORM.
 WriteExpiryLine.
     ADD 1 TO WS-EXPIRING-COUNT.
     MOVE EXW-PERSON-ID TO DTL-PERSON-ID.
     MOVE SPACES TO DTL-PERSON-NAME.
     IF WS-PERSON-FILE-STATUS NOT = "35"
       MOVE EXW-PERSON-ID TO PersonId
       READ PersonFile
         INVALID KEY
           MOVE "** NOT ON PERSONS" TO DTL-PERSON-NAME
         NOT INVALID KEY
           MOVE PersonName TO DTL-PERSON-NAME
       END-READ
     END-IF.
     MOVE EXW-STATE   TO DTL-STATE.
     MOVE EXW-CERT-NO TO DTL-CERT-NO.
     EVALUATE EXW-EXEMPT-TYPE
       WHEN "S"
         MOVE "SCHOOL"  TO DTL-TYPE
       WHEN "C"
         MOVE "CHARITY" TO DTL-TYPE
       WHEN "R"
         MOVE "RESALE"  TO DTL-TYPE
       WHEN OTHER
         MOVE SPACES    TO DTL-TYPE
     END-EVALUATE.
     MOVE EXW-EXPIRY-DATE TO DTL-EXPIRY-DATE.
     MOVE EXW-DAYS-LEFT   TO DTL-DAYS-LEFT.
     WRITE ExpiryReportLine FROM WS-DETAIL-LINE.
 SetRunLogStart.
     MOVE "TAXEXEMPTEXPIRY" TO RLG-JOB-NAME.
     ACCEPT WS-LOG-TS-DATE FROM DATE YYYYMMDD.
     ACCEPT WS-LOG-TS-TIME FROM TIME.
     MOVE WS-LOG-TS-DATE TO RLG-RUN-DATE.
     STRING WS-LOG-TS-DATE WS-LOG-TS-TIME DELIMITED BY SIZE
         INTO RLG-START-TIMESTAMP.
 WriteRunLogRecord.
     MOVE WS-READ-COUNT TO RLG-READ-COUNT.
     MOVE WS-EXPIRING-COUNT TO RLG-WRITTEN-COUNT.
     MOVE ZERO TO RLG-REJECTED-COUNT.
     MOVE RETURN-CODE TO RLG-RETURN-CODE.
     CALL "WriteRunLog" USING RunLogRec.
