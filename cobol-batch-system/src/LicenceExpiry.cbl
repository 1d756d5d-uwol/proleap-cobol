 IDENTIFICATION DIVISION.
 PROGRAM-ID. LicenceExpiry.
*> Salesperson licences coming up for renewal, run on the last day of
*> the month: every licence on SPLICENCE.DAT that expires within the
*> next 90 days of the run date, soonest first, with the
*> salesperson's name from PERSONS.DAT, the licence type, issuing
*> state and number, the expiry date and the days left, and whether
*> the type is one CATLICENCE.DAT requires for any item category (a
*> lapse there stops SalesEdit accepting the salesperson's sales in
*> that category). Sales management chases the renewal before it
*> lapses; the renewed licence goes in through LicenceMaint. On any
*> other date the job ends at once with RC 0.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT LicenceFile ASSIGN TO "SPLICENCE.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS LIC-KEY
         FILE STATUS IS WS-LICENCE-STATUS.
     SELECT CategoryLicenceFile ASSIGN TO "CATLICENCE.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-CATLIC-FILE-STATUS.
     SELECT PersonFile ASSIGN TO "PERSONS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS PersonId
         FILE STATUS IS WS-PERSON-FILE-STATUS.
     SELECT ExpiryWork ASSIGN TO "LICEXPWORK.DAT".
     SELECT ExpiryReport ASSIGN TO "LICEXPIRY.RPT"
         ORGANIZATION IS LINE SEQUENTIAL.
 DATA DIVISION.
 FILE SECTION.
 FD LicenceFile.
 COPY SPLICENCEREC.
 FD CategoryLicenceFile.
 COPY CATLICREC.
 FD PersonFile.
 COPY PERSONREC.
*> One licence due to expire, in expiry-date order.
 SD ExpiryWork.
 01 ExpiryWorkRec.
    05 EXW-EXPIRY-DATE PIC 9(8).
    05 EXW-PERSON-ID   PIC 9(6).
    05 EXW-TYPE        PIC X(4).
    05 EXW-STATE       PIC XX.
    05 EXW-NUMBER      PIC X(20).
    05 EXW-DAYS-LEFT   PIC 9(3).
 FD ExpiryReport.
 01 ExpiryReportLine PIC X(100).
 WORKING-STORAGE SECTION.
 01 WS-LICENCE-STATUS PIC XX.
 01 WS-CATLIC-FILE-STATUS PIC XX.
 01 WS-PERSON-FILE-STATUS PIC XX.
 01 WS-LICENCE-EOF PIC X VALUE "N".
    88 EndOfLicences VALUE "Y".
 01 WS-CATLIC-EOF PIC X VALUE "N".
    88 EndOfCategoryLicences VALUE "Y".
 01 WS-SORTED-EOF PIC X VALUE "N".
    88 EndOfSorted VALUE "Y".
 01 WS-RUN-DATE PIC 9(8).
 01 WS-RUN-DATE-INT PIC 9(7).
 01 WS-NEXT-DAY PIC 9(8).
 01 WS-DAYS-LEFT PIC S9(7).
*> How far ahead a licence counts as coming up for renewal.
 01 WS-NOTICE-DAYS PIC 9(3) VALUE 90.
*> The licence types some item category requires.
 01 WS-REQUIRED-COUNT PIC 9(3) VALUE ZERO.
 01 WS-REQUIRED-IDX   PIC 9(3).
 01 WS-REQUIRED-TABLE.
    05 WS-REQUIRED-TYPE PIC X(4) OCCURS 200 TIMES.
 01 WS-REQUIRED-FOUND PIC X.
    88 TypeRequired VALUE "Y".
 01 WS-READ-COUNT     PIC 9(7) VALUE ZERO.
 01 WS-EXPIRING-COUNT PIC 9(7) VALUE ZERO.
 01 WS-COLUMN-HEADING.
    05 FILLER PIC X(8)  VALUE "PERSONID".
    05 FILLER PIC X(22) VALUE "  SALESPERSON".
    05 FILLER PIC X(6)  VALUE "TYPE".
    05 FILLER PIC X(7)  VALUE "STATE".
    05 FILLER PIC X(22) VALUE "LICENCE NUMBER".
    05 FILLER PIC X(10) VALUE "EXPIRES".
    05 FILLER PIC X(11) VALUE "DAYS LEFT".
    05 FILLER PIC X(9)  VALUE "RESTRICTS".
 01 WS-DETAIL-LINE.
    05 DTL-PERSON-ID   PIC 9(6).
    05 FILLER          PIC X(2) VALUE SPACES.
    05 DTL-PERSON-NAME PIC X(20).
    05 FILLER          PIC X(2) VALUE SPACES.
    05 DTL-TYPE        PIC X(4).
    05 FILLER          PIC X(2) VALUE SPACES.
    05 DTL-STATE       PIC XX.
    05 FILLER          PIC X(5) VALUE SPACES.
    05 DTL-NUMBER      PIC X(20).
    05 FILLER          PIC X(2) VALUE SPACES.
    05 DTL-EXPIRY-DATE PIC 9(8).
    05 FILLER          PIC X(8) VALUE SPACES.
    05 DTL-DAYS-LEFT   PIC ZZ9.
    05 FILLER          PIC X(5) VALUE SPACES.
    05 DTL-RESTRICTS   PIC X(3).
 01 WS-TOTAL-LINE.
    05 FILLER          PIC X(40)
       VALUE "LICENCES EXPIRING WITHIN 90 DAYS".
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
     COMPUTE WS-NEXT-DAY =
         FUNCTION DATE-OF-INTEGER (WS-RUN-DATE-INT + 1).
     IF WS-NEXT-DAY (5:2) = WS-RUN-DATE (5:2)
       DISPLAY "LicenceExpiry - " WS-RUN-DATE
           " is not the last day of the month, no report"
       PERFORM WriteRunLogRecord
       STOP RUN
     END-IF.
     PERFORM LoadRequiredTypes.
     OPEN INPUT PersonFile.
     OPEN OUTPUT ExpiryReport.
     MOVE "H" TO PRC-ACTION.
     MOVE "SALESPERSON LICENCES EXPIRING" TO PRC-REPORT-TITLE.
     MOVE WS-RUN-DATE TO PRC-RUN-DATE.
     MOVE ZERO TO PRC-PAGE-NUMBER.
     CALL "PrintReport" USING PrintControlRec.
     WRITE ExpiryReportLine FROM PRC-OUTPUT-LINE.
     MOVE SPACES TO ExpiryReportLine.
     WRITE ExpiryReportLine.
     WRITE ExpiryReportLine FROM WS-COLUMN-HEADING.
     SORT ExpiryWork
         ON ASCENDING KEY EXW-EXPIRY-DATE EXW-PERSON-ID EXW-TYPE
             EXW-STATE
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
 LoadRequiredTypes.
     OPEN INPUT CategoryLicenceFile.
     IF WS-CATLIC-FILE-STATUS = "35"
       SET EndOfCategoryLicences TO TRUE
     END-IF.
     PERFORM UNTIL EndOfCategoryLicences
       READ CategoryLicenceFile
         AT END
           SET EndOfCategoryLicences TO TRUE
         NOT AT END
           IF CLR-LICENCE-TYPE NOT = SPACES
               AND WS-REQUIRED-COUNT < 200
             ADD 1 TO WS-REQUIRED-COUNT
             MOVE CLR-LICENCE-TYPE
                 TO WS-REQUIRED-TYPE (WS-REQUIRED-COUNT)
           END-IF
       END-READ
     END-PERFORM.
     IF WS-CATLIC-FILE-STATUS NOT = "35"
       CLOSE CategoryLicenceFile
     END-IF.
*>   A licence already past its expiry no longer counts and is not
*>   listed; one with an unreadable expiry date is skipped.
 SelectExpiring.
     OPEN INPUT LicenceFile.
     IF WS-LICENCE-STATUS = "35"
       DISPLAY "SPLICENCE.DAT not found - no licences to report"
       SET EndOfLicences TO TRUE
     END-IF.
     PERFORM UNTIL EndOfLicences
       READ LicenceFile NEXT RECORD
         AT END
           SET EndOfLicences TO TRUE
         NOT AT END
           ADD 1 TO WS-READ-COUNT
           IF LIC-EXPIRY-DATE NUMERIC
               AND LIC-EXPIRY-DATE NOT < WS-RUN-DATE
             PERFORM SelectOneLicence
           END-IF
       END-READ
     END-PERFORM.
     IF WS-LICENCE-STATUS NOT = "35"
       CLOSE LicenceFile
     END-IF.
 SelectOneLicence.
     COMPUTE WS-DAYS-LEFT =
         FUNCTION INTEGER-OF-DATE (LIC-EXPIRY-DATE) - WS-RUN-DATE-INT.
     IF WS-DAYS-LEFT <= WS-NOTICE-DAYS
       MOVE LIC-EXPIRY-DATE TO EXW-EXPIRY-DATE
       MOVE LIC-PERSON-ID   TO EXW-PERSON-ID
       MOVE LIC-TYPE        TO EXW-TYPE
       MOVE LIC-STATE       TO EXW-STATE
       MOVE LIC-NUMBER      TO EXW-NUMBER
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
     MOVE EXW-TYPE   TO DTL-TYPE.
     MOVE EXW-STATE  TO DTL-STATE.
     MOVE EXW-NUMBER TO DTL-NUMBER.
     MOVE "N" TO WS-REQUIRED-FOUND.
     PERFORM VARYING WS-REQUIRED-IDX FROM 1 BY 1
         UNTIL WS-REQUIRED-IDX > WS-REQUIRED-COUNT OR TypeRequired
       IF WS-REQUIRED-TYPE (WS-REQUIRED-IDX) = EXW-TYPE
         SET TypeRequired TO TRUE
       END-IF
     END-PERFORM.
     IF TypeRequired
       MOVE "YES" TO DTL-RESTRICTS
     ELSE
       MOVE "NO"  TO DTL-RESTRICTS
     END-IF.
     MOVE EXW-EXPIRY-DATE TO DTL-EXPIRY-DATE.
     MOVE EXW-DAYS-LEFT   TO DTL-DAYS-LEFT.
     WRITE ExpiryReportLine FROM WS-DETAIL-LINE.
 SetRunLogStart.
     MOVE "LICENCEEXPIRY" TO RLG-JOB-NAME.
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
