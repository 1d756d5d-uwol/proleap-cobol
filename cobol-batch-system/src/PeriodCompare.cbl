*> the movement and percentage change. Both generations come out of
*> MakeSummaryFile grouped ascending by SummaryPersonId, so the two
*> files are walked in a classic match-merge - people present in one
*> period but not the other still appear, flagged NEW or GONE. Each
*> side counts only the records of the period its generation date
*> falls in, as the shared ResolvePeriod names it - the calendar month
*> or the fiscal period CONTROL.DAT selects - so late-dated sales from
*> an earlier period do not blur the comparison; how many were left
*> out is shown at the foot.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
 01 WS-SUMMARY-B-STATUS PIC XX.
 01 WS-GEN-DATE-A PIC 9(8).
 01 WS-GEN-DATE-B PIC 9(8).
 COPY PERIODCTLREC.
 01 WS-PERIOD-A PIC 9(6).
 01 WS-PERIOD-B PIC 9(6).
 01 WS-OTHER-PERIOD-COUNT PIC 9(7) VALUE ZERO.
 01 WS-SUMMARY-A-FILENAME PIC X(20).
 01 WS-SUMMARY-B-FILENAME PIC X(20).
 01 WS-A-EOF PIC X VALUE "N".
    05 TTL-DATE-A PIC 9(8).
    05 FILLER PIC X(4) VALUE " VS ".
    05 TTL-DATE-B PIC 9(8).
    05 FILLER PIC X(10) VALUE " PERIODS ".
    05 TTL-PERIOD-A PIC 9(6).
    05 FILLER PIC X(3) VALUE " / ".
    05 TTL-PERIOD-B PIC 9(6).
 01 WS-HEADING-LINE.
    05 FILLER PIC X(8)  VALUE "PERSON".
    05 FILLER PIC X(22) VALUE "NAME".
     ACCEPT WS-GEN-DATE-A.
     DISPLAY "Enter second SUMMARY generation date (YYYYMMDD): ".
     ACCEPT WS-GEN-DATE-B.
     SET PrdDateToPeriod TO TRUE.
     MOVE WS-GEN-DATE-A TO PRD-DATE.
     CALL "ResolvePeriod" USING PeriodControlRec.
     MOVE PRD-PERIOD TO WS-PERIOD-A.
     MOVE WS-GEN-DATE-B TO PRD-DATE.
     CALL "ResolvePeriod" USING PeriodControlRec.
     MOVE PRD-PERIOD TO WS-PERIOD-B.
     STRING "SUMMARY." WS-GEN-DATE-A ".DAT" DELIMITED BY SIZE
         INTO WS-SUMMARY-A-FILENAME.
     STRING "SUMMARY." WS-GEN-DATE-B ".DAT" DELIMITED BY SIZE
     OPEN OUTPUT CompareReport.
     MOVE WS-GEN-DATE-A TO TTL-DATE-A.
     MOVE WS-GEN-DATE-B TO TTL-DATE-B.
     MOVE WS-PERIOD-A TO TTL-PERIOD-A.
     MOVE WS-PERIOD-B TO TTL-PERIOD-B.
     WRITE CompareReportLine FROM WS-TITLE-LINE.
     MOVE SPACES TO CompareReportLine.
     WRITE CompareReportLine.
       END-PERFORM
     END-IF.
 ReadOneRecordA.
     MOVE "N" TO WS-PENDING-A.
     PERFORM UNTIL EndOfFileA OR PendingRecordA
       READ SummaryFileA
         AT END
           SET EndOfFileA TO TRUE
         NOT AT END
           IF SummaryPeriod = WS-PERIOD-A
             MOVE "Y" TO WS-PENDING-A
           ELSE
             ADD 1 TO WS-OTHER-PERIOD-COUNT
           END-IF
       END-READ
     END-PERFORM.
 ReadNextGroupB.
     MOVE "N" TO GRP-B-VALID.
     IF NOT PendingRecordB
       END-PERFORM
     END-IF.
 ReadOneRecordB.
     MOVE "N" TO WS-PENDING-B.
     PERFORM UNTIL EndOfFileB OR PendingRecordB
       READ SummaryFileB
         AT END
           SET EndOfFileB TO TRUE
         NOT AT END
           IF SMB-PERIOD = WS-PERIOD-B
             MOVE "Y" TO WS-PENDING-B
           ELSE
             ADD 1 TO WS-OTHER-PERIOD-COUNT
           END-IF
       END-READ
     END-PERFORM.
 ReportMatchedPerson.
     ADD 1 TO WS-MATCHED-COUNT.
     MOVE GRP-A-PERSON-ID TO DTL-PERSON-ID.
     MOVE "ONLY IN SECOND PERIOD"           TO SUM-LABEL.
     MOVE WS-ONLY-B-COUNT                   TO SUM-VALUE.
     WRITE CompareReportLine FROM WS-SUMMARY-LINE.
     MOVE "RECORDS OF OTHER PERIODS LEFT OUT" TO SUM-LABEL.
     MOVE WS-OTHER-PERIOD-COUNT             TO SUM-VALUE.
     WRITE CompareReportLine FROM WS-SUMMARY-LINE.
