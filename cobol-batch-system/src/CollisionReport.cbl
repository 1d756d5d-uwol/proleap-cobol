 IDENTIFICATION DIVISION.
 PROGRAM-ID. CollisionReport.
*> Maintenance collisions report for the supervisor: every Change an
*> operator was refused since the last cycle because someone else
*> had changed the record after it was shown (COLLISION.LOG, appended
*> by the shared RecordStamp subprogram) is listed on COLLISION.RPT
*> in the order it happened - when, who was refused, in which program
*> and file, the record key, and whose change stands with when it was
*> made - so the two operators can be brought together over whose
*> values are right. Once the report is written the log is emptied,
*> so each collision is reported on one cycle's report only - the
*> archived reports are the history.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT CollisionLog ASSIGN TO "COLLISION.LOG"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-LOG-FILE-STATUS.
     SELECT CollisionReportFile ASSIGN TO "COLLISION.RPT"
         ORGANIZATION IS LINE SEQUENTIAL.
 DATA DIVISION.
 FILE SECTION.
 FD CollisionLog.
 COPY COLLISIONREC.
 FD CollisionReportFile.
 01 CollisionReportLine PIC X(80).
 WORKING-STORAGE SECTION.
 01 WS-LOG-FILE-STATUS PIC XX.
 01 WS-LOG-EOF PIC X VALUE "N".
    88 EndOfCollisions VALUE "Y".
 01 WS-RUN-DATE PIC 9(8).
 01 WS-READ-COUNT PIC 9(7) VALUE ZERO.
 01 WS-COLUMN-HEADING-1.
    05 FILLER PIC X(17) VALUE "REFUSED AT".
    05 FILLER PIC X(10) VALUE "OPERATOR".
    05 FILLER PIC X(18) VALUE "PROGRAM".
    05 FILLER PIC X(16) VALUE "FILE".
 01 WS-COLUMN-HEADING-2.
    05 FILLER PIC X(46) VALUE "    RECORD KEY".
    05 FILLER PIC X(24) VALUE "CHANGED BY AND AT".
*> Each collision takes two lines: the refusal, then the record and
*> the change that stands.
 01 WS-REFUSAL-LINE.
    05 DTL-REFUSED-DATE  PIC X(8).
    05 FILLER            PIC X(1) VALUE SPACES.
    05 DTL-REFUSED-TIME  PIC X(6).
    05 FILLER            PIC X(2) VALUE SPACES.
    05 DTL-REFUSED-OPER  PIC X(8).
    05 FILLER            PIC X(2) VALUE SPACES.
    05 DTL-PROGRAM       PIC X(16).
    05 FILLER            PIC X(2) VALUE SPACES.
    05 DTL-FILE-NAME     PIC X(16).
 01 WS-STANDING-LINE.
    05 FILLER            PIC X(4) VALUE SPACES.
    05 DTL-RECORD-KEY    PIC X(40).
    05 FILLER            PIC X(2) VALUE SPACES.
    05 DTL-CHANGED-BY    PIC X(8).
    05 FILLER            PIC X(1) VALUE SPACES.
    05 DTL-CHANGED-DATE  PIC X(8).
    05 FILLER            PIC X(1) VALUE SPACES.
    05 DTL-CHANGED-TIME  PIC X(6).
 01 WS-NONE-LINE PIC X(40)
        VALUE "NO CHANGES REFUSED SINCE THE LAST CYCLE".
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
     OPEN OUTPUT CollisionReportFile.
     MOVE "H" TO PRC-ACTION.
     MOVE "MAINTENANCE COLLISIONS" TO PRC-REPORT-TITLE.
     MOVE WS-RUN-DATE TO PRC-RUN-DATE.
     MOVE ZERO TO PRC-PAGE-NUMBER.
     CALL "PrintReport" USING PrintControlRec.
     WRITE CollisionReportLine FROM PRC-OUTPUT-LINE.
     MOVE SPACES TO CollisionReportLine.
     WRITE CollisionReportLine.
     WRITE CollisionReportLine FROM WS-COLUMN-HEADING-1.
     WRITE CollisionReportLine FROM WS-COLUMN-HEADING-2.
     MOVE SPACES TO CollisionReportLine.
     WRITE CollisionReportLine.
     OPEN INPUT CollisionLog.
     IF WS-LOG-FILE-STATUS = "35"
       SET EndOfCollisions TO TRUE
     END-IF.
     PERFORM UNTIL EndOfCollisions
       READ CollisionLog
         AT END
           SET EndOfCollisions TO TRUE
         NOT AT END
           ADD 1 TO WS-READ-COUNT
           PERFORM ListOneCollision
       END-READ
     END-PERFORM.
     IF WS-LOG-FILE-STATUS NOT = "35"
       CLOSE CollisionLog
     END-IF.
     IF WS-READ-COUNT = ZERO
       WRITE CollisionReportLine FROM WS-NONE-LINE
     END-IF.
     MOVE SPACES TO CollisionReportLine.
     WRITE CollisionReportLine.
     MOVE "CHANGES REFUSED"                  TO SUM-LABEL.
     MOVE WS-READ-COUNT                      TO SUM-VALUE.
     WRITE CollisionReportLine FROM WS-SUMMARY-LINE.
     MOVE "F" TO PRC-ACTION.
     MOVE WS-READ-COUNT TO PRC-DETAIL-COUNT.
     CALL "PrintReport" USING PrintControlRec.
     WRITE CollisionReportLine FROM PRC-OUTPUT-LINE.
     CLOSE CollisionReportFile.
*>   Reported - the log starts the next day empty.
     IF WS-READ-COUNT > ZERO
       OPEN OUTPUT CollisionLog
       CLOSE CollisionLog
     END-IF.
     DISPLAY "Maintenance collisions: " WS-READ-COUNT
         " changes refused".
     PERFORM WriteRunLogRecord.
     STOP RUN.
 ListOneCollision.
     MOVE CLG-TIMESTAMP (1:8)  TO DTL-REFUSED-DATE.
     MOVE CLG-TIMESTAMP (9:6)  TO DTL-REFUSED-TIME.
     MOVE CLG-REFUSED-OPER     TO DTL-REFUSED-OPER.
     MOVE CLG-PROGRAM          TO DTL-PROGRAM.
     MOVE CLG-FILE-NAME        TO DTL-FILE-NAME.
     WRITE CollisionReportLine FROM WS-REFUSAL-LINE.
     MOVE CLG-RECORD-KEY       TO DTL-RECORD-KEY.
     MOVE CLG-CHANGED-BY       TO DTL-CHANGED-BY.
     MOVE CLG-CHANGED-AT (1:8) TO DTL-CHANGED-DATE.
     MOVE CLG-CHANGED-AT (9:6) TO DTL-CHANGED-TIME.
     WRITE CollisionReportLine FROM WS-STANDING-LINE.
 SetRunLogStart.
     MOVE "COLLISIONRPT" TO RLG-JOB-NAME.
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
