 IDENTIFICATION DIVISION.
 PROGRAM-ID. OpsDigest.
*> One-page daily operations digest for the morning shift, written
*> on DIGEST.RPT at the end of the cycle in place of opening a dozen
*> reports. From RUNLOG.DAT: every step logged for the run date with
*> its return code and read/rejected counts (a rerun's record
*> replaces the earlier one), plus any daily step - one that ran on
*> most of the last 20 cycle days - that has not logged tonight.
*> Key volumes (transactions in and rejected, master records,
*> orders, invoices, cash, sales summarized, maintenance collisions,
*> ERRORLOG.DAT entries) are set against their average over the last
*> 20 cycle days and flagged when well off it. The open exceptions
*> needing action come from XMITREG.DAT (transmissions not yet
*> acknowledged), GLACKREG.DAT (GL entries the GL has not answered),
*> REJECT.SUS (suspended transactions) and CAPACITY.RPT (ceilings
*> inside the warning horizon), each with how many are past the
*> limit XmitAck, GLResponse and SuspenseAging chase at. A single
*> line gives the day RED (a step failed or a daily step did not
*> run), AMBER (a warning, an off volume or an exception past its
*> limit) or GREEN, and the run ends 8, 4 or 0 to match.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT RunLogFile ASSIGN TO "RUNLOG.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-RUNLOG-FILE-STATUS.
     SELECT ErrorLogFile ASSIGN TO "ERRORLOG.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-ERRORLOG-STATUS.
     SELECT XmitRegisterFile ASSIGN TO "XMITREG.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-XMITREG-FILE-STATUS.
     SELECT AckRegisterFile ASSIGN TO "GLACKREG.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-ACKREG-FILE-STATUS.
     SELECT RejectFile ASSIGN TO "REJECT.SUS"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-REJECT-FILE-STATUS.
     SELECT CapacityReport ASSIGN TO "CAPACITY.RPT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-CAPACITY-FILE-STATUS.
     SELECT DigestReport ASSIGN TO "DIGEST.RPT"
         ORGANIZATION IS LINE SEQUENTIAL.
 DATA DIVISION.
 FILE SECTION.
 FD RunLogFile.
 01 RunLogFileRec PIC X(85).
 FD ErrorLogFile.
 01 ErrorLogRec.
    05 ELF-TIMESTAMP    PIC X(16).
    05 ELF-PROGRAM-NAME PIC X(17).
    05 ELF-MESSAGE-ID   PIC X(6).
    05 ELF-SEVERITY     PIC X.
    05 ELF-KEY-VALUE    PIC X(20).
    05 ELF-TEXT         PIC X(60).
 FD XmitRegisterFile.
 01 XmitRegisterRec.
    05 XRG-FILE-NAME    PIC X(28).
    05 XRG-RUN-DATE     PIC 9(8).
    05 XRG-RECORD-COUNT PIC 9(7).
    05 XRG-DESTINATION  PIC X(12).
    05 XRG-STATUS       PIC X.
       88 XmitUnacknowledged VALUE "U".
       88 XmitAcknowledged   VALUE "A".
    05 XRG-RELEASE-TS   PIC X(16).
    05 XRG-ACK-TS       PIC X(16).
 FD AckRegisterFile.
 01 AckRegisterRec.
    05 ACK-RUN-DATE     PIC 9(8).
    05 ACK-ACCOUNT-CODE PIC X(10).
    05 ACK-AMOUNT       PIC S9(9)V99.
    05 ACK-DR-CR        PIC X.
    05 ACK-STATUS       PIC X.
       88 AckUnacknowledged VALUE "U".
       88 AckPosted         VALUE "P".
       88 AckRejected       VALUE "R".
    05 ACK-RELEASE-DATE PIC 9(8).
 FD RejectFile.
 01 RejectRec.
    05 REJ-TRANS-IMAGE.
       10 REJ-TRANS-CODE PIC X.
       10 REJ-PERSON-ID  PIC 9(6).
       10 FILLER         PIC X(88).
    05 REJ-SUSPENSE-DATE PIC 9(8).
*> CapacityWatch's report is read back for its closing count line.
 FD CapacityReport.
 01 CapacityReportLine.
    05 CAP-LABEL PIC X(34).
    05 CAP-VALUE PIC X(7).
    05 FILLER    PIC X(49).
 FD DigestReport.
 01 DigestReportLine PIC X(80).
 WORKING-STORAGE SECTION.
 01 WS-RUNLOG-FILE-STATUS PIC XX.
 01 WS-ERRORLOG-STATUS PIC XX.
 01 WS-XMITREG-FILE-STATUS PIC XX.
 01 WS-ACKREG-FILE-STATUS PIC XX.
 01 WS-REJECT-FILE-STATUS PIC XX.
 01 WS-CAPACITY-FILE-STATUS PIC XX.
 01 WS-INPUT-EOF PIC X.
    88 EndOfInput VALUE "Y".
 01 WS-RUN-DATE PIC 9(8).
 01 WS-RUN-DATE-INT PIC 9(7).
 01 WS-ENTRY-DATE PIC 9(8).
 01 WS-ENTRY-DATE-INT PIC 9(7).
 01 WS-AGE-DAYS PIC S9(5).
*> Averages are taken over this many of the most recent cycle days
*> before the run date that RUNLOG.DAT has records for; a step that
*> logged on at least DAILY-STEP-MIN-DAYS of them is a daily step.
 77 AVERAGE-WINDOW-DAYS PIC 99 VALUE 20.
 77 DAILY-STEP-MIN-DAYS PIC 99 VALUE 15.
*> A key volume more than this far off its average is flagged, once
*> the average is big enough for the percentage to mean something.
 77 VOLUME-VARIANCE-PCT PIC 9(3) VALUE 50.
 77 VOLUME-MIN-AVERAGE  PIC 9(3) VALUE 10.
*> The limits the owning jobs chase at: XmitAck, GLResponse and
*> SuspenseAging.
 77 XMIT-AGE-THRESHOLD-DAYS  PIC 9(3) VALUE 2.
 77 GL-AGE-THRESHOLD-DAYS    PIC 9(3) VALUE 5.
 77 SUSPENSE-ESCALATION-DAYS PIC 9(3) VALUE 14.
 01 WS-WINDOW-TABLE.
    05 WS-WIN-DATE OCCURS 20 TIMES PIC 9(8).
 01 WS-WINDOW-COUNT PIC 99 VALUE ZERO.
 01 WS-WIN-IDX      PIC 99.
 01 WS-WIN-LOW-IDX  PIC 99.
 01 WS-WIN-FOUND PIC X.
    88 WindowDateFound VALUE "Y".
*> One entry per job seen tonight or in the window, in the order the
*> cycle first logged it. The table is bounded well above the number
*> of steps in the cycle; past it a job is counted, not listed.
 01 WS-JOB-TABLE.
    05 WS-JOB-ENTRY OCCURS 80 TIMES.
       10 WS-JOB-NAME         PIC X(17).
       10 WS-JOB-RAN-TODAY    PIC X.
       10 WS-JOB-AFTER-DIGEST PIC X.
       10 WS-JOB-RC           PIC 9(4).
       10 WS-JOB-READ         PIC 9(7).
       10 WS-JOB-WRITTEN      PIC 9(7).
       10 WS-JOB-REJECTED     PIC 9(7).
       10 WS-JOB-WINDOW-DAYS  PIC 99.
       10 WS-JOB-LAST-DATE    PIC 9(8).
 01 WS-JOB-COUNT    PIC 99 VALUE ZERO.
 01 WS-JOB-IDX      PIC 99.
 01 WS-JOB-OVERFLOW PIC 9(5) VALUE ZERO.
 01 WS-JOB-FOUND PIC X.
    88 JobEntryFound VALUE "Y".
*> Steps logged after this job on a window day (the archive and what
*> follows it) have not run yet when it does, so they are never
*> missed.
 01 WS-DIGEST-JOB-NAME PIC X(17) VALUE "OPSDIGEST".
 01 WS-DIGEST-SEEN-DATE PIC 9(8) VALUE ZERO.
*> Key volumes: the job, which of its counts (R read, W written,
*> J rejected), and the label.
 01 WS-VOLUME-TABLE-VALUES.
    05 FILLER PIC X(44) VALUE
       "TRANSEDIT        RTRANSACTIONS RECEIVED".
    05 FILLER PIC X(44) VALUE
       "TRANSEDIT        JTRANSACTIONS REJECTED".
    05 FILLER PIC X(44) VALUE
       "READWRITERECORDS WMASTER RECORDS WRITTEN".
    05 FILLER PIC X(44) VALUE
       "ORDERMATCH       WORDERS MATCHED".
    05 FILLER PIC X(44) VALUE
       "ORDERMATCH       JORDER EXCEPTIONS".
    05 FILLER PIC X(44) VALUE
       "INVOICEPRINT     WINVOICES PRINTED".
    05 FILLER PIC X(44) VALUE
       "CASHAPPLY        RCASH RECEIPTS".
    05 FILLER PIC X(44) VALUE
       "MAKESUMMARYFILE  RSALES RECORDS SUMMARIZED".
    05 FILLER PIC X(44) VALUE
       "COLLISIONRPT     RMAINTENANCE COLLISIONS".
 01 WS-VOLUME-TABLE REDEFINES WS-VOLUME-TABLE-VALUES.
    05 WS-VOL-ENTRY OCCURS 9 TIMES.
       10 WS-VOL-JOB   PIC X(17).
       10 WS-VOL-FIELD PIC X.
       10 WS-VOL-LABEL PIC X(26).
 77 WS-VOLUME-COUNT PIC 99 VALUE 9.
 01 WS-VOL-IDX PIC 99.
*> Per volume, with the error-log entries as the tenth: the window
*> total, tonight's value, the average and the flag.
 01 WS-VOLUME-FIGURES.
    05 WS-VOL-FIGURE OCCURS 10 TIMES.
       10 WS-VOL-WINDOW-TOTAL PIC 9(9).
       10 WS-VOL-TODAY        PIC 9(7).
       10 WS-VOL-AVERAGE      PIC 9(7).
       10 WS-VOL-CHANGE-PCT   PIC S9(9).
       10 WS-VOL-FLAG         PIC X(4).
 77 ERRORLOG-VOLUME-IDX PIC 99 VALUE 10.
 01 WS-VOL-COUNT-VALUE PIC 9(7).
*> Open exceptions and the day's tallies.
 01 WS-XMIT-OPEN-COUNT     PIC 9(7) VALUE ZERO.
 01 WS-XMIT-AGED-COUNT     PIC 9(7) VALUE ZERO.
 01 WS-GL-OPEN-COUNT       PIC 9(7) VALUE ZERO.
 01 WS-GL-AGED-COUNT       PIC 9(7) VALUE ZERO.
 01 WS-SUSPENSE-COUNT      PIC 9(7) VALUE ZERO.
 01 WS-SUSPENSE-AGED-COUNT PIC 9(7) VALUE ZERO.
 01 WS-CAPACITY-WARNINGS   PIC 9(7) VALUE ZERO.
 01 WS-STEPS-TODAY      PIC 9(3) VALUE ZERO.
 01 WS-FAILED-COUNT     PIC 9(3) VALUE ZERO.
 01 WS-WARNING-COUNT    PIC 9(3) VALUE ZERO.
 01 WS-NOT-RUN-COUNT    PIC 9(3) VALUE ZERO.
 01 WS-PAST-LIMIT-COUNT PIC 9(7) VALUE ZERO.
 01 WS-DAY-STATUS PIC X(5).
    88 DayRed   VALUE "RED".
    88 DayAmber VALUE "AMBER".
    88 DayGreen VALUE "GREEN".
 01 WS-LISTED-COUNT PIC 9(5) VALUE ZERO.
*> Report lines.
 01 WS-STATUS-LINE.
    05 FILLER       PIC X(12) VALUE "DAY STATUS: ".
    05 STL-STATUS   PIC X(5).
    05 FILLER       PIC X(10) VALUE "   FAILED ".
    05 STL-FAILED   PIC ZZ9.
    05 FILLER       PIC X(10) VALUE "  NOT RUN ".
    05 STL-NOT-RUN  PIC ZZ9.
    05 FILLER       PIC X(11) VALUE "  WARNINGS ".
    05 STL-WARNINGS PIC ZZ9.
    05 FILLER       PIC X(13) VALUE "  PAST LIMIT ".
    05 STL-PAST     PIC ZZZ9.
 01 WS-STEP-HEADING.
    05 FILLER PIC X(26) VALUE "STEPS   F FAILED (RC 8+)".
    05 FILLER PIC X(40) VALUE "W WARNING (RC 4)  N DAILY STEP NOT RUN".
 01 WS-GRID-HEADING.
    05 FILLER PIC X(38) VALUE
       " JOB              RC    READ REJECT   ".
    05 FILLER PIC X(35) VALUE
       " JOB              RC    READ REJECT".
 01 WS-GRID-LINE.
    05 WS-GRID-CELL OCCURS 2 TIMES.
       10 GRD-FLAG     PIC X.
       10 GRD-JOB      PIC X(16).
       10 FILLER       PIC X.
       10 GRD-RC       PIC Z9.
       10 FILLER       PIC X.
       10 GRD-READ     PIC Z(6)9.
       10 FILLER       PIC X.
       10 GRD-REJECTED PIC Z(5)9.
       10 FILLER       PIC X(3).
 01 WS-GRID-COL PIC 9 VALUE ZERO.
 01 WS-VOLUME-HEADING.
    05 FILLER PIC X(28) VALUE "KEY VOLUMES".
    05 FILLER PIC X(10) VALUE "  TODAY".
    05 FILLER PIC X(10) VALUE " 20-DAY AV".
    05 FILLER PIC X(8)  VALUE "  CHANGE".
 01 WS-VOLUME-LINE.
    05 VOL-LABEL PIC X(26).
    05 FILLER    PIC X(2) VALUE SPACES.
    05 VOL-TODAY PIC Z(6)9.
    05 FILLER    PIC X(3) VALUE SPACES.
    05 VOL-AVERAGE PIC Z(6)9.
    05 FILLER    PIC X(3) VALUE SPACES.
    05 VOL-CHANGE-AREA.
       10 VOL-CHANGE-PCT PIC +(4)9.
       10 VOL-PCT-MARK   PIC X.
    05 FILLER    PIC X(2) VALUE SPACES.
    05 VOL-FLAG  PIC X(4).
 01 WS-EXCEPTION-HEADING.
    05 FILLER PIC X(40) VALUE "OPEN EXCEPTIONS".
    05 FILLER PIC X(8)  VALUE "    OPEN".
    05 FILLER PIC X(12) VALUE "  PAST LIMIT".
 01 WS-EXCEPTION-LINE.
    05 EXC-LABEL PIC X(40).
    05 FILLER    PIC X(1) VALUE SPACES.
    05 EXC-OPEN  PIC Z(6)9.
    05 FILLER    PIC X(5) VALUE SPACES.
    05 EXC-PAST  PIC Z(6)9.
 01 WS-LIMIT-LINE PIC X(80) VALUE
    "PAST LIMIT: TRANSMISSIONS 2 DAYS, GL ENTRIES 5, SUSPENSE 14".
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
     CALL "ResolveRunDate" USING RunDateControlRec.
     MOVE RDT-RUN-DATE TO WS-RUN-DATE.
     COMPUTE WS-RUN-DATE-INT = FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
     ACCEPT WS-LOG-TS-DATE FROM DATE YYYYMMDD.
     ACCEPT WS-LOG-TS-TIME FROM TIME.
     INITIALIZE WS-VOLUME-FIGURES.
*>   RUNLOG.DAT is append-only, so the first pass that finds the
*>   window and the second that tallies against it see the same
*>   records.
     PERFORM BuildAverageWindow.
     PERFORM GatherRunLog.
     PERFORM GatherErrorLog.
     PERFORM GatherTransmissions.
     PERFORM GatherGLAcknowledgments.
     PERFORM GatherSuspense.
     PERFORM GatherCapacity.
     PERFORM TallySteps.
     PERFORM ComputeVolumes
         VARYING WS-VOL-IDX FROM 1 BY 1
         UNTIL WS-VOL-IDX > ERRORLOG-VOLUME-IDX.
     PERFORM SetDayStatus.
     OPEN OUTPUT DigestReport.
     MOVE "H" TO PRC-ACTION.
     MOVE "DAILY OPERATIONS DIGEST" TO PRC-REPORT-TITLE.
     MOVE WS-RUN-DATE TO PRC-RUN-DATE.
     MOVE ZERO TO PRC-PAGE-NUMBER.
     CALL "PrintReport" USING PrintControlRec.
     WRITE DigestReportLine FROM PRC-OUTPUT-LINE.
     MOVE SPACES TO DigestReportLine.
     WRITE DigestReportLine.
     WRITE DigestReportLine FROM WS-STATUS-LINE.
     PERFORM WriteStepGrid.
     PERFORM WriteVolumes.
     PERFORM WriteExceptions.
     MOVE "F" TO PRC-ACTION.
     MOVE WS-LISTED-COUNT TO PRC-DETAIL-COUNT.
     CALL "PrintReport" USING PrintControlRec.
     WRITE DigestReportLine FROM PRC-OUTPUT-LINE.
     CLOSE DigestReport.
     DISPLAY "Operations digest: " WS-DAY-STATUS " - "
         WS-STEPS-TODAY " steps, " WS-FAILED-COUNT " failed, "
         WS-NOT-RUN-COUNT " not run, " WS-WARNING-COUNT " warnings".
     EVALUATE TRUE
       WHEN DayRed
         MOVE 8 TO RETURN-CODE
       WHEN DayAmber
         MOVE 4 TO RETURN-CODE
       WHEN OTHER
         MOVE ZERO TO RETURN-CODE
     END-EVALUATE.
     PERFORM WriteRunLogRecord.
     STOP RUN.
*>   The window is the most recent AVERAGE-WINDOW-DAYS distinct run
*>   dates before tonight's - cycle days, so weekends and holidays
*>   with no cycle do not dilute the averages.
 BuildAverageWindow.
     MOVE "N" TO WS-INPUT-EOF.
     OPEN INPUT RunLogFile.
     IF WS-RUNLOG-FILE-STATUS = "35"
       SET EndOfInput TO TRUE
     END-IF.
     PERFORM UNTIL EndOfInput
       READ RunLogFile INTO RunLogRec
         AT END
           SET EndOfInput TO TRUE
         NOT AT END
           IF RLG-RUN-DATE < WS-RUN-DATE
             PERFORM PlaceDateInWindow
           END-IF
       END-READ
     END-PERFORM.
     IF WS-RUNLOG-FILE-STATUS NOT = "35"
       CLOSE RunLogFile
     END-IF.
 PlaceDateInWindow.
     MOVE RLG-RUN-DATE TO WS-ENTRY-DATE.
     PERFORM LookUpWindowDate.
     IF NOT WindowDateFound
       IF WS-WINDOW-COUNT < AVERAGE-WINDOW-DAYS
         ADD 1 TO WS-WINDOW-COUNT
         MOVE WS-ENTRY-DATE TO WS-WIN-DATE (WS-WINDOW-COUNT)
       ELSE
         MOVE 1 TO WS-WIN-LOW-IDX
         PERFORM VARYING WS-WIN-IDX FROM 2 BY 1
             UNTIL WS-WIN-IDX > WS-WINDOW-COUNT
           IF WS-WIN-DATE (WS-WIN-IDX)
               < WS-WIN-DATE (WS-WIN-LOW-IDX)
             MOVE WS-WIN-IDX TO WS-WIN-LOW-IDX
           END-IF
         END-PERFORM
         IF WS-ENTRY-DATE > WS-WIN-DATE (WS-WIN-LOW-IDX)
           MOVE WS-ENTRY-DATE TO WS-WIN-DATE (WS-WIN-LOW-IDX)
         END-IF
       END-IF
     END-IF.
 LookUpWindowDate.
     MOVE "N" TO WS-WIN-FOUND.
     PERFORM VARYING WS-WIN-IDX FROM 1 BY 1
         UNTIL WS-WIN-IDX > WS-WINDOW-COUNT
             OR WindowDateFound
       IF WS-WIN-DATE (WS-WIN-IDX) = WS-ENTRY-DATE
         SET WindowDateFound TO TRUE
       END-IF
     END-PERFORM.
 GatherRunLog.
     MOVE "N" TO WS-INPUT-EOF.
     OPEN INPUT RunLogFile.
     IF WS-RUNLOG-FILE-STATUS = "35"
       SET EndOfInput TO TRUE
     END-IF.
     PERFORM UNTIL EndOfInput
       READ RunLogFile INTO RunLogRec
         AT END
           SET EndOfInput TO TRUE
         NOT AT END
           PERFORM TallyOneRunLogRecord
       END-READ
     END-PERFORM.
     IF WS-RUNLOG-FILE-STATUS NOT = "35"
       CLOSE RunLogFile
     END-IF.
 TallyOneRunLogRecord.
     MOVE RLG-RUN-DATE TO WS-ENTRY-DATE.
     IF RLG-RUN-DATE = WS-RUN-DATE
       PERFORM FindJobEntry
       IF JobEntryFound
         MOVE "Y"                TO WS-JOB-RAN-TODAY (WS-JOB-IDX)
         MOVE RLG-RETURN-CODE    TO WS-JOB-RC (WS-JOB-IDX)
         MOVE RLG-READ-COUNT     TO WS-JOB-READ (WS-JOB-IDX)
         MOVE RLG-WRITTEN-COUNT  TO WS-JOB-WRITTEN (WS-JOB-IDX)
         MOVE RLG-REJECTED-COUNT TO WS-JOB-REJECTED (WS-JOB-IDX)
       END-IF
     ELSE
       PERFORM LookUpWindowDate
       IF WindowDateFound
         PERFORM TallyWindowRecord
       END-IF
     END-IF.
 TallyWindowRecord.
     IF RLG-JOB-NAME = WS-DIGEST-JOB-NAME
       MOVE RLG-RUN-DATE TO WS-DIGEST-SEEN-DATE
     END-IF.
     PERFORM FindJobEntry.
     IF JobEntryFound
       IF RLG-RUN-DATE NOT = WS-JOB-LAST-DATE (WS-JOB-IDX)
         ADD 1 TO WS-JOB-WINDOW-DAYS (WS-JOB-IDX)
         MOVE RLG-RUN-DATE TO WS-JOB-LAST-DATE (WS-JOB-IDX)
       END-IF
       IF RLG-RUN-DATE = WS-DIGEST-SEEN-DATE
           AND RLG-JOB-NAME NOT = WS-DIGEST-JOB-NAME
         MOVE "Y" TO WS-JOB-AFTER-DIGEST (WS-JOB-IDX)
       END-IF
     END-IF.
     PERFORM VARYING WS-VOL-IDX FROM 1 BY 1
         UNTIL WS-VOL-IDX > WS-VOLUME-COUNT
       IF WS-VOL-JOB (WS-VOL-IDX) = RLG-JOB-NAME
         EVALUATE WS-VOL-FIELD (WS-VOL-IDX)
           WHEN "R"
             ADD RLG-READ-COUNT TO WS-VOL-WINDOW-TOTAL (WS-VOL-IDX)
           WHEN "W"
             ADD RLG-WRITTEN-COUNT
                 TO WS-VOL-WINDOW-TOTAL (WS-VOL-IDX)
           WHEN OTHER
             ADD RLG-REJECTED-COUNT
                 TO WS-VOL-WINDOW-TOTAL (WS-VOL-IDX)
         END-EVALUATE
       END-IF
     END-PERFORM.
 FindJobEntry.
     MOVE "N" TO WS-JOB-FOUND.
     PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
         UNTIL WS-JOB-IDX > WS-JOB-COUNT
             OR JobEntryFound
       IF WS-JOB-NAME (WS-JOB-IDX) = RLG-JOB-NAME
         SET JobEntryFound TO TRUE
       END-IF
     END-PERFORM.
     IF JobEntryFound
       SUBTRACT 1 FROM WS-JOB-IDX
     ELSE
       IF WS-JOB-COUNT < 80
         ADD 1 TO WS-JOB-COUNT
         MOVE WS-JOB-COUNT TO WS-JOB-IDX
         MOVE RLG-JOB-NAME TO WS-JOB-NAME (WS-JOB-IDX)
         MOVE "N"  TO WS-JOB-RAN-TODAY (WS-JOB-IDX)
         MOVE "N"  TO WS-JOB-AFTER-DIGEST (WS-JOB-IDX)
         MOVE ZERO TO WS-JOB-RC (WS-JOB-IDX)
         MOVE ZERO TO WS-JOB-READ (WS-JOB-IDX)
         MOVE ZERO TO WS-JOB-WRITTEN (WS-JOB-IDX)
         MOVE ZERO TO WS-JOB-REJECTED (WS-JOB-IDX)
         MOVE ZERO TO WS-JOB-WINDOW-DAYS (WS-JOB-IDX)
         MOVE ZERO TO WS-JOB-LAST-DATE (WS-JOB-IDX)
         SET JobEntryFound TO TRUE
       ELSE
         ADD 1 TO WS-JOB-OVERFLOW
       END-IF
     END-IF.
 GatherErrorLog.
     MOVE "N" TO WS-INPUT-EOF.
     OPEN INPUT ErrorLogFile.
     IF WS-ERRORLOG-STATUS = "35"
       SET EndOfInput TO TRUE
     END-IF.
     PERFORM UNTIL EndOfInput
       READ ErrorLogFile
         AT END
           SET EndOfInput TO TRUE
         NOT AT END
           MOVE ELF-TIMESTAMP (1:8) TO WS-ENTRY-DATE
           IF WS-ENTRY-DATE = WS-RUN-DATE
             ADD 1 TO WS-VOL-TODAY (ERRORLOG-VOLUME-IDX)
           ELSE
             PERFORM LookUpWindowDate
             IF WindowDateFound
               ADD 1 TO WS-VOL-WINDOW-TOTAL (ERRORLOG-VOLUME-IDX)
             END-IF
           END-IF
       END-READ
     END-PERFORM.
     IF WS-ERRORLOG-STATUS NOT = "35"
       CLOSE ErrorLogFile
     END-IF.
 GatherTransmissions.
     MOVE "N" TO WS-INPUT-EOF.
     OPEN INPUT XmitRegisterFile.
     IF WS-XMITREG-FILE-STATUS = "35"
       SET EndOfInput TO TRUE
     END-IF.
     PERFORM UNTIL EndOfInput
       READ XmitRegisterFile
         AT END
           SET EndOfInput TO TRUE
         NOT AT END
           IF XmitUnacknowledged
             ADD 1 TO WS-XMIT-OPEN-COUNT
             MOVE XRG-RELEASE-TS (1:8) TO WS-ENTRY-DATE
             PERFORM AgeEntryDate
             IF WS-AGE-DAYS >= XMIT-AGE-THRESHOLD-DAYS
               ADD 1 TO WS-XMIT-AGED-COUNT
             END-IF
           END-IF
       END-READ
     END-PERFORM.
     IF WS-XMITREG-FILE-STATUS NOT = "35"
       CLOSE XmitRegisterFile
     END-IF.
 GatherGLAcknowledgments.
     MOVE "N" TO WS-INPUT-EOF.
     OPEN INPUT AckRegisterFile.
     IF WS-ACKREG-FILE-STATUS = "35"
       SET EndOfInput TO TRUE
     END-IF.
     PERFORM UNTIL EndOfInput
       READ AckRegisterFile
         AT END
           SET EndOfInput TO TRUE
         NOT AT END
           IF AckUnacknowledged
             ADD 1 TO WS-GL-OPEN-COUNT
             MOVE ACK-RELEASE-DATE TO WS-ENTRY-DATE
             PERFORM AgeEntryDate
             IF WS-AGE-DAYS >= GL-AGE-THRESHOLD-DAYS
               ADD 1 TO WS-GL-AGED-COUNT
             END-IF
           END-IF
       END-READ
     END-PERFORM.
     IF WS-ACKREG-FILE-STATUS NOT = "35"
       CLOSE AckRegisterFile
     END-IF.
 GatherSuspense.
     MOVE "N" TO WS-INPUT-EOF.
     OPEN INPUT RejectFile.
     IF WS-REJECT-FILE-STATUS = "35"
       SET EndOfInput TO TRUE
     END-IF.
     PERFORM UNTIL EndOfInput
       READ RejectFile
         AT END
           SET EndOfInput TO TRUE
         NOT AT END
           ADD 1 TO WS-SUSPENSE-COUNT
           MOVE REJ-SUSPENSE-DATE TO WS-ENTRY-DATE
           PERFORM AgeEntryDate
           IF WS-AGE-DAYS >= SUSPENSE-ESCALATION-DAYS
             ADD 1 TO WS-SUSPENSE-AGED-COUNT
           END-IF
       END-READ
     END-PERFORM.
     IF WS-REJECT-FILE-STATUS NOT = "35"
       CLOSE RejectFile
     END-IF.
*>   An entry with no usable date is given age zero - it is counted
*>   as open but not as past the limit.
 AgeEntryDate.
     MOVE ZERO TO WS-AGE-DAYS.
     IF WS-ENTRY-DATE NUMERIC AND WS-ENTRY-DATE NOT = ZERO
       COMPUTE WS-ENTRY-DATE-INT =
           FUNCTION INTEGER-OF-DATE (WS-ENTRY-DATE)
       IF WS-ENTRY-DATE-INT > ZERO
         COMPUTE WS-AGE-DAYS = WS-RUN-DATE-INT - WS-ENTRY-DATE-INT
       END-IF
     END-IF.
 GatherCapacity.
     MOVE "N" TO WS-INPUT-EOF.
     OPEN INPUT CapacityReport.
     IF WS-CAPACITY-FILE-STATUS = "35"
       SET EndOfInput TO TRUE
     END-IF.
     PERFORM UNTIL EndOfInput
       READ CapacityReport
         AT END
           SET EndOfInput TO TRUE
         NOT AT END
           IF CAP-LABEL = "CEILINGS INSIDE WARNING HORIZON"
             COMPUTE WS-CAPACITY-WARNINGS =
                 FUNCTION NUMVAL (CAP-VALUE)
           END-IF
       END-READ
     END-PERFORM.
     IF WS-CAPACITY-FILE-STATUS NOT = "35"
       CLOSE CapacityReport
     END-IF.
 TallySteps.
     PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
         UNTIL WS-JOB-IDX > WS-JOB-COUNT
       IF WS-JOB-RAN-TODAY (WS-JOB-IDX) = "Y"
         ADD 1 TO WS-STEPS-TODAY
         EVALUATE TRUE
           WHEN WS-JOB-RC (WS-JOB-IDX) >= 8
             ADD 1 TO WS-FAILED-COUNT
           WHEN WS-JOB-RC (WS-JOB-IDX) >= 4
             ADD 1 TO WS-WARNING-COUNT
         END-EVALUATE
       ELSE
         IF WS-JOB-WINDOW-DAYS (WS-JOB-IDX) >= DAILY-STEP-MIN-DAYS
             AND WS-JOB-AFTER-DIGEST (WS-JOB-IDX) NOT = "Y"
             AND WS-JOB-NAME (WS-JOB-IDX) NOT = WS-DIGEST-JOB-NAME
           ADD 1 TO WS-NOT-RUN-COUNT
         END-IF
       END-IF
     END-PERFORM.
     COMPUTE WS-PAST-LIMIT-COUNT = WS-XMIT-AGED-COUNT
         + WS-GL-AGED-COUNT + WS-SUSPENSE-AGED-COUNT
         + WS-CAPACITY-WARNINGS.
*>   Tonight's figure against the window average; the error-log
*>   entry is already counted for tonight by GatherErrorLog.
 ComputeVolumes.
     IF WS-VOL-IDX NOT = ERRORLOG-VOLUME-IDX
       MOVE WS-VOL-JOB (WS-VOL-IDX) TO RLG-JOB-NAME
       MOVE "N" TO WS-JOB-FOUND
       PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
           UNTIL WS-JOB-IDX > WS-JOB-COUNT
               OR JobEntryFound
         IF WS-JOB-NAME (WS-JOB-IDX) = RLG-JOB-NAME
           SET JobEntryFound TO TRUE
         END-IF
       END-PERFORM
       IF JobEntryFound
         SUBTRACT 1 FROM WS-JOB-IDX
         EVALUATE WS-VOL-FIELD (WS-VOL-IDX)
           WHEN "R"
             MOVE WS-JOB-READ (WS-JOB-IDX) TO WS-VOL-COUNT-VALUE
           WHEN "W"
             MOVE WS-JOB-WRITTEN (WS-JOB-IDX) TO WS-VOL-COUNT-VALUE
           WHEN OTHER
             MOVE WS-JOB-REJECTED (WS-JOB-IDX) TO WS-VOL-COUNT-VALUE
         END-EVALUATE
         MOVE WS-VOL-COUNT-VALUE TO WS-VOL-TODAY (WS-VOL-IDX)
       END-IF
     END-IF.
     MOVE SPACES TO WS-VOL-FLAG (WS-VOL-IDX).
     IF WS-WINDOW-COUNT > ZERO
       COMPUTE WS-VOL-AVERAGE (WS-VOL-IDX) ROUNDED =
           WS-VOL-WINDOW-TOTAL (WS-VOL-IDX) / WS-WINDOW-COUNT
     END-IF.
     IF WS-VOL-AVERAGE (WS-VOL-IDX) > ZERO
       COMPUTE WS-VOL-CHANGE-PCT (WS-VOL-IDX) =
           (WS-VOL-TODAY (WS-VOL-IDX) - WS-VOL-AVERAGE (WS-VOL-IDX))
           * 100 / WS-VOL-AVERAGE (WS-VOL-IDX)
       IF WS-VOL-AVERAGE (WS-VOL-IDX) >= VOLUME-MIN-AVERAGE
         IF WS-VOL-CHANGE-PCT (WS-VOL-IDX) > VOLUME-VARIANCE-PCT
           MOVE "HIGH" TO WS-VOL-FLAG (WS-VOL-IDX)
           ADD 1 TO WS-WARNING-COUNT
         END-IF
         IF WS-VOL-CHANGE-PCT (WS-VOL-IDX)
             < ZERO - VOLUME-VARIANCE-PCT
           MOVE "LOW" TO WS-VOL-FLAG (WS-VOL-IDX)
           ADD 1 TO WS-WARNING-COUNT
         END-IF
       END-IF
     END-IF.
 SetDayStatus.
     EVALUATE TRUE
       WHEN WS-FAILED-COUNT > ZERO
         OR WS-NOT-RUN-COUNT > ZERO
         OR WS-STEPS-TODAY = ZERO
         SET DayRed TO TRUE
       WHEN WS-WARNING-COUNT > ZERO
         OR WS-PAST-LIMIT-COUNT > ZERO
         SET DayAmber TO TRUE
       WHEN OTHER
         SET DayGreen TO TRUE
     END-EVALUATE.
     MOVE WS-DAY-STATUS       TO STL-STATUS.
     MOVE WS-FAILED-COUNT     TO STL-FAILED.
     MOVE WS-NOT-RUN-COUNT    TO STL-NOT-RUN.
     MOVE WS-WARNING-COUNT    TO STL-WARNINGS.
     MOVE WS-PAST-LIMIT-COUNT TO STL-PAST.
*>   Two steps to a line: tonight's steps in the order the cycle first
*>   logged them, with the daily steps that did not log marked N.
 WriteStepGrid.
     MOVE SPACES TO DigestReportLine.
     WRITE DigestReportLine.
     WRITE DigestReportLine FROM WS-STEP-HEADING.
     WRITE DigestReportLine FROM WS-GRID-HEADING.
     MOVE SPACES TO WS-GRID-LINE.
     MOVE ZERO TO WS-GRID-COL.
     PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
         UNTIL WS-JOB-IDX > WS-JOB-COUNT
       IF WS-JOB-RAN-TODAY (WS-JOB-IDX) = "Y"
         PERFORM PlaceRanStep
       ELSE
         IF WS-JOB-WINDOW-DAYS (WS-JOB-IDX) >= DAILY-STEP-MIN-DAYS
             AND WS-JOB-AFTER-DIGEST (WS-JOB-IDX) NOT = "Y"
             AND WS-JOB-NAME (WS-JOB-IDX) NOT = WS-DIGEST-JOB-NAME
           PERFORM PlaceNotRunStep
         END-IF
       END-IF
     END-PERFORM.
     IF WS-GRID-COL > ZERO
       WRITE DigestReportLine FROM WS-GRID-LINE
     END-IF.
     IF WS-JOB-OVERFLOW > ZERO
       DISPLAY "Job table full - " WS-JOB-OVERFLOW
           " run-log records not placed"
     END-IF.
 PlaceRanStep.
     PERFORM NextGridCell.
     EVALUATE TRUE
       WHEN WS-JOB-RC (WS-JOB-IDX) >= 8
         MOVE "F" TO GRD-FLAG (WS-GRID-COL)
       WHEN WS-JOB-RC (WS-JOB-IDX) >= 4
         MOVE "W" TO GRD-FLAG (WS-GRID-COL)
     END-EVALUATE.
     MOVE WS-JOB-NAME (WS-JOB-IDX)     TO GRD-JOB (WS-GRID-COL).
     MOVE WS-JOB-RC (WS-JOB-IDX)       TO GRD-RC (WS-GRID-COL).
     MOVE WS-JOB-READ (WS-JOB-IDX)     TO GRD-READ (WS-GRID-COL).
     MOVE WS-JOB-REJECTED (WS-JOB-IDX) TO GRD-REJECTED (WS-GRID-COL).
     PERFORM FlushGridLine.
 PlaceNotRunStep.
     PERFORM NextGridCell.
     MOVE "N" TO GRD-FLAG (WS-GRID-COL).
     MOVE WS-JOB-NAME (WS-JOB-IDX) TO GRD-JOB (WS-GRID-COL).
     PERFORM FlushGridLine.
 NextGridCell.
     ADD 1 TO WS-GRID-COL.
     ADD 1 TO WS-LISTED-COUNT.
 FlushGridLine.
     IF WS-GRID-COL = 2
       WRITE DigestReportLine FROM WS-GRID-LINE
       MOVE SPACES TO WS-GRID-LINE
       MOVE ZERO TO WS-GRID-COL
     END-IF.
 WriteVolumes.
     MOVE SPACES TO DigestReportLine.
     WRITE DigestReportLine.
     WRITE DigestReportLine FROM WS-VOLUME-HEADING.
     PERFORM VARYING WS-VOL-IDX FROM 1 BY 1
         UNTIL WS-VOL-IDX > ERRORLOG-VOLUME-IDX
       IF WS-VOL-IDX = ERRORLOG-VOLUME-IDX
         MOVE "ERROR LOG ENTRIES" TO VOL-LABEL
       ELSE
         MOVE WS-VOL-LABEL (WS-VOL-IDX) TO VOL-LABEL
       END-IF
       MOVE WS-VOL-TODAY (WS-VOL-IDX)   TO VOL-TODAY
       MOVE WS-VOL-AVERAGE (WS-VOL-IDX) TO VOL-AVERAGE
       IF WS-VOL-AVERAGE (WS-VOL-IDX) > ZERO
         IF WS-VOL-CHANGE-PCT (WS-VOL-IDX) > 9999
           MOVE 9999 TO VOL-CHANGE-PCT
         ELSE
           MOVE WS-VOL-CHANGE-PCT (WS-VOL-IDX) TO VOL-CHANGE-PCT
         END-IF
         MOVE "%" TO VOL-PCT-MARK
       ELSE
         MOVE SPACES TO VOL-CHANGE-AREA
       END-IF
       MOVE WS-VOL-FLAG (WS-VOL-IDX) TO VOL-FLAG
       WRITE DigestReportLine FROM WS-VOLUME-LINE
     END-PERFORM.
 WriteExceptions.
     MOVE SPACES TO DigestReportLine.
     WRITE DigestReportLine.
     WRITE DigestReportLine FROM WS-EXCEPTION-HEADING.
     MOVE "TRANSMISSIONS NOT ACKNOWLEDGED (XMITREG)" TO EXC-LABEL.
     MOVE WS-XMIT-OPEN-COUNT     TO EXC-OPEN.
     MOVE WS-XMIT-AGED-COUNT     TO EXC-PAST.
     WRITE DigestReportLine FROM WS-EXCEPTION-LINE.
     MOVE "GL ENTRIES NOT ANSWERED (GLACKREG)" TO EXC-LABEL.
     MOVE WS-GL-OPEN-COUNT       TO EXC-OPEN.
     MOVE WS-GL-AGED-COUNT       TO EXC-PAST.
     WRITE DigestReportLine FROM WS-EXCEPTION-LINE.
     MOVE "SUSPENDED TRANSACTIONS (REJECT.SUS)" TO EXC-LABEL.
     MOVE WS-SUSPENSE-COUNT      TO EXC-OPEN.
     MOVE WS-SUSPENSE-AGED-COUNT TO EXC-PAST.
     WRITE DigestReportLine FROM WS-EXCEPTION-LINE.
     MOVE "CAPACITY CEILINGS IN HORIZON (CAPACITY)" TO EXC-LABEL.
     MOVE WS-CAPACITY-WARNINGS   TO EXC-OPEN.
     MOVE WS-CAPACITY-WARNINGS   TO EXC-PAST.
     WRITE DigestReportLine FROM WS-EXCEPTION-LINE.
     WRITE DigestReportLine FROM WS-LIMIT-LINE.
 WriteRunLogRecord.
     MOVE WS-DIGEST-JOB-NAME TO RLG-JOB-NAME.
     MOVE WS-LOG-TS-DATE TO RLG-RUN-DATE.
     MOVE SPACES TO RLG-START-TIMESTAMP.
     STRING WS-LOG-TS-DATE WS-LOG-TS-TIME DELIMITED BY SIZE
         INTO RLG-START-TIMESTAMP.
     MOVE WS-STEPS-TODAY TO RLG-READ-COUNT.
     MOVE WS-LISTED-COUNT TO RLG-WRITTEN-COUNT.
     MOVE WS-NOT-RUN-COUNT TO RLG-REJECTED-COUNT.
     MOVE RETURN-CODE TO RLG-RETURN-CODE.
     CALL "WriteRunLog" USING RunLogRec.
