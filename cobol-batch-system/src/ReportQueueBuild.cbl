 IDENTIFICATION DIVISION.
 PROGRAM-ID. ReportQueueBuild.
*> Overnight run of the ad-hoc report queue, after the daily cycle:
*> every request still queued on RPTQUEUE.DAT is checked once more -
*> the operator who queued it still on OPERATORS.DAT and active, the
*> report type and its parameters still sound - and scheduled into
*> the generated deck RPTQUEUE.RUN.jcl, which the next DAILYCYC step
*> hands to the internal reader. Each request gets four steps: the
*> ReportQueueStep start (its parameters written for the report
*> program's unattended mode), the report program itself, a
*> single-report ArchiveReports run that catalogs the output under
*> RQnnnnnn.<type>, and the ReportQueueStep finish, run whatever
*> happened, which marks the request complete or failed with the
*> reason. A request that fails its checks here is marked failed
*> straight away; one left running by a deck that never finished is
*> failed too, to be queued again if still wanted. Requests beyond
*> what one deck holds wait for the next night. Nothing scheduled
*> ends 4, so the submit step is passed over.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT RequestFile ASSIGN TO "RPTQUEUE.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS RRQ-REQUEST-ID
         FILE STATUS IS WS-REQUEST-FILE-STATUS.
     SELECT QueueJclFile ASSIGN TO "RPTQUEUE.RUN.jcl"
         ORGANIZATION IS LINE SEQUENTIAL.
 DATA DIVISION.
 FILE SECTION.
 FD RequestFile.
 COPY RPTREQREC.
 FD QueueJclFile.
 01 QueueJclLine PIC X(80).
 WORKING-STORAGE SECTION.
 01 WS-REQUEST-FILE-STATUS PIC XX.
 01 WS-REQUEST-EOF PIC X VALUE "N".
    88 EndOfRequests VALUE "Y".
 01 WS-RUN-DATE PIC 9(8).
 01 WS-TODAY PIC 9(8).
 COPY OPERCTLREC.
 01 WS-CHECKS-OK PIC X.
    88 RequestChecksPassed VALUE "Y".
 01 WS-CHECK-REASON PIC X(40).
 01 WS-ID-IDX PIC 99.
*> Four steps a request against the 255 a job may hold.
 77 WS-MAX-SCHEDULED PIC 99 VALUE 60.
 01 WS-READ-COUNT      PIC 9(7) VALUE ZERO.
 01 WS-SCHEDULED-COUNT PIC 9(7) VALUE ZERO.
 01 WS-FAILED-COUNT    PIC 9(7) VALUE ZERO.
 01 WS-HELD-COUNT      PIC 9(7) VALUE ZERO.
 01 WS-REPORT-PROGRAM PIC X(17).
 01 WS-STEP-NAME.
    05 FILLER       PIC X VALUE "Q".
    05 STN-REQUEST  PIC 9(6).
    05 STN-SUFFIX   PIC X.
 01 WS-START-STEP  PIC X(8).
 01 WS-REPORT-STEP PIC X(8).
 01 JCL-STEP     PIC X(8).
 01 JCL-PROGRAM  PIC X(17).
 01 JCL-COND     PIC X(30).
 01 WS-CONTROL-CARD.
    05 CRD-ACTION     PIC X.
    05 CRD-REQUEST-ID PIC 9(6).
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
     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
     OPEN I-O RequestFile.
     IF WS-REQUEST-FILE-STATUS = "35"
       DISPLAY "ReportQueueBuild - RPTQUEUE.DAT not found - "
           "no requests queued"
       MOVE 4 TO RETURN-CODE
       PERFORM WriteRunLogRecord
       STOP RUN
     END-IF.
     OPEN OUTPUT QueueJclFile.
     PERFORM WriteJobCard.
     PERFORM UNTIL EndOfRequests
       READ RequestFile NEXT RECORD
         AT END
           SET EndOfRequests TO TRUE
         NOT AT END
           EVALUATE TRUE
             WHEN RrqQueued
               ADD 1 TO WS-READ-COUNT
               PERFORM ScheduleOneRequest
             WHEN RrqRunning
               ADD 1 TO WS-READ-COUNT
               MOVE "RUN DID NOT FINISH - QUEUE AGAIN"
                   TO WS-CHECK-REASON
               PERFORM FailOneRequest
           END-EVALUATE
       END-READ
     END-PERFORM.
     CLOSE QueueJclFile.
     CLOSE RequestFile.
     DISPLAY "ReportQueueBuild - " WS-SCHEDULED-COUNT
         " requests scheduled in RPTQUEUE.RUN.jcl, " WS-FAILED-COUNT
         " failed, " WS-HELD-COUNT " held for the next night".
     IF WS-SCHEDULED-COUNT = ZERO
       MOVE 4 TO RETURN-CODE
     END-IF.
     PERFORM WriteRunLogRecord.
     STOP RUN.
 ScheduleOneRequest.
     PERFORM CheckOneRequest.
     EVALUATE TRUE
       WHEN NOT RequestChecksPassed
         PERFORM FailOneRequest
       WHEN WS-SCHEDULED-COUNT >= WS-MAX-SCHEDULED
         ADD 1 TO WS-HELD-COUNT
       WHEN OTHER
         PERFORM GenerateRequestSteps
         ADD 1 TO WS-SCHEDULED-COUNT
         DISPLAY "ReportQueueBuild - request " RRQ-REQUEST-ID " "
             RRQ-REPORT-TYPE " scheduled for " RRQ-REQUESTER
     END-EVALUATE.
*>   The same edits ReportRequest made at the desk, taken again now -
*>   an operator may have left or been suspended since.
 CheckOneRequest.
     MOVE "Y" TO WS-CHECKS-OK.
     MOVE SPACES TO WS-CHECK-REASON.
     MOVE RRQ-QUEUED-BY TO OPR-OPERATOR-ID.
     MOVE "*" TO OPR-FUNCTION.
     CALL "CheckOperator" USING OperatorControlRec.
     IF NOT OperAuthorized
       MOVE "N" TO WS-CHECKS-OK
       MOVE OPR-MESSAGE TO WS-CHECK-REASON
     END-IF.
     IF RequestChecksPassed
       EVALUATE TRUE
         WHEN RrqSeqReadListing
           MOVE "SEQREAD" TO WS-REPORT-PROGRAM
           PERFORM CheckSeqReadParameters
         WHEN RrqPerson360
           MOVE "PERSONINQUIRY" TO WS-REPORT-PROGRAM
           PERFORM CheckPerson360Parameters
         WHEN RrqItemAnalysis
           MOVE "ITEMANALYSIS" TO WS-REPORT-PROGRAM
           IF RRQ-IA-CATEGORY = SPACES
             MOVE "N" TO WS-CHECKS-OK
             MOVE "NO CATEGORY GIVEN" TO WS-CHECK-REASON
           END-IF
         WHEN OTHER
           MOVE "N" TO WS-CHECKS-OK
           MOVE "UNKNOWN REPORT TYPE" TO WS-CHECK-REASON
       END-EVALUATE
     END-IF.
 CheckSeqReadParameters.
     EVALUATE TRUE
       WHEN RrqSrByYear
         IF RRQ-SR-YEAR-FROM NOT NUMERIC
             OR RRQ-SR-YEAR-TO NOT NUMERIC
             OR RRQ-SR-YEAR-FROM > RRQ-SR-YEAR-TO
           MOVE "N" TO WS-CHECKS-OK
           MOVE "BIRTH YEAR RANGE INVALID" TO WS-CHECK-REASON
         END-IF
       WHEN RrqSrByName
         IF RRQ-SR-NAME-FROM > RRQ-SR-NAME-TO
           MOVE "N" TO WS-CHECKS-OK
           MOVE "NAME RANGE INVALID" TO WS-CHECK-REASON
         END-IF
       WHEN RrqSrByCity
         IF RRQ-SR-CITY = SPACES
           MOVE "N" TO WS-CHECKS-OK
           MOVE "NO CITY GIVEN" TO WS-CHECK-REASON
         END-IF
       WHEN RrqSrAll
         CONTINUE
       WHEN OTHER
         MOVE "N" TO WS-CHECKS-OK
         MOVE "SELECTION NOT Y, N, C OR A" TO WS-CHECK-REASON
     END-EVALUATE.
 CheckPerson360Parameters.
     IF RRQ-PI-ID-COUNT NOT NUMERIC
         OR RRQ-PI-ID-COUNT = ZERO
         OR RRQ-PI-ID-COUNT > 20
       MOVE "N" TO WS-CHECKS-OK
       MOVE "NUMBER OF PERSONS NOT 1 TO 20" TO WS-CHECK-REASON
     ELSE
       PERFORM VARYING WS-ID-IDX FROM 1 BY 1
           UNTIL WS-ID-IDX > RRQ-PI-ID-COUNT
         IF RRQ-PI-PERSON-ID (WS-ID-IDX) NOT NUMERIC
             OR RRQ-PI-PERSON-ID (WS-ID-IDX) = ZERO
           MOVE "N" TO WS-CHECKS-OK
           MOVE "PERSONID INVALID" TO WS-CHECK-REASON
         END-IF
       END-PERFORM
     END-IF.
 FailOneRequest.
     MOVE "F"             TO RRQ-STATUS.
     MOVE WS-RUN-DATE     TO RRQ-RUN-DATE.
     MOVE SPACES          TO RRQ-ARCHIVE-NAME.
     MOVE WS-CHECK-REASON TO RRQ-REASON.
     MOVE WS-TODAY        TO RRQ-SET-DATE.
     REWRITE ReportRequestRec.
     ADD 1 TO WS-FAILED-COUNT.
     DISPLAY "ReportQueueBuild - request " RRQ-REQUEST-ID
         " failed - " RRQ-REASON.
 WriteJobCard.
     MOVE "//RPTQRUN  JOB (ACCT),'REPORT QUEUE',CLASS=A,"
         TO QueueJclLine.
     WRITE QueueJclLine.
     MOVE "//         MSGCLASS=X,NOTIFY=&SYSUID"
         TO QueueJclLine.
     WRITE QueueJclLine.
     MOVE "//* GENERATED NIGHTLY FROM RPTQUEUE.DAT - ONE START/"
         TO QueueJclLine.
     WRITE QueueJclLine.
     MOVE "//* REPORT/ARCHIVE/FINISH GROUP PER REQUEST."
         TO QueueJclLine.
     WRITE QueueJclLine.
     MOVE "//* DO NOT HAND-EDIT." TO QueueJclLine.
     WRITE QueueJclLine.
*>   The report and archive steps are passed over when the start
*>   step refused the request or the report ended 8; the finish step
*>   runs EVEN after an abend so the request is never left running.
 GenerateRequestSteps.
     MOVE RRQ-REQUEST-ID TO STN-REQUEST.
     MOVE "S" TO STN-SUFFIX.
     MOVE WS-STEP-NAME TO WS-START-STEP.
     MOVE "R" TO STN-SUFFIX.
     MOVE WS-STEP-NAME TO WS-REPORT-STEP.
     MOVE "//*------------------------------------------------------"
         TO QueueJclLine.
     WRITE QueueJclLine.
     MOVE WS-START-STEP TO JCL-STEP.
     MOVE "REPORTQUEUESTEP" TO JCL-PROGRAM.
     MOVE SPACES TO JCL-COND.
     PERFORM WriteExecLine.
     MOVE "S" TO CRD-ACTION.
     PERFORM WriteStepDDs.
     MOVE WS-REPORT-STEP TO JCL-STEP.
     MOVE WS-REPORT-PROGRAM TO JCL-PROGRAM.
     MOVE SPACES TO JCL-COND.
     STRING ",COND=(4,LT," WS-START-STEP ")"
         DELIMITED BY SIZE INTO JCL-COND.
     PERFORM WriteExecLine.
     PERFORM WriteLibraryDDs.
     MOVE "A" TO STN-SUFFIX.
     MOVE WS-STEP-NAME TO JCL-STEP.
     MOVE "ARCHIVEREPORTS" TO JCL-PROGRAM.
     MOVE "," TO JCL-COND.
     PERFORM WriteExecLine.
     MOVE SPACES TO QueueJclLine.
     STRING "//         COND=((4,LT," WS-START-STEP "),(4,LT,"
         WS-REPORT-STEP "))"
         DELIMITED BY SIZE INTO QueueJclLine.
     WRITE QueueJclLine.
     PERFORM WriteLibraryDDs.
     MOVE "F" TO STN-SUFFIX.
     MOVE WS-STEP-NAME TO JCL-STEP.
     MOVE "REPORTQUEUESTEP" TO JCL-PROGRAM.
     MOVE ",COND=EVEN" TO JCL-COND.
     PERFORM WriteExecLine.
     MOVE "F" TO CRD-ACTION.
     PERFORM WriteStepDDs.
*>   Program name and COND run on without a blank between them - a
*>   blank ends the JCL operand field.
 WriteExecLine.
     MOVE SPACES TO QueueJclLine.
     STRING "//" JCL-STEP " EXEC PGM=" DELIMITED BY SIZE
         JCL-PROGRAM DELIMITED BY SPACE
         JCL-COND DELIMITED BY SPACE
         INTO QueueJclLine.
     WRITE QueueJclLine.
*>   The bracketing steps take their control card in-stream.
 WriteStepDDs.
     MOVE "//STEPLIB  DD DSN=BATCH.LOADLIB,DISP=SHR" TO QueueJclLine.
     WRITE QueueJclLine.
     MOVE "//SYSIN    DD *" TO QueueJclLine.
     WRITE QueueJclLine.
     MOVE RRQ-REQUEST-ID TO CRD-REQUEST-ID.
     MOVE WS-CONTROL-CARD TO QueueJclLine.
     WRITE QueueJclLine.
     MOVE "/*" TO QueueJclLine.
     WRITE QueueJclLine.
     MOVE "//SYSOUT   DD SYSOUT=*" TO QueueJclLine.
     WRITE QueueJclLine.
 WriteLibraryDDs.
     MOVE "//STEPLIB  DD DSN=BATCH.LOADLIB,DISP=SHR" TO QueueJclLine.
     WRITE QueueJclLine.
     MOVE "//SYSOUT   DD SYSOUT=*" TO QueueJclLine.
     WRITE QueueJclLine.
 SetRunLogStart.
     MOVE "REPORTQUEUEBUILD" TO RLG-JOB-NAME.
     ACCEPT WS-LOG-TS-DATE FROM DATE YYYYMMDD.
     ACCEPT WS-LOG-TS-TIME FROM TIME.
     MOVE WS-LOG-TS-DATE TO RLG-RUN-DATE.
     STRING WS-LOG-TS-DATE WS-LOG-TS-TIME DELIMITED BY SIZE
         INTO RLG-START-TIMESTAMP.
 WriteRunLogRecord.
     MOVE WS-READ-COUNT TO RLG-READ-COUNT.
     MOVE WS-SCHEDULED-COUNT TO RLG-WRITTEN-COUNT.
     MOVE WS-FAILED-COUNT TO RLG-REJECTED-COUNT.
     MOVE RETURN-CODE TO RLG-RETURN-CODE.
     CALL "WriteRunLog" USING RunLogRec.
