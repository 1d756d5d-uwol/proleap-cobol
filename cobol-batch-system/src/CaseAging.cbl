 IDENTIFICATION DIVISION.
 PROGRAM-ID. CaseAging.
*> Open customer cases by age for the customer service supervisor:
*> every case on CASES.DAT not yet closed - open, or waiting on the
*> customer - oldest first, with the person, category, status, the
*> operator it is assigned to, the date it was opened and fell due,
*> how many days it has been open and, for one past its due date,
*> how many days over; those are flagged BREACH. The foot carries the
*> open cases and the breaches in each age band - up to a week, 8-14
*> days, 15-30 days and over 30 - and the closed cases are counted,
*> not listed. The file is only read.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT CaseFile ASSIGN TO "CASES.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS CAS-KEY
         FILE STATUS IS WS-CASE-FILE-STATUS.
     SELECT CaseAgingWork ASSIGN TO "CASEAGINGWORK.DAT".
     SELECT CaseAgingReport ASSIGN TO "CASEAGE.RPT"
         ORGANIZATION IS LINE SEQUENTIAL.
 DATA DIVISION.
 FILE SECTION.
 FD CaseFile.
 COPY CASEREC.
*> One open case, already aged, oldest first.
 SD CaseAgingWork.
 01 CaseAgingWorkRec.
    05 CAW-OPENED-DATE  PIC 9(8).
    05 CAW-CASE-NUMBER  PIC 9(8).
    05 CAW-PERSON-ID    PIC 9(6).
    05 CAW-CATEGORY     PIC XX.
    05 CAW-STATUS       PIC X.
    05 CAW-ASSIGNED-TO  PIC X(8).
    05 CAW-DUE-DATE     PIC 9(8).
    05 CAW-DAYS         PIC 9(5).
    05 CAW-DAYS-OVER    PIC 9(5).
 FD CaseAgingReport.
 01 CaseAgingLine PIC X(80).
 WORKING-STORAGE SECTION.
 01 WS-CASE-FILE-STATUS PIC XX.
 01 WS-CASE-EOF PIC X VALUE "N".
    88 EndOfCases VALUE "Y".
 01 WS-SORTED-EOF PIC X VALUE "N".
    88 EndOfSorted VALUE "Y".
 01 WS-RUN-DATE PIC 9(8).
 01 WS-RUN-DATE-INT PIC 9(7).
 01 WS-AGE-DAYS PIC S9(5).
 01 WS-OVER-DAYS PIC S9(5).
 01 WS-READ-COUNT     PIC 9(7) VALUE ZERO.
 01 WS-OPEN-COUNT     PIC 9(7) VALUE ZERO.
 01 WS-WAITING-COUNT  PIC 9(7) VALUE ZERO.
 01 WS-BREACH-COUNT   PIC 9(7) VALUE ZERO.
 01 WS-CLOSED-COUNT   PIC 9(7) VALUE ZERO.
*> Open cases and breaches in each age band (up to 7 days, 8-14,
*> 15-30, over 30).
 01 WS-BAND-TOTALS.
    05 WS-BAND-TOTAL OCCURS 4 TIMES.
       10 WS-BAND-CASES    PIC 9(7).
       10 WS-BAND-BREACHES PIC 9(7).
 01 WS-BAND-IDX PIC 9.
 01 WS-BAND-LABELS.
    05 FILLER PIC X(20) VALUE "UP TO 7 DAYS".
    05 FILLER PIC X(20) VALUE "8-14 DAYS".
    05 FILLER PIC X(20) VALUE "15-30 DAYS".
    05 FILLER PIC X(20) VALUE "OVER 30 DAYS".
 01 WS-BAND-LABEL-TABLE REDEFINES WS-BAND-LABELS.
    05 WS-BAND-LABEL PIC X(20) OCCURS 4 TIMES.
 01 WS-COLUMN-HEADING.
    05 FILLER PIC X(9)  VALUE "CASE".
    05 FILLER PIC X(7)  VALUE "PERSON".
    05 FILLER PIC X(3)  VALUE "CT".
    05 FILLER PIC X(2)  VALUE "S".
    05 FILLER PIC X(9)  VALUE "ASSIGNED".
    05 FILLER PIC X(9)  VALUE "OPENED".
    05 FILLER PIC X(9)  VALUE "DUE".
    05 FILLER PIC X(6)  VALUE "  DAYS".
    05 FILLER PIC X(6)  VALUE "  OVER".
 01 WS-DETAIL-LINE.
    05 DTL-CASE-NUMBER  PIC 9(8).
    05 FILLER           PIC X(1) VALUE SPACES.
    05 DTL-PERSON-ID    PIC 9(6).
    05 FILLER           PIC X(1) VALUE SPACES.
    05 DTL-CATEGORY     PIC XX.
    05 FILLER           PIC X(1) VALUE SPACES.
    05 DTL-STATUS       PIC X.
    05 FILLER           PIC X(1) VALUE SPACES.
    05 DTL-ASSIGNED-TO  PIC X(8).
    05 FILLER           PIC X(1) VALUE SPACES.
    05 DTL-OPENED-DATE  PIC 9(8).
    05 FILLER           PIC X(1) VALUE SPACES.
    05 DTL-DUE-DATE     PIC 9(8).
    05 FILLER           PIC X(1) VALUE SPACES.
    05 DTL-DAYS         PIC ZZZZ9.
    05 FILLER           PIC X(1) VALUE SPACES.
    05 DTL-DAYS-OVER    PIC ZZZZ9.
    05 FILLER           PIC X(1) VALUE SPACES.
    05 DTL-BREACH       PIC X(6).
 01 WS-BAND-LINE.
    05 BND-LABEL    PIC X(20).
    05 FILLER       PIC X(10) VALUE "   CASES".
    05 BND-CASES    PIC Z(6)9.
    05 FILLER       PIC X(10) VALUE "  BREACH".
    05 BND-BREACHES PIC Z(6)9.
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
     COMPUTE WS-RUN-DATE-INT = FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
     MOVE ZERO TO WS-BAND-TOTALS.
     OPEN OUTPUT CaseAgingReport.
     MOVE "H" TO PRC-ACTION.
     MOVE "OPEN CUSTOMER CASES BY AGE" TO PRC-REPORT-TITLE.
     MOVE WS-RUN-DATE TO PRC-RUN-DATE.
     MOVE ZERO TO PRC-PAGE-NUMBER.
     CALL "PrintReport" USING PrintControlRec.
     WRITE CaseAgingLine FROM PRC-OUTPUT-LINE.
     MOVE SPACES TO CaseAgingLine.
     WRITE CaseAgingLine.
     WRITE CaseAgingLine FROM WS-COLUMN-HEADING.
     SORT CaseAgingWork
         ON ASCENDING KEY CAW-OPENED-DATE CAW-CASE-NUMBER
         INPUT PROCEDURE IS AgeOpenCases
         OUTPUT PROCEDURE IS PrintCaseAging.
     PERFORM WriteBandTotals.
     MOVE SPACES TO CaseAgingLine.
     WRITE CaseAgingLine.
     MOVE "OPEN CASES"                       TO SUM-LABEL.
     MOVE WS-OPEN-COUNT                      TO SUM-VALUE.
     WRITE CaseAgingLine FROM WS-SUMMARY-LINE.
     MOVE "  OF WHICH WAITING ON THE CUSTOMER" TO SUM-LABEL.
     MOVE WS-WAITING-COUNT                   TO SUM-VALUE.
     WRITE CaseAgingLine FROM WS-SUMMARY-LINE.
     MOVE "  OF WHICH PAST THEIR DUE DATE"   TO SUM-LABEL.
     MOVE WS-BREACH-COUNT                    TO SUM-VALUE.
     WRITE CaseAgingLine FROM WS-SUMMARY-LINE.
     MOVE "CLOSED"                           TO SUM-LABEL.
     MOVE WS-CLOSED-COUNT                    TO SUM-VALUE.
     WRITE CaseAgingLine FROM WS-SUMMARY-LINE.
     MOVE "F" TO PRC-ACTION.
     MOVE WS-OPEN-COUNT TO PRC-DETAIL-COUNT.
     CALL "PrintReport" USING PrintControlRec.
     WRITE CaseAgingLine FROM PRC-OUTPUT-LINE.
     CLOSE CaseAgingReport.
     DISPLAY "Open customer cases: " WS-OPEN-COUNT ", "
         WS-BREACH-COUNT " past due".
     PERFORM WriteRunLogRecord.
     STOP RUN.
 AgeOpenCases.
     OPEN INPUT CaseFile.
     IF WS-CASE-FILE-STATUS = "35"
       SET EndOfCases TO TRUE
     END-IF.
     PERFORM UNTIL EndOfCases
       READ CaseFile NEXT RECORD
         AT END
           SET EndOfCases TO TRUE
         NOT AT END
           ADD 1 TO WS-READ-COUNT
           IF CaseStillOpen
             PERFORM AgeOneCase
           ELSE
             ADD 1 TO WS-CLOSED-COUNT
           END-IF
       END-READ
     END-PERFORM.
     IF WS-CASE-FILE-STATUS NOT = "35"
       CLOSE CaseFile
     END-IF.
 AgeOneCase.
     ADD 1 TO WS-OPEN-COUNT.
     IF CaseWaiting
       ADD 1 TO WS-WAITING-COUNT
     END-IF.
     COMPUTE WS-AGE-DAYS = WS-RUN-DATE-INT
         - FUNCTION INTEGER-OF-DATE (CAS-OPENED-DATE).
     IF WS-AGE-DAYS < ZERO
       MOVE ZERO TO WS-AGE-DAYS
     END-IF.
     COMPUTE WS-OVER-DAYS = WS-RUN-DATE-INT
         - FUNCTION INTEGER-OF-DATE (CAS-DUE-DATE).
     IF WS-OVER-DAYS < ZERO
       MOVE ZERO TO WS-OVER-DAYS
     END-IF.
     EVALUATE TRUE
       WHEN WS-AGE-DAYS <= 7
         MOVE 1 TO WS-BAND-IDX
       WHEN WS-AGE-DAYS <= 14
         MOVE 2 TO WS-BAND-IDX
       WHEN WS-AGE-DAYS <= 30
         MOVE 3 TO WS-BAND-IDX
       WHEN OTHER
         MOVE 4 TO WS-BAND-IDX
     END-EVALUATE.
     ADD 1 TO WS-BAND-CASES (WS-BAND-IDX).
     IF WS-OVER-DAYS > ZERO
       ADD 1 TO WS-BREACH-COUNT
       ADD 1 TO WS-BAND-BREACHES (WS-BAND-IDX)
     END-IF.
     MOVE CAS-OPENED-DATE TO CAW-OPENED-DATE.
     MOVE CAS-NUMBER      TO CAW-CASE-NUMBER.
     MOVE CAS-PERSON-ID   TO CAW-PERSON-ID.
     MOVE CAS-CATEGORY    TO CAW-CATEGORY.
     MOVE CAS-STATUS      TO CAW-STATUS.
     MOVE CAS-ASSIGNED-TO TO CAW-ASSIGNED-TO.
     MOVE CAS-DUE-DATE    TO CAW-DUE-DATE.
     MOVE WS-AGE-DAYS     TO CAW-DAYS.
     MOVE WS-OVER-DAYS    TO CAW-DAYS-OVER.
     RELEASE CaseAgingWorkRec.
 PrintCaseAging.
     PERFORM UNTIL EndOfSorted
       RETURN CaseAgingWork
         AT END
           SET EndOfSorted TO TRUE
         NOT AT END
           PERFORM WriteCaseLine
       END-RETURN
     END-PERFORM.
 WriteCaseLine.
     MOVE CAW-CASE-NUMBER TO DTL-CASE-NUMBER.
     MOVE CAW-PERSON-ID   TO DTL-PERSON-ID.
     MOVE CAW-CATEGORY    TO DTL-CATEGORY.
     MOVE CAW-STATUS      TO DTL-STATUS.
     MOVE CAW-ASSIGNED-TO TO DTL-ASSIGNED-TO.
     MOVE CAW-OPENED-DATE TO DTL-OPENED-DATE.
     MOVE CAW-DUE-DATE    TO DTL-DUE-DATE.
     MOVE CAW-DAYS        TO DTL-DAYS.
     MOVE CAW-DAYS-OVER   TO DTL-DAYS-OVER.
     IF CAW-DAYS-OVER > ZERO
       MOVE "BREACH" TO DTL-BREACH
     ELSE
       MOVE SPACES TO DTL-BREACH
     END-IF.
     WRITE CaseAgingLine FROM WS-DETAIL-LINE.
 WriteBandTotals.
     MOVE SPACES TO CaseAgingLine.
     WRITE CaseAgingLine.
     PERFORM VARYING WS-BAND-IDX FROM 1 BY 1 UNTIL WS-BAND-IDX > 4
       MOVE WS-BAND-LABEL (WS-BAND-IDX)    TO BND-LABEL
       MOVE WS-BAND-CASES (WS-BAND-IDX)    TO BND-CASES
       MOVE WS-BAND-BREACHES (WS-BAND-IDX) TO BND-BREACHES
       WRITE CaseAgingLine FROM WS-BAND-LINE
     END-PERFORM.
 SetRunLogStart.
     MOVE "CASEAGING" TO RLG-JOB-NAME.
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
