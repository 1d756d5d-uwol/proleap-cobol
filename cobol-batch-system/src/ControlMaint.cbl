*> date must be a plausible date, the discount bracket boundaries must
*> ascend, and the percents must be in range. The outgoing record is
*> kept as CONTROL.PREV so one generation of history always exists,
*> and the change is audited with the CTLCHG action. The period basis
*> switch (calendar month or FISCALCAL.DAT fiscal period) is keyed
*> here too; moving to fiscal periods is refused while FISCALCAL.DAT
*> does not cover the run date.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
         ORGANIZATION IS LINE SEQUENTIAL.
     SELECT AuditFile ASSIGN TO "PERSONS.AUDIT"
         ORGANIZATION IS LINE SEQUENTIAL.
     SELECT FiscalCalendarFile ASSIGN TO "FISCALCAL.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-FISCAL-FILE-STATUS.
 DATA DIVISION.
 FILE SECTION.
 FD ControlFile.
 COPY CONTROLREC.
 FD PriorControlFile.
 01 PriorControlRec PIC X(68).
 FD AuditFile.
 COPY AUDITREC.
 FD FiscalCalendarFile.
 COPY FISCALCALREC.
 WORKING-STORAGE SECTION.
 COPY OPERCTLREC.
 COPY AUDITSEQREC.
 01 WS-CONTROL-FILE-STATUS PIC XX.
 01 WS-FISCAL-FILE-STATUS PIC XX.
 01 WS-FISCAL-EOF PIC X.
    88 EndOfFiscalCalendar VALUE "Y".
 01 WS-FISCAL-COVERED PIC X.
    88 RunDateFiscalCovered VALUE "Y".
 01 WS-OPERATOR-ID PIC X(8).
 01 WS-TS-DATE PIC 9(8).
 01 WS-TS-TIME PIC 9(8).
    05 WRK-CLOSED-PERIOD PIC 9(6).
    05 WRK-REJECT-WARN-PCT PIC 9(3).
    05 WRK-REJECT-FAIL-PCT PIC 9(3).
    05 WRK-FREE-FREIGHT PIC 9(5)V99.
    05 WRK-POINTS-PER-UNIT PIC 99.
    05 WRK-POINT-VALUE PIC 9V999.
    05 WRK-POINTS-EXPIRY PIC 9(3).
    05 WRK-PERIOD-BASIS PIC X.
       88 WrkFiscalPeriods VALUE "F".
 01 WS-INPUT-DATE    PIC 9(8).
 01 WS-INPUT-TEXT    PIC X(4).
 01 WS-INPUT-AMOUNT  PIC 9(5)V99.
 01 WS-INPUT-PERCENT PIC 99.
 01 WS-INPUT-PERCENT-3 PIC 9(3).
 01 WS-INPUT-POINT-VALUE PIC 9V999.
 01 WS-INPUT-BASIS PIC X.
 01 WS-BRACKET-IDX PIC 9.
 01 WS-EDITS-OK PIC X.
    88 ControlEditsPassed VALUE "Y".
 01 WS-EDIT-MESSAGE PIC X(40).
 01 WS-BOUNDARY-DISPLAY PIC ZZZZ9.99.
 01 WS-POINT-VALUE-DISPLAY PIC 9.999.
 01 WS-CONFIRM-ANSWER PIC X.
    88 ConfirmYes VALUE "Y".

       MOVE ZERO TO WRK-CLOSED-PERIOD
       MOVE ZERO TO WRK-REJECT-WARN-PCT
       MOVE ZERO TO WRK-REJECT-FAIL-PCT
       MOVE ZERO TO WRK-FREE-FREIGHT
       MOVE ZERO TO WRK-POINTS-PER-UNIT
       MOVE ZERO TO WRK-POINT-VALUE
       MOVE ZERO TO WRK-POINTS-EXPIRY
       MOVE "C" TO WRK-PERIOD-BASIS
     ELSE
       READ ControlFile
         AT END
           ELSE
             MOVE ZERO TO WRK-REJECT-FAIL-PCT
           END-IF
           IF CTL-FREE-FREIGHT-THRESHOLD NUMERIC
             MOVE CTL-FREE-FREIGHT-THRESHOLD TO WRK-FREE-FREIGHT
           ELSE
             MOVE ZERO TO WRK-FREE-FREIGHT
           END-IF
           IF CTL-POINTS-PER-UNIT NUMERIC
               AND CTL-POINT-VALUE NUMERIC
               AND CTL-POINTS-EXPIRY-MONTHS NUMERIC
             MOVE CTL-POINTS-PER-UNIT TO WRK-POINTS-PER-UNIT
             MOVE CTL-POINT-VALUE TO WRK-POINT-VALUE
             MOVE CTL-POINTS-EXPIRY-MONTHS TO WRK-POINTS-EXPIRY
           ELSE
             MOVE ZERO TO WRK-POINTS-PER-UNIT
             MOVE ZERO TO WRK-POINT-VALUE
             MOVE ZERO TO WRK-POINTS-EXPIRY
           END-IF
           IF CtlFiscalPeriods
             MOVE "F" TO WRK-PERIOD-BASIS
           ELSE
             MOVE "C" TO WRK-PERIOD-BASIS
           END-IF
       END-READ
       CLOSE ControlFile
     END-IF.
     DISPLAY "  Closed period: " WRK-CLOSED-PERIOD.
     DISPLAY "  Reject warn pct: " WRK-REJECT-WARN-PCT
         "  fail pct: " WRK-REJECT-FAIL-PCT.
     MOVE WRK-FREE-FREIGHT TO WS-BOUNDARY-DISPLAY.
     DISPLAY "  Free freight over: " WS-BOUNDARY-DISPLAY.
     MOVE WRK-POINT-VALUE TO WS-POINT-VALUE-DISPLAY.
     DISPLAY "  Points per unit: " WRK-POINTS-PER-UNIT
         "  point value: " WS-POINT-VALUE-DISPLAY
         "  expiry months: " WRK-POINTS-EXPIRY.
     DISPLAY "  Period basis:  " WRK-PERIOD-BASIS
         " (C calendar month, F fiscal calendar)".
*>   Zero (or blank for the company code) keeps the current value, so
*>   a run that only moves the run date does not re-key the discount
*>   policy.
     IF WS-INPUT-PERCENT-3 NOT = ZERO
       MOVE WS-INPUT-PERCENT-3 TO WRK-REJECT-FAIL-PCT
     END-IF.
     DISPLAY "New free-freight threshold (0 to keep): ".
     ACCEPT WS-INPUT-AMOUNT.
     IF WS-INPUT-AMOUNT NOT = ZERO
       MOVE WS-INPUT-AMOUNT TO WRK-FREE-FREIGHT
     END-IF.
     DISPLAY "New loyalty points per unit (0 to keep): ".
     ACCEPT WS-INPUT-PERCENT.
     IF WS-INPUT-PERCENT NOT = ZERO
       MOVE WS-INPUT-PERCENT TO WRK-POINTS-PER-UNIT
     END-IF.
     DISPLAY "New loyalty point value (0 to keep): ".
     ACCEPT WS-INPUT-POINT-VALUE.
     IF WS-INPUT-POINT-VALUE NOT = ZERO
       MOVE WS-INPUT-POINT-VALUE TO WRK-POINT-VALUE
     END-IF.
     DISPLAY "New loyalty points expiry months (0 to keep): ".
     ACCEPT WS-INPUT-PERCENT-3.
     IF WS-INPUT-PERCENT-3 NOT = ZERO
       MOVE WS-INPUT-PERCENT-3 TO WRK-POINTS-EXPIRY
     END-IF.
     DISPLAY "New period basis (C/F, blank to keep): ".
     ACCEPT WS-INPUT-BASIS.
     IF WS-INPUT-BASIS NOT = SPACE
       MOVE WS-INPUT-BASIS TO WRK-PERIOD-BASIS
     END-IF.
 AcceptOneBracket.
     DISPLAY "Bracket " WS-BRACKET-IDX
         " new boundary (0 to keep): ".
       MOVE "N" TO WS-EDITS-OK
       MOVE "Reject pct must not exceed 100" TO WS-EDIT-MESSAGE
     END-IF.
     IF ControlEditsPassed
         AND WRK-PERIOD-BASIS NOT = "C" AND NOT WrkFiscalPeriods
       MOVE "N" TO WS-EDITS-OK
       MOVE "Period basis must be C or F" TO WS-EDIT-MESSAGE
     END-IF.
     IF ControlEditsPassed AND WrkFiscalPeriods
       PERFORM CheckFiscalCalendarCovers
     END-IF.
     IF ControlEditsPassed
       PERFORM VARYING WS-BRACKET-IDX FROM 1 BY 1
           UNTIL WS-BRACKET-IDX > 3 OR NOT ControlEditsPassed
         END-IF
       END-PERFORM
     END-IF.
*>   The fiscal calendar is read directly rather than through
*>   ResolvePeriod, which would go by the basis on the record being
*>   replaced.
 CheckFiscalCalendarCovers.
     MOVE "N" TO WS-FISCAL-COVERED.
     MOVE "N" TO WS-FISCAL-EOF.
     OPEN INPUT FiscalCalendarFile.
     IF WS-FISCAL-FILE-STATUS = "35"
       SET EndOfFiscalCalendar TO TRUE
     END-IF.
     PERFORM UNTIL EndOfFiscalCalendar OR RunDateFiscalCovered
       READ FiscalCalendarFile
         AT END
           SET EndOfFiscalCalendar TO TRUE
         NOT AT END
           IF FCL-START-DATE NUMERIC AND FCL-END-DATE NUMERIC
               AND WRK-RUN-DATE NOT < FCL-START-DATE
               AND WRK-RUN-DATE NOT > FCL-END-DATE
             SET RunDateFiscalCovered TO TRUE
           END-IF
       END-READ
     END-PERFORM.
     IF WS-FISCAL-FILE-STATUS NOT = "35"
       CLOSE FiscalCalendarFile
     END-IF.
     IF NOT RunDateFiscalCovered
       MOVE "N" TO WS-EDITS-OK
       MOVE "FISCALCAL.DAT does not cover the run date"
           TO WS-EDIT-MESSAGE
     END-IF.
*>   The outgoing record is copied whole to CONTROL.PREV before the
*>   rewrite - one generation back is enough to undo a bad change the
*>   same day it was made.
     MOVE WRK-CLOSED-PERIOD TO CTL-CLOSED-PERIOD.
     MOVE WRK-REJECT-WARN-PCT TO CTL-REJECT-WARN-PCT.
     MOVE WRK-REJECT-FAIL-PCT TO CTL-REJECT-FAIL-PCT.
     MOVE WRK-FREE-FREIGHT TO CTL-FREE-FREIGHT-THRESHOLD.
     MOVE WRK-POINTS-PER-UNIT TO CTL-POINTS-PER-UNIT.
     MOVE WRK-POINT-VALUE TO CTL-POINT-VALUE.
     MOVE WRK-POINTS-EXPIRY TO CTL-POINTS-EXPIRY-MONTHS.
     MOVE WRK-PERIOD-BASIS TO CTL-PERIOD-BASIS.
     OPEN OUTPUT ControlFile.
     WRITE ControlRec.
     CLOSE ControlFile.
