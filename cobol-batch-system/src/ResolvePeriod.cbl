 IDENTIFICATION DIVISION.
 PROGRAM-ID. ResolvePeriod.
*> Shared period resolution: finance closes on a 4-4-5 fiscal
*> calendar, so which period a sale belongs to is no longer simply
*> its year and month. CONTROL.DAT's CTL-PERIOD-BASIS says whether
*> the system buckets by calendar month or by fiscal period, and on
*> the fiscal basis FISCALCAL.DAT says which fiscal year and period
*> each date falls in. MakeSummaryFile, SalesEdit, MonthEndClose,
*> TargetMaint, PeriodCompare, ResolveCommPlan, CommissionAdjust,
*> CommissionRecon, ContestEarnings and PayrollFeed all ask here, so
*> a sale dated in the weeks that straddle a month boundary lands in
*> the same period in every one of them - and in finance's. The
*> basis and the calendar are read on the first call and kept for
*> the rest of the run.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT ControlFile ASSIGN TO "CONTROL.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-CONTROL-FILE-STATUS.
     SELECT FiscalCalendarFile ASSIGN TO "FISCALCAL.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-FISCAL-FILE-STATUS.
 DATA DIVISION.
 FILE SECTION.
 FD ControlFile.
 COPY CONTROLREC.
 FD FiscalCalendarFile.
 COPY FISCALCALREC.
 WORKING-STORAGE SECTION.
 01 WS-CONTROL-FILE-STATUS PIC XX.
 01 WS-FISCAL-FILE-STATUS PIC XX.
 01 WS-FISCAL-EOF PIC X VALUE "N".
    88 EndOfFiscalCalendar VALUE "Y".
 01 WS-INITIALIZED PIC X VALUE "N".
    88 PeriodBasisLoaded VALUE "Y".
 01 WS-BASIS PIC X VALUE "C".
    88 FiscalBasis VALUE "F".
*> The fiscal calendar, in date order - twenty years of thirteen
*> periods is more than any calendar finance has ever published.
 77 FISCAL-TABLE-MAX PIC 9(3) VALUE 260.
 01 WS-FISCAL-COUNT PIC 9(3) VALUE ZERO.
 01 WS-FISCAL-IDX   PIC 9(3).
 01 WS-LAST-HIT     PIC 9(3) VALUE ZERO.
 01 WS-FISCAL-TABLE.
    05 WS-FISCAL-ENTRY OCCURS 260 TIMES.
       10 WS-FSC-PERIOD PIC 9(6).
       10 WS-FSC-START  PIC 9(8).
       10 WS-FSC-END    PIC 9(8).
 01 WS-FISCAL-FOUND PIC X.
    88 FiscalPeriodFound VALUE "Y".
 01 WS-BAD-LINE-COUNT PIC 9(5) VALUE ZERO.
*> Calendar-month arithmetic.
 01 WS-MONTH-DATE PIC 9(8).
 01 WS-MONTH-FIELDS REDEFINES WS-MONTH-DATE.
    05 WS-MONTH-YEAR  PIC 9(4).
    05 WS-MONTH-MONTH PIC 9(2).
    05 WS-MONTH-DAY   PIC 9(2).
 01 WS-NEXT-MONTH-DATE PIC 9(8).
 01 WS-NEXT-MONTH-FIELDS REDEFINES WS-NEXT-MONTH-DATE.
    05 WS-NEXT-YEAR  PIC 9(4).
    05 WS-NEXT-MONTH PIC 9(2).
    05 WS-NEXT-DAY   PIC 9(2).
 LINKAGE SECTION.
 COPY PERIODCTLREC.

 PROCEDURE DIVISION USING PeriodControlRec.
 Begin.
     IF NOT PeriodBasisLoaded
       PERFORM LoadPeriodBasis
     END-IF.
     MOVE WS-BASIS TO PRD-BASIS.
     MOVE "N" TO PRD-RESULT.
     EVALUATE TRUE
       WHEN PrdDateToPeriod
         PERFORM ResolveDateToPeriod
       WHEN PrdPeriodBounds
         PERFORM ResolvePeriodBounds
     END-EVALUATE.
     GOBACK.
 LoadPeriodBasis.
     SET PeriodBasisLoaded TO TRUE.
     OPEN INPUT ControlFile.
     IF WS-CONTROL-FILE-STATUS = "00"
       READ ControlFile
         NOT AT END
           IF CtlFiscalPeriods
             MOVE "F" TO WS-BASIS
           END-IF
       END-READ
       CLOSE ControlFile
     END-IF.
     IF FiscalBasis
       PERFORM LoadFiscalCalendar
     END-IF.
*>   A line that is not numeric, ends before it starts, or does not
*>   start after the line before it ends is reported and left out -
*>   the dates it should have covered then resolve to nothing and
*>   every caller warns, rather than the sale landing in a guess.
 LoadFiscalCalendar.
     OPEN INPUT FiscalCalendarFile.
     IF WS-FISCAL-FILE-STATUS = "35"
       DISPLAY "ResolvePeriod - fiscal periods are selected on "
           "CONTROL.DAT but FISCALCAL.DAT is not on file"
       SET EndOfFiscalCalendar TO TRUE
     END-IF.
     PERFORM UNTIL EndOfFiscalCalendar
       READ FiscalCalendarFile
         AT END
           SET EndOfFiscalCalendar TO TRUE
         NOT AT END
           PERFORM LoadOneFiscalPeriod
       END-READ
     END-PERFORM.
     IF WS-FISCAL-FILE-STATUS NOT = "35"
       CLOSE FiscalCalendarFile
     END-IF.
     IF WS-BAD-LINE-COUNT > ZERO
       DISPLAY "ResolvePeriod - " WS-BAD-LINE-COUNT
           " FISCALCAL.DAT lines left out"
     END-IF.
 LoadOneFiscalPeriod.
     IF FCL-FISCAL-YEAR NOT NUMERIC OR FCL-PERIOD NOT NUMERIC
         OR FCL-START-DATE NOT NUMERIC OR FCL-END-DATE NOT NUMERIC
         OR FCL-PERIOD = ZERO
         OR FCL-END-DATE < FCL-START-DATE
       ADD 1 TO WS-BAD-LINE-COUNT
       DISPLAY "ResolvePeriod - FISCALCAL.DAT line not usable: "
           FiscalCalendarRec
     ELSE
       IF WS-FISCAL-COUNT > ZERO
           AND FCL-START-DATE NOT > WS-FSC-END (WS-FISCAL-COUNT)
         ADD 1 TO WS-BAD-LINE-COUNT
         DISPLAY "ResolvePeriod - FISCALCAL.DAT period "
             FCL-FISCAL-YEAR FCL-PERIOD
             " overlaps or is out of date order"
       ELSE
         IF WS-FISCAL-COUNT < FISCAL-TABLE-MAX
           ADD 1 TO WS-FISCAL-COUNT
           COMPUTE WS-FSC-PERIOD (WS-FISCAL-COUNT) =
               FCL-FISCAL-YEAR * 100 + FCL-PERIOD
           MOVE FCL-START-DATE TO WS-FSC-START (WS-FISCAL-COUNT)
           MOVE FCL-END-DATE   TO WS-FSC-END (WS-FISCAL-COUNT)
         ELSE
           ADD 1 TO WS-BAD-LINE-COUNT
         END-IF
       END-IF
     END-IF.
 ResolveDateToPeriod.
     MOVE ZERO TO PRD-PERIOD.
     MOVE ZERO TO PRD-PERIOD-START.
     MOVE ZERO TO PRD-PERIOD-END.
     IF PRD-DATE NOT NUMERIC
       CONTINUE
     ELSE
       IF FiscalBasis
         PERFORM FindFiscalPeriodForDate
         IF FiscalPeriodFound
           MOVE WS-FSC-PERIOD (WS-FISCAL-IDX) TO PRD-PERIOD
           MOVE WS-FSC-START (WS-FISCAL-IDX)  TO PRD-PERIOD-START
           MOVE WS-FSC-END (WS-FISCAL-IDX)    TO PRD-PERIOD-END
           SET PrdResolved TO TRUE
         ELSE
           MOVE PRD-DATE (1:6) TO PRD-PERIOD
           PERFORM CalendarMonthBounds
           MOVE "N" TO PRD-RESULT
         END-IF
       ELSE
         MOVE PRD-DATE (1:6) TO PRD-PERIOD
         PERFORM CalendarMonthBounds
       END-IF
     END-IF.
 ResolvePeriodBounds.
     MOVE ZERO TO PRD-PERIOD-START.
     MOVE ZERO TO PRD-PERIOD-END.
     IF PRD-PERIOD NOT NUMERIC
       CONTINUE
     ELSE
       IF FiscalBasis
         PERFORM FindFiscalPeriodByCode
         IF FiscalPeriodFound
           MOVE WS-FSC-START (WS-FISCAL-IDX) TO PRD-PERIOD-START
           MOVE WS-FSC-END (WS-FISCAL-IDX)   TO PRD-PERIOD-END
           SET PrdResolved TO TRUE
         END-IF
       ELSE
         PERFORM CalendarMonthBounds
       END-IF
     END-IF.
*>   Sales arrive in date order within a salesperson, so the period
*>   last found is tried first and the scan is the exception.
 FindFiscalPeriodForDate.
     MOVE "N" TO WS-FISCAL-FOUND.
     IF WS-LAST-HIT > ZERO
         AND PRD-DATE NOT < WS-FSC-START (WS-LAST-HIT)
         AND PRD-DATE NOT > WS-FSC-END (WS-LAST-HIT)
       MOVE WS-LAST-HIT TO WS-FISCAL-IDX
       SET FiscalPeriodFound TO TRUE
     ELSE
       PERFORM VARYING WS-FISCAL-IDX FROM 1 BY 1
           UNTIL WS-FISCAL-IDX > WS-FISCAL-COUNT
               OR FiscalPeriodFound
         IF PRD-DATE NOT < WS-FSC-START (WS-FISCAL-IDX)
             AND PRD-DATE NOT > WS-FSC-END (WS-FISCAL-IDX)
           SET FiscalPeriodFound TO TRUE
         END-IF
       END-PERFORM
       IF FiscalPeriodFound
         SUBTRACT 1 FROM WS-FISCAL-IDX
         MOVE WS-FISCAL-IDX TO WS-LAST-HIT
       END-IF
     END-IF.
 FindFiscalPeriodByCode.
     MOVE "N" TO WS-FISCAL-FOUND.
     PERFORM VARYING WS-FISCAL-IDX FROM 1 BY 1
         UNTIL WS-FISCAL-IDX > WS-FISCAL-COUNT
             OR FiscalPeriodFound
       IF WS-FSC-PERIOD (WS-FISCAL-IDX) = PRD-PERIOD
         SET FiscalPeriodFound TO TRUE
       END-IF
     END-PERFORM.
     IF FiscalPeriodFound
       SUBTRACT 1 FROM WS-FISCAL-IDX
     END-IF.
*>   The calendar month PRD-PERIOD names runs from its 1st to the day
*>   before the 1st of the next month.
 CalendarMonthBounds.
     COMPUTE WS-MONTH-DATE = PRD-PERIOD * 100 + 1.
     IF WS-MONTH-YEAR < 1601 OR WS-MONTH-MONTH < 1
         OR WS-MONTH-MONTH > 12
       CONTINUE
     ELSE
       MOVE WS-MONTH-DATE TO WS-NEXT-MONTH-DATE
       IF WS-NEXT-MONTH = 12
         ADD 1 TO WS-NEXT-YEAR
         MOVE 1 TO WS-NEXT-MONTH
       ELSE
         ADD 1 TO WS-NEXT-MONTH
       END-IF
       MOVE WS-MONTH-DATE TO PRD-PERIOD-START
       COMPUTE PRD-PERIOD-END = FUNCTION DATE-OF-INTEGER
           (FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH-DATE) - 1)
       SET PrdResolved TO TRUE
     END-IF.
