 IDENTIFICATION DIVISION.
 PROGRAM-ID. ResolveCommPlan.
*> Shared commission pricing routine called by MakeSummaryFile,
*> CommissionStatements and CommissionAdjust: finds the commission
*> plan the salesperson is assigned on SALESPERSONS.DAT, picks the
*> version of that plan in force for the period from COMMPLAN.DAT
*> (the latest effective date on or before the first day of the
*> period - the calendar month, or the fiscal period when CONTROL.DAT
*> selects the fiscal calendar, as the shared ResolvePeriod says),
*> and prices the period's units and amount against its tiers. A
*> period before a mid-year plan change keeps pricing under the old
*> version and one after it under the new, whichever job asks - the
*> summary, the statement that explains it, and the clawback that
*> reprices it months later all land on the same number. The plan
*> resolved is kept between calls, so repeated pricing of one
*> salesperson's period reads the files once.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT SalespersonFile ASSIGN TO "SALESPERSONS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS SPX-PERSON-ID
         FILE STATUS IS WS-XREF-FILE-STATUS.
     SELECT CommPlanFile ASSIGN TO "COMMPLAN.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS CPL-KEY
         FILE STATUS IS WS-COMMPLAN-FILE-STATUS.
 DATA DIVISION.
 FILE SECTION.
 FD SalespersonFile.
 01 SalespersonRec.
    05 SPX-PERSON-ID PIC 9(6).
    05 SPX-TERRITORY PIC X(10).
    05 SPX-REGION    PIC X(4).
    05 SPX-ACTIVE    PIC X.
    05 SPX-TERM-DATE PIC 9(8).
    05 SPX-PLAN-ID   PIC X(6).
 FD CommPlanFile.
 COPY COMMPLANREC.
 WORKING-STORAGE SECTION.
 01 WS-XREF-FILE-STATUS PIC XX.
 01 WS-COMMPLAN-FILE-STATUS PIC XX.
 01 WS-PLAN-EOF PIC X.
    88 EndOfPlanVersions VALUE "Y".
 01 WS-VERSION-FOUND PIC X.
    88 PlanVersionFound VALUE "Y".
*> The salesperson and period the plan below was resolved for.
 01 WS-RESOLVED-PERSON-ID PIC 9(6) VALUE ZERO.
 01 WS-RESOLVED-PERIOD    PIC 9(6) VALUE ZERO.
 01 WS-PLAN-RESOLVED PIC X VALUE "N".
    88 PlanResolved VALUE "Y".
 01 WS-ASSIGNED-PLAN-ID   PIC X(6).
 01 WS-WANTED-PLAN-ID     PIC X(6).
 01 WS-PERIOD-START       PIC 9(8).
 COPY PERIODCTLREC.
*> The plan version in force, copied out of the file record.
 01 WS-PLAN-ID        PIC X(6).
 01 WS-EFFECTIVE-DATE PIC 9(8).
 01 WS-BASIS          PIC X.
    88 QuantityBasis VALUE "Q".
 01 WS-PLAN-SOURCE    PIC X.
 01 WS-TIER-COUNT     PIC 9.
 01 WS-PLAN-TIERS.
    05 WS-TIER OCCURS 5 TIMES.
       10 WS-TIER-BOUNDARY PIC 9(9)V99.
       10 WS-TIER-PERCENT  PIC 99V99.
 77 WS-TIER-IDX       PIC 9.
 01 WS-MEASURE        PIC S9(11)V99.
*> The standard tiers by units sold in the period: over 50 -> 3%,
*> over 200 -> 5%, over 500 -> 8%. Used only when COMMPLAN.DAT has
*> no STD version in force, so a missing plan file pays exactly what
*> the system always paid.
 01 STANDARD-RATE-VALUES.
    05 FILLER PIC X(9) VALUE "000005003".
    05 FILLER PIC X(9) VALUE "000020005".
    05 FILLER PIC X(9) VALUE "000050008".
 01 STANDARD-RATE-TABLE REDEFINES STANDARD-RATE-VALUES.
    05 STANDARD-BRACKET OCCURS 3 TIMES.
       10 STANDARD-QTY-BOUNDARY PIC 9(7).
       10 STANDARD-PERCENT      PIC 99.
 77 STANDARD-BRACKET-COUNT PIC 9 VALUE 3.
 LINKAGE SECTION.
 COPY COMMCTLREC.

 PROCEDURE DIVISION USING CommissionControlRec.
 Begin.
     IF NOT PlanResolved
         OR CMC-PERSON-ID NOT = WS-RESOLVED-PERSON-ID
         OR CMC-PERIOD NOT = WS-RESOLVED-PERIOD
       PERFORM ResolvePlanInForce
     END-IF.
     MOVE WS-PLAN-ID        TO CMC-PLAN-ID.
     MOVE WS-EFFECTIVE-DATE TO CMC-EFFECTIVE-DATE.
     MOVE WS-BASIS          TO CMC-BASIS.
     MOVE WS-PLAN-SOURCE    TO CMC-PLAN-SOURCE.
     PERFORM ApplyPlanTiers.
     GOBACK.
 ResolvePlanInForce.
     MOVE CMC-PERSON-ID TO WS-RESOLVED-PERSON-ID.
     MOVE CMC-PERIOD    TO WS-RESOLVED-PERIOD.
     SET PlanResolved TO TRUE.
     SET PrdPeriodBounds TO TRUE.
     MOVE CMC-PERIOD TO PRD-PERIOD.
     CALL "ResolvePeriod" USING PeriodControlRec.
     IF PrdResolved
       MOVE PRD-PERIOD-START TO WS-PERIOD-START
     ELSE
       COMPUTE WS-PERIOD-START = CMC-PERIOD * 100 + 1
     END-IF.
     PERFORM LookupAssignedPlan.
     MOVE "N" TO WS-VERSION-FOUND.
     OPEN INPUT CommPlanFile.
     IF WS-COMMPLAN-FILE-STATUS NOT = "35"
       MOVE WS-ASSIGNED-PLAN-ID TO WS-WANTED-PLAN-ID
       PERFORM FindVersionInForce
       IF NOT PlanVersionFound AND WS-ASSIGNED-PLAN-ID NOT = "STD"
         DISPLAY "ResolveCommPlan - plan " WS-ASSIGNED-PLAN-ID
             " has no version in force for " CMC-PERIOD
             " - person " CMC-PERSON-ID " priced on STD"
         MOVE "STD" TO WS-WANTED-PLAN-ID
         PERFORM FindVersionInForce
       END-IF
       CLOSE CommPlanFile
     END-IF.
     IF NOT PlanVersionFound
       PERFORM LoadStandardTiers
     END-IF.
*>   No cross-reference entry, or one converted before plans were
*>   assigned, is priced on the standard plan.
 LookupAssignedPlan.
     MOVE "STD" TO WS-ASSIGNED-PLAN-ID.
     MOVE CMC-PERSON-ID TO SPX-PERSON-ID.
     OPEN INPUT SalespersonFile.
     IF WS-XREF-FILE-STATUS NOT = "35"
       READ SalespersonFile
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           IF SPX-PLAN-ID NOT = SPACES
             MOVE SPX-PLAN-ID TO WS-ASSIGNED-PLAN-ID
           END-IF
       END-READ
       CLOSE SalespersonFile
     END-IF.
*>   The versions of one plan sit together in effective-date order;
*>   the last one starting on or before the period's first day wins.
 FindVersionInForce.
     MOVE "N" TO WS-PLAN-EOF.
     MOVE WS-WANTED-PLAN-ID TO CPL-PLAN-ID.
     MOVE ZERO TO CPL-EFFECTIVE-DATE.
     START CommPlanFile KEY IS NOT LESS THAN CPL-KEY
       INVALID KEY
         SET EndOfPlanVersions TO TRUE
     END-START.
     PERFORM UNTIL EndOfPlanVersions
       READ CommPlanFile NEXT RECORD
         AT END
           SET EndOfPlanVersions TO TRUE
         NOT AT END
           IF CPL-PLAN-ID NOT = WS-WANTED-PLAN-ID
               OR CPL-EFFECTIVE-DATE > WS-PERIOD-START
             SET EndOfPlanVersions TO TRUE
           ELSE
             PERFORM KeepPlanVersion
           END-IF
       END-READ
     END-PERFORM.
 KeepPlanVersion.
     SET PlanVersionFound TO TRUE.
     MOVE CPL-PLAN-ID        TO WS-PLAN-ID.
     MOVE CPL-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE.
     MOVE CPL-BASIS          TO WS-BASIS.
     MOVE "F"                TO WS-PLAN-SOURCE.
     MOVE CPL-TIER-COUNT     TO WS-TIER-COUNT.
     PERFORM VARYING WS-TIER-IDX FROM 1 BY 1 UNTIL WS-TIER-IDX > 5
       MOVE CPL-TIER-BOUNDARY (WS-TIER-IDX)
           TO WS-TIER-BOUNDARY (WS-TIER-IDX)
       MOVE CPL-TIER-PERCENT (WS-TIER-IDX)
           TO WS-TIER-PERCENT (WS-TIER-IDX)
     END-PERFORM.
 LoadStandardTiers.
     MOVE "STD"  TO WS-PLAN-ID.
     MOVE ZERO   TO WS-EFFECTIVE-DATE.
     MOVE "Q"    TO WS-BASIS.
     MOVE "S"    TO WS-PLAN-SOURCE.
     MOVE ZERO   TO WS-PLAN-TIERS.
     MOVE STANDARD-BRACKET-COUNT TO WS-TIER-COUNT.
     PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
         UNTIL WS-TIER-IDX > STANDARD-BRACKET-COUNT
       MOVE STANDARD-QTY-BOUNDARY (WS-TIER-IDX)
           TO WS-TIER-BOUNDARY (WS-TIER-IDX)
       MOVE STANDARD-PERCENT (WS-TIER-IDX)
           TO WS-TIER-PERCENT (WS-TIER-IDX)
     END-PERFORM.
*>   The highest tier passed sets the percent for the whole period's
*>   amount - the same rule the standard tiers were always paid by.
 ApplyPlanTiers.
     IF QuantityBasis
       MOVE CMC-CALC-QTY TO WS-MEASURE
     ELSE
       MOVE CMC-CALC-AMOUNT TO WS-MEASURE
     END-IF.
     MOVE ZERO TO CMC-TIER-BOUNDARY.
     MOVE ZERO TO CMC-PERCENT.
     PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
         UNTIL WS-TIER-IDX > WS-TIER-COUNT
       IF WS-MEASURE > WS-TIER-BOUNDARY (WS-TIER-IDX)
         MOVE WS-TIER-BOUNDARY (WS-TIER-IDX) TO CMC-TIER-BOUNDARY
         MOVE WS-TIER-PERCENT (WS-TIER-IDX)  TO CMC-PERCENT
       END-IF
     END-PERFORM.
     IF CMC-PERCENT > ZERO
       COMPUTE CMC-COMMISSION ROUNDED =
           CMC-CALC-AMOUNT * CMC-PERCENT / 100
     ELSE
       MOVE ZERO TO CMC-COMMISSION
     END-IF.
