 IDENTIFICATION DIVISION.
 PROGRAM-ID. ManagerOverride.
*> Manager override commission: reads the day's SUMMARY.DAT generation
*> and pays every manager on MGRHIER.DAT their override percent of the
*> period sales of the salespeople their territory or region takes in
*> (SPX-TERRITORY / SPX-REGION on SALESPERSONS.DAT). A region manager
*> and the territory managers under them are each paid at their own
*> level. The overrides are written to OVERRIDE.<date>.DAT - a
*> commission record type of their own, one per manager, period and
*> unit - for CommissionStatements, PayrollFeed and GLInterface to
*> pick up, and listed on OVERRIDE.RPT. A manager who also sells is
*> paid commission on their own sales through the summary and never
*> an override on them as well; a unit whose sales net to nothing or
*> less for the period earns no override.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT SummaryFile ASSIGN TO WS-SUMMARY-FILENAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-SUMMARY-FILE-STATUS.
     SELECT ManagerHierFile ASSIGN TO "MGRHIER.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS MGH-KEY
         FILE STATUS IS WS-MGRHIER-STATUS.
     SELECT SalespersonFile ASSIGN TO "SALESPERSONS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS SPX-PERSON-ID
         FILE STATUS IS WS-XREF-FILE-STATUS.
     SELECT OverrideWork ASSIGN TO "OVRWORK.DAT".
     SELECT OverrideFile ASSIGN TO WS-OVERRIDE-FILENAME
         ORGANIZATION IS LINE SEQUENTIAL.
     SELECT OverrideReport ASSIGN TO "OVERRIDE.RPT"
         ORGANIZATION IS LINE SEQUENTIAL.
 DATA DIVISION.
 FILE SECTION.
 FD SummaryFile.
 COPY SUMMARYREC.
 FD ManagerHierFile.
 COPY MGRHIERREC.
 FD SalespersonFile.
 01 SalespersonRec.
    05 SPX-PERSON-ID PIC 9(6).
    05 SPX-TERRITORY PIC X(10).
    05 SPX-REGION    PIC X(4).
    05 SPX-ACTIVE    PIC X.
    05 SPX-TERM-DATE PIC 9(8).
    05 SPX-PLAN-ID   PIC X(6).
*> One manager's team total for one period and unit, in manager order.
 SD OverrideWork.
 01 OverrideWorkRec.
    05 OVW-MANAGER-ID  PIC 9(6).
    05 OVW-PERIOD      PIC 9(6).
    05 OVW-LEVEL       PIC X.
    05 OVW-UNIT-CODE   PIC X(10).
    05 OVW-TEAM-COUNT  PIC 9(5).
    05 OVW-TEAM-AMOUNT PIC S9(11)V99.
    05 OVW-PERCENT     PIC 99V99.
 FD OverrideFile.
 COPY OVERRIDEREC.
 FD OverrideReport.
 01 OverrideReportLine PIC X(100).
 WORKING-STORAGE SECTION.
 01 WS-SUMMARY-FILE-STATUS PIC XX.
 01 WS-MGRHIER-STATUS PIC XX.
 01 WS-XREF-FILE-STATUS PIC XX.
 01 WS-SUMMARY-EOF PIC X VALUE "N".
    88 EndOfSummary VALUE "Y".
 01 WS-MGRHIER-EOF PIC X VALUE "N".
    88 EndOfManagers VALUE "Y".
 01 WS-SORTED-EOF PIC X VALUE "N".
    88 EndOfSorted VALUE "Y".
*> The hierarchy, loaded once. Bounded the way PayrollFeed bounds its
*> adjustment table - past 500 managed units an override could be
*> silently missed, so the run stops instead.
 01 WS-MGR-TABLE.
    05 WS-MGR-ENTRY OCCURS 500 TIMES.
       10 WS-MGR-LEVEL      PIC X.
       10 WS-MGR-UNIT-CODE  PIC X(10).
       10 WS-MGR-MANAGER-ID PIC 9(6).
       10 WS-MGR-PERCENT    PIC 99V99.
 01 WS-MGR-COUNT PIC 9(4) VALUE ZERO.
 01 WS-MGR-IDX   PIC 9(4).
*> Team sales accumulated per hierarchy entry and period.
 01 WS-TEAM-TABLE.
    05 WS-TEAM-ENTRY OCCURS 2000 TIMES.
       10 WS-TEAM-MGR-IDX PIC 9(4).
       10 WS-TEAM-PERIOD  PIC 9(6).
       10 WS-TEAM-COUNT   PIC 9(5).
       10 WS-TEAM-AMOUNT  PIC S9(11)V99.
 01 WS-TEAM-COUNT-USED PIC 9(4) VALUE ZERO.
 01 WS-TEAM-IDX        PIC 9(4).
 01 WS-TEAM-FOUND PIC X.
    88 TeamEntryFound VALUE "Y".
 01 WS-XREF-FOUND PIC X.
    88 SalespersonOnFile VALUE "Y".
 01 WS-UNIT-MATCH PIC X.
    88 UnitTakesPerson VALUE "Y".
 01 WS-READ-COUNT     PIC 9(7) VALUE ZERO.
 01 WS-NO-XREF-COUNT  PIC 9(7) VALUE ZERO.
 01 WS-OVERRIDE-COUNT PIC 9(7) VALUE ZERO.
 01 WS-OVERRIDE-TOTAL PIC S9(11)V99 VALUE ZERO.
*> Both files are date-stamped generations: SUMMARY.DAT is read as the
*> one MakeSummaryFile wrote this run, OVERRIDE.DAT is written beside
*> it for the same date.
 01 WS-RUN-DATE PIC 9(8).
 01 WS-SUMMARY-FILENAME PIC X(20).
 01 WS-OVERRIDE-FILENAME PIC X(21).
 01 WS-COLUMN-HEADING.
    05 FILLER PIC X(10) VALUE "MANAGER".
    05 FILLER PIC X(7)  VALUE "LEVEL".
    05 FILLER PIC X(12) VALUE "UNIT".
    05 FILLER PIC X(8)  VALUE "PERIOD".
    05 FILLER PIC X(7)  VALUE " TEAM".
    05 FILLER PIC X(18) VALUE "        TEAM SALES".
    05 FILLER PIC X(8)  VALUE "   PCT".
    05 FILLER PIC X(15) VALUE "       OVERRIDE".
 01 WS-DETAIL-LINE.
    05 DTL-MANAGER-ID  PIC 9(6).
    05 FILLER          PIC X(4) VALUE SPACES.
    05 DTL-LEVEL       PIC X(5).
    05 FILLER          PIC X(2) VALUE SPACES.
    05 DTL-UNIT-CODE   PIC X(10).
    05 FILLER          PIC X(2) VALUE SPACES.
    05 DTL-PERIOD      PIC 9(6).
    05 FILLER          PIC X(2) VALUE SPACES.
    05 DTL-TEAM-COUNT  PIC ZZZZ9.
    05 FILLER          PIC X(2) VALUE SPACES.
    05 DTL-TEAM-AMOUNT PIC Z(10)9.99-.
    05 FILLER          PIC X(2) VALUE SPACES.
    05 DTL-PERCENT     PIC Z9.99.
    05 FILLER          PIC X(2) VALUE SPACES.
    05 DTL-AMOUNT      PIC Z(8)9.99-.
 01 WS-TOTAL-LINE.
    05 FILLER          PIC X(20) VALUE "OVERRIDES WRITTEN".
    05 TOT-COUNT       PIC Z(6)9.
    05 FILLER          PIC X(20) VALUE "    TOTAL OVERRIDE".
    05 TOT-AMOUNT      PIC Z(10)9.99-.
*> Standard heading/footer lines (shared PrintReport).
 COPY PRINTCTLREC.
*> Generation-catalog registration (shared RegisterGeneration appends
*> one GENCAT.DAT entry per generation this job creates).
 COPY GENCATREC.
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
     STRING "SUMMARY." WS-RUN-DATE ".DAT" DELIMITED BY SIZE
         INTO WS-SUMMARY-FILENAME.
     STRING "OVERRIDE." WS-RUN-DATE ".DAT" DELIMITED BY SIZE
         INTO WS-OVERRIDE-FILENAME.
     PERFORM LoadManagerHierarchy.
     PERFORM AccumulateTeamSales.
     OPEN OUTPUT OverrideFile.
     OPEN OUTPUT OverrideReport.
     MOVE "H" TO PRC-ACTION.
     MOVE "MANAGER OVERRIDE COMMISSION" TO PRC-REPORT-TITLE.
     MOVE WS-RUN-DATE TO PRC-RUN-DATE.
     MOVE ZERO TO PRC-PAGE-NUMBER.
     CALL "PrintReport" USING PrintControlRec.
     WRITE OverrideReportLine FROM PRC-OUTPUT-LINE.
     MOVE SPACES TO OverrideReportLine.
     WRITE OverrideReportLine.
     WRITE OverrideReportLine FROM WS-COLUMN-HEADING.
     SORT OverrideWork
         ON ASCENDING KEY OVW-MANAGER-ID OVW-PERIOD OVW-LEVEL
             OVW-UNIT-CODE
         INPUT PROCEDURE IS ReleaseTeamTotals
         OUTPUT PROCEDURE IS WriteOverrides.
     MOVE SPACES TO OverrideReportLine.
     WRITE OverrideReportLine.
     MOVE WS-OVERRIDE-COUNT TO TOT-COUNT.
     MOVE WS-OVERRIDE-TOTAL TO TOT-AMOUNT.
     WRITE OverrideReportLine FROM WS-TOTAL-LINE.
     MOVE "F" TO PRC-ACTION.
     MOVE WS-OVERRIDE-COUNT TO PRC-DETAIL-COUNT.
     CALL "PrintReport" USING PrintControlRec.
     WRITE OverrideReportLine FROM PRC-OUTPUT-LINE.
     CLOSE OverrideReport.
     CLOSE OverrideFile.
     MOVE WS-OVERRIDE-FILENAME TO GCT-FILE-NAME.
     MOVE WS-RUN-DATE TO GCT-RUN-DATE.
     MOVE WS-OVERRIDE-COUNT TO GCT-RECORD-COUNT.
     MOVE "MANAGEROVERRIDE" TO GCT-CREATED-BY.
     CALL "RegisterGeneration" USING GenCatRec.
     IF WS-NO-XREF-COUNT > ZERO
       DISPLAY "Summary rows with no SALESPERSONS.DAT entry (no "
           "override): " WS-NO-XREF-COUNT
     END-IF.
     DISPLAY "Manager override records written: " WS-OVERRIDE-COUNT.
     PERFORM WriteRunLogRecord.
     STOP RUN.
 LoadManagerHierarchy.
     OPEN INPUT ManagerHierFile.
     IF WS-MGRHIER-STATUS = "35"
       DISPLAY "MGRHIER.DAT not found - no overrides to compute"
       SET EndOfManagers TO TRUE
     END-IF.
     PERFORM UNTIL EndOfManagers
       READ ManagerHierFile NEXT RECORD
         AT END
           SET EndOfManagers TO TRUE
         NOT AT END
           PERFORM LoadOneManager
       END-READ
     END-PERFORM.
     IF WS-MGRHIER-STATUS NOT = "35"
       CLOSE ManagerHierFile
     END-IF.
 LoadOneManager.
     IF WS-MGR-COUNT < 500
       ADD 1 TO WS-MGR-COUNT
       MOVE MGH-LEVEL            TO WS-MGR-LEVEL (WS-MGR-COUNT)
       MOVE MGH-UNIT-CODE        TO WS-MGR-UNIT-CODE (WS-MGR-COUNT)
       MOVE MGH-MANAGER-ID       TO WS-MGR-MANAGER-ID (WS-MGR-COUNT)
       MOVE MGH-OVERRIDE-PERCENT TO WS-MGR-PERCENT (WS-MGR-COUNT)
     ELSE
       DISPLAY "Fatal - more than 500 managed units on MGRHIER.DAT; "
           "overrides cannot be trusted beyond this point - stopping"
       MOVE 8 TO RETURN-CODE
       STOP RUN
     END-IF.
 AccumulateTeamSales.
     OPEN INPUT SummaryFile.
     IF WS-SUMMARY-FILE-STATUS = "35"
       SET EndOfSummary TO TRUE
       DISPLAY "No SUMMARY generation for " WS-RUN-DATE
           " - writing an empty override file"
     END-IF.
     IF WS-MGR-COUNT = ZERO
       SET EndOfSummary TO TRUE
     END-IF.
     OPEN INPUT SalespersonFile.
     PERFORM UNTIL EndOfSummary
       READ SummaryFile
         AT END
           SET EndOfSummary TO TRUE
         NOT AT END
           ADD 1 TO WS-READ-COUNT
           PERFORM CreditSummaryToUnits
       END-READ
     END-PERFORM.
     IF WS-XREF-FILE-STATUS NOT = "35"
       CLOSE SalespersonFile
     END-IF.
     IF WS-SUMMARY-FILE-STATUS NOT = "35"
       CLOSE SummaryFile
     END-IF.
*>   The row counts toward every unit that takes the salesperson in -
*>   their territory and their region - except where the manager of
*>   that unit is the salesperson themselves.
 CreditSummaryToUnits.
     MOVE "N" TO WS-XREF-FOUND.
     IF WS-XREF-FILE-STATUS NOT = "35"
       MOVE SummaryPersonId TO SPX-PERSON-ID
       READ SalespersonFile
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           SET SalespersonOnFile TO TRUE
       END-READ
     END-IF.
     IF SalespersonOnFile
       PERFORM VARYING WS-MGR-IDX FROM 1 BY 1
           UNTIL WS-MGR-IDX > WS-MGR-COUNT
         MOVE "N" TO WS-UNIT-MATCH
         IF WS-MGR-LEVEL (WS-MGR-IDX) = "T"
             AND WS-MGR-UNIT-CODE (WS-MGR-IDX) = SPX-TERRITORY
           SET UnitTakesPerson TO TRUE
         END-IF
         IF WS-MGR-LEVEL (WS-MGR-IDX) = "R"
             AND WS-MGR-UNIT-CODE (WS-MGR-IDX) = SPX-REGION
           SET UnitTakesPerson TO TRUE
         END-IF
         IF UnitTakesPerson
             AND WS-MGR-MANAGER-ID (WS-MGR-IDX) NOT = SummaryPersonId
           PERFORM AddToTeamTotal
         END-IF
       END-PERFORM
     ELSE
       ADD 1 TO WS-NO-XREF-COUNT
     END-IF.
 AddToTeamTotal.
     MOVE "N" TO WS-TEAM-FOUND.
     PERFORM VARYING WS-TEAM-IDX FROM 1 BY 1
         UNTIL WS-TEAM-IDX > WS-TEAM-COUNT-USED OR TeamEntryFound
       IF WS-TEAM-MGR-IDX (WS-TEAM-IDX) = WS-MGR-IDX
           AND WS-TEAM-PERIOD (WS-TEAM-IDX) = SummaryPeriod
         SET TeamEntryFound TO TRUE
       END-IF
     END-PERFORM.
     IF TeamEntryFound
       SUBTRACT 1 FROM WS-TEAM-IDX
     ELSE
       IF WS-TEAM-COUNT-USED < 2000
         ADD 1 TO WS-TEAM-COUNT-USED
         MOVE WS-TEAM-COUNT-USED TO WS-TEAM-IDX
         MOVE WS-MGR-IDX    TO WS-TEAM-MGR-IDX (WS-TEAM-IDX)
         MOVE SummaryPeriod TO WS-TEAM-PERIOD (WS-TEAM-IDX)
         MOVE ZERO TO WS-TEAM-COUNT (WS-TEAM-IDX)
         MOVE ZERO TO WS-TEAM-AMOUNT (WS-TEAM-IDX)
       ELSE
         DISPLAY "Fatal - more than 2000 manager/period team totals; "
             "overrides cannot be trusted beyond this point - stopping"
         MOVE 8 TO RETURN-CODE
         STOP RUN
       END-IF
     END-IF.
     ADD 1 TO WS-TEAM-COUNT (WS-TEAM-IDX).
     ADD SummaryTotalAmount TO WS-TEAM-AMOUNT (WS-TEAM-IDX).
 ReleaseTeamTotals.
     PERFORM VARYING WS-TEAM-IDX FROM 1 BY 1
         UNTIL WS-TEAM-IDX > WS-TEAM-COUNT-USED
       IF WS-TEAM-AMOUNT (WS-TEAM-IDX) > ZERO
         MOVE WS-TEAM-MGR-IDX (WS-TEAM-IDX) TO WS-MGR-IDX
         MOVE WS-MGR-MANAGER-ID (WS-MGR-IDX) TO OVW-MANAGER-ID
         MOVE WS-TEAM-PERIOD (WS-TEAM-IDX)   TO OVW-PERIOD
         MOVE WS-MGR-LEVEL (WS-MGR-IDX)      TO OVW-LEVEL
         MOVE WS-MGR-UNIT-CODE (WS-MGR-IDX)  TO OVW-UNIT-CODE
         MOVE WS-TEAM-COUNT (WS-TEAM-IDX)    TO OVW-TEAM-COUNT
         MOVE WS-TEAM-AMOUNT (WS-TEAM-IDX)   TO OVW-TEAM-AMOUNT
         MOVE WS-MGR-PERCENT (WS-MGR-IDX)    TO OVW-PERCENT
         RELEASE OverrideWorkRec
       END-IF
     END-PERFORM.
 WriteOverrides.
     PERFORM UNTIL EndOfSorted
       RETURN OverrideWork
         AT END
           SET EndOfSorted TO TRUE
         NOT AT END
           PERFORM WriteOneOverride
       END-RETURN
     END-PERFORM.
 WriteOneOverride.
     MOVE "O"             TO OVR-RECORD-TYPE.
     MOVE OVW-MANAGER-ID  TO OVR-MANAGER-ID.
     MOVE OVW-PERIOD      TO OVR-PERIOD.
     MOVE OVW-LEVEL       TO OVR-LEVEL.
     MOVE OVW-UNIT-CODE   TO OVR-UNIT-CODE.
     MOVE OVW-TEAM-COUNT  TO OVR-TEAM-COUNT.
     MOVE OVW-TEAM-AMOUNT TO OVR-TEAM-AMOUNT.
     MOVE OVW-PERCENT     TO OVR-PERCENT.
     COMPUTE OVR-AMOUNT ROUNDED =
         OVW-TEAM-AMOUNT * OVW-PERCENT / 100.
     MOVE WS-RUN-DATE     TO OVR-RUN-DATE.
     WRITE OverrideRec.
     ADD 1 TO WS-OVERRIDE-COUNT.
     ADD OVR-AMOUNT TO WS-OVERRIDE-TOTAL.
     MOVE OVR-MANAGER-ID  TO DTL-MANAGER-ID.
     IF OVR-LEVEL = "T"
       MOVE "TERR"   TO DTL-LEVEL
     ELSE
       MOVE "REGN"   TO DTL-LEVEL
     END-IF.
     MOVE OVR-UNIT-CODE   TO DTL-UNIT-CODE.
     MOVE OVR-PERIOD      TO DTL-PERIOD.
     MOVE OVR-TEAM-COUNT  TO DTL-TEAM-COUNT.
     MOVE OVR-TEAM-AMOUNT TO DTL-TEAM-AMOUNT.
     MOVE OVR-PERCENT     TO DTL-PERCENT.
     MOVE OVR-AMOUNT      TO DTL-AMOUNT.
     WRITE OverrideReportLine FROM WS-DETAIL-LINE.
 SetRunLogStart.
     MOVE "MANAGEROVERRIDE" TO RLG-JOB-NAME.
     ACCEPT WS-LOG-TS-DATE FROM DATE YYYYMMDD.
     ACCEPT WS-LOG-TS-TIME FROM TIME.
     MOVE WS-LOG-TS-DATE TO RLG-RUN-DATE.
     STRING WS-LOG-TS-DATE WS-LOG-TS-TIME DELIMITED BY SIZE
         INTO RLG-START-TIMESTAMP.
 WriteRunLogRecord.
     MOVE WS-READ-COUNT TO RLG-READ-COUNT.
     MOVE WS-OVERRIDE-COUNT TO RLG-WRITTEN-COUNT.
     MOVE ZERO TO RLG-REJECTED-COUNT.
     MOVE RETURN-CODE TO RLG-RETURN-CODE.
     CALL "WriteRunLog" USING RunLogRec.
