 IDENTIFICATION DIVISION.
 PROGRAM-ID. UndeliverableReport.
*> Lists the undeliverable-address register, UNDELIV.DAT, on
*> UNDELIV.RPT: one line per city with the open entries split by how
*> the returns came in (KEY keyed from the envelope, PST the postal
*> service's return file) and the city total, in city order. Entries
*> since cleared by an address change are counted at the foot but not
*> broken down. Run after ReturnedMail so the mailroom can see where
*> the bad addresses are concentrating. Nothing is changed.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT UndeliverableFile ASSIGN TO "UNDELIV.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS UND-KEY
         FILE STATUS IS WS-UNDELIV-FILE-STATUS.
     SELECT UndeliverableReportFile ASSIGN TO "UNDELIV.RPT"
         ORGANIZATION IS LINE SEQUENTIAL.
 DATA DIVISION.
 FILE SECTION.
 FD UndeliverableFile.
 COPY UNDELIVREC.
 FD UndeliverableReportFile.
 01 UndeliverableReportLine PIC X(80).
 WORKING-STORAGE SECTION.
 01 WS-UNDELIV-FILE-STATUS PIC XX.
 01 WS-RUN-DATE PIC 9(8).
 01 WS-UNDELIV-EOF PIC X VALUE "N".
    88 EndOfUndeliverable VALUE "Y".
 01 WS-READ-COUNT      PIC 9(7) VALUE ZERO.
 01 WS-OPEN-COUNT      PIC 9(7) VALUE ZERO.
 01 WS-OPEN-KEY-COUNT  PIC 9(7) VALUE ZERO.
 01 WS-OPEN-PST-COUNT  PIC 9(7) VALUE ZERO.
 01 WS-CLEARED-COUNT   PIC 9(7) VALUE ZERO.
 01 WS-OVERFLOW-COUNT  PIC 9(7) VALUE ZERO.
*> One slot per city with open entries, kept in city order as each
*> new city is slotted in.
 77 CITY-TABLE-MAX PIC 9(4) VALUE 500.
 01 WS-CITY-COUNT PIC 9(4) VALUE ZERO.
 01 WS-CITY-IDX   PIC 9(4).
 01 WS-SHIFT-IDX  PIC 9(4).
 01 WS-CITY-FOUND PIC X.
    88 CityFound VALUE "Y".
 01 WS-CITY-TABLE.
    05 WS-CITY-ENTRY OCCURS 500 TIMES.
       10 WS-CTY-NAME      PIC X(15).
       10 WS-CTY-KEY-COUNT PIC 9(5).
       10 WS-CTY-PST-COUNT PIC 9(5).
 01 WS-COLUMN-HEADING.
    05 FILLER PIC X(17) VALUE "CITY".
    05 FILLER PIC X(10) VALUE "   KEYED".
    05 FILLER PIC X(10) VALUE "  POSTAL".
    05 FILLER PIC X(10) VALUE "   TOTAL".
 01 WS-DETAIL-LINE.
    05 DTL-CITY        PIC X(15).
    05 FILLER          PIC X(2) VALUE SPACES.
    05 DTL-KEY-COUNT   PIC Z(7)9.
    05 FILLER          PIC X(2) VALUE SPACES.
    05 DTL-PST-COUNT   PIC Z(7)9.
    05 FILLER          PIC X(2) VALUE SPACES.
    05 DTL-TOTAL-COUNT PIC Z(7)9.
 01 WS-SUMMARY-LINE.
    05 SUM-LABEL PIC X(34).
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
     OPEN INPUT UndeliverableFile.
     IF WS-UNDELIV-FILE-STATUS = "35"
       SET EndOfUndeliverable TO TRUE
     END-IF.
     PERFORM UNTIL EndOfUndeliverable
       READ UndeliverableFile NEXT RECORD
         AT END
           SET EndOfUndeliverable TO TRUE
         NOT AT END
           ADD 1 TO WS-READ-COUNT
           IF UndOpen
             PERFORM TallyOpenEntry
           ELSE
             ADD 1 TO WS-CLEARED-COUNT
           END-IF
       END-READ
     END-PERFORM.
     IF WS-UNDELIV-FILE-STATUS NOT = "35"
       CLOSE UndeliverableFile
     END-IF.
     OPEN OUTPUT UndeliverableReportFile.
     MOVE "H" TO PRC-ACTION.
     MOVE "UNDELIVERABLE ADDRESSES BY CITY" TO PRC-REPORT-TITLE.
     MOVE WS-RUN-DATE TO PRC-RUN-DATE.
     MOVE ZERO TO PRC-PAGE-NUMBER.
     CALL "PrintReport" USING PrintControlRec.
     WRITE UndeliverableReportLine FROM PRC-OUTPUT-LINE.
     MOVE SPACES TO UndeliverableReportLine.
     WRITE UndeliverableReportLine.
     WRITE UndeliverableReportLine FROM WS-COLUMN-HEADING.
     PERFORM VARYING WS-CITY-IDX FROM 1 BY 1
         UNTIL WS-CITY-IDX > WS-CITY-COUNT
       MOVE WS-CTY-NAME (WS-CITY-IDX)      TO DTL-CITY
       MOVE WS-CTY-KEY-COUNT (WS-CITY-IDX) TO DTL-KEY-COUNT
       MOVE WS-CTY-PST-COUNT (WS-CITY-IDX) TO DTL-PST-COUNT
       COMPUTE DTL-TOTAL-COUNT = WS-CTY-KEY-COUNT (WS-CITY-IDX)
           + WS-CTY-PST-COUNT (WS-CITY-IDX)
       WRITE UndeliverableReportLine FROM WS-DETAIL-LINE
     END-PERFORM.
     PERFORM WriteReportSummary.
     CLOSE UndeliverableReportFile.
     IF WS-OVERFLOW-COUNT > ZERO
       MOVE 4 TO RETURN-CODE
     END-IF.
     PERFORM WriteRunLogRecord.
     STOP RUN.
 TallyOpenEntry.
     ADD 1 TO WS-OPEN-COUNT.
     IF UndKeyedIn
       ADD 1 TO WS-OPEN-KEY-COUNT
     ELSE
       ADD 1 TO WS-OPEN-PST-COUNT
     END-IF.
     PERFORM FindCitySlot.
     IF CityFound
       IF UndKeyedIn
         ADD 1 TO WS-CTY-KEY-COUNT (WS-CITY-IDX)
       ELSE
         ADD 1 TO WS-CTY-PST-COUNT (WS-CITY-IDX)
       END-IF
     END-IF.
*>   Finds the city's slot, opening a new one at its place in city
*>   order when the city has not been seen; a full table leaves the
*>   entry counted in the totals only.
 FindCitySlot.
     MOVE "N" TO WS-CITY-FOUND.
     PERFORM VARYING WS-CITY-IDX FROM 1 BY 1
         UNTIL WS-CITY-IDX > WS-CITY-COUNT
             OR WS-CTY-NAME (WS-CITY-IDX) NOT < UND-CITY
       CONTINUE
     END-PERFORM.
     IF WS-CITY-IDX NOT > WS-CITY-COUNT
         AND WS-CTY-NAME (WS-CITY-IDX) = UND-CITY
       SET CityFound TO TRUE
     ELSE
       IF WS-CITY-COUNT < CITY-TABLE-MAX
         PERFORM VARYING WS-SHIFT-IDX FROM WS-CITY-COUNT BY -1
             UNTIL WS-SHIFT-IDX < WS-CITY-IDX
           MOVE WS-CITY-ENTRY (WS-SHIFT-IDX)
               TO WS-CITY-ENTRY (WS-SHIFT-IDX + 1)
         END-PERFORM
         ADD 1 TO WS-CITY-COUNT
         MOVE UND-CITY TO WS-CTY-NAME (WS-CITY-IDX)
         MOVE ZERO TO WS-CTY-KEY-COUNT (WS-CITY-IDX)
         MOVE ZERO TO WS-CTY-PST-COUNT (WS-CITY-IDX)
         SET CityFound TO TRUE
       ELSE
         ADD 1 TO WS-OVERFLOW-COUNT
       END-IF
     END-IF.
 WriteReportSummary.
     MOVE SPACES TO UndeliverableReportLine.
     WRITE UndeliverableReportLine.
     MOVE "REGISTER ENTRIES READ"            TO SUM-LABEL.
     MOVE WS-READ-COUNT                      TO SUM-VALUE.
     WRITE UndeliverableReportLine FROM WS-SUMMARY-LINE.
     MOVE "OPEN - KEYED FROM ENVELOPE"       TO SUM-LABEL.
     MOVE WS-OPEN-KEY-COUNT                  TO SUM-VALUE.
     WRITE UndeliverableReportLine FROM WS-SUMMARY-LINE.
     MOVE "OPEN - POSTAL RETURN FILE"        TO SUM-LABEL.
     MOVE WS-OPEN-PST-COUNT                  TO SUM-VALUE.
     WRITE UndeliverableReportLine FROM WS-SUMMARY-LINE.
     MOVE "OPEN - TOTAL"                     TO SUM-LABEL.
     MOVE WS-OPEN-COUNT                      TO SUM-VALUE.
     WRITE UndeliverableReportLine FROM WS-SUMMARY-LINE.
     MOVE "CLEARED BY ADDRESS CHANGE"        TO SUM-LABEL.
     MOVE WS-CLEARED-COUNT                   TO SUM-VALUE.
     WRITE UndeliverableReportLine FROM WS-SUMMARY-LINE.
     IF WS-OVERFLOW-COUNT > ZERO
       MOVE "OPEN, CITY TABLE FULL (NOT LISTED)" TO SUM-LABEL
       MOVE WS-OVERFLOW-COUNT                TO SUM-VALUE
       WRITE UndeliverableReportLine FROM WS-SUMMARY-LINE
     END-IF.
     MOVE "F" TO PRC-ACTION.
     MOVE WS-CITY-COUNT TO PRC-DETAIL-COUNT.
     CALL "PrintReport" USING PrintControlRec.
     WRITE UndeliverableReportLine FROM PRC-OUTPUT-LINE.
 SetRunLogStart.
     MOVE "UNDELIVREPORT" TO RLG-JOB-NAME.
     ACCEPT WS-LOG-TS-DATE FROM DATE YYYYMMDD.
     ACCEPT WS-LOG-TS-TIME FROM TIME.
     MOVE WS-LOG-TS-DATE TO RLG-RUN-DATE.
     STRING WS-LOG-TS-DATE WS-LOG-TS-TIME DELIMITED BY SIZE
         INTO RLG-START-TIMESTAMP.
 WriteRunLogRecord.
     MOVE WS-READ-COUNT TO RLG-READ-COUNT.
     MOVE ZERO TO RLG-WRITTEN-COUNT.
     MOVE ZERO TO RLG-REJECTED-COUNT.
     MOVE RETURN-CODE TO RLG-RETURN-CODE.
     CALL "WriteRunLog" USING RunLogRec.
