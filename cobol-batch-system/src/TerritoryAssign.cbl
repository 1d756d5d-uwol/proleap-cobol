 IDENTIFICATION DIVISION.
 PROGRAM-ID. TerritoryAssign.
*> Stamps every person on PERSONS.DAT with the sales territory that
*> serves their postal code: PersonPostalCode (the residence on the
*> master) is looked up in the TERRMAP.DAT ranges and the territory
*> and its region kept on PERSTERR.DAT, keyed by PersonId, for the
*> territory reporting and anything else that needs a customer's
*> territory. It runs straight after the cycle's changes are promoted,
*> so an address change applied tonight is reassigned tonight, and a
*> change to the map itself is picked up the same way. Everyone on the
*> master is taken afresh each run; TERRASSIGN.RPT lists each person
*> whose territory moved, and any map range that is out of order or
*> overlaps one already on file (reported and left out - RC 4). An
*> entry for someone no longer on the master is dropped. Without a
*> usable map nothing is changed and the run ends 4.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT TerritoryMapFile ASSIGN TO "TERRMAP.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-MAP-FILE-STATUS.
     SELECT PersonFile ASSIGN TO "PERSONS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS PersonId
         FILE STATUS IS WS-PERSON-FILE-STATUS.
     SELECT TerritoryFile ASSIGN TO "PERSTERR.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS PTR-PERSON-ID
         FILE STATUS IS WS-TERRITORY-FILE-STATUS.
     SELECT AssignReport ASSIGN TO "TERRASSIGN.RPT"
         ORGANIZATION IS LINE SEQUENTIAL.
 DATA DIVISION.
 FILE SECTION.
 FD TerritoryMapFile.
 COPY TERRMAPREC.
 FD PersonFile.
 COPY PERSONREC.
 FD TerritoryFile.
 COPY PERSTERRREC.
 FD AssignReport.
 01 AssignReportLine PIC X(80).
 WORKING-STORAGE SECTION.
 01 WS-MAP-FILE-STATUS PIC XX.
 01 WS-PERSON-FILE-STATUS PIC XX.
 01 WS-TERRITORY-FILE-STATUS PIC XX.
 01 WS-MAP-EOF PIC X VALUE "N".
    88 EndOfMap VALUE "Y".
 01 WS-PERSON-EOF PIC X VALUE "N".
    88 EndOfPersons VALUE "Y".
 01 WS-TERRITORY-EOF PIC X VALUE "N".
    88 EndOfTerritories VALUE "Y".
 COPY RUNDATEREC.
 01 WS-RUN-DATE PIC 9(8).
*> The map, as loaded - ranges that passed the checks, in file order.
 77 MAP-TABLE-MAX PIC 9(4) VALUE 500.
 01 WS-MAP-COUNT PIC 9(4) VALUE ZERO.
 01 WS-MAP-IDX   PIC 9(4).
 01 WS-MAP-TABLE.
    05 WS-MAP-ENTRY OCCURS 500 TIMES.
       10 WS-MAP-FROM      PIC X(8).
       10 WS-MAP-TO        PIC X(8).
       10 WS-MAP-TERRITORY PIC X(10).
       10 WS-MAP-REGION    PIC X(4).
 01 WS-MAP-OK PIC X.
    88 MapRangeUsable VALUE "Y".
 01 WS-MAP-PROBLEM PIC X(30).
*> The territory the person's postal code falls in.
 01 WS-NEW-TERRITORY PIC X(10).
 01 WS-NEW-REGION    PIC X(4).
 01 WS-OLD-TERRITORY PIC X(10).
 01 WS-READ-COUNT       PIC 9(7) VALUE ZERO.
 01 WS-NEW-COUNT        PIC 9(7) VALUE ZERO.
 01 WS-MOVED-COUNT      PIC 9(7) VALUE ZERO.
 01 WS-UNASSIGNED-COUNT PIC 9(7) VALUE ZERO.
 01 WS-DROPPED-COUNT    PIC 9(7) VALUE ZERO.
 01 WS-BAD-RANGE-COUNT  PIC 9(7) VALUE ZERO.
 01 WS-MAP-PROBLEM-LINE.
    05 FILLER          PIC X(6) VALUE "RANGE ".
    05 MPL-FROM        PIC X(8).
    05 FILLER          PIC X(4) VALUE " TO ".
    05 MPL-TO          PIC X(8).
    05 FILLER          PIC X(2) VALUE SPACES.
    05 MPL-TERRITORY   PIC X(10).
    05 FILLER          PIC X(2) VALUE SPACES.
    05 MPL-PROBLEM     PIC X(30).
 01 WS-MOVE-HEADING PIC X(80) VALUE
    "PERSON NAME                 POSTAL   FROM        TO".
 01 WS-MOVE-LINE.
    05 MVL-PERSON-ID   PIC 9(6).
    05 FILLER          PIC X VALUE SPACE.
    05 MVL-PERSON-NAME PIC X(20).
    05 FILLER          PIC X VALUE SPACE.
    05 MVL-POSTAL-CODE PIC X(8).
    05 FILLER          PIC X VALUE SPACE.
    05 MVL-OLD         PIC X(10).
    05 FILLER          PIC X(2) VALUE SPACES.
    05 MVL-NEW         PIC X(10).
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

 PROCEDURE DIVISION.
 Begin.
     PERFORM SetRunLogStart.
     CALL "ResolveRunDate" USING RunDateControlRec.
     MOVE RDT-RUN-DATE TO WS-RUN-DATE.
     OPEN OUTPUT AssignReport.
     MOVE "H" TO PRC-ACTION.
     MOVE "CUSTOMER TERRITORY ASSIGNMENT" TO PRC-REPORT-TITLE.
     MOVE WS-RUN-DATE TO PRC-RUN-DATE.
     MOVE ZERO TO PRC-PAGE-NUMBER.
     CALL "PrintReport" USING PrintControlRec.
     WRITE AssignReportLine FROM PRC-OUTPUT-LINE.
     PERFORM LoadTerritoryMap.
     IF WS-MAP-COUNT = ZERO
       DISPLAY "TerritoryAssign - no usable TERRMAP.DAT ranges, "
           "territories left as they are"
       MOVE "NO USABLE TERRITORY MAP - NOTHING CHANGED"
           TO AssignReportLine
       WRITE AssignReportLine
       CLOSE AssignReport
       MOVE 4 TO RETURN-CODE
       PERFORM WriteRunLogRecord
       STOP RUN
     END-IF.
     OPEN INPUT PersonFile.
     IF WS-PERSON-FILE-STATUS = "35"
       DISPLAY "TerritoryAssign - PERSONS.DAT not found"
       CLOSE AssignReport
       MOVE 8 TO RETURN-CODE
       PERFORM WriteRunLogRecord
       STOP RUN
     END-IF.
     OPEN I-O TerritoryFile.
     IF WS-TERRITORY-FILE-STATUS = "35"
       OPEN OUTPUT TerritoryFile
       CLOSE TerritoryFile
       OPEN I-O TerritoryFile
     END-IF.
     MOVE SPACES TO AssignReportLine.
     WRITE AssignReportLine.
     WRITE AssignReportLine FROM WS-MOVE-HEADING.
     PERFORM UNTIL EndOfPersons
       READ PersonFile NEXT RECORD
         AT END
           SET EndOfPersons TO TRUE
         NOT AT END
           ADD 1 TO WS-READ-COUNT
           PERFORM AssignOnePerson
       END-READ
     END-PERFORM.
     PERFORM DropDepartedPersons.
     CLOSE TerritoryFile.
     CLOSE PersonFile.
     PERFORM WriteAssignSummary.
     CLOSE AssignReport.
     IF WS-BAD-RANGE-COUNT > ZERO
       MOVE 4 TO RETURN-CODE
     END-IF.
     DISPLAY "Territories assigned: " WS-READ-COUNT " persons, "
         WS-MOVED-COUNT " moved, " WS-UNASSIGNED-COUNT " unassigned".
     PERFORM WriteRunLogRecord.
     STOP RUN.
*>   A range is left out when its codes are out of order, it names no
*>   territory, or it overlaps a range already loaded.
 LoadTerritoryMap.
     OPEN INPUT TerritoryMapFile.
     IF WS-MAP-FILE-STATUS = "35"
       SET EndOfMap TO TRUE
     END-IF.
     PERFORM UNTIL EndOfMap
       READ TerritoryMapFile
         AT END
           SET EndOfMap TO TRUE
         NOT AT END
           PERFORM LoadOneRange
       END-READ
     END-PERFORM.
     IF WS-MAP-FILE-STATUS NOT = "35"
       CLOSE TerritoryMapFile
     END-IF.
 LoadOneRange.
     MOVE "Y" TO WS-MAP-OK.
     EVALUATE TRUE
       WHEN TMP-TERRITORY = SPACES
         MOVE "N" TO WS-MAP-OK
         MOVE "NO TERRITORY NAMED" TO WS-MAP-PROBLEM
       WHEN TMP-POSTAL-FROM = SPACES OR TMP-POSTAL-FROM > TMP-POSTAL-TO
         MOVE "N" TO WS-MAP-OK
         MOVE "CODES OUT OF ORDER" TO WS-MAP-PROBLEM
       WHEN WS-MAP-COUNT NOT < MAP-TABLE-MAX
         MOVE "N" TO WS-MAP-OK
         MOVE "MAP TABLE FULL" TO WS-MAP-PROBLEM
     END-EVALUATE.
     IF MapRangeUsable
       PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
           UNTIL WS-MAP-IDX > WS-MAP-COUNT OR NOT MapRangeUsable
         IF TMP-POSTAL-FROM NOT > WS-MAP-TO (WS-MAP-IDX)
             AND TMP-POSTAL-TO NOT < WS-MAP-FROM (WS-MAP-IDX)
           MOVE "N" TO WS-MAP-OK
           MOVE SPACES TO WS-MAP-PROBLEM
           STRING "OVERLAPS " WS-MAP-TERRITORY (WS-MAP-IDX)
               DELIMITED BY SIZE INTO WS-MAP-PROBLEM
         END-IF
       END-PERFORM
     END-IF.
     IF MapRangeUsable
       ADD 1 TO WS-MAP-COUNT
       MOVE TMP-POSTAL-FROM TO WS-MAP-FROM (WS-MAP-COUNT)
       MOVE TMP-POSTAL-TO   TO WS-MAP-TO (WS-MAP-COUNT)
       MOVE TMP-TERRITORY   TO WS-MAP-TERRITORY (WS-MAP-COUNT)
       MOVE TMP-REGION      TO WS-MAP-REGION (WS-MAP-COUNT)
       IF TMP-REGION = SPACES
         MOVE "UNAS" TO WS-MAP-REGION (WS-MAP-COUNT)
       END-IF
     ELSE
       ADD 1 TO WS-BAD-RANGE-COUNT
       MOVE TMP-POSTAL-FROM TO MPL-FROM
       MOVE TMP-POSTAL-TO   TO MPL-TO
       MOVE TMP-TERRITORY   TO MPL-TERRITORY
       MOVE WS-MAP-PROBLEM  TO MPL-PROBLEM
       WRITE AssignReportLine FROM WS-MAP-PROBLEM-LINE
     END-IF.
 AssignOnePerson.
     PERFORM FindTerritory.
     MOVE PersonId TO PTR-PERSON-ID.
     READ TerritoryFile
       INVALID KEY
         MOVE WS-NEW-TERRITORY TO PTR-TERRITORY
         MOVE WS-NEW-REGION    TO PTR-REGION
         MOVE PersonPostalCode TO PTR-POSTAL-CODE
         MOVE WS-RUN-DATE      TO PTR-ASSIGNED-DATE
         WRITE PersonTerritoryRec
         ADD 1 TO WS-NEW-COUNT
       NOT INVALID KEY
         IF PTR-TERRITORY NOT = WS-NEW-TERRITORY
             OR PTR-REGION NOT = WS-NEW-REGION
             OR PTR-POSTAL-CODE NOT = PersonPostalCode
           MOVE PTR-TERRITORY TO WS-OLD-TERRITORY
           IF PTR-TERRITORY NOT = WS-NEW-TERRITORY
             MOVE WS-RUN-DATE TO PTR-ASSIGNED-DATE
             PERFORM ReportTerritoryMove
           END-IF
           MOVE WS-NEW-TERRITORY TO PTR-TERRITORY
           MOVE WS-NEW-REGION    TO PTR-REGION
           MOVE PersonPostalCode TO PTR-POSTAL-CODE
           REWRITE PersonTerritoryRec
         END-IF
     END-READ.
     IF PtrUnassigned
       ADD 1 TO WS-UNASSIGNED-COUNT
     END-IF.
 FindTerritory.
     MOVE "UNASSIGNED" TO WS-NEW-TERRITORY.
     MOVE "UNAS"       TO WS-NEW-REGION.
     IF PersonPostalCode NOT = SPACES
       PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
           UNTIL WS-MAP-IDX > WS-MAP-COUNT
         IF PersonPostalCode NOT < WS-MAP-FROM (WS-MAP-IDX)
             AND PersonPostalCode NOT > WS-MAP-TO (WS-MAP-IDX)
           MOVE WS-MAP-TERRITORY (WS-MAP-IDX) TO WS-NEW-TERRITORY
           MOVE WS-MAP-REGION (WS-MAP-IDX)    TO WS-NEW-REGION
           MOVE WS-MAP-COUNT TO WS-MAP-IDX
         END-IF
       END-PERFORM
     END-IF.
 ReportTerritoryMove.
     ADD 1 TO WS-MOVED-COUNT.
     MOVE PersonId         TO MVL-PERSON-ID.
     MOVE PersonName       TO MVL-PERSON-NAME.
     MOVE PersonPostalCode TO MVL-POSTAL-CODE.
     MOVE WS-OLD-TERRITORY TO MVL-OLD.
     MOVE WS-NEW-TERRITORY TO MVL-NEW.
     WRITE AssignReportLine FROM WS-MOVE-LINE.
*>   Anyone deleted, merged away or rekeyed since the last run.
 DropDepartedPersons.
     MOVE ZERO TO PTR-PERSON-ID.
     START TerritoryFile KEY IS NOT LESS THAN PTR-PERSON-ID
       INVALID KEY
         SET EndOfTerritories TO TRUE
     END-START.
     PERFORM UNTIL EndOfTerritories
       READ TerritoryFile NEXT RECORD
         AT END
           SET EndOfTerritories TO TRUE
         NOT AT END
           MOVE PTR-PERSON-ID TO PersonId
           READ PersonFile
             INVALID KEY
               DELETE TerritoryFile RECORD
               ADD 1 TO WS-DROPPED-COUNT
           END-READ
       END-READ
     END-PERFORM.
 WriteAssignSummary.
     MOVE SPACES TO AssignReportLine.
     WRITE AssignReportLine.
     MOVE "PERSONS ON MASTER"                 TO SUM-LABEL.
     MOVE WS-READ-COUNT                       TO SUM-VALUE.
     WRITE AssignReportLine FROM WS-SUMMARY-LINE.
     MOVE "ASSIGNED FOR THE FIRST TIME"       TO SUM-LABEL.
     MOVE WS-NEW-COUNT                        TO SUM-VALUE.
     WRITE AssignReportLine FROM WS-SUMMARY-LINE.
     MOVE "MOVED TO ANOTHER TERRITORY"        TO SUM-LABEL.
     MOVE WS-MOVED-COUNT                      TO SUM-VALUE.
     WRITE AssignReportLine FROM WS-SUMMARY-LINE.
     MOVE "UNASSIGNED - POSTAL CODE NOT MAPPED" TO SUM-LABEL.
     MOVE WS-UNASSIGNED-COUNT                 TO SUM-VALUE.
     WRITE AssignReportLine FROM WS-SUMMARY-LINE.
     MOVE "DROPPED - NO LONGER ON MASTER"     TO SUM-LABEL.
     MOVE WS-DROPPED-COUNT                    TO SUM-VALUE.
     WRITE AssignReportLine FROM WS-SUMMARY-LINE.
     MOVE "MAP RANGES LEFT OUT"               TO SUM-LABEL.
     MOVE WS-BAD-RANGE-COUNT                  TO SUM-VALUE.
     WRITE AssignReportLine FROM WS-SUMMARY-LINE.
     MOVE "F" TO PRC-ACTION.
     MOVE WS-READ-COUNT TO PRC-DETAIL-COUNT.
     CALL "PrintReport" USING PrintControlRec.
     WRITE AssignReportLine FROM PRC-OUTPUT-LINE.
 SetRunLogStart.
     MOVE "TERRITORYASSIGN" TO RLG-JOB-NAME.
     ACCEPT WS-LOG-TS-DATE FROM DATE YYYYMMDD.
     ACCEPT WS-LOG-TS-TIME FROM TIME.
     MOVE WS-LOG-TS-DATE TO RLG-RUN-DATE.
     STRING WS-LOG-TS-DATE WS-LOG-TS-TIME DELIMITED BY SIZE
         INTO RLG-START-TIMESTAMP.
 WriteRunLogRecord.
     MOVE WS-READ-COUNT TO RLG-READ-COUNT.
     MOVE WS-READ-COUNT TO RLG-WRITTEN-COUNT.
     MOVE WS-BAD-RANGE-COUNT TO RLG-REJECTED-COUNT.
     MOVE RETURN-CODE TO RLG-RETURN-CODE.
     CALL "WriteRunLog" USING RunLogRec.
