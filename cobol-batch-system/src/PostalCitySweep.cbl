 IDENTIFICATION DIVISION.
 PROGRAM-ID. PostalCitySweep.
*> One-off sweep of PERSONS.DAT against the POSTREF.DAT postal
*> reference file, run once the reference file is loaded: every
*> person whose postal code POSTREF.DAT lists only for other cities is
*> listed on POSTCITY.RPT with the city and code on the master, for
*> correction through SeqMaint before PostalPresort bundles on them
*> again. Codes the reference file does not list at all are counted
*> and listed separately - they point at gaps in the reference file as
*> often as at bad data. Nothing is changed.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT PersonFile ASSIGN TO "PERSONS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS PersonId
         FILE STATUS IS WS-PERSON-FILE-STATUS.
     SELECT SweepReport ASSIGN TO "POSTCITY.RPT"
         ORGANIZATION IS LINE SEQUENTIAL.
 DATA DIVISION.
 FILE SECTION.
 FD PersonFile.
 COPY PERSONREC.
 FD SweepReport.
 01 SweepReportLine PIC X(80).
 WORKING-STORAGE SECTION.
 COPY POSTCHKREC.
 01 WS-PERSON-FILE-STATUS PIC XX.
 01 WS-RUN-DATE PIC 9(8).
 01 WS-PERSON-EOF PIC X VALUE "N".
    88 EndOfPersonFile VALUE "Y".
 01 WS-READ-COUNT        PIC 9(7) VALUE ZERO.
 01 WS-CHECKED-COUNT     PIC 9(7) VALUE ZERO.
 01 WS-AGREE-COUNT       PIC 9(7) VALUE ZERO.
 01 WS-DISAGREE-COUNT    PIC 9(7) VALUE ZERO.
 01 WS-NOT-LISTED-COUNT  PIC 9(7) VALUE ZERO.
 01 WS-COLUMN-HEADING.
    05 FILLER PIC X(8)  VALUE "PERSON".
    05 FILLER PIC X(22) VALUE "NAME".
    05 FILLER PIC X(17) VALUE "CITY".
    05 FILLER PIC X(10) VALUE "POSTAL".
    05 FILLER PIC X(20) VALUE "FINDING".
 01 WS-DETAIL-LINE.
    05 DTL-PERSON-ID   PIC ZZZZZ9.
    05 FILLER          PIC X(2) VALUE SPACES.
    05 DTL-PERSON-NAME PIC X(20).
    05 FILLER          PIC X(2) VALUE SPACES.
    05 DTL-CITY        PIC X(15).
    05 FILLER          PIC X(2) VALUE SPACES.
    05 DTL-POSTAL-CODE PIC X(8).
    05 FILLER          PIC X(2) VALUE SPACES.
    05 DTL-FINDING     PIC X(20).
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
     OPEN INPUT PersonFile.
     IF WS-PERSON-FILE-STATUS = "35"
       DISPLAY "PostalCitySweep - PERSONS.DAT not found"
       MOVE 8 TO RETURN-CODE
       PERFORM WriteRunLogRecord
       STOP RUN
     END-IF.
     OPEN OUTPUT SweepReport.
     MOVE "H" TO PRC-ACTION.
     MOVE "POSTAL CODE / CITY SWEEP" TO PRC-REPORT-TITLE.
     MOVE WS-RUN-DATE TO PRC-RUN-DATE.
     MOVE ZERO TO PRC-PAGE-NUMBER.
     CALL "PrintReport" USING PrintControlRec.
     WRITE SweepReportLine FROM PRC-OUTPUT-LINE.
     MOVE SPACES TO SweepReportLine.
     WRITE SweepReportLine.
     WRITE SweepReportLine FROM WS-COLUMN-HEADING.
     PERFORM UNTIL EndOfPersonFile
       READ PersonFile NEXT RECORD
         AT END
           SET EndOfPersonFile TO TRUE
         NOT AT END
           ADD 1 TO WS-READ-COUNT
           IF PersonPostalCode NOT = SPACES AND City NOT = SPACES
             PERFORM CheckOnePerson
           END-IF
       END-READ
     END-PERFORM.
     CLOSE PersonFile.
     PERFORM WriteSweepSummary.
     CLOSE SweepReport.
     IF WS-DISAGREE-COUNT > ZERO
       MOVE 4 TO RETURN-CODE
     END-IF.
     PERFORM WriteRunLogRecord.
     STOP RUN.
 CheckOnePerson.
     ADD 1 TO WS-CHECKED-COUNT.
     MOVE PersonPostalCode TO PCK-POSTAL-CODE.
     MOVE City             TO PCK-CITY.
     CALL "CheckPostalCity" USING PostalCheckControlRec.
     EVALUATE TRUE
       WHEN PostalCityAgrees
         ADD 1 TO WS-AGREE-COUNT
       WHEN PostalCityDisagrees
         ADD 1 TO WS-DISAGREE-COUNT
         MOVE "CODE IS ANOTHER CITY" TO DTL-FINDING
         PERFORM ListOnePerson
       WHEN OTHER
         ADD 1 TO WS-NOT-LISTED-COUNT
         MOVE "CODE NOT ON POSTREF" TO DTL-FINDING
         PERFORM ListOnePerson
     END-EVALUATE.
 ListOnePerson.
     MOVE PersonId         TO DTL-PERSON-ID.
     MOVE PersonName       TO DTL-PERSON-NAME.
     MOVE City             TO DTL-CITY.
     MOVE PersonPostalCode TO DTL-POSTAL-CODE.
     WRITE SweepReportLine FROM WS-DETAIL-LINE.
 WriteSweepSummary.
     MOVE SPACES TO SweepReportLine.
     WRITE SweepReportLine.
     MOVE "PERSONS READ"                   TO SUM-LABEL.
     MOVE WS-READ-COUNT                    TO SUM-VALUE.
     WRITE SweepReportLine FROM WS-SUMMARY-LINE.
     MOVE "WITH A POSTAL CODE AND CITY"    TO SUM-LABEL.
     MOVE WS-CHECKED-COUNT                 TO SUM-VALUE.
     WRITE SweepReportLine FROM WS-SUMMARY-LINE.
     MOVE "POSTAL CODE AGREES WITH CITY"   TO SUM-LABEL.
     MOVE WS-AGREE-COUNT                   TO SUM-VALUE.
     WRITE SweepReportLine FROM WS-SUMMARY-LINE.
     MOVE "POSTAL CODE BELONGS ELSEWHERE"  TO SUM-LABEL.
     MOVE WS-DISAGREE-COUNT                TO SUM-VALUE.
     WRITE SweepReportLine FROM WS-SUMMARY-LINE.
     MOVE "POSTAL CODE NOT ON POSTREF.DAT" TO SUM-LABEL.
     MOVE WS-NOT-LISTED-COUNT              TO SUM-VALUE.
     WRITE SweepReportLine FROM WS-SUMMARY-LINE.
     MOVE "F" TO PRC-ACTION.
     COMPUTE PRC-DETAIL-COUNT = WS-DISAGREE-COUNT + WS-NOT-LISTED-COUNT.
     CALL "PrintReport" USING PrintControlRec.
     WRITE SweepReportLine FROM PRC-OUTPUT-LINE.
 SetRunLogStart.
     MOVE "POSTALCITYSWEEP" TO RLG-JOB-NAME.
     ACCEPT WS-LOG-TS-DATE FROM DATE YYYYMMDD.
     ACCEPT WS-LOG-TS-TIME FROM TIME.
     MOVE WS-LOG-TS-DATE TO RLG-RUN-DATE.
     STRING WS-LOG-TS-DATE WS-LOG-TS-TIME DELIMITED BY SIZE
         INTO RLG-START-TIMESTAMP.
 WriteRunLogRecord.
     MOVE WS-READ-COUNT TO RLG-READ-COUNT.
     MOVE ZERO TO RLG-WRITTEN-COUNT.
     MOVE WS-DISAGREE-COUNT TO RLG-REJECTED-COUNT.
     MOVE RETURN-CODE TO RLG-RETURN-CODE.
     CALL "WriteRunLog" USING RunLogRec.
