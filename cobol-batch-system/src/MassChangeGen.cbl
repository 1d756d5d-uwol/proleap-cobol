 IDENTIFICATION DIVISION.
 PROGRAM-ID. MassChangeGen.
*> Criteria-driven mass change, run on request when a street is
*> renamed or two towns are merged instead of hand-keying hundreds of
*> identical Change transactions. MASSCHG.PARM carries one record:
*> the mode (P preview, A apply), the selection - city, street,
*> company and person status, blank meaning any, at least one given -
*> the field to replace (S street, C city, T status) and the
*> replacement value. Every person on PERSONS.DAT meeting all the
*> criteria is listed on MASSCHG.RPT with the old and new value; a
*> person already carrying the new value is listed and passed over.
*> A preview writes nothing but the report and MASSCHG.PRV, a copy of
*> the parameters it ran with. An apply is refused unless that copy
*> matches its own parameters - the preview has to come first - and
*> writes MASSCHG.TRANS: a batch header, one Change transaction per
*> person carrying the master's own details with the one field
*> replaced, and a counted/hashed trailer. TransIngest merges that
*> file into the day's TRANSINS generation under the MAS source code,
*> TransEdit parks every MAS transaction for supervisor approval, and
*> what ApprovalReview releases goes through the normal merge with its
*> audit and history. An apply clears MASSCHG.PRV, so the next change
*> needs a fresh preview.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT ParameterFile ASSIGN TO "MASSCHG.PARM"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-PARAMETER-STATUS.
     SELECT PreviewFile ASSIGN TO "MASSCHG.PRV"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-PREVIEW-STATUS.
     SELECT PersonFile ASSIGN TO "PERSONS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS PersonId
         FILE STATUS IS WS-PERSON-FILE-STATUS.
     SELECT MassTransFile ASSIGN TO "MASSCHG.TRANS"
         ORGANIZATION IS LINE SEQUENTIAL.
     SELECT MassChangeReport ASSIGN TO "MASSCHG.RPT"
         ORGANIZATION IS LINE SEQUENTIAL.
 DATA DIVISION.
 FILE SECTION.
*> Mode, the selection criteria (blank = any), the field replaced
*> (S street, C city, T status) and its new value - for a status
*> the first byte, A, S or D.
 FD ParameterFile.
 01 ParameterRec.
    05 PRM-MODE           PIC X.
       88 PrmPreview VALUE "P".
       88 PrmApply   VALUE "A".
    05 PRM-CHANGE-SPEC.
       10 PRM-SEL-CITY       PIC X(15).
       10 PRM-SEL-STREET     PIC X(20).
       10 PRM-SEL-COMPANY    PIC X(4).
       10 PRM-SEL-STATUS     PIC X.
       10 PRM-TARGET-FIELD   PIC X.
          88 PrmReplaceStreet VALUE "S".
          88 PrmReplaceCity   VALUE "C".
          88 PrmReplaceStatus VALUE "T".
          88 PrmTargetValid   VALUE "S" "C" "T".
       10 PRM-NEW-VALUE      PIC X(20).
*> The change a preview was run for, and the date it ran.
 FD PreviewFile.
 01 PreviewRec.
    05 PRV-CHANGE-SPEC PIC X(61).
    05 PRV-RUN-DATE    PIC 9(8).
 FD PersonFile.
 COPY PERSONREC.
 FD MassTransFile.
 COPY TRANSREC.
 FD MassChangeReport.
 01 MassChangeLine PIC X(80).
 WORKING-STORAGE SECTION.
 COPY TRANSBATREC.
 01 WS-PARAMETER-STATUS PIC XX.
 01 WS-PREVIEW-STATUS PIC XX.
 01 WS-PERSON-FILE-STATUS PIC XX.
 01 WS-RUN-DATE PIC 9(8).
 01 WS-PERSON-EOF PIC X VALUE "N".
    88 EndOfPersonFile VALUE "Y".
 01 WS-SELECTED PIC X.
    88 PersonSelected VALUE "Y".
*> A blank status on the master is a legacy active record, so a
*> selection on A takes those too.
 01 WS-PERSON-STATUS PIC X.
 01 WS-OLD-VALUE PIC X(20).
 01 WS-NOTE PIC X(12).
 01 WS-READ-COUNT      PIC 9(7) VALUE ZERO.
 01 WS-SELECTED-COUNT  PIC 9(7) VALUE ZERO.
 01 WS-UNCHANGED-COUNT PIC 9(7) VALUE ZERO.
 01 WS-WRITTEN-COUNT   PIC 9(7) VALUE ZERO.
 01 WS-HASH-TOTAL      PIC 9(12) VALUE ZERO.
 01 WS-CRITERIA-LINE-1.
    05 FILLER      PIC X(6) VALUE "CITY ".
    05 CRL-CITY    PIC X(15).
    05 FILLER      PIC X(10) VALUE "  STREET ".
    05 CRL-STREET  PIC X(20).
    05 FILLER      PIC X(11) VALUE "  COMPANY ".
    05 CRL-COMPANY PIC X(4).
    05 FILLER      PIC X(10) VALUE "  STATUS ".
    05 CRL-STATUS  PIC X.
 01 WS-CRITERIA-LINE-2.
    05 FILLER      PIC X(9) VALUE "REPLACE ".
    05 CRL-FIELD   PIC X(8).
    05 FILLER      PIC X(6) VALUE " WITH ".
    05 CRL-NEW-VALUE PIC X(20).
 01 WS-MODE-LINE PIC X(80).
 01 WS-COLUMN-HEADING.
    05 FILLER PIC X(8)  VALUE "PERSON".
    05 FILLER PIC X(22) VALUE "NAME".
    05 FILLER PIC X(22) VALUE "OLD VALUE".
    05 FILLER PIC X(22) VALUE "NEW VALUE".
 01 WS-DETAIL-LINE.
    05 DTL-PERSON-ID   PIC ZZZZZ9.
    05 FILLER          PIC X(2) VALUE SPACES.
    05 DTL-PERSON-NAME PIC X(20).
    05 FILLER          PIC X(2) VALUE SPACES.
    05 DTL-OLD-VALUE   PIC X(20).
    05 FILLER          PIC X(2) VALUE SPACES.
    05 DTL-NEW-VALUE   PIC X(20).
    05 FILLER          PIC X(1) VALUE SPACES.
    05 DTL-NOTE        PIC X(7).
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
     PERFORM ReadParameters.
     IF PrmApply
       PERFORM CheckPreviewRun
     END-IF.
     OPEN INPUT PersonFile.
     IF WS-PERSON-FILE-STATUS = "35"
       DISPLAY "MassChangeGen - PERSONS.DAT not found, run refused"
       PERFORM RefuseRun
     END-IF.
     IF PrmApply
       OPEN OUTPUT MassTransFile
       PERFORM WriteBatchHeader
     END-IF.
     PERFORM StartMassChangeReport.
     PERFORM UNTIL EndOfPersonFile
       READ PersonFile NEXT RECORD
         AT END
           SET EndOfPersonFile TO TRUE
         NOT AT END
           ADD 1 TO WS-READ-COUNT
           PERFORM CheckSelection
           IF PersonSelected
             PERFORM ChangeOnePerson
           END-IF
       END-READ
     END-PERFORM.
     CLOSE PersonFile.
     IF PrmApply
       PERFORM WriteBatchTrailer
       CLOSE MassTransFile
       OPEN OUTPUT PreviewFile
       CLOSE PreviewFile
     ELSE
       OPEN OUTPUT PreviewFile
       MOVE PRM-CHANGE-SPEC TO PRV-CHANGE-SPEC
       MOVE WS-RUN-DATE     TO PRV-RUN-DATE
       WRITE PreviewRec
       CLOSE PreviewFile
     END-IF.
     PERFORM EndMassChangeReport.
     IF WS-SELECTED-COUNT = ZERO
       DISPLAY "MassChangeGen - no person meets the criteria"
       MOVE 4 TO RETURN-CODE
     END-IF.
     PERFORM WriteRunLogRecord.
     STOP RUN.
*>   A missing or unusable parameter record refuses the run, and so
*>   does a selection with no criteria at all - a change to every
*>   person on the master is not a mass change, it is a mistake.
 ReadParameters.
     OPEN INPUT ParameterFile.
     IF WS-PARAMETER-STATUS NOT = "00"
       DISPLAY "MassChangeGen - MASSCHG.PARM not found, run refused"
       PERFORM RefuseRun
     END-IF.
     READ ParameterFile
       AT END
         DISPLAY "MassChangeGen - MASSCHG.PARM is empty, "
             "run refused"
         CLOSE ParameterFile
         PERFORM RefuseRun
     END-READ.
     CLOSE ParameterFile.
     IF NOT PrmPreview AND NOT PrmApply
       DISPLAY "MassChangeGen - mode must be P or A, run refused"
       PERFORM RefuseRun
     END-IF.
     IF PRM-SEL-CITY = SPACES AND PRM-SEL-STREET = SPACES
         AND PRM-SEL-COMPANY = SPACES AND PRM-SEL-STATUS = SPACE
       DISPLAY "MassChangeGen - no selection criteria given, "
           "run refused"
       PERFORM RefuseRun
     END-IF.
     IF NOT PrmTargetValid
       DISPLAY "MassChangeGen - field to replace must be S, C or T, "
           "run refused"
       PERFORM RefuseRun
     END-IF.
     IF PRM-NEW-VALUE = SPACES
       DISPLAY "MassChangeGen - no replacement value given, "
           "run refused"
       PERFORM RefuseRun
     END-IF.
     IF PrmReplaceStatus
       IF (PRM-NEW-VALUE (1:1) NOT = "A"
           AND PRM-NEW-VALUE (1:1) NOT = "S"
           AND PRM-NEW-VALUE (1:1) NOT = "D")
           OR PRM-NEW-VALUE (2:19) NOT = SPACES
         DISPLAY "MassChangeGen - new status must be A, S or D, "
             "run refused"
         PERFORM RefuseRun
       END-IF
     END-IF.
     IF PrmReplaceCity AND PRM-NEW-VALUE (16:5) NOT = SPACES
       DISPLAY "MassChangeGen - new city is longer than 15, "
           "run refused"
       PERFORM RefuseRun
     END-IF.
*>   The apply must be for exactly the change last previewed.
 CheckPreviewRun.
     OPEN INPUT PreviewFile.
     IF WS-PREVIEW-STATUS NOT = "00"
       DISPLAY "MassChangeGen - no preview on file, run refused"
       PERFORM RefuseRun
     END-IF.
     READ PreviewFile
       AT END
         MOVE SPACES TO PreviewRec
     END-READ.
     CLOSE PreviewFile.
     IF PRV-CHANGE-SPEC NOT = PRM-CHANGE-SPEC
       DISPLAY "MassChangeGen - parameters differ from the last "
           "preview, run refused"
       PERFORM RefuseRun
     END-IF.
 RefuseRun.
     MOVE 8 TO RETURN-CODE.
     PERFORM WriteRunLogRecord.
     STOP RUN.
 CheckSelection.
     MOVE "Y" TO WS-SELECTED.
     MOVE PersonStatus TO WS-PERSON-STATUS.
     IF WS-PERSON-STATUS = SPACE
       MOVE "A" TO WS-PERSON-STATUS
     END-IF.
     IF PRM-SEL-CITY NOT = SPACES AND City NOT = PRM-SEL-CITY
       MOVE "N" TO WS-SELECTED
     END-IF.
     IF PRM-SEL-STREET NOT = SPACES AND Street NOT = PRM-SEL-STREET
       MOVE "N" TO WS-SELECTED
     END-IF.
     IF PRM-SEL-COMPANY NOT = SPACES
         AND PersonCompany NOT = PRM-SEL-COMPANY
       MOVE "N" TO WS-SELECTED
     END-IF.
     IF PRM-SEL-STATUS NOT = SPACE
         AND WS-PERSON-STATUS NOT = PRM-SEL-STATUS
       MOVE "N" TO WS-SELECTED
     END-IF.
 ChangeOnePerson.
     ADD 1 TO WS-SELECTED-COUNT.
     EVALUATE TRUE
       WHEN PrmReplaceStreet
         MOVE Street TO WS-OLD-VALUE
       WHEN PrmReplaceCity
         MOVE City TO WS-OLD-VALUE
       WHEN OTHER
         MOVE WS-PERSON-STATUS TO WS-OLD-VALUE
     END-EVALUATE.
     MOVE SPACES TO WS-NOTE.
     IF WS-OLD-VALUE = PRM-NEW-VALUE
       ADD 1 TO WS-UNCHANGED-COUNT
       MOVE "NO CHG" TO WS-NOTE
     ELSE
       IF PrmApply
         PERFORM WriteMassChange
       END-IF
     END-IF.
     MOVE PersonId      TO DTL-PERSON-ID.
     MOVE PersonName    TO DTL-PERSON-NAME.
     MOVE WS-OLD-VALUE  TO DTL-OLD-VALUE.
     MOVE PRM-NEW-VALUE TO DTL-NEW-VALUE.
     MOVE WS-NOTE       TO DTL-NOTE.
     WRITE MassChangeLine FROM WS-DETAIL-LINE.
*>   The generated Change carries the master's own details with the
*>   one field replaced, the PostalMoves shape: a blank status and
*>   postal code leave the master's values alone.
 WriteMassChange.
     MOVE SPACES TO TransRecord.
     MOVE "C" TO TransCode.
     MOVE PersonId       TO TransPersonId.
     MOVE PersonName     TO TransPersonName.
     MOVE Street         TO TransStreet.
     MOVE City           TO TransCity.
     MOVE WGender        TO TransWGender.
     MOVE YOBirth        TO TransYOBirth.
     MOVE MOBirth        TO TransMOBirth.
     MOVE DOBirth        TO TransDOBirth.
     MOVE PersonCompany  TO TransCompany.
     MOVE SPACE          TO TransStatus.
     MOVE "MAS"          TO TransSource.
     MOVE ZERO           TO TransEffectiveDate.
     EVALUATE TRUE
       WHEN PrmReplaceStreet
         MOVE PRM-NEW-VALUE TO TransStreet
       WHEN PrmReplaceCity
         MOVE PRM-NEW-VALUE (1:15) TO TransCity
       WHEN OTHER
         MOVE PRM-NEW-VALUE (1:1) TO TransStatus
     END-EVALUATE.
     WRITE TransRecord.
     ADD 1 TO WS-WRITTEN-COUNT.
     ADD PersonId TO WS-HASH-TOTAL.
 WriteBatchHeader.
     MOVE SPACES TO TransBatchOverlay.
     MOVE "H" TO TBT-CODE.
     MOVE "MASSCHG" TO TBT-SOURCE-SYSTEM.
     MOVE WS-RUN-DATE TO TBT-CREATE-DATE.
     WRITE TransRecord FROM TransBatchOverlay.
 WriteBatchTrailer.
     MOVE SPACES TO TransBatchOverlay.
     MOVE "T" TO TBT-CODE.
     MOVE WS-WRITTEN-COUNT TO TBT-RECORD-COUNT
         OF TransBatchTrailer.
     MOVE WS-HASH-TOTAL TO TBT-PERSON-HASH
         OF TransBatchTrailer.
     WRITE TransRecord FROM TransBatchOverlay.
 StartMassChangeReport.
     OPEN OUTPUT MassChangeReport.
     MOVE "H" TO PRC-ACTION.
     MOVE "CRITERIA MASS CHANGE" TO PRC-REPORT-TITLE.
     MOVE WS-RUN-DATE TO PRC-RUN-DATE.
     MOVE ZERO TO PRC-PAGE-NUMBER.
     CALL "PrintReport" USING PrintControlRec.
     WRITE MassChangeLine FROM PRC-OUTPUT-LINE.
     MOVE SPACES TO MassChangeLine.
     WRITE MassChangeLine.
     IF PrmApply
       MOVE "APPLY - CHANGE TRANSACTIONS WRITTEN TO MASSCHG.TRANS"
           TO WS-MODE-LINE
     ELSE
       MOVE "PREVIEW - NO TRANSACTIONS WRITTEN"
           TO WS-MODE-LINE
     END-IF.
     WRITE MassChangeLine FROM WS-MODE-LINE.
     MOVE PRM-SEL-CITY    TO CRL-CITY.
     MOVE PRM-SEL-STREET  TO CRL-STREET.
     MOVE PRM-SEL-COMPANY TO CRL-COMPANY.
     MOVE PRM-SEL-STATUS  TO CRL-STATUS.
     WRITE MassChangeLine FROM WS-CRITERIA-LINE-1.
     EVALUATE TRUE
       WHEN PrmReplaceStreet
         MOVE "STREET" TO CRL-FIELD
       WHEN PrmReplaceCity
         MOVE "CITY"   TO CRL-FIELD
       WHEN OTHER
         MOVE "STATUS" TO CRL-FIELD
     END-EVALUATE.
     MOVE PRM-NEW-VALUE TO CRL-NEW-VALUE.
     WRITE MassChangeLine FROM WS-CRITERIA-LINE-2.
     MOVE SPACES TO MassChangeLine.
     WRITE MassChangeLine.
     WRITE MassChangeLine FROM WS-COLUMN-HEADING.
 EndMassChangeReport.
     MOVE SPACES TO MassChangeLine.
     WRITE MassChangeLine.
     MOVE "PERSONS READ"                   TO SUM-LABEL.
     MOVE WS-READ-COUNT                    TO SUM-VALUE.
     WRITE MassChangeLine FROM WS-SUMMARY-LINE.
     MOVE "PERSONS MEETING THE CRITERIA"   TO SUM-LABEL.
     MOVE WS-SELECTED-COUNT                TO SUM-VALUE.
     WRITE MassChangeLine FROM WS-SUMMARY-LINE.
     MOVE "ALREADY AT THE NEW VALUE"       TO SUM-LABEL.
     MOVE WS-UNCHANGED-COUNT               TO SUM-VALUE.
     WRITE MassChangeLine FROM WS-SUMMARY-LINE.
     MOVE "CHANGE TRANSACTIONS WRITTEN"    TO SUM-LABEL.
     MOVE WS-WRITTEN-COUNT                 TO SUM-VALUE.
     WRITE MassChangeLine FROM WS-SUMMARY-LINE.
     MOVE "F" TO PRC-ACTION.
     MOVE WS-SELECTED-COUNT TO PRC-DETAIL-COUNT.
     CALL "PrintReport" USING PrintControlRec.
     WRITE MassChangeLine FROM PRC-OUTPUT-LINE.
     CLOSE MassChangeReport.
 SetRunLogStart.
     MOVE "MASSCHANGEGEN" TO RLG-JOB-NAME.
     ACCEPT WS-LOG-TS-DATE FROM DATE YYYYMMDD.
     ACCEPT WS-LOG-TS-TIME FROM TIME.
     MOVE WS-LOG-TS-DATE TO RLG-RUN-DATE.
     STRING WS-LOG-TS-DATE WS-LOG-TS-TIME DELIMITED BY SIZE
         INTO RLG-START-TIMESTAMP.
 WriteRunLogRecord.
     MOVE WS-READ-COUNT TO RLG-READ-COUNT.
     MOVE WS-WRITTEN-COUNT TO RLG-WRITTEN-COUNT.
     MOVE WS-UNCHANGED-COUNT TO RLG-REJECTED-COUNT.
     MOVE RETURN-CODE TO RLG-RETURN-CODE.
     CALL "WriteRunLog" USING RunLogRec.
