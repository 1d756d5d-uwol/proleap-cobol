*> generation (which the merge prefers over the raw file), failures to
*> TRANSEDIT.REJ, and TRANSEDIT.RPT carries counts by error type. The
*> step ends with return code 4 when anything was rejected so the
*> merge step's COND can decide whether to go on. A postal code that
*> POSTREF.DAT says belongs to another city fails the shared edit; a
*> Change that moves the city but leaves the master's postal code in
*> place is passed with a warning line, the code to be corrected.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
 01 WS-BAD-DETAIL-COUNT PIC 9(7) VALUE ZERO.
 01 WS-NO-TARGET-COUNT  PIC 9(7) VALUE ZERO.
 01 WS-BAD-COMPANY-COUNT PIC 9(7) VALUE ZERO.
 01 WS-POSTAL-WARN-COUNT PIC 9(7) VALUE ZERO.
 COPY POSTCHKREC.
*> Approval-queue controls: a Delete without a release entry is
*> parked, a whole source is parked when its changes-plus-deletes
*> exceed the threshold share of the master, and parked entries age
    05 DTL-CODE      PIC X.
    05 FILLER        PIC X(2)  VALUE SPACES.
    05 DTL-MESSAGE   PIC X(40).
 01 WS-WARNING-LINE.
    05 FILLER        PIC X(10) VALUE "WARNING:  ".
    05 WRN-PERSON-ID PIC ZZZZZ9.
    05 FILLER        PIC X(2)  VALUE SPACES.
    05 WRN-CITY      PIC X(15).
    05 FILLER        PIC X(2)  VALUE SPACES.
    05 WRN-POSTAL-CODE PIC X(8).
    05 FILLER        PIC X(2)  VALUE SPACES.
    05 WRN-MESSAGE   PIC X(35)
       VALUE "KEPT POSTAL CODE NOT IN NEW CITY".
 01 WS-SUMMARY-LINE.
    05 SUM-LABEL PIC X(34).
    05 SUM-VALUE PIC Z(6)9.
           MOVE "Target PersonId not in PERSONS.DAT"
               TO WS-EDIT-MESSAGE
           ADD 1 TO WS-NO-TARGET-COUNT
         NOT INVALID KEY
           IF ChangeTransaction AND TransPostalCode = SPACES
             PERFORM CheckKeptPostalCode
           END-IF
       END-READ
       CLOSE PersonFile
     END-IF.
*>   A Change with no postal code keeps the master's; if the city it
*>   carries is not one that code serves, the move still goes through
*>   (the city is the news) but is listed so the code gets fixed.
 CheckKeptPostalCode.
     MOVE PersonPostalCode TO PCK-POSTAL-CODE.
     MOVE TransCity        TO PCK-CITY.
     CALL "CheckPostalCity" USING PostalCheckControlRec.
     IF PostalCityDisagrees
       ADD 1 TO WS-POSTAL-WARN-COUNT
       MOVE TransPersonId    TO WRN-PERSON-ID
       MOVE TransCity        TO WRN-CITY
       MOVE PersonPostalCode TO WRN-POSTAL-CODE
       WRITE TransEditReportLine FROM WS-WARNING-LINE
     END-IF.
*>   The approval gate: a whole source past the batch threshold is
*>   parked wholesale; otherwise a Delete is parked unless a
*>   supervisor release is on file, in which case the release is
*>   consumed and the delete passes to the merge. A MassChangeGen
*>   transaction (source MAS) is treated like a Delete whatever its
*>   code: every one waits for a supervisor release.
 CheckApprovalGate.
     IF TransEffectiveDate NUMERIC
         AND TransEffectiveDate > WS-CTL-RUN-DATE
 ApplyApprovalRules.
     PERFORM DeriveSourceHeld.
     EVALUATE TRUE
       WHEN TransSource = "MAS"
         PERFORM LookUpReleaseEntry
         IF ReleaseFound
           PERFORM ConsumeReleaseEntry
         ELSE
           PERFORM ParkTransaction
         END-IF
       WHEN SourceHeld
         PERFORM ParkTransaction
       WHEN DeleteTransaction
         NOT AT END
           IF (ChangeTransaction OR DeleteTransaction)
             EVALUATE TransSource
               WHEN "MAS"
                 CONTINUE
               WHEN "BRN"
                 ADD 1 TO WS-SRC-VOL-BRN
               WHEN "WEB"
     MOVE "  WRONG COMPANY"               TO SUM-LABEL.
     MOVE WS-BAD-COMPANY-COUNT           TO SUM-VALUE.
     WRITE TransEditReportLine FROM WS-SUMMARY-LINE.
     MOVE "PASSED WITH POSTAL CODE WARNING" TO SUM-LABEL.
     MOVE WS-POSTAL-WARN-COUNT           TO SUM-VALUE.
     WRITE TransEditReportLine FROM WS-SUMMARY-LINE.
     MOVE "PARKED FOR SUPERVISOR APPROVAL" TO SUM-LABEL.
     MOVE WS-PARKED-COUNT                TO SUM-VALUE.
     WRITE TransEditReportLine FROM WS-SUMMARY-LINE.
