*> name/address from PERSONHIST.DAT, the applied transactions from
*> TRANSHIST.DAT, the audit entries from PERSONS.AUDIT, and the
*> sales summary lines from today's SUMMARY generation when the
*> person is a salesperson, and every letter, statement, invoice and
*> mailing sent to them from the CONTACT.DAT contact history, and the
*> customer cases still open against them on CASES.DAT with who has
*> each and when it is due. The first hour of every investigation,
*> done in one run.
*> Unattended, when PERSON360.PARM is present: each of its records
*> carries the operator the inquiry is made for and one PersonId, the
*> operator is signed on from the first record with no console
*> prompt, and every person listed gets a full 360 in the one report,
*> each under its own banner and access-logged in turn. The overnight
*> report queue (ReportQueueStep) writes it for a queued request.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT PersonNotesFile ASSIGN TO "PERSNOTES.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-NOTES-FILE-STATUS.
     SELECT ContactFile ASSIGN TO "CONTACT.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS CTH-KEY
         FILE STATUS IS WS-CONTACT-FILE-STATUS.
     SELECT CaseFile ASSIGN TO "CASES.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS CAS-KEY
         FILE STATUS IS WS-CASE-FILE-STATUS.
     SELECT InquiryReport ASSIGN TO "PERSON360.RPT"
         ORGANIZATION IS LINE SEQUENTIAL.
     SELECT ParameterFile ASSIGN TO "PERSON360.PARM"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-PARAMETER-STATUS.
 DATA DIVISION.
 FILE SECTION.
 FD PersonFile.
    05 NTE-TIMESTAMP PIC X(16).
    05 NTE-OPERATOR  PIC X(8).
    05 NTE-TEXT      PIC X(60).
 FD ContactFile.
 COPY CONTACTREC.
 FD CaseFile.
 COPY CASEREC.
 FD InquiryReport.
 01 InquiryReportLine PIC X(80).
 FD ParameterFile.
 01 ParameterRec.
    05 PRM-OPERATOR-ID PIC X(8).
    05 PRM-PERSON-ID   PIC 9(6).
 WORKING-STORAGE SECTION.
*> Integrity seal verification at open (shared VerifyMasterSeal) - a
*> master that no longer matches MASTERSEAL.DAT is a torn promotion
 01 WS-AUDIT-FILE-STATUS PIC XX.
 01 WS-NOTES-FILE-STATUS PIC XX.
 01 WS-SUMMARY-FILE-STATUS PIC XX.
 01 WS-CONTACT-FILE-STATUS PIC XX.
 01 WS-CASE-FILE-STATUS PIC XX.
 01 WS-TARGET-PERSON-ID PIC 9(6).
 01 WS-PARAMETER-STATUS PIC XX.
 01 WS-PARM-MODE PIC X VALUE "N".
    88 ParameterDriven VALUE "Y".
 01 WS-PARM-EOF PIC X VALUE "N".
    88 EndOfParameters VALUE "Y".
 01 WS-PERSON-COUNT PIC 9(3) VALUE ZERO.
 01 WS-PERSON-BANNER.
    05 FILLER PIC X(10) VALUE "== PERSON ".
    05 BNR-PERSON-ID PIC 9(6).
    05 FILLER PIC X(3) VALUE " ==".
 01 WS-RUN-DATE PIC 9(8).
 01 WS-SUMMARY-FILENAME PIC X(20).
 01 WS-EOF-SWITCH PIC X.
    05 NTL-OPERATOR PIC X(8).
    05 FILLER PIC X(2) VALUE SPACES.
    05 NTL-TEXT PIC X(50).
 01 WS-CONTACT-LINE.
    05 FILLER PIC X(2) VALUE SPACES.
    05 CTL-DATE PIC 9(8)/99/99.
    05 FILLER PIC X(2) VALUE SPACES.
    05 CTL-CONTENT-ID PIC X(8).
    05 FILLER PIC X(1) VALUE SPACES.
    05 CTL-CHANNEL PIC X.
    05 FILLER PIC X(2) VALUE SPACES.
    05 CTL-ADDRESS.
       10 CTL-STREET PIC X(20).
       10 FILLER PIC X VALUE SPACE.
       10 CTL-CITY PIC X(15).
    05 FILLER PIC X(2) VALUE SPACES.
    05 CTL-SENT-BY PIC X(14).
 01 WS-CASE-LINE.
    05 FILLER PIC X(2) VALUE SPACES.
    05 CSL-CASE-NUMBER PIC 9(8).
    05 FILLER PIC X(1) VALUE SPACES.
    05 CSL-CATEGORY PIC XX.
    05 FILLER PIC X(1) VALUE SPACES.
    05 CSL-STATUS PIC X.
    05 FILLER PIC X(1) VALUE SPACES.
    05 CSL-ASSIGNED-TO PIC X(8).
    05 FILLER PIC X(1) VALUE SPACES.
    05 CSL-OPENED PIC 9(4)/99/99.
    05 FILLER PIC X(1) VALUE SPACES.
    05 CSL-DUE PIC 9(4)/99/99.
    05 FILLER PIC X(1) VALUE SPACES.
    05 CSL-OVERDUE PIC X(7).
    05 FILLER PIC X(1) VALUE SPACES.
    05 CSL-SUBJECT PIC X(24).
 01 WS-NONE-LINE PIC X(80) VALUE "  (NO ENTRIES)".
*> Reads of full person detail are logged like updates: the operator
*> signs on through CheckOperator and every inquiry goes to the
     MOVE RDT-RUN-DATE TO WS-RUN-DATE.
     STRING "SUMMARY." WS-RUN-DATE ".DAT" DELIMITED BY SIZE
         INTO WS-SUMMARY-FILENAME.
     PERFORM ReadParameterFile.
     IF NOT ParameterDriven
       DISPLAY "Enter operator ID: "
       ACCEPT WS-OPERATOR-ID
     END-IF.
     MOVE WS-OPERATOR-ID TO OPR-OPERATOR-ID.
     MOVE "*" TO OPR-FUNCTION.
     CALL "CheckOperator" USING OperatorControlRec.
       MOVE 8 TO RETURN-CODE
       STOP RUN
     END-IF.
     OPEN OUTPUT InquiryReport.
     MOVE "PERSON 360 INQUIRY" TO PRC-REPORT-TITLE.
     MOVE WS-RUN-DATE TO PRC-RUN-DATE.
     WRITE InquiryReportLine FROM PRC-OUTPUT-LINE.
     MOVE SPACES TO InquiryReportLine.
     WRITE InquiryReportLine.
     IF ParameterDriven
       PERFORM UNTIL EndOfParameters
         MOVE PRM-PERSON-ID TO WS-TARGET-PERSON-ID
         PERFORM InquireOnePerson
         READ ParameterFile
           AT END
             SET EndOfParameters TO TRUE
         END-READ
       END-PERFORM
       CLOSE ParameterFile
     ELSE
       DISPLAY "Enter PersonId to inquire on: "
       ACCEPT WS-TARGET-PERSON-ID
       PERFORM InquireOnePerson
     END-IF.
     SET PrcBuildFooter TO TRUE.
     MOVE WS-TOTAL-LINES TO PRC-DETAIL-COUNT.
     CALL "PrintReport" USING PrintControlRec.
     WRITE InquiryReportLine.
     WRITE InquiryReportLine FROM PRC-OUTPUT-LINE.
     CLOSE InquiryReport.
     IF ParameterDriven
       DISPLAY "PERSON360.RPT written for " WS-PERSON-COUNT
           " persons"
     ELSE
       DISPLAY "PERSON360.RPT written for " WS-TARGET-PERSON-ID
     END-IF.
     STOP RUN.
*>   The parameter file wins when present; it is left open on its
*>   first record for the inquiry loop. An empty one is no parameter
*>   file at all.
 ReadParameterFile.
     OPEN INPUT ParameterFile.
     IF WS-PARAMETER-STATUS = "00"
       READ ParameterFile
         AT END
           CLOSE ParameterFile
         NOT AT END
           SET ParameterDriven TO TRUE
           MOVE PRM-OPERATOR-ID TO WS-OPERATOR-ID
       END-READ
     END-IF.
*>   Every person looked at is access-logged before a line of their
*>   detail is written; several to a run each get their own banner.
 InquireOnePerson.
     ADD 1 TO WS-PERSON-COUNT.
     MOVE WS-OPERATOR-ID TO ACC-OPERATOR-ID.
     MOVE "PERSONINQUIRY" TO ACC-PROGRAM.
     MOVE WS-TARGET-PERSON-ID TO ACC-PERSON-ID.
     MOVE SPACES TO ACC-NAME-KEY.
     CALL "WriteAccessLog" USING AccessControlRec.
     IF ParameterDriven
       MOVE SPACES TO InquiryReportLine
       WRITE InquiryReportLine
       MOVE WS-TARGET-PERSON-ID TO BNR-PERSON-ID
       WRITE InquiryReportLine FROM WS-PERSON-BANNER
     END-IF.
     PERFORM ReportMasterRecord.
     PERFORM ReportNameAddressHistory.
     PERFORM ReportAppliedTransactions.
     PERFORM ReportAuditEntries.
     PERFORM ReportPersonNotes.
     PERFORM ReportSalesSummaries.
     PERFORM ReportContactHistory.
     PERFORM ReportOpenCases.
 WriteSectionHeading.
     MOVE SPACES TO InquiryReportLine.
     WRITE InquiryReportLine.
     IF WS-SECTION-COUNT = ZERO
       WRITE InquiryReportLine FROM WS-NONE-LINE
     END-IF.
*>   Oldest first, as the history is keyed; an emailed piece shows
*>   the address it went to in place of street and city.
 ReportContactHistory.
     MOVE "CONTACT HISTORY (CONTACT)" TO SEC-TITLE.
     PERFORM WriteSectionHeading.
     MOVE ZERO TO WS-SECTION-COUNT.
     MOVE "N" TO WS-EOF-SWITCH.
     OPEN INPUT ContactFile.
     IF WS-CONTACT-FILE-STATUS NOT = "00"
       SET EndOfFile TO TRUE
     ELSE
       MOVE WS-TARGET-PERSON-ID TO CTH-PERSON-ID
       MOVE ZERO TO CTH-CONTACT-DATE CTH-SEQ
       START ContactFile KEY IS NOT LESS THAN CTH-KEY
         INVALID KEY
           SET EndOfFile TO TRUE
       END-START
     END-IF.
     PERFORM UNTIL EndOfFile
       READ ContactFile NEXT RECORD
         AT END
           SET EndOfFile TO TRUE
         NOT AT END
           IF CTH-PERSON-ID NOT = WS-TARGET-PERSON-ID
             SET EndOfFile TO TRUE
           ELSE
             MOVE CTH-CONTACT-DATE TO CTL-DATE
             MOVE CTH-CONTENT-ID TO CTL-CONTENT-ID
             MOVE CTH-CHANNEL TO CTL-CHANNEL
             IF CthByEmail
               MOVE CTH-EMAIL-USED TO CTL-ADDRESS
             ELSE
               MOVE SPACES TO CTL-ADDRESS
               MOVE CTH-STREET TO CTL-STREET
               MOVE CTH-CITY TO CTL-CITY
             END-IF
             MOVE CTH-SENT-BY TO CTL-SENT-BY
             WRITE InquiryReportLine FROM WS-CONTACT-LINE
             ADD 1 TO WS-SECTION-COUNT
             ADD 1 TO WS-TOTAL-LINES
           END-IF
       END-READ
     END-PERFORM.
     IF WS-CONTACT-FILE-STATUS NOT = "35"
       CLOSE ContactFile
     END-IF.
     IF WS-SECTION-COUNT = ZERO
       WRITE InquiryReportLine FROM WS-NONE-LINE
     END-IF.
*>   Only the cases still to be worked - open or waiting on the
*>   customer - in case-number order; one past its due date is
*>   flagged OVERDUE. Closed cases are on CASES.DAT for CaseMaint.
 ReportOpenCases.
     MOVE "OPEN CASES (CASES)" TO SEC-TITLE.
     PERFORM WriteSectionHeading.
     MOVE ZERO TO WS-SECTION-COUNT.
     MOVE "N" TO WS-EOF-SWITCH.
     OPEN INPUT CaseFile.
     IF WS-CASE-FILE-STATUS NOT = "00"
       SET EndOfFile TO TRUE
     ELSE
       MOVE WS-TARGET-PERSON-ID TO CAS-PERSON-ID
       MOVE ZERO TO CAS-NUMBER
       START CaseFile KEY IS NOT LESS THAN CAS-KEY
         INVALID KEY
           SET EndOfFile TO TRUE
       END-START
     END-IF.
     PERFORM UNTIL EndOfFile
       READ CaseFile NEXT RECORD
         AT END
           SET EndOfFile TO TRUE
         NOT AT END
           IF CAS-PERSON-ID NOT = WS-TARGET-PERSON-ID
             SET EndOfFile TO TRUE
           ELSE
             IF CaseStillOpen
               MOVE CAS-NUMBER TO CSL-CASE-NUMBER
               MOVE CAS-CATEGORY TO CSL-CATEGORY
               MOVE CAS-STATUS TO CSL-STATUS
               MOVE CAS-ASSIGNED-TO TO CSL-ASSIGNED-TO
               MOVE CAS-OPENED-DATE TO CSL-OPENED
               MOVE CAS-DUE-DATE TO CSL-DUE
               IF CAS-DUE-DATE < WS-RUN-DATE
                 MOVE "OVERDUE" TO CSL-OVERDUE
               ELSE
                 MOVE SPACES TO CSL-OVERDUE
               END-IF
               MOVE CAS-SUBJECT TO CSL-SUBJECT
               WRITE InquiryReportLine FROM WS-CASE-LINE
               ADD 1 TO WS-SECTION-COUNT
               ADD 1 TO WS-TOTAL-LINES
             END-IF
           END-IF
       END-READ
     END-PERFORM.
     IF WS-CASE-FILE-STATUS NOT = "35"
       CLOSE CaseFile
     END-IF.
     IF WS-SECTION-COUNT = ZERO
       WRITE InquiryReportLine FROM WS-NONE-LINE
     END-IF.
