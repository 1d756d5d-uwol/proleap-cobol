*> wording change is data, not a program change. The print file is a
*> date-stamped LETTERS generation sorted by PersonPostalCode for
*> postal handling, and nothing is ever generated for a suspended or
*> deceased person. Month-end payment reminders arrive the same way
*> as age milestones - ARStatements writes the day's DUNNING
*> generation and each record names the reminder letter to send.
*> The month-end CustomerScoring run likewise writes a WINBACK
*> generation naming the WINBAK letter for each customer who has just
*> lapsed, and those win-back letters go out on the same rules.
*> A letter about someone still under the adult age goes to that
*> person's guardian (else a parent) from RELATION.DAT, at the
*> guardian's address with a RE: line naming the minor; a minor with
*> no guardian or parent who can be written to is written to direct
*> and counted on the summary. Every letter goes to the address in
*> force on the run date from ADDRESS.DAT (a seasonal or mailing
*> address ahead of the residence on the master - shared
*> ResolveMailAddress), except that a letter whose address has come
*> back undeliverable (an open UNDELIV.DAT entry, shared
*> CheckUndeliverable) is held back and counted instead. Every letter
*> printed is entered on the CONTACT.DAT contact history (shared
*> ContactHistory) against the person it is about, with the address
*> it went to; a letter the catalog marks one-time (the flag after
*> the text on any of its lines - the welcome and age-milestone
*> letters) is not printed again for a person the history shows has
*> had it, and is counted instead.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT EventFile ASSIGN TO WS-EVENT-FILENAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-EVENT-FILE-STATUS.
     SELECT DunningFile ASSIGN TO WS-DUNNING-FILENAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-DUNNING-FILE-STATUS.
     SELECT WinBackFile ASSIGN TO WS-WINBACK-FILENAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-WINBACK-FILE-STATUS.
     SELECT RelationFile ASSIGN TO "RELATION.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS REL-KEY
         FILE STATUS IS WS-RELATION-FILE-STATUS.
     SELECT LetterSortWork ASSIGN TO "LETTERWORK.DAT".
     SELECT LetterFile ASSIGN TO WS-LETTER-FILENAME
         ORGANIZATION IS LINE SEQUENTIAL.
    05 LCT-LETTER-ID PIC X(6).
    05 LCT-LINE-SEQ  PIC 9(2).
    05 LCT-TEXT      PIC X(60).
    05 LCT-ONE-TIME  PIC X.
       88 LctOneTimeLetter VALUE "Y".
*> The day's age-milestone events from MilestoneEvents - each one a
*> letter too, under its own catalog id (ADULTM, SENIOR).
 FD EventFile.
    05 EVT-PERSON-NAME PIC X(20).
    05 EVT-EVENT-CODE  PIC X(6).
    05 EVT-EVENT-DATE  PIC 9(8).
*> Payment reminders from the month-end statement run - one per
*> customer, the letter id escalating with the age of the oldest
*> open item (DUN030, DUN060, DUN090).
 FD DunningFile.
 01 DunningRec.
    05 DUN-PERSON-ID   PIC 9(6).
    05 DUN-PERSON-NAME PIC X(20).
    05 DUN-LETTER-ID   PIC X(6).
    05 DUN-EVENT-DATE  PIC 9(8).
*> Customers CustomerScoring found newly lapsed this month-end, each
*> naming the win-back letter (WINBAK).
 FD WinBackFile.
 01 WinBackRec.
    05 WBK-PERSON-ID   PIC 9(6).
    05 WBK-PERSON-NAME PIC X(20).
    05 WBK-LETTER-ID   PIC X(6).
    05 WBK-EVENT-DATE  PIC 9(8).
 FD RelationFile.
 COPY PERSRELREC.
 SD LetterSortWork.
 01 LetterWorkRec.
    05 LWR-POSTAL-CODE PIC X(8).
    05 LWR-PERSON-NAME PIC X(20).
    05 LWR-STREET      PIC X(20).
    05 LWR-CITY        PIC X(15).
    05 LWR-REGARDING-NAME PIC X(20).
    05 LWR-REGARDING-ID   PIC 9(6).
 FD LetterFile.
 01 LetterLine PIC X(80).
 FD LetterReport.
 01 WS-PERSON-FILE-STATUS PIC XX.
 01 WS-CATALOG-STATUS PIC XX.
 01 WS-RUN-DATE PIC 9(8).
 01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
    05 WS-RUN-YEAR PIC 9(4).
    05 WS-RUN-MMDD PIC 9(4).
*> Letters about a minor are redirected to a guardian or parent.
 77 ADULT-AGE PIC 99 VALUE 18.
 01 WS-RELATION-FILE-STATUS PIC XX.
 01 WS-RELATIONS-OPEN PIC X VALUE "N".
    88 RelationsAvailable VALUE "Y".
 01 WS-REL-SCAN-EOF PIC X.
    88 EndOfRelationScan VALUE "Y".
 01 WS-AGE-YEARS PIC S9(4).
 01 WS-AGE-MMDD  PIC 9(4).
 01 WS-MINOR-DETAILS PIC X(128).
 01 WS-MINOR-ID   PIC 9(6).
 01 WS-MINOR-NAME PIC X(20).
 01 WS-GUARDIAN-ID PIC 9(6).
 01 WS-PARENT-ID   PIC 9(6).
 01 WS-REDIRECTED PIC X.
    88 LetterRedirected VALUE "Y".
 01 WS-REDIRECT-COUNT PIC 9(7) VALUE ZERO.
 01 WS-NO-GUARDIAN-COUNT PIC 9(7) VALUE ZERO.
 01 WS-REGARDING-LINE.
    05 FILLER          PIC X(4) VALUE "RE: ".
    05 LTR-REGARDING   PIC X(20).
 01 WS-LETTER-FILENAME PIC X(22).
 01 WS-EVENT-FILENAME PIC X(20).
 01 WS-EVENT-FILE-STATUS PIC XX.
 01 WS-EVENT-EOF PIC X.
    88 EndOfEvents VALUE "Y".
 01 WS-MILESTONE-COUNT PIC 9(7) VALUE ZERO.
 01 WS-DUNNING-FILENAME PIC X(22).
 01 WS-DUNNING-FILE-STATUS PIC XX.
 01 WS-DUNNING-EOF PIC X.
    88 EndOfDunning VALUE "Y".
 01 WS-DUNNING-COUNT PIC 9(7) VALUE ZERO.
 01 WS-WINBACK-FILENAME PIC X(22).
 01 WS-WINBACK-FILE-STATUS PIC XX.
 01 WS-WINBACK-EOF PIC X.
    88 EndOfWinBack VALUE "Y".
 01 WS-WINBACK-COUNT PIC 9(7) VALUE ZERO.
 01 WS-PERSONHIST-EOF PIC X.
    88 EndOfPersonHist VALUE "Y".
 01 WS-TRANSHIST-EOF PIC X.
       10 WS-CAT-LETTER-ID PIC X(6).
       10 WS-CAT-LINE-SEQ  PIC 9(2).
       10 WS-CAT-TEXT      PIC X(60).
       10 WS-CAT-ONE-TIME  PIC X.
 01 WS-CATALOG-COUNT PIC 9(3) VALUE ZERO.
 01 WS-CATALOG-IDX   PIC 9(3).
 01 WS-BODY-LINES    PIC 9(3).
*> from the control record (shared ResolveRunDate), so a catch-up
*> cycle really processes the date CONTROL.DAT names.
 COPY RUNDATEREC.
 COPY MAILADDRCTL.
 01 WS-ALTERNATE-COUNT PIC 9(7) VALUE ZERO.
 COPY UNDLVCTL.
 01 WS-UNDELIVERABLE-COUNT PIC 9(7) VALUE ZERO.
*> Each printed letter goes on the contact history, and a one-time
*> letter already on it for the person is not printed again.
 COPY CONTACTCTL.
 01 WS-ONE-TIME-SWITCH PIC X.
    88 OneTimeLetter VALUE "Y".
 01 WS-ALREADY-SENT-COUNT PIC 9(7) VALUE ZERO.
 PROCEDURE DIVISION.
 Begin.
     PERFORM SetRunLogStart.
         INTO WS-LETTER-FILENAME.
     STRING "EVENTS." WS-RUN-DATE ".DAT" DELIMITED BY SIZE
         INTO WS-EVENT-FILENAME.
     STRING "DUNNING." WS-RUN-DATE ".DAT" DELIMITED BY SIZE
         INTO WS-DUNNING-FILENAME.
     STRING "WINBACK." WS-RUN-DATE ".DAT" DELIMITED BY SIZE
         INTO WS-WINBACK-FILENAME.
     PERFORM LoadLetterCatalog.
     SORT LetterSortWork
         ON ASCENDING KEY LWR-POSTAL-CODE
             MOVE LCT-LINE-SEQ TO
                 WS-CAT-LINE-SEQ (WS-CATALOG-COUNT)
             MOVE LCT-TEXT TO WS-CAT-TEXT (WS-CATALOG-COUNT)
             MOVE LCT-ONE-TIME TO WS-CAT-ONE-TIME (WS-CATALOG-COUNT)
           END-IF
       END-READ
     END-PERFORM.
       CLOSE LetterCatalog
     END-IF.
 CollectLetterEvents.
     OPEN INPUT RelationFile.
     IF WS-RELATION-FILE-STATUS = "00"
       SET RelationsAvailable TO TRUE
     END-IF.
     PERFORM CollectAddressChanges.
     PERFORM CollectWebWelcomes.
     PERFORM CollectMilestoneEvents.
     PERFORM CollectDunningEvents.
     PERFORM CollectWinBackEvents.
     IF RelationsAvailable
       CLOSE RelationFile
     END-IF.
*>   One letter per PERSONHIST entry appended this run date - the
*>   address printed is the person's CURRENT one from the master,
*>   confirming where the mail now goes.
     IF WS-EVENT-FILE-STATUS NOT = "35"
       CLOSE EventFile
     END-IF.
*>   Payment reminders go out on the same rules; there is only a
*>   DUNNING generation on a month-end run date.
 CollectDunningEvents.
     MOVE "N" TO WS-DUNNING-EOF.
     OPEN INPUT DunningFile.
     IF WS-DUNNING-FILE-STATUS = "35"
       SET EndOfDunning TO TRUE
     END-IF.
     PERFORM UNTIL EndOfDunning
       READ DunningFile
         AT END
           SET EndOfDunning TO TRUE
         NOT AT END
           MOVE DUN-PERSON-ID TO PersonId
           PERFORM FetchEligiblePerson
           IF PersonEligible
             MOVE DUN-LETTER-ID TO LWR-LETTER-ID
             PERFORM ReleaseLetterForPerson
             ADD 1 TO WS-DUNNING-COUNT
           END-IF
       END-READ
     END-PERFORM.
     IF WS-DUNNING-FILE-STATUS NOT = "35"
       CLOSE DunningFile
     END-IF.
*>   Win-back letters likewise; only a month-end scoring run writes a
*>   WINBACK generation.
 CollectWinBackEvents.
     MOVE "N" TO WS-WINBACK-EOF.
     OPEN INPUT WinBackFile.
     IF WS-WINBACK-FILE-STATUS = "35"
       SET EndOfWinBack TO TRUE
     END-IF.
     PERFORM UNTIL EndOfWinBack
       READ WinBackFile
         AT END
           SET EndOfWinBack TO TRUE
         NOT AT END
           MOVE WBK-PERSON-ID TO PersonId
           PERFORM FetchEligiblePerson
           IF PersonEligible
             MOVE WBK-LETTER-ID TO LWR-LETTER-ID
             PERFORM ReleaseLetterForPerson
             ADD 1 TO WS-WINBACK-COUNT
           END-IF
       END-READ
     END-PERFORM.
     IF WS-WINBACK-FILE-STATUS NOT = "35"
       CLOSE WinBackFile
     END-IF.
*>   The master record supplies the current name/address; a person no
*>   longer on file, or suspended or deceased, gets nothing.
 FetchEligiblePerson.
       CLOSE PersonFile
     END-IF.
 ReleaseLetterForPerson.
     MOVE SPACES TO LWR-REGARDING-NAME.
     MOVE ZERO   TO LWR-REGARDING-ID.
     PERFORM CheckLetterSubjectMinor.
     IF WS-AGE-YEARS < ADULT-AGE
       PERFORM RedirectToGuardian
     END-IF.
     MOVE PersonId         TO MAC-PERSON-ID.
     MOVE WS-RUN-DATE      TO MAC-MAIL-DATE.
     MOVE Street           TO MAC-STREET.
     MOVE City             TO MAC-CITY.
     MOVE SPACES           TO MAC-STATE.
     MOVE PersonPostalCode TO MAC-POSTAL-CODE.
     CALL "ResolveMailAddress" USING MailAddressControlRec.
     IF NOT MacFromMaster
       ADD 1 TO WS-ALTERNATE-COUNT
     END-IF.
     MOVE MAC-POSTAL-CODE  TO LWR-POSTAL-CODE.
     MOVE PersonId         TO LWR-PERSON-ID.
     MOVE PersonName       TO LWR-PERSON-NAME.
     MOVE MAC-STREET       TO LWR-STREET.
     MOVE MAC-CITY         TO LWR-CITY.
     MOVE "Q"              TO UCK-FUNCTION.
     MOVE PersonId         TO UCK-PERSON-ID.
     MOVE MAC-STREET       TO UCK-STREET.
     MOVE MAC-CITY         TO UCK-CITY.
     CALL "CheckUndeliverable" USING UndeliverableControlRec.
     IF AddressUndeliverable
       ADD 1 TO WS-UNDELIVERABLE-COUNT
     ELSE
       RELEASE LetterWorkRec
     END-IF.
*>   A birth year of zero (not recorded) counts as an adult.
 CheckLetterSubjectMinor.
     MOVE ADULT-AGE TO WS-AGE-YEARS.
     IF YOBirth NOT = ZERO
       COMPUTE WS-AGE-YEARS = WS-RUN-YEAR - YOBirth
       COMPUTE WS-AGE-MMDD = MOBirth * 100 + DOBirth
       IF WS-AGE-MMDD > WS-RUN-MMDD
         SUBTRACT 1 FROM WS-AGE-YEARS
       END-IF
     END-IF.
*>   A current guardian is written to in preference to a parent, and
*>   a parent is tried when the guardian cannot be mailed; when
*>   neither can, the minor's own record is put back and the letter
*>   goes to the minor as before.
 RedirectToGuardian.
     MOVE "N" TO WS-REDIRECTED.
     MOVE PersonDetails TO WS-MINOR-DETAILS.
     MOVE PersonId      TO WS-MINOR-ID.
     MOVE PersonName    TO WS-MINOR-NAME.
     MOVE ZERO TO WS-GUARDIAN-ID WS-PARENT-ID.
     IF RelationsAvailable
       PERFORM FindGuardianAndParent
     END-IF.
     IF WS-GUARDIAN-ID NOT = ZERO
       MOVE WS-GUARDIAN-ID TO PersonId
       PERFORM FetchRedirectRecipient
     END-IF.
     IF NOT LetterRedirected AND WS-PARENT-ID NOT = ZERO
       MOVE WS-PARENT-ID TO PersonId
       PERFORM FetchRedirectRecipient
     END-IF.
     IF LetterRedirected
       MOVE WS-MINOR-NAME TO LWR-REGARDING-NAME
       MOVE WS-MINOR-ID   TO LWR-REGARDING-ID
       ADD 1 TO WS-REDIRECT-COUNT
     ELSE
       MOVE WS-MINOR-DETAILS TO PersonDetails
       ADD 1 TO WS-NO-GUARDIAN-COUNT
     END-IF.
 FindGuardianAndParent.
     MOVE "N" TO WS-REL-SCAN-EOF.
     MOVE WS-MINOR-ID TO REL-PERSON-ID.
     MOVE ZERO TO REL-RELATED-ID.
     START RelationFile KEY IS NOT LESS THAN REL-KEY
       INVALID KEY
         SET EndOfRelationScan TO TRUE
     END-START.
     PERFORM UNTIL EndOfRelationScan
       READ RelationFile NEXT RECORD
         AT END
           SET EndOfRelationScan TO TRUE
         NOT AT END
           IF REL-PERSON-ID NOT = WS-MINOR-ID
             SET EndOfRelationScan TO TRUE
           ELSE
             IF REL-EFFECTIVE-FROM NOT > WS-RUN-DATE
                 AND (RelOpenEnded
                      OR REL-EFFECTIVE-TO NOT < WS-RUN-DATE)
               IF RelGuardian AND WS-GUARDIAN-ID = ZERO
                 MOVE REL-RELATED-ID TO WS-GUARDIAN-ID
               END-IF
               IF RelParent AND WS-PARENT-ID = ZERO
                 MOVE REL-RELATED-ID TO WS-PARENT-ID
               END-IF
             END-IF
           END-IF
       END-READ
     END-PERFORM.
 FetchRedirectRecipient.
     OPEN INPUT PersonFile.
     IF WS-PERSON-FILE-STATUS NOT = "35"
       READ PersonFile
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           IF (PersonStatus = SPACE OR PersonActive)
               AND NOT DoNotMail
             SET LetterRedirected TO TRUE
           END-IF
       END-READ
       CLOSE PersonFile
     END-IF.
 PrintSortedLetters.
     OPEN OUTPUT LetterFile.
     PERFORM UNTIL EndOfSorted
         AT END
           SET EndOfSorted TO TRUE
         NOT AT END
           PERFORM CheckOneTimeLetter
           IF OneTimeLetter AND ContactPreviouslySent
             ADD 1 TO WS-ALREADY-SENT-COUNT
           ELSE
             PERFORM PrintOneLetter
             PERFORM RecordLetterContact
           END-IF
       END-RETURN
     END-PERFORM.
     CLOSE LetterFile.
*>   The history is asked only about letters the catalog marks
*>   one-time, and about the person the letter concerns - the minor,
*>   not the guardian it is addressed to.
 CheckOneTimeLetter.
     MOVE "N" TO WS-ONE-TIME-SWITCH.
     MOVE "N" TO CCT-RESULT.
     PERFORM VARYING WS-CATALOG-IDX FROM 1 BY 1
         UNTIL WS-CATALOG-IDX > WS-CATALOG-COUNT
       IF WS-CAT-LETTER-ID (WS-CATALOG-IDX) = LWR-LETTER-ID
           AND WS-CAT-ONE-TIME (WS-CATALOG-IDX) = "Y"
         SET OneTimeLetter TO TRUE
       END-IF
     END-PERFORM.
     IF OneTimeLetter
       SET CctQuery TO TRUE
       PERFORM SetContactPerson
       MOVE LWR-LETTER-ID TO CCT-CONTENT-ID
       CALL "ContactHistory" USING ContactControlRec
     END-IF.
 RecordLetterContact.
     SET CctRecord TO TRUE.
     PERFORM SetContactPerson.
     MOVE WS-RUN-DATE     TO CCT-CONTACT-DATE.
     MOVE LWR-LETTER-ID   TO CCT-CONTENT-ID.
     MOVE "P"             TO CCT-CHANNEL.
     MOVE LWR-STREET      TO CCT-STREET.
     MOVE LWR-CITY        TO CCT-CITY.
     MOVE LWR-POSTAL-CODE TO CCT-POSTAL-CODE.
     MOVE SPACES          TO CCT-REFERENCE.
     IF LWR-REGARDING-ID NOT = ZERO
       MOVE LWR-PERSON-ID TO CCT-REFERENCE
     END-IF.
     MOVE "CORRESPONDENCE" TO CCT-SENT-BY.
     CALL "ContactHistory" USING ContactControlRec.
 SetContactPerson.
     IF LWR-REGARDING-ID NOT = ZERO
       MOVE LWR-REGARDING-ID TO CCT-PERSON-ID
     ELSE
       MOVE LWR-PERSON-ID    TO CCT-PERSON-ID
     END-IF.
 PrintOneLetter.
     MOVE LWR-PERSON-NAME TO LetterLine.
     WRITE LetterLine.
     WRITE LetterLine FROM WS-CITY-LINE.
     MOVE SPACES TO LetterLine.
     WRITE LetterLine.
     IF LWR-REGARDING-NAME NOT = SPACES
       MOVE LWR-REGARDING-NAME TO LTR-REGARDING
       WRITE LetterLine FROM WS-REGARDING-LINE
       MOVE SPACES TO LetterLine
       WRITE LetterLine
     END-IF.
     MOVE ZERO TO WS-BODY-LINES.
     PERFORM VARYING WS-CATALOG-IDX FROM 1 BY 1
         UNTIL WS-CATALOG-IDX > WS-CATALOG-COUNT
     MOVE "AGE-MILESTONE LETTERS"             TO SUM-LABEL.
     MOVE WS-MILESTONE-COUNT                  TO SUM-VALUE.
     WRITE LetterReportLine FROM WS-SUMMARY-LINE.
     MOVE "PAYMENT REMINDER LETTERS"          TO SUM-LABEL.
     MOVE WS-DUNNING-COUNT                    TO SUM-VALUE.
     WRITE LetterReportLine FROM WS-SUMMARY-LINE.
     MOVE "WIN-BACK LETTERS"                  TO SUM-LABEL.
     MOVE WS-WINBACK-COUNT                    TO SUM-VALUE.
     WRITE LetterReportLine FROM WS-SUMMARY-LINE.
     MOVE "LETTERS SENT TO GUARDIAN/PARENT"   TO SUM-LABEL.
     MOVE WS-REDIRECT-COUNT                   TO SUM-VALUE.
     WRITE LetterReportLine FROM WS-SUMMARY-LINE.
     MOVE "MINORS WITH NO GUARDIAN TO WRITE TO" TO SUM-LABEL.
     MOVE WS-NO-GUARDIAN-COUNT                TO SUM-VALUE.
     WRITE LetterReportLine FROM WS-SUMMARY-LINE.
     MOVE "LETTERS TO A DATED ADDRESS"        TO SUM-LABEL.
     MOVE WS-ALTERNATE-COUNT                  TO SUM-VALUE.
     WRITE LetterReportLine FROM WS-SUMMARY-LINE.
     MOVE "HELD - ADDRESS UNDELIVERABLE"      TO SUM-LABEL.
     MOVE WS-UNDELIVERABLE-COUNT              TO SUM-VALUE.
     WRITE LetterReportLine FROM WS-SUMMARY-LINE.
     MOVE "ONE-TIME LETTERS ALREADY SENT"     TO SUM-LABEL.
     MOVE WS-ALREADY-SENT-COUNT               TO SUM-VALUE.
     WRITE LetterReportLine FROM WS-SUMMARY-LINE.
     MOVE "EVENTS SKIPPED (STATUS/NOT FOUND)" TO SUM-LABEL.
     MOVE WS-SKIPPED-COUNT                    TO SUM-VALUE.
     WRITE LetterReportLine FROM WS-SUMMARY-LINE.
