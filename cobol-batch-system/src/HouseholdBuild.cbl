*> HOUSEHOLD.DAT, a cross-reference of household number/head/member for
*> every person, and MAILLABELS.DAT, one three-line mailing label per
*> household addressed to the head - one piece of post per address
*> instead of one per person. Where RELATION.DAT links people the
*> links decide the household instead of the address: spouses share
*> one, and a minor joins the household of a parent or guardian. The
*> head of such a household is the lowest PersonId among the adults
*> (the person and any spouse) and the label goes to the head's
*> address; people with no current household link are still grouped
*> by Street/City as before. Households are always formed on the
*> residence, but the label goes wherever the head's post is going
*> on the run date - the seasonal or mailing address in force on
*> ADDRESS.DAT (shared ResolveMailAddress) - which PostalPresort then
*> bundles on. No label is cut for a household whose head's address
*> has come back undeliverable (an open UNDELIV.DAT entry, shared
*> CheckUndeliverable); the household itself is still recorded.
*> Every label cut is entered on the CONTACT.DAT contact history
*> (shared ContactHistory) against the head under letter id HHLABL,
*> with the address on the label.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
         ORGANIZATION IS INDEXED
         RECORD KEY IS PersonId
         FILE STATUS IS WS-PERSON-FILE-STATUS.
*> Second path into the person master - the birth date of a related
*> person decides whether a child still belongs in the household.
     SELECT PersonLookup ASSIGN TO "PERSONS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS LKP-PERSON-ID
         FILE STATUS IS WS-LOOKUP-FILE-STATUS.
     SELECT RelationFile ASSIGN TO "RELATION.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS REL-KEY
         FILE STATUS IS WS-RELATION-FILE-STATUS.
     SELECT HouseholdSortWork ASSIGN TO "HHWORK.DAT".
     SELECT HouseholdFile ASSIGN TO "HOUSEHOLD.DAT"
         ORGANIZATION IS LINE SEQUENTIAL.
 COPY PERSONREC.
 SD HouseholdSortWork.
 01 HouseholdWorkRec.
*>  R + the head's PersonId for a relationship household, A + the
*>  Street/City for an address one; the rank puts the head first.
    05 HWR-GROUP-KEY.
       10 HWR-GROUP-KIND PIC X.
          88 HwrRelationGroup VALUE "R".
       10 HWR-GROUP-ID   PIC X(35).
    05 HWR-MEMBER-RANK PIC 9.
    05 HWR-CITY        PIC X(15).
    05 HWR-STREET      PIC X(20).
    05 HWR-PERSON-ID   PIC 9(6).
    05 HWR-PERSON-NAME PIC X(20).
    05 HWR-POSTAL-CODE PIC X(8).
 FD PersonLookup.
 01 LookupPersonRec.
    05 LKP-PERSON-ID PIC 9(6).
    05 LKP-PERSON-NAME PIC X(20).
    05 LKP-PERSON-ADDRESS.
       10 LKP-STREET PIC X(20).
       10 LKP-CITY PIC X(15).
    05 LKP-WGENDER PIC X.
    05 LKP-YOBIRTH PIC 9(4).
    05 LKP-MOBIRTH PIC 9(2).
    05 LKP-DOBIRTH PIC 9(2).
    05 FILLER      PIC X(58).
 FD RelationFile.
 COPY PERSRELREC.
 FD HouseholdFile.
 01 HouseholdRec.
    05 HHR-HOUSEHOLD-NO PIC 9(7).
 COPY SEALCTLREC.
 COPY RUNDATEREC.
 01 WS-RUN-DATE PIC 9(8).
 01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
    05 WS-RUN-YEAR PIC 9(4).
    05 WS-RUN-MMDD PIC 9(4).
 01 WS-LOOKUP-FILE-STATUS PIC XX.
 01 WS-RELATION-FILE-STATUS PIC XX.
 01 WS-RELATIONS-OPEN PIC X VALUE "N".
    88 RelationsAvailable VALUE "Y".
 01 WS-LOOKUP-OPEN PIC X VALUE "N".
    88 LookupAvailable VALUE "Y".
 01 WS-REL-SCAN-EOF PIC X.
    88 EndOfRelationScan VALUE "Y".
 01 WS-REL-IN-FORCE PIC X.
    88 RelationInForce VALUE "Y".
*> Household-link resolution for the person being released.
 77 ADULT-AGE PIC 99 VALUE 18.
 01 WS-AGE-YOB  PIC 9(4).
 01 WS-AGE-MMDD PIC 9(4).
 01 WS-AGE-YEARS PIC S9(4).
 01 WS-AGE-MINOR PIC X.
    88 AgeIsMinor VALUE "Y".
 01 WS-SUBJECT-MINOR PIC X.
    88 SubjectIsMinor VALUE "Y".
 01 WS-HH-LINKED PIC X.
    88 HouseholdLinked VALUE "Y".
 01 WS-HH-ROOT-ID  PIC 9(6).
 01 WS-SCAN-PERSON-ID PIC 9(6).
 01 WS-SPOUSE-ROOT-ID PIC 9(6).
 01 WS-GUARDIAN-COUNT PIC 99.
 01 WS-GUARDIAN-IX    PIC 99.
 01 WS-GUARDIAN-TABLE.
    05 WS-GUARDIAN-ID PIC 9(6) OCCURS 10 TIMES.
 01 WS-CURRENT-GROUP-KEY PIC X(36).
 COPY MAILADDRCTL.
 01 WS-RELATION-HH-COUNT PIC 9(7) VALUE ZERO.
 01 WS-INPUT-SOURCE PIC X VALUE "M".
    88 UsingExtract VALUE "E".
 01 WS-CONTROL-FILE-STATUS PIC XX.
 01 WS-HOUSEHOLD-NO PIC 9(7) VALUE ZERO.
 01 WS-PERSON-COUNT    PIC 9(7) VALUE ZERO.
 01 WS-LABEL-COUNT     PIC 9(7) VALUE ZERO.
 01 WS-UNDELIVERABLE-COUNT PIC 9(7) VALUE ZERO.
 COPY UNDLVCTL.
 COPY CONTACTCTL.
 01 WS-MULTI-COUNT     PIC 9(7) VALUE ZERO.
 01 WS-MEMBERS-IN-GROUP PIC 9(5) VALUE ZERO.
 01 WS-SUMMARY-LINE.
     MOVE RDT-RUN-DATE TO WS-RUN-DATE.
     PERFORM ReadCompanyCode.
     SORT HouseholdSortWork
         ON ASCENDING KEY HWR-GROUP-KEY
         ON ASCENDING KEY HWR-MEMBER-RANK
         ON ASCENDING KEY HWR-PERSON-ID
         INPUT PROCEDURE IS ReleasePersons
         OUTPUT PROCEDURE IS GroupIntoHouseholds.
       PERFORM VerifyMasterSealGate
       OPEN INPUT PersonFile
     END-IF.
     PERFORM OpenRelationPaths.
     IF WS-PERSON-FILE-STATUS NOT = "35"
       PERFORM UNTIL EndOfPersonFile
         PERFORM ReadNextMasterRecord
         CLOSE PersonFile
       END-IF
     END-IF.
     PERFORM CloseRelationPaths.
*>   No RELATION.DAT simply means every household is an address one.
 OpenRelationPaths.
     OPEN INPUT RelationFile.
     IF WS-RELATION-FILE-STATUS = "00"
       SET RelationsAvailable TO TRUE
       OPEN INPUT PersonLookup
       IF WS-LOOKUP-FILE-STATUS = "00"
         SET LookupAvailable TO TRUE
       END-IF
     END-IF.
 CloseRelationPaths.
     IF RelationsAvailable
       CLOSE RelationFile
     END-IF.
     IF LookupAvailable
       CLOSE PersonLookup
     END-IF.
 ReadNextMasterRecord.
     IF UsingExtract
       READ ExtractFile INTO PersonDetails
       CLOSE ControlFile
     END-IF.
 ReleaseOnePerson.
     PERFORM ResolveHouseholdGroup.
     IF HouseholdLinked
       MOVE "R"           TO HWR-GROUP-KIND
       MOVE WS-HH-ROOT-ID TO HWR-GROUP-ID
       EVALUATE TRUE
         WHEN PersonId = WS-HH-ROOT-ID
           MOVE 0 TO HWR-MEMBER-RANK
         WHEN SubjectIsMinor
           MOVE 2 TO HWR-MEMBER-RANK
         WHEN OTHER
           MOVE 1 TO HWR-MEMBER-RANK
       END-EVALUATE
     ELSE
       MOVE "A"           TO HWR-GROUP-KIND
       MOVE PersonAddress TO HWR-GROUP-ID
       MOVE 1             TO HWR-MEMBER-RANK
     END-IF.
     MOVE PersonId         TO MAC-PERSON-ID.
     MOVE WS-RUN-DATE      TO MAC-MAIL-DATE.
     MOVE Street           TO MAC-STREET.
     MOVE City             TO MAC-CITY.
     MOVE SPACES           TO MAC-STATE.
     MOVE PersonPostalCode TO MAC-POSTAL-CODE.
     CALL "ResolveMailAddress" USING MailAddressControlRec.
     MOVE MAC-CITY   TO HWR-CITY.
     MOVE MAC-STREET TO HWR-STREET.
     MOVE PersonId   TO HWR-PERSON-ID.
     MOVE PersonName TO HWR-PERSON-NAME.
     MOVE MAC-POSTAL-CODE TO HWR-POSTAL-CODE.
     RELEASE HouseholdWorkRec.
     ADD 1 TO WS-PERSON-COUNT.
*>   An adult's household head is the lowest PersonId of the adult
*>   and any current spouse, and an adult is linked when there is a
*>   current spouse or a child or ward still under ADULT-AGE. A minor
*>   with a current parent or guardian takes that adult's head (the
*>   lowest, where there are several), so the child lands in the same
*>   group as the adults without any chain longer than one step.
 ResolveHouseholdGroup.
     MOVE PersonId TO WS-HH-ROOT-ID.
     MOVE "N" TO WS-HH-LINKED.
     MOVE ZERO TO WS-GUARDIAN-COUNT.
     MOVE YOBirth TO WS-AGE-YOB.
     COMPUTE WS-AGE-MMDD = MOBirth * 100 + DOBirth.
     PERFORM ComputeAgeOnRunDate.
     MOVE WS-AGE-MINOR TO WS-SUBJECT-MINOR.
     IF RelationsAvailable
       MOVE PersonId TO WS-SCAN-PERSON-ID
       PERFORM ScanOwnRelations
       IF SubjectIsMinor AND WS-GUARDIAN-COUNT > ZERO
         SET HouseholdLinked TO TRUE
         MOVE 999999 TO WS-HH-ROOT-ID
         PERFORM VARYING WS-GUARDIAN-IX FROM 1 BY 1
             UNTIL WS-GUARDIAN-IX > WS-GUARDIAN-COUNT
           MOVE WS-GUARDIAN-ID (WS-GUARDIAN-IX)
               TO WS-SCAN-PERSON-ID WS-SPOUSE-ROOT-ID
           PERFORM ScanSpouseRoot
           IF WS-SPOUSE-ROOT-ID < WS-HH-ROOT-ID
             MOVE WS-SPOUSE-ROOT-ID TO WS-HH-ROOT-ID
           END-IF
         END-PERFORM
       END-IF
     END-IF.
*>   A birth year of zero (not recorded) counts as an adult.
 ComputeAgeOnRunDate.
     MOVE "N" TO WS-AGE-MINOR.
     IF WS-AGE-YOB NOT = ZERO
       COMPUTE WS-AGE-YEARS = WS-RUN-YEAR - WS-AGE-YOB
       IF WS-AGE-MMDD > WS-RUN-MMDD
         SUBTRACT 1 FROM WS-AGE-YEARS
       END-IF
       IF WS-AGE-YEARS < ADULT-AGE
         SET AgeIsMinor TO TRUE
       END-IF
     END-IF.
 ScanOwnRelations.
     PERFORM StartRelationScan.
     PERFORM UNTIL EndOfRelationScan
       IF RelationInForce
         EVALUATE TRUE
           WHEN RelSpouse AND NOT SubjectIsMinor
             SET HouseholdLinked TO TRUE
             IF REL-RELATED-ID < WS-HH-ROOT-ID
               MOVE REL-RELATED-ID TO WS-HH-ROOT-ID
             END-IF
           WHEN (RelParent OR RelGuardian) AND SubjectIsMinor
             IF WS-GUARDIAN-COUNT < 10
               ADD 1 TO WS-GUARDIAN-COUNT
               MOVE REL-RELATED-ID
                   TO WS-GUARDIAN-ID (WS-GUARDIAN-COUNT)
             END-IF
           WHEN (RelChild OR RelWard) AND NOT SubjectIsMinor
             PERFORM CheckRelatedIsMinor
             IF AgeIsMinor
               SET HouseholdLinked TO TRUE
             END-IF
         END-EVALUATE
       END-IF
       PERFORM ReadNextRelation
     END-PERFORM.
 ScanSpouseRoot.
     PERFORM StartRelationScan.
     PERFORM UNTIL EndOfRelationScan
       IF RelationInForce AND RelSpouse
           AND REL-RELATED-ID < WS-SPOUSE-ROOT-ID
         MOVE REL-RELATED-ID TO WS-SPOUSE-ROOT-ID
       END-IF
       PERFORM ReadNextRelation
     END-PERFORM.
 CheckRelatedIsMinor.
     MOVE "N" TO WS-AGE-MINOR.
     IF LookupAvailable
       MOVE REL-RELATED-ID TO LKP-PERSON-ID
       READ PersonLookup
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           MOVE LKP-YOBIRTH TO WS-AGE-YOB
           COMPUTE WS-AGE-MMDD = LKP-MOBIRTH * 100 + LKP-DOBIRTH
           PERFORM ComputeAgeOnRunDate
       END-READ
     END-IF.
 StartRelationScan.
     MOVE "N" TO WS-REL-SCAN-EOF.
     MOVE WS-SCAN-PERSON-ID TO REL-PERSON-ID.
     MOVE ZERO TO REL-RELATED-ID.
     START RelationFile KEY IS NOT LESS THAN REL-KEY
       INVALID KEY
         SET EndOfRelationScan TO TRUE
     END-START.
     IF NOT EndOfRelationScan
       PERFORM ReadNextRelation
     END-IF.
 ReadNextRelation.
     READ RelationFile NEXT RECORD
       AT END
         SET EndOfRelationScan TO TRUE
     END-READ.
     IF NOT EndOfRelationScan
         AND REL-PERSON-ID NOT = WS-SCAN-PERSON-ID
       SET EndOfRelationScan TO TRUE
     END-IF.
     MOVE "N" TO WS-REL-IN-FORCE.
     IF NOT EndOfRelationScan
         AND REL-EFFECTIVE-FROM NOT > WS-RUN-DATE
         AND (RelOpenEnded OR REL-EFFECTIVE-TO NOT < WS-RUN-DATE)
       SET RelationInForce TO TRUE
     END-IF.
 GroupIntoHouseholds.
     OPEN OUTPUT HouseholdFile.
     OPEN OUTPUT MailLabelFile.
     END-IF.
     CLOSE HouseholdFile.
     CLOSE MailLabelFile.
*>   The sort hands members back grouped by household key, so a change
*>   of key closes the previous household (writing its one label) and
*>   the first member of the new group - the rank-0 head of a
*>   relationship household, or the lowest PersonId at an address -
*>   becomes its head.
 PlaceMemberInHousehold.
     IF NOT HaveCurrentHousehold
         OR HWR-GROUP-KEY NOT = WS-CURRENT-GROUP-KEY
       IF HaveCurrentHousehold
         PERFORM CloseOutHousehold
       END-IF
       ADD 1 TO WS-HOUSEHOLD-NO
       IF HwrRelationGroup
         ADD 1 TO WS-RELATION-HH-COUNT
       END-IF
       MOVE HWR-GROUP-KEY   TO WS-CURRENT-GROUP-KEY
       MOVE HWR-CITY        TO WS-CURRENT-CITY
       MOVE HWR-STREET      TO WS-CURRENT-STREET
       MOVE HWR-PERSON-ID   TO WS-CURRENT-HEAD-ID
     MOVE HWR-PERSON-ID      TO HHR-MEMBER-ID.
     WRITE HouseholdRec.
 CloseOutHousehold.
     MOVE "Q"                TO UCK-FUNCTION.
     MOVE WS-CURRENT-HEAD-ID TO UCK-PERSON-ID.
     MOVE WS-CURRENT-STREET  TO UCK-STREET.
     MOVE WS-CURRENT-CITY    TO UCK-CITY.
     CALL "CheckUndeliverable" USING UndeliverableControlRec.
     IF AddressUndeliverable
       ADD 1 TO WS-UNDELIVERABLE-COUNT
     ELSE
       PERFORM WriteHouseholdLabel
     END-IF.
     IF WS-MEMBERS-IN-GROUP > 1
       ADD 1 TO WS-MULTI-COUNT
     END-IF.
 WriteHouseholdLabel.
     MOVE WS-CURRENT-HEAD-NAME TO MailLabelLine.
     WRITE MailLabelLine.
     MOVE WS-CURRENT-STREET TO MailLabelLine.
     MOVE SPACES TO MailLabelLine.
     WRITE MailLabelLine.
     ADD 1 TO WS-LABEL-COUNT.
     SET CctRecord TO TRUE.
     MOVE WS-CURRENT-HEAD-ID     TO CCT-PERSON-ID.
     MOVE WS-RUN-DATE            TO CCT-CONTACT-DATE.
     MOVE "HHLABL"               TO CCT-CONTENT-ID.
     MOVE "P"                    TO CCT-CHANNEL.
     MOVE WS-CURRENT-STREET      TO CCT-STREET.
     MOVE WS-CURRENT-CITY        TO CCT-CITY.
     MOVE WS-CURRENT-POSTAL-CODE TO CCT-POSTAL-CODE.
     MOVE SPACES                 TO CCT-REFERENCE.
     MOVE "HOUSEHOLDBUILD"       TO CCT-SENT-BY.
     CALL "ContactHistory" USING ContactControlRec.
 WriteHouseholdSummary.
     OPEN OUTPUT HouseholdReport.
     MOVE "PERSONS GROUPED"                  TO SUM-LABEL.
     MOVE "MULTI-PERSON HOUSEHOLDS"          TO SUM-LABEL.
     MOVE WS-MULTI-COUNT                     TO SUM-VALUE.
     WRITE HouseholdReportLine FROM WS-SUMMARY-LINE.
     MOVE "HOUSEHOLDS FROM RELATIONSHIPS"    TO SUM-LABEL.
     MOVE WS-RELATION-HH-COUNT               TO SUM-VALUE.
     WRITE HouseholdReportLine FROM WS-SUMMARY-LINE.
     MOVE "NO LABEL - ADDRESS UNDELIVERABLE" TO SUM-LABEL.
     MOVE WS-UNDELIVERABLE-COUNT             TO SUM-VALUE.
     WRITE HouseholdReportLine FROM WS-SUMMARY-LINE.
     CLOSE HouseholdReport.
     DISPLAY "Households built: " WS-LABEL-COUNT " from "
         WS-PERSON-COUNT " persons".
