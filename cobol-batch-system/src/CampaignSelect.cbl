 IDENTIFICATION DIVISION.
 PROGRAM-ID. CampaignSelect.
*> Campaign selection and mailing: the operator signs on and names a
*> CAMPAIGN.DAT campaign, and every person on PERSONS.DAT is taken
*> through the same consent path the household mailing uses - active
*> and not DoNotMail, ours by company, and never a minor - then
*> through the campaign's criteria (person, CAMPSUPP.DAT suppression,
*> household as last formed by HouseholdBuild on HOUSEHOLD.DAT, and
*> net purchases across the cataloged SALES generations, and the
*> customer segment on CustomerScoring's RFMSCORE.DAT, where someone
*> not yet scored counts as never bought). Each person
*> selected gets one label group, addressed wherever their post is
*> going on the run date (shared ResolveMailAddress) and held back if
*> that address has come back undeliverable (shared
*> CheckUndeliverable), written to CAMPLABELS.<campaign>.DAT in
*> MAILLABELS.DAT's layout; a CAMPSEL.DAT entry records who was mailed
*> and where for CampaignResponse, and the piece goes on the contact
*> history (shared ContactHistory) under the campaign code. The label
*> file is handed to PostalPresort through a one-shot PRESORT.PARM,
*> so the next presort run bundles the campaign's pieces into
*> CAMPPRESORT.<campaign>.LABELS with its own manifest. A person
*> already on CAMPSEL.DAT for the campaign is not mailed again, so a
*> rerun mails only the people who have newly come to qualify.
*> CAMPSEL.RPT counts what each step took out.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT CampaignFile ASSIGN TO "CAMPAIGN.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS CMP-CAMPAIGN-CODE
         FILE STATUS IS WS-CAMPAIGN-STATUS.
     SELECT SelectionFile ASSIGN TO "CAMPSEL.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS CSL-KEY
         FILE STATUS IS WS-SELECTION-STATUS.
     SELECT SuppressionFile ASSIGN TO "CAMPSUPP.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-SUPPRESSION-STATUS.
     SELECT PersonFile ASSIGN TO "PERSONS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS PersonId
         FILE STATUS IS WS-PERSON-FILE-STATUS.
     SELECT HouseholdFile ASSIGN TO "HOUSEHOLD.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-HOUSEHOLD-STATUS.
*> Keyed work copies built fresh each run: household membership and
*> size by member (and a mailed flag by household), and each buyer's
*> net purchases over the campaign's look-back.
     SELECT HouseholdWork ASSIGN TO "CAMPHH.IDX"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS CHW-KEY
         FILE STATUS IS WS-HH-WORK-STATUS.
     SELECT BuyerWork ASSIGN TO "CAMPBUY.IDX"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS CBW-BUYER-ID
         FILE STATUS IS WS-BUYER-WORK-STATUS.
     SELECT ScoreFile ASSIGN TO "RFMSCORE.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS RFM-PERSON-ID
         FILE STATUS IS WS-SCORE-FILE-STATUS.
     SELECT GenCatFile ASSIGN TO "GENCAT.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-GENCAT-FILE-STATUS.
     SELECT SalesFile ASSIGN TO WS-SALES-FILENAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-SALES-FILE-STATUS.
     SELECT ControlFile ASSIGN TO "CONTROL.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-CONTROL-FILE-STATUS.
     SELECT CampaignLabelFile ASSIGN TO WS-LABEL-FILENAME
         ORGANIZATION IS LINE SEQUENTIAL.
     SELECT PresortParmFile ASSIGN TO "PRESORT.PARM"
         ORGANIZATION IS LINE SEQUENTIAL.
     SELECT SelectionReport ASSIGN TO "CAMPSEL.RPT"
         ORGANIZATION IS LINE SEQUENTIAL.
 DATA DIVISION.
 FILE SECTION.
 FD CampaignFile.
 COPY CAMPAIGNREC.
 FD SelectionFile.
 COPY CAMPSELREC.
*> One suppressed person - for the campaign named, or for every
*> campaign when the code is blank.
 FD SuppressionFile.
 01 SuppressionRec.
    05 SUP-CAMPAIGN-CODE PIC X(6).
    05 SUP-PERSON-ID     PIC 9(6).
 FD PersonFile.
 COPY PERSONREC.
 FD HouseholdFile.
 01 HouseholdRec.
    05 HHR-HOUSEHOLD-NO PIC 9(7).
    05 HHR-HEAD-ID      PIC 9(6).
    05 HHR-MEMBER-ID    PIC 9(6).
*> Kind M is keyed by member PersonId and carries the household;
*> kind H is keyed by household number and says whether this
*> campaign has already put a piece through its door.
 FD HouseholdWork.
 01 HouseholdWorkRec.
    05 CHW-KEY.
       10 CHW-KIND       PIC X.
          88 ChwMember    VALUE "M".
          88 ChwHousehold VALUE "H".
       10 CHW-ID         PIC 9(7).
    05 CHW-HOUSEHOLD-NO  PIC 9(7).
    05 CHW-SIZE          PIC 9(3).
    05 CHW-MAILED        PIC X.
       88 ChwHouseholdMailed VALUE "Y".
 FD BuyerWork.
 01 BuyerWorkRec.
    05 CBW-BUYER-ID      PIC 9(6).
    05 CBW-NET-AMOUNT    PIC S9(9)V99.
 FD ScoreFile.
 COPY RFMSCOREREC.
 FD GenCatFile.
 COPY GENCATREC.
 FD SalesFile.
 COPY SALESREC.
 FD ControlFile.
 COPY CONTROLREC.
 FD CampaignLabelFile.
 01 CampaignLabelLine PIC X(40).
 FD PresortParmFile.
 01 PresortParmRec.
    05 PRM-LABEL-FILE     PIC X(30).
    05 PRM-PRESORTED-FILE PIC X(30).
    05 PRM-MANIFEST-FILE  PIC X(30).
 FD SelectionReport.
 01 SelectionReportLine PIC X(80).
 WORKING-STORAGE SECTION.
 COPY OPERCTLREC.
 01 WS-OPERATOR-ID PIC X(8).
 01 WS-CAMPAIGN-STATUS PIC XX.
 01 WS-SELECTION-STATUS PIC XX.
 01 WS-SUPPRESSION-STATUS PIC XX.
 01 WS-PERSON-FILE-STATUS PIC XX.
 01 WS-HOUSEHOLD-STATUS PIC XX.
 01 WS-HH-WORK-STATUS PIC XX.
 01 WS-BUYER-WORK-STATUS PIC XX.
 01 WS-SCORE-FILE-STATUS PIC XX.
 01 WS-SCORES-OPEN PIC X VALUE "N".
    88 ScoresAvailable VALUE "Y".
 01 WS-PERSON-SEGMENT PIC X.
 01 WS-GENCAT-FILE-STATUS PIC XX.
 01 WS-SALES-FILE-STATUS PIC XX.
 01 WS-CONTROL-FILE-STATUS PIC XX.
 01 WS-COMPANY-CODE PIC X(4) VALUE SPACES.
 01 WS-CAMPAIGN-CODE PIC X(6).
 01 WS-LABEL-FILENAME     PIC X(30).
 01 WS-PRESORTED-FILENAME PIC X(30).
 01 WS-MANIFEST-FILENAME  PIC X(30).
 01 WS-SALES-FILENAME PIC X(28).
 01 WS-CSV-TALLY PIC 9(3).
 01 WS-PERSON-EOF PIC X VALUE "N".
    88 EndOfPersons VALUE "Y".
 01 WS-HOUSEHOLD-EOF PIC X VALUE "N".
    88 EndOfHouseholds VALUE "Y".
 01 WS-SUPPRESSION-EOF PIC X VALUE "N".
    88 EndOfSuppressions VALUE "Y".
 01 WS-CATALOG-EOF PIC X VALUE "N".
    88 EndOfCatalog VALUE "Y".
 01 WS-SALES-EOF PIC X.
    88 EndOfSalesFile VALUE "Y".
 COPY RUNDATEREC.
 01 WS-RUN-DATE PIC 9(8).
 01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
    05 WS-RUN-YEAR  PIC 9(4).
    05 WS-RUN-MONTH PIC 99.
    05 WS-RUN-DAY   PIC 99.
 01 WS-RUN-MMDD-VIEW REDEFINES WS-RUN-DATE.
    05 FILLER       PIC 9(4).
    05 WS-RUN-MMDD  PIC 9(4).
*> Purchases dated before the cutoff fall outside the look-back; a
*> zero cutoff (no look-back months) takes all history.
 01 WS-CUTOFF-DATE PIC 9(8) VALUE ZERO.
 01 WS-CUTOFF-PARTS REDEFINES WS-CUTOFF-DATE.
    05 WS-CUTOFF-YEAR  PIC 9(4).
    05 WS-CUTOFF-MONTH PIC 99.
    05 WS-CUTOFF-DAY   PIC 99.
 01 WS-MONTH-SERIAL PIC 9(6).
 01 WS-MONTH-REMAINDER PIC 99.
*> The suppression entries that apply to this campaign.
 77 SUPPRESS-TABLE-MAX PIC 9(4) VALUE 2000.
 01 WS-SUPPRESS-COUNT PIC 9(4) VALUE ZERO.
 01 WS-SUPPRESS-IDX   PIC 9(4).
 01 WS-SUPPRESS-TABLE.
    05 WS-SUPPRESS-ID PIC 9(6) OCCURS 2000 TIMES.
*> One household from HOUSEHOLD.DAT staged until its number changes,
*> so every member's work entry can carry the household size.
 77 HH-MEMBER-MAX PIC 9(3) VALUE 100.
 01 WS-HH-MEMBER-COUNT PIC 9(3) VALUE ZERO.
 01 WS-HH-MEMBER-IDX   PIC 9(3).
 01 WS-HH-CURRENT-NO   PIC 9(7) VALUE ZERO.
 01 WS-HH-MEMBER-TABLE.
    05 WS-HH-MEMBER-ID PIC 9(6) OCCURS 100 TIMES.
 01 WS-HOUSEHOLDS-LOADED PIC X VALUE "N".
    88 HouseholdsLoaded VALUE "Y".
*> Consent and age, as HouseholdBuild decides them.
 77 ADULT-AGE PIC 99 VALUE 18.
 01 WS-AGE-MMDD PIC 9(4).
 01 WS-AGE-YEARS PIC S9(4).
 01 WS-PERSON-HOUSEHOLD-NO PIC 9(7).
 01 WS-PERSON-HOUSEHOLD-SIZE PIC 9(3).
 01 WS-PERSON-NET-SPEND PIC S9(9)V99.
 01 WS-QUALIFIES PIC X.
    88 PersonQualifies VALUE "Y".
 01 WS-DROP-REASON PIC X.
    88 DropConsent     VALUE "C".
    88 DropMinor       VALUE "M".
    88 DropPerson      VALUE "P".
    88 DropSuppressed  VALUE "S".
    88 DropHousehold   VALUE "H".
    88 DropPurchases   VALUE "B".
 COPY MAILADDRCTL.
 COPY UNDLVCTL.
 COPY CONTACTCTL.
 01 WS-CITY-LINE.
    05 LBL-CITY        PIC X(15).
    05 FILLER          PIC X.
    05 LBL-POSTAL-CODE PIC X(8).
 01 WS-READ-COUNT         PIC 9(7) VALUE ZERO.
 01 WS-CONSENT-COUNT      PIC 9(7) VALUE ZERO.
 01 WS-MINOR-COUNT        PIC 9(7) VALUE ZERO.
 01 WS-PERSON-CRIT-COUNT  PIC 9(7) VALUE ZERO.
 01 WS-SUPPRESSED-COUNT   PIC 9(7) VALUE ZERO.
 01 WS-HOUSEHOLD-CRIT-COUNT PIC 9(7) VALUE ZERO.
 01 WS-PURCHASE-CRIT-COUNT PIC 9(7) VALUE ZERO.
 01 WS-ALREADY-COUNT      PIC 9(7) VALUE ZERO.
 01 WS-UNDELIVERABLE-COUNT PIC 9(7) VALUE ZERO.
 01 WS-MAILED-COUNT       PIC 9(7) VALUE ZERO.
 01 WS-SUMMARY-LINE.
    05 SUM-LABEL PIC X(36).
    05 SUM-VALUE PIC Z(6)9.
 01 WS-CAMPAIGN-LINE.
    05 FILLER        PIC X(10) VALUE "CAMPAIGN  ".
    05 CPL-CODE      PIC X(6).
    05 FILLER        PIC X(2)  VALUE SPACES.
    05 CPL-DESCRIPTION PIC X(30).
    05 FILLER        PIC X(2)  VALUE SPACES.
    05 CPL-START     PIC 9(8).
    05 FILLER        PIC X(3)  VALUE " - ".
    05 CPL-END       PIC 9(8).
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
     DISPLAY "Enter operator ID: ".
     ACCEPT WS-OPERATOR-ID.
     MOVE WS-OPERATOR-ID TO OPR-OPERATOR-ID.
     MOVE "A" TO OPR-FUNCTION.
     CALL "CheckOperator" USING OperatorControlRec.
     IF NOT OperAuthorized
       DISPLAY "Sign-on refused - " OPR-MESSAGE
       MOVE 8 TO RETURN-CODE
       PERFORM WriteRunLogRecord
       STOP RUN
     END-IF.
     CALL "ResolveRunDate" USING RunDateControlRec.
     MOVE RDT-RUN-DATE TO WS-RUN-DATE.
     DISPLAY "Enter campaign code: ".
     ACCEPT WS-CAMPAIGN-CODE.
     OPEN I-O CampaignFile.
     IF WS-CAMPAIGN-STATUS = "35"
       DISPLAY "CAMPAIGN.DAT not found - nothing to select"
       MOVE 8 TO RETURN-CODE
       PERFORM WriteRunLogRecord
       STOP RUN
     END-IF.
     MOVE WS-CAMPAIGN-CODE TO CMP-CAMPAIGN-CODE.
     READ CampaignFile
       INVALID KEY
         DISPLAY "Campaign " WS-CAMPAIGN-CODE " not on file"
         MOVE 8 TO RETURN-CODE
     END-READ.
     IF RETURN-CODE = ZERO AND CMP-END-DATE < WS-RUN-DATE
       DISPLAY "Campaign " WS-CAMPAIGN-CODE " closed " CMP-END-DATE
           " - nothing mailed"
       MOVE 8 TO RETURN-CODE
     END-IF.
     IF RETURN-CODE NOT = ZERO
       CLOSE CampaignFile
       PERFORM WriteRunLogRecord
       STOP RUN
     END-IF.
     PERFORM ReadCompanyCode.
     PERFORM LoadSuppressionList.
     IF CmpOnePerHousehold OR CMP-MIN-HOUSEHOLD-SIZE > ZERO
       PERFORM BuildHouseholdWork
     END-IF.
     IF CmpBuyersOnly OR CmpNonBuyersOnly OR CMP-MIN-SPEND > ZERO
       PERFORM BuildBuyerWork
     END-IF.
     IF NOT CmpAnySegment
       OPEN INPUT ScoreFile
       IF WS-SCORE-FILE-STATUS = "00"
         SET ScoresAvailable TO TRUE
       ELSE
         DISPLAY "RFMSCORE.DAT not found - everyone counts as never "
             "bought"
       END-IF
     END-IF.
     OPEN I-O SelectionFile.
     IF WS-SELECTION-STATUS = "35"
       OPEN OUTPUT SelectionFile
       CLOSE SelectionFile
       OPEN I-O SelectionFile
     END-IF.
     MOVE SPACES TO WS-LABEL-FILENAME WS-PRESORTED-FILENAME
         WS-MANIFEST-FILENAME.
     STRING "CAMPLABELS." WS-CAMPAIGN-CODE DELIMITED BY SPACE
         ".DAT" DELIMITED BY SIZE INTO WS-LABEL-FILENAME.
     STRING "CAMPPRESORT." WS-CAMPAIGN-CODE DELIMITED BY SPACE
         ".LABELS" DELIMITED BY SIZE INTO WS-PRESORTED-FILENAME.
     STRING "CAMPMANIFEST." WS-CAMPAIGN-CODE DELIMITED BY SPACE
         ".RPT" DELIMITED BY SIZE INTO WS-MANIFEST-FILENAME.
     OPEN OUTPUT CampaignLabelFile.
     OPEN INPUT PersonFile.
     IF WS-PERSON-FILE-STATUS = "35"
       DISPLAY "PERSONS.DAT not found - nobody to select"
       SET EndOfPersons TO TRUE
     END-IF.
     PERFORM UNTIL EndOfPersons
       READ PersonFile NEXT RECORD
         AT END
           SET EndOfPersons TO TRUE
         NOT AT END
           ADD 1 TO WS-READ-COUNT
           PERFORM SelectOnePerson
       END-READ
     END-PERFORM.
     IF WS-PERSON-FILE-STATUS NOT = "35"
       CLOSE PersonFile
     END-IF.
     CLOSE CampaignLabelFile.
     CLOSE SelectionFile.
     IF HouseholdsLoaded
       CLOSE HouseholdWork
     END-IF.
     IF CmpBuyersOnly OR CmpNonBuyersOnly OR CMP-MIN-SPEND > ZERO
       CLOSE BuyerWork
     END-IF.
     IF ScoresAvailable
       CLOSE ScoreFile
     END-IF.
     IF WS-MAILED-COUNT > ZERO
       IF CMP-SELECTED-DATE = ZERO
         MOVE WS-RUN-DATE TO CMP-SELECTED-DATE
       END-IF
       ADD WS-MAILED-COUNT TO CMP-MAILED-COUNT
       REWRITE CampaignRec
       PERFORM WritePresortParameter
     END-IF.
     CLOSE CampaignFile.
     PERFORM WriteSelectionReport.
     DISPLAY "Campaign " WS-CAMPAIGN-CODE ": " WS-MAILED-COUNT
         " pieces to " WS-LABEL-FILENAME.
     PERFORM WriteRunLogRecord.
     STOP RUN.
 ReadCompanyCode.
     OPEN INPUT ControlFile.
     IF WS-CONTROL-FILE-STATUS = "00"
       READ ControlFile
         NOT AT END
           MOVE CTL-COMPANY-CODE TO WS-COMPANY-CODE
       END-READ
       CLOSE ControlFile
     END-IF.
 LoadSuppressionList.
     OPEN INPUT SuppressionFile.
     IF WS-SUPPRESSION-STATUS NOT = "00"
       SET EndOfSuppressions TO TRUE
     END-IF.
     PERFORM UNTIL EndOfSuppressions
       READ SuppressionFile
         AT END
           SET EndOfSuppressions TO TRUE
         NOT AT END
           IF (SUP-CAMPAIGN-CODE = SPACES
               OR SUP-CAMPAIGN-CODE = WS-CAMPAIGN-CODE)
               AND SUP-PERSON-ID NUMERIC
             IF WS-SUPPRESS-COUNT < SUPPRESS-TABLE-MAX
               ADD 1 TO WS-SUPPRESS-COUNT
               MOVE SUP-PERSON-ID TO WS-SUPPRESS-ID (WS-SUPPRESS-COUNT)
             ELSE
               DISPLAY "CampaignSelect - more than "
                   SUPPRESS-TABLE-MAX " suppressions, run stopped"
               MOVE 8 TO RETURN-CODE
               PERFORM WriteRunLogRecord
               STOP RUN
             END-IF
           END-IF
       END-READ
     END-PERFORM.
     IF WS-SUPPRESSION-STATUS = "00" OR WS-SUPPRESSION-STATUS = "10"
       CLOSE SuppressionFile
     END-IF.
*>   HOUSEHOLD.DAT arrives in household order; each household is
*>   staged until the number changes and then written out member by
*>   member with its size, plus one household entry not yet mailed.
 BuildHouseholdWork.
     OPEN OUTPUT HouseholdWork.
     CLOSE HouseholdWork.
     OPEN I-O HouseholdWork.
     SET HouseholdsLoaded TO TRUE.
     OPEN INPUT HouseholdFile.
     IF WS-HOUSEHOLD-STATUS NOT = "00"
       DISPLAY "HOUSEHOLD.DAT not found - household criteria "
           "cannot be met"
       SET EndOfHouseholds TO TRUE
     END-IF.
     PERFORM UNTIL EndOfHouseholds
       READ HouseholdFile
         AT END
           SET EndOfHouseholds TO TRUE
         NOT AT END
           IF HHR-HOUSEHOLD-NO NOT = WS-HH-CURRENT-NO
             PERFORM WriteHouseholdMembers
             MOVE HHR-HOUSEHOLD-NO TO WS-HH-CURRENT-NO
           END-IF
           IF WS-HH-MEMBER-COUNT < HH-MEMBER-MAX
             ADD 1 TO WS-HH-MEMBER-COUNT
             MOVE HHR-MEMBER-ID TO WS-HH-MEMBER-ID (WS-HH-MEMBER-COUNT)
           END-IF
       END-READ
     END-PERFORM.
     PERFORM WriteHouseholdMembers.
     IF WS-HOUSEHOLD-STATUS = "00" OR WS-HOUSEHOLD-STATUS = "10"
       CLOSE HouseholdFile
     END-IF.
 WriteHouseholdMembers.
     IF WS-HH-MEMBER-COUNT > ZERO
       PERFORM VARYING WS-HH-MEMBER-IDX FROM 1 BY 1
           UNTIL WS-HH-MEMBER-IDX > WS-HH-MEMBER-COUNT
         MOVE "M" TO CHW-KIND
         MOVE WS-HH-MEMBER-ID (WS-HH-MEMBER-IDX) TO CHW-ID
         MOVE WS-HH-CURRENT-NO   TO CHW-HOUSEHOLD-NO
         MOVE WS-HH-MEMBER-COUNT TO CHW-SIZE
         MOVE "N"                TO CHW-MAILED
         WRITE HouseholdWorkRec
           INVALID KEY
             CONTINUE
         END-WRITE
       END-PERFORM
       MOVE "H" TO CHW-KIND
       MOVE WS-HH-CURRENT-NO   TO CHW-ID CHW-HOUSEHOLD-NO
       MOVE WS-HH-MEMBER-COUNT TO CHW-SIZE
       MOVE "N"                TO CHW-MAILED
       WRITE HouseholdWorkRec
         INVALID KEY
           CONTINUE
       END-WRITE
     END-IF.
     MOVE ZERO TO WS-HH-MEMBER-COUNT.
*>   Net purchases by buyer inside the look-back, sales less returns
*>   (adjustments are commission corrections, not purchases) - the
*>   same walk of the cataloged SALES generations
*>   CustomerPurchaseHistory makes. A split sale's two shares add
*>   back up to the one purchase.
 BuildBuyerWork.
     IF CMP-LOOKBACK-MONTHS > ZERO
       COMPUTE WS-MONTH-SERIAL = WS-RUN-YEAR * 12 + WS-RUN-MONTH - 1
           - CMP-LOOKBACK-MONTHS
       DIVIDE WS-MONTH-SERIAL BY 12 GIVING WS-CUTOFF-YEAR
           REMAINDER WS-MONTH-REMAINDER
       COMPUTE WS-CUTOFF-MONTH = WS-MONTH-REMAINDER + 1
       MOVE WS-RUN-DAY TO WS-CUTOFF-DAY
     END-IF.
     OPEN OUTPUT BuyerWork.
     CLOSE BuyerWork.
     OPEN I-O BuyerWork.
     OPEN INPUT GenCatFile.
     IF WS-GENCAT-FILE-STATUS = "35"
       DISPLAY "GENCAT.DAT not found - no purchases on file"
       SET EndOfCatalog TO TRUE
     END-IF.
     PERFORM UNTIL EndOfCatalog
       READ GenCatFile
         AT END
           SET EndOfCatalog TO TRUE
         NOT AT END
           PERFORM TotalOneCatalogEntry
       END-READ
     END-PERFORM.
     IF WS-GENCAT-FILE-STATUS NOT = "35"
       CLOSE GenCatFile
     END-IF.
 TotalOneCatalogEntry.
     MOVE ZERO TO WS-CSV-TALLY.
     INSPECT GCT-FILE-NAME TALLYING WS-CSV-TALLY FOR ALL ".CSV".
     IF GenCatActive
         AND WS-CSV-TALLY = ZERO
         AND GCT-FILE-NAME (1:6) = "SALES."
       MOVE GCT-FILE-NAME TO WS-SALES-FILENAME
       PERFORM TotalOneGeneration
     END-IF.
 TotalOneGeneration.
     MOVE "N" TO WS-SALES-EOF.
     OPEN INPUT SalesFile.
     IF WS-SALES-FILE-STATUS = "35"
       SET EndOfSalesFile TO TRUE
     END-IF.
     PERFORM UNTIL EndOfSalesFile
       READ SalesFile
         AT END
           SET EndOfSalesFile TO TRUE
         NOT AT END
           IF NOT SalesBuyerUnknown
               AND SalesBuyerId NUMERIC
               AND NOT SalesTypeAdjustment
               AND SalesTransDate NOT < WS-CUTOFF-DATE
             PERFORM AddBuyerPurchase
           END-IF
       END-READ
     END-PERFORM.
     IF WS-SALES-FILE-STATUS NOT = "35"
       CLOSE SalesFile
     END-IF.
 AddBuyerPurchase.
     MOVE SalesBuyerId TO CBW-BUYER-ID.
     READ BuyerWork
       INVALID KEY
         MOVE SalesAmount TO CBW-NET-AMOUNT
         WRITE BuyerWorkRec
       NOT INVALID KEY
         ADD SalesAmount TO CBW-NET-AMOUNT
         REWRITE BuyerWorkRec
     END-READ.
*>   Each test in turn; the first a person fails is the one counted.
 SelectOnePerson.
     MOVE "Y" TO WS-QUALIFIES.
     MOVE SPACE TO WS-DROP-REASON.
     PERFORM CheckConsent.
     IF PersonQualifies
       PERFORM CheckAdult
     END-IF.
     IF PersonQualifies
       PERFORM CheckPersonCriteria
     END-IF.
     IF PersonQualifies
       PERFORM CheckSuppression
     END-IF.
     IF PersonQualifies
       PERFORM CheckHouseholdCriteria
     END-IF.
     IF PersonQualifies
       PERFORM CheckPurchaseCriteria
     END-IF.
     EVALUATE TRUE
       WHEN PersonQualifies
         PERFORM MailOnePerson
       WHEN DropConsent
         ADD 1 TO WS-CONSENT-COUNT
       WHEN DropMinor
         ADD 1 TO WS-MINOR-COUNT
       WHEN DropPerson
         ADD 1 TO WS-PERSON-CRIT-COUNT
       WHEN DropSuppressed
         ADD 1 TO WS-SUPPRESSED-COUNT
       WHEN DropHousehold
         ADD 1 TO WS-HOUSEHOLD-CRIT-COUNT
       WHEN DropPurchases
         ADD 1 TO WS-PURCHASE-CRIT-COUNT
     END-EVALUATE.
*>   The deceased and suspended get no marketing post, nor does
*>   anyone who asked not to be mailed, nor another company's people
*>   (a blank company is a legacy record and counts as ours).
 CheckConsent.
     IF (PersonStatus = SPACE OR PersonActive)
         AND NOT DoNotMail
         AND (PersonCompany = SPACES
             OR PersonCompany = WS-COMPANY-CODE)
       CONTINUE
     ELSE
       MOVE "N" TO WS-QUALIFIES
       SET DropConsent TO TRUE
     END-IF.
*>   Age on the run date; a birth year of zero (not recorded) counts
*>   as an adult but can never fall inside an age band.
 CheckAdult.
     MOVE 999 TO WS-AGE-YEARS.
     IF YOBirth NOT = ZERO
       COMPUTE WS-AGE-YEARS = WS-RUN-YEAR - YOBirth
       COMPUTE WS-AGE-MMDD = MOBirth * 100 + DOBirth
       IF WS-AGE-MMDD > WS-RUN-MMDD
         SUBTRACT 1 FROM WS-AGE-YEARS
       END-IF
       IF WS-AGE-YEARS < ADULT-AGE
         MOVE "N" TO WS-QUALIFIES
         SET DropMinor TO TRUE
       END-IF
     END-IF.
 CheckPersonCriteria.
     IF CMP-GENDER NOT = SPACE AND WGender NOT = CMP-GENDER
       MOVE "N" TO WS-QUALIFIES
     END-IF.
     IF CMP-AGE-MIN > ZERO OR CMP-AGE-MAX > ZERO
       IF WS-AGE-YEARS = 999 OR WS-AGE-YEARS < CMP-AGE-MIN
         MOVE "N" TO WS-QUALIFIES
       END-IF
       IF CMP-AGE-MAX > ZERO AND WS-AGE-YEARS > CMP-AGE-MAX
         MOVE "N" TO WS-QUALIFIES
       END-IF
     END-IF.
     IF CMP-CITY NOT = SPACES AND City NOT = CMP-CITY
       MOVE "N" TO WS-QUALIFIES
     END-IF.
     IF CMP-POSTAL-PREFIX NOT = SPACES
         AND PersonPostalCode (1:3) NOT = CMP-POSTAL-PREFIX
       MOVE "N" TO WS-QUALIFIES
     END-IF.
     IF NOT PersonQualifies
       SET DropPerson TO TRUE
     END-IF.
 CheckSuppression.
     PERFORM VARYING WS-SUPPRESS-IDX FROM 1 BY 1
         UNTIL WS-SUPPRESS-IDX > WS-SUPPRESS-COUNT
             OR NOT PersonQualifies
       IF WS-SUPPRESS-ID (WS-SUPPRESS-IDX) = PersonId
         MOVE "N" TO WS-QUALIFIES
         SET DropSuppressed TO TRUE
       END-IF
     END-PERFORM.
*>   Someone not on HOUSEHOLD.DAT has not been through a household
*>   build yet and cannot meet a household criterion.
 CheckHouseholdCriteria.
     MOVE ZERO TO WS-PERSON-HOUSEHOLD-NO.
     IF HouseholdsLoaded
       MOVE "M"      TO CHW-KIND
       MOVE PersonId TO CHW-ID
       READ HouseholdWork
         INVALID KEY
           MOVE "N" TO WS-QUALIFIES
         NOT INVALID KEY
           MOVE CHW-HOUSEHOLD-NO TO WS-PERSON-HOUSEHOLD-NO
           MOVE CHW-SIZE         TO WS-PERSON-HOUSEHOLD-SIZE
           IF WS-PERSON-HOUSEHOLD-SIZE < CMP-MIN-HOUSEHOLD-SIZE
             MOVE "N" TO WS-QUALIFIES
           END-IF
       END-READ
     END-IF.
     IF PersonQualifies AND CmpOnePerHousehold
       MOVE "H" TO CHW-KIND
       MOVE WS-PERSON-HOUSEHOLD-NO TO CHW-ID
       READ HouseholdWork
         INVALID KEY
           MOVE "N" TO WS-QUALIFIES
         NOT INVALID KEY
           IF ChwHouseholdMailed
             MOVE "N" TO WS-QUALIFIES
           END-IF
       END-READ
     END-IF.
     IF NOT PersonQualifies
       SET DropHousehold TO TRUE
     END-IF.
 CheckPurchaseCriteria.
     IF CmpBuyersOnly OR CmpNonBuyersOnly OR CMP-MIN-SPEND > ZERO
       MOVE PersonId TO CBW-BUYER-ID
       READ BuyerWork
         INVALID KEY
           MOVE ZERO TO WS-PERSON-NET-SPEND
         NOT INVALID KEY
           MOVE CBW-NET-AMOUNT TO WS-PERSON-NET-SPEND
       END-READ
       IF CmpBuyersOnly AND WS-PERSON-NET-SPEND NOT > ZERO
         MOVE "N" TO WS-QUALIFIES
       END-IF
       IF CmpNonBuyersOnly AND WS-PERSON-NET-SPEND > ZERO
         MOVE "N" TO WS-QUALIFIES
       END-IF
       IF CMP-MIN-SPEND > ZERO
           AND WS-PERSON-NET-SPEND < CMP-MIN-SPEND
         MOVE "N" TO WS-QUALIFIES
       END-IF
     END-IF.
     IF PersonQualifies AND NOT CmpAnySegment
       MOVE "N" TO WS-PERSON-SEGMENT
       IF ScoresAvailable
         MOVE PersonId TO RFM-PERSON-ID
         READ ScoreFile
           NOT INVALID KEY
             MOVE RFM-SEGMENT TO WS-PERSON-SEGMENT
         END-READ
       END-IF
       IF WS-PERSON-SEGMENT NOT = CMP-SEGMENT
         MOVE "N" TO WS-QUALIFIES
       END-IF
     END-IF.
     IF NOT PersonQualifies
       SET DropPurchases TO TRUE
     END-IF.
*>   Someone already mailed for the campaign by an earlier run is
*>   not mailed again, but still fills their household's one piece.
 MailOnePerson.
     MOVE WS-CAMPAIGN-CODE TO CSL-CAMPAIGN-CODE.
     MOVE PersonId         TO CSL-PERSON-ID.
     READ SelectionFile
       INVALID KEY
         PERFORM AddressOnePiece
       NOT INVALID KEY
         ADD 1 TO WS-ALREADY-COUNT
         PERFORM MarkHouseholdMailed
     END-READ.
 AddressOnePiece.
     MOVE PersonId         TO MAC-PERSON-ID.
     MOVE WS-RUN-DATE      TO MAC-MAIL-DATE.
     MOVE Street           TO MAC-STREET.
     MOVE City             TO MAC-CITY.
     MOVE SPACES           TO MAC-STATE.
     MOVE PersonPostalCode TO MAC-POSTAL-CODE.
     CALL "ResolveMailAddress" USING MailAddressControlRec.
     SET UckQuery TO TRUE.
     MOVE PersonId   TO UCK-PERSON-ID.
     MOVE MAC-STREET TO UCK-STREET.
     MOVE MAC-CITY   TO UCK-CITY.
     CALL "CheckUndeliverable" USING UndeliverableControlRec.
     IF AddressUndeliverable
       ADD 1 TO WS-UNDELIVERABLE-COUNT
     ELSE
       PERFORM WriteCampaignPiece
     END-IF.
 WriteCampaignPiece.
     MOVE PersonName TO CampaignLabelLine.
     WRITE CampaignLabelLine.
     MOVE MAC-STREET TO CampaignLabelLine.
     WRITE CampaignLabelLine.
     MOVE MAC-CITY        TO LBL-CITY.
     MOVE MAC-POSTAL-CODE TO LBL-POSTAL-CODE.
     WRITE CampaignLabelLine FROM WS-CITY-LINE.
     MOVE SPACES TO CampaignLabelLine.
     WRITE CampaignLabelLine.
     ADD 1 TO WS-MAILED-COUNT.
     MOVE WS-CAMPAIGN-CODE       TO CSL-CAMPAIGN-CODE.
     MOVE PersonId               TO CSL-PERSON-ID.
     MOVE WS-RUN-DATE            TO CSL-MAILED-DATE.
     MOVE WS-PERSON-HOUSEHOLD-NO TO CSL-HOUSEHOLD-NO.
     MOVE MAC-STREET             TO CSL-STREET.
     MOVE MAC-CITY               TO CSL-CITY.
     MOVE MAC-POSTAL-CODE        TO CSL-POSTAL-CODE.
     MOVE ZERO TO CSL-ORDER-COUNT CSL-ORDER-AMOUNT
         CSL-SALE-COUNT CSL-SALE-AMOUNT CSL-FIRST-RESPONSE.
     WRITE CampaignSelectionRec
       INVALID KEY
         DISPLAY "CampaignSelect - CAMPSEL.DAT entry for " PersonId
             " already on file"
     END-WRITE.
     PERFORM MarkHouseholdMailed.
     SET CctRecord TO TRUE.
     MOVE PersonId         TO CCT-PERSON-ID.
     MOVE WS-RUN-DATE      TO CCT-CONTACT-DATE.
     MOVE WS-CAMPAIGN-CODE TO CCT-CONTENT-ID.
     MOVE "P"              TO CCT-CHANNEL.
     MOVE MAC-STREET       TO CCT-STREET.
     MOVE MAC-CITY         TO CCT-CITY.
     MOVE MAC-POSTAL-CODE  TO CCT-POSTAL-CODE.
     MOVE "CAMPAIGN"       TO CCT-REFERENCE.
     MOVE "CAMPAIGNSELECT" TO CCT-SENT-BY.
     CALL "ContactHistory" USING ContactControlRec.
 MarkHouseholdMailed.
     IF CmpOnePerHousehold AND WS-PERSON-HOUSEHOLD-NO NOT = ZERO
       MOVE "H" TO CHW-KIND
       MOVE WS-PERSON-HOUSEHOLD-NO TO CHW-ID
       READ HouseholdWork
         NOT INVALID KEY
           MOVE "Y" TO CHW-MAILED
           REWRITE HouseholdWorkRec
       END-READ
     END-IF.
*>   Hands the label file to the next PostalPresort run.
 WritePresortParameter.
     OPEN OUTPUT PresortParmFile.
     MOVE WS-LABEL-FILENAME     TO PRM-LABEL-FILE.
     MOVE WS-PRESORTED-FILENAME TO PRM-PRESORTED-FILE.
     MOVE WS-MANIFEST-FILENAME  TO PRM-MANIFEST-FILE.
     WRITE PresortParmRec.
     CLOSE PresortParmFile.
 WriteSelectionReport.
     OPEN OUTPUT SelectionReport.
     MOVE "H" TO PRC-ACTION.
     MOVE "CAMPAIGN SELECTION" TO PRC-REPORT-TITLE.
     MOVE WS-RUN-DATE TO PRC-RUN-DATE.
     MOVE ZERO TO PRC-PAGE-NUMBER.
     CALL "PrintReport" USING PrintControlRec.
     WRITE SelectionReportLine FROM PRC-OUTPUT-LINE.
     MOVE CMP-CAMPAIGN-CODE TO CPL-CODE.
     MOVE CMP-DESCRIPTION   TO CPL-DESCRIPTION.
     MOVE CMP-START-DATE    TO CPL-START.
     MOVE CMP-END-DATE      TO CPL-END.
     WRITE SelectionReportLine FROM WS-CAMPAIGN-LINE.
     MOVE SPACES TO SelectionReportLine.
     WRITE SelectionReportLine.
     MOVE "PERSONS READ"                     TO SUM-LABEL.
     MOVE WS-READ-COUNT                      TO SUM-VALUE.
     WRITE SelectionReportLine FROM WS-SUMMARY-LINE.
     MOVE "NOT MAILABLE (STATUS/CONSENT)"    TO SUM-LABEL.
     MOVE WS-CONSENT-COUNT                   TO SUM-VALUE.
     WRITE SelectionReportLine FROM WS-SUMMARY-LINE.
     MOVE "MINORS EXCLUDED"                  TO SUM-LABEL.
     MOVE WS-MINOR-COUNT                     TO SUM-VALUE.
     WRITE SelectionReportLine FROM WS-SUMMARY-LINE.
     MOVE "OUTSIDE PERSON CRITERIA"          TO SUM-LABEL.
     MOVE WS-PERSON-CRIT-COUNT               TO SUM-VALUE.
     WRITE SelectionReportLine FROM WS-SUMMARY-LINE.
     MOVE "ON SUPPRESSION LIST"              TO SUM-LABEL.
     MOVE WS-SUPPRESSED-COUNT                TO SUM-VALUE.
     WRITE SelectionReportLine FROM WS-SUMMARY-LINE.
     MOVE "OUTSIDE HOUSEHOLD CRITERIA"       TO SUM-LABEL.
     MOVE WS-HOUSEHOLD-CRIT-COUNT            TO SUM-VALUE.
     WRITE SelectionReportLine FROM WS-SUMMARY-LINE.
     MOVE "OUTSIDE PURCHASE CRITERIA"        TO SUM-LABEL.
     MOVE WS-PURCHASE-CRIT-COUNT             TO SUM-VALUE.
     WRITE SelectionReportLine FROM WS-SUMMARY-LINE.
     MOVE "ALREADY MAILED THIS CAMPAIGN"     TO SUM-LABEL.
     MOVE WS-ALREADY-COUNT                   TO SUM-VALUE.
     WRITE SelectionReportLine FROM WS-SUMMARY-LINE.
     MOVE "NO PIECE - ADDRESS UNDELIVERABLE" TO SUM-LABEL.
     MOVE WS-UNDELIVERABLE-COUNT             TO SUM-VALUE.
     WRITE SelectionReportLine FROM WS-SUMMARY-LINE.
     MOVE "PIECES MAILED THIS RUN"           TO SUM-LABEL.
     MOVE WS-MAILED-COUNT                    TO SUM-VALUE.
     WRITE SelectionReportLine FROM WS-SUMMARY-LINE.
     MOVE "PIECES MAILED TO DATE"            TO SUM-LABEL.
     MOVE CMP-MAILED-COUNT                   TO SUM-VALUE.
     WRITE SelectionReportLine FROM WS-SUMMARY-LINE.
     MOVE "F" TO PRC-ACTION.
     MOVE WS-MAILED-COUNT TO PRC-DETAIL-COUNT.
     CALL "PrintReport" USING PrintControlRec.
     WRITE SelectionReportLine FROM PRC-OUTPUT-LINE.
     CLOSE SelectionReport.
 SetRunLogStart.
     MOVE "CAMPAIGNSELECT" TO RLG-JOB-NAME.
     ACCEPT WS-LOG-TS-DATE FROM DATE YYYYMMDD.
     ACCEPT WS-LOG-TS-TIME FROM TIME.
     MOVE WS-LOG-TS-DATE TO RLG-RUN-DATE.
     STRING WS-LOG-TS-DATE WS-LOG-TS-TIME DELIMITED BY SIZE
         INTO RLG-START-TIMESTAMP.
 WriteRunLogRecord.
     MOVE WS-READ-COUNT TO RLG-READ-COUNT.
     MOVE WS-MAILED-COUNT TO RLG-WRITTEN-COUNT.
     COMPUTE RLG-REJECTED-COUNT = WS-READ-COUNT - WS-MAILED-COUNT
         - WS-ALREADY-COUNT.
     MOVE RETURN-CODE TO RLG-RETURN-CODE.
     CALL "WriteRunLog" USING RunLogRec.
