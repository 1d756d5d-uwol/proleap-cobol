 IDENTIFICATION DIVISION.
 PROGRAM-ID. CampaignMaint.
*> Add/Change/Delete maintenance menu for CAMPAIGN.DAT, the marketing
*> campaigns CampaignSelect mails and CampaignResponse measures,
*> modeled on ContestMaint: the operator signs on (checked against
*> OPERATORS.DAT by the shared CheckOperator subprogram), keys a
*> transaction code, and enters the campaign - its code and
*> description, the response window, and the selection criteria on
*> the person (gender, age band, city, postal-code prefix), the
*> household (one piece per household, minimum size) and purchases
*> (buyers or non-buyers only, minimum spend over a look-back in
*> months). Each function is checked again against the operator's
*> add/change/delete authority, and every record carries the
*> operator and date of its last change. Once CampaignSelect has
*> mailed a campaign its criteria are history and it can no longer
*> be changed or deleted. A Change shows the campaign as it stands first
*> and is refused, with the other operator's values shown, when someone
*> else changed it in the meantime (shared RecordStamp).
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT CampaignFile ASSIGN TO "CAMPAIGN.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS CMP-CAMPAIGN-CODE
         FILE STATUS IS WS-CAMPAIGN-STATUS.
 DATA DIVISION.
 FILE SECTION.
 FD CampaignFile.
 COPY CAMPAIGNREC.
 WORKING-STORAGE SECTION.
 01 WS-TRANS-CODE PIC X.
    88 AddTransaction    VALUE "A".
    88 ChangeTransaction VALUE "C".
    88 DeleteTransaction VALUE "D".
    88 EndTransactions   VALUE "X".
 COPY OPERCTLREC.
 COPY RECSTAMPCTL.
 01 WS-CAMPAIGN-STATUS PIC XX.
 01 WS-OPERATOR-ID PIC X(8).
*> What the operator keys, in CAMPAIGN.DAT order: campaign code,
*> description, start and end dates (YYYYMMDD), gender (M/F/blank),
*> lowest and highest age (0 = no bound), city, postal-code prefix,
*> one per household (Y/N), minimum household size, buyer rule
*> (B buyers / N non-buyers / blank), minimum spend, look-back months.
 01 WS-CAMPAIGN-DETAILS.
    05 WS-IN-CAMPAIGN-CODE PIC X(6).
    05 WS-IN-DESCRIPTION  PIC X(30).
    05 WS-IN-START-DATE   PIC 9(8).
    05 WS-IN-START-PARTS REDEFINES WS-IN-START-DATE.
       10 WS-IN-START-YEAR  PIC 9(4).
       10 WS-IN-START-MONTH PIC 99.
       10 WS-IN-START-DAY   PIC 99.
    05 WS-IN-END-DATE     PIC 9(8).
    05 WS-IN-END-PARTS REDEFINES WS-IN-END-DATE.
       10 WS-IN-END-YEAR    PIC 9(4).
       10 WS-IN-END-MONTH   PIC 99.
       10 WS-IN-END-DAY     PIC 99.
    05 WS-IN-GENDER       PIC X.
    05 WS-IN-AGE-MIN      PIC 9(3).
    05 WS-IN-AGE-MAX      PIC 9(3).
    05 WS-IN-CITY         PIC X(15).
    05 WS-IN-POSTAL-PREFIX PIC X(3).
    05 WS-IN-HOUSEHOLD-RULE PIC X.
    05 WS-IN-MIN-HOUSEHOLD-SIZE PIC 9(2).
    05 WS-IN-BUYER-RULE   PIC X.
    05 WS-IN-MIN-SPEND    PIC 9(7)V99.
    05 WS-IN-LOOKBACK-MONTHS PIC 9(2).
    05 WS-IN-SEGMENT      PIC X.
 01 WS-TODAY PIC 9(8).
 01 WS-EDITS-OK PIC X.
    88 CampaignEditsPassed VALUE "Y".
 01 WS-EDIT-MESSAGE PIC X(40).

 PROCEDURE DIVISION.
 Begin.
     DISPLAY "Enter operator ID: ".
     ACCEPT WS-OPERATOR-ID.
     MOVE WS-OPERATOR-ID TO OPR-OPERATOR-ID.
     MOVE "*" TO OPR-FUNCTION.
     CALL "CheckOperator" USING OperatorControlRec.
     IF NOT OperAuthorized
       DISPLAY "Sign-on refused - " OPR-MESSAGE
       MOVE 8 TO RETURN-CODE
       STOP RUN
     END-IF.
     MOVE "CampaignMaint" TO RST-PROGRAM.
     MOVE WS-OPERATOR-ID TO RST-OPERATOR-ID.
     MOVE "CAMPAIGN.DAT" TO RST-FILE-NAME.
     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
     OPEN I-O CampaignFile.
     IF WS-CAMPAIGN-STATUS = "35"
       OPEN OUTPUT CampaignFile
       CLOSE CampaignFile
       OPEN I-O CampaignFile
     END-IF.
     PERFORM GetTransaction.
     PERFORM UNTIL EndTransactions
       EVALUATE TRUE
         WHEN AddTransaction
           MOVE "A" TO OPR-FUNCTION
           PERFORM CheckFunctionAuthority
           IF OperAuthorized
             PERFORM AddCampaign
           END-IF
         WHEN ChangeTransaction
           MOVE "C" TO OPR-FUNCTION
           PERFORM CheckFunctionAuthority
           IF OperAuthorized
             PERFORM ChangeCampaign
           END-IF
         WHEN DeleteTransaction
           MOVE "D" TO OPR-FUNCTION
           PERFORM CheckFunctionAuthority
           IF OperAuthorized
             PERFORM DeleteCampaign
           END-IF
         WHEN OTHER
           DISPLAY "Error - invalid transaction code " WS-TRANS-CODE
       END-EVALUATE
       PERFORM GetTransaction
     END-PERFORM.
     CLOSE CampaignFile.
     STOP RUN.
 GetTransaction.
     DISPLAY "Enter transaction code (A/C/D/X to end): ".
     ACCEPT WS-TRANS-CODE.
     IF ChangeTransaction
       PERFORM ShowCampaignForChange
     END-IF.
     IF NOT EndTransactions
       DISPLAY "Enter campaign code, description, start, end, "
           "gender, age from, age to, city, postal prefix, one per "
           "household (Y/N), household size, buyer rule (B/N), "
           "minimum spend, look-back months, segment (A active/L "
           "lapsing/P lapsed/N never bought): "
       ACCEPT WS-CAMPAIGN-DETAILS
     END-IF.
*>   A change starts from the record as it stands: it is shown, and
*>   its change stamp taken, before the new details are keyed, so
*>   another operator's change made meanwhile is caught at the
*>   REWRITE instead of overwritten.
 ShowCampaignForChange.
     DISPLAY "Enter campaign code to change: ".
     ACCEPT CMP-CAMPAIGN-CODE.
     READ CampaignFile
       INVALID KEY
         DISPLAY "Error - campaign " CMP-CAMPAIGN-CODE " not on file"
       NOT INVALID KEY
         DISPLAY "Campaign as it stands: " CampaignRec
         MOVE CMP-CAMPAIGN-CODE TO RST-RECORD-KEY
         PERFORM TakeChangeStamp
     END-READ.
 CheckFunctionAuthority.
     CALL "CheckOperator" USING OperatorControlRec.
     IF NOT OperAuthorized
       DISPLAY "Refused - " OPR-MESSAGE
     END-IF.
 EditCampaignKey.
     MOVE "Y" TO WS-EDITS-OK.
     MOVE SPACES TO WS-EDIT-MESSAGE.
     IF WS-IN-CAMPAIGN-CODE = SPACES
       MOVE "N" TO WS-EDITS-OK
       MOVE "Campaign code must not be blank" TO WS-EDIT-MESSAGE
     END-IF.
 EditCampaignDetails.
     PERFORM EditCampaignKey.
     IF CampaignEditsPassed AND WS-IN-DESCRIPTION = SPACES
       MOVE "N" TO WS-EDITS-OK
       MOVE "Description must not be blank" TO WS-EDIT-MESSAGE
     END-IF.
     IF CampaignEditsPassed
       IF WS-IN-START-DATE NOT NUMERIC
           OR WS-IN-START-MONTH < 1 OR WS-IN-START-MONTH > 12
           OR WS-IN-START-DAY < 1 OR WS-IN-START-DAY > 31
         MOVE "N" TO WS-EDITS-OK
         MOVE "Start is not a plausible date" TO WS-EDIT-MESSAGE
       END-IF
     END-IF.
     IF CampaignEditsPassed
       IF WS-IN-END-DATE NOT NUMERIC
           OR WS-IN-END-MONTH < 1 OR WS-IN-END-MONTH > 12
           OR WS-IN-END-DAY < 1 OR WS-IN-END-DAY > 31
         MOVE "N" TO WS-EDITS-OK
         MOVE "End is not a plausible date" TO WS-EDIT-MESSAGE
       END-IF
     END-IF.
     IF CampaignEditsPassed AND WS-IN-END-DATE < WS-IN-START-DATE
       MOVE "N" TO WS-EDITS-OK
       MOVE "Campaign ends before it starts" TO WS-EDIT-MESSAGE
     END-IF.
     IF CampaignEditsPassed AND WS-IN-END-DATE < WS-TODAY
       MOVE "N" TO WS-EDITS-OK
       MOVE "Campaign window has already closed" TO WS-EDIT-MESSAGE
     END-IF.
     IF CampaignEditsPassed
         AND WS-IN-GENDER NOT = SPACE
         AND WS-IN-GENDER NOT = "M" AND WS-IN-GENDER NOT = "F"
       MOVE "N" TO WS-EDITS-OK
       MOVE "Gender must be M, F or blank" TO WS-EDIT-MESSAGE
     END-IF.
     IF CampaignEditsPassed
       IF WS-IN-AGE-MIN NOT NUMERIC OR WS-IN-AGE-MAX NOT NUMERIC
         MOVE "N" TO WS-EDITS-OK
         MOVE "Ages must be numeric" TO WS-EDIT-MESSAGE
       END-IF
     END-IF.
     IF CampaignEditsPassed AND WS-IN-AGE-MAX NOT = ZERO
         AND WS-IN-AGE-MAX < WS-IN-AGE-MIN
       MOVE "N" TO WS-EDITS-OK
       MOVE "Highest age is below the lowest" TO WS-EDIT-MESSAGE
     END-IF.
     IF CampaignEditsPassed
         AND WS-IN-HOUSEHOLD-RULE NOT = SPACE
         AND WS-IN-HOUSEHOLD-RULE NOT = "Y"
         AND WS-IN-HOUSEHOLD-RULE NOT = "N"
       MOVE "N" TO WS-EDITS-OK
       MOVE "One per household must be Y or N" TO WS-EDIT-MESSAGE
     END-IF.
     IF CampaignEditsPassed
       IF WS-IN-MIN-HOUSEHOLD-SIZE NOT NUMERIC
         MOVE "N" TO WS-EDITS-OK
         MOVE "Household size must be numeric" TO WS-EDIT-MESSAGE
       END-IF
     END-IF.
     IF CampaignEditsPassed
         AND WS-IN-BUYER-RULE NOT = SPACE
         AND WS-IN-BUYER-RULE NOT = "B"
         AND WS-IN-BUYER-RULE NOT = "N"
       MOVE "N" TO WS-EDITS-OK
       MOVE "Buyer rule must be B, N or blank" TO WS-EDIT-MESSAGE
     END-IF.
     IF CampaignEditsPassed
       IF WS-IN-MIN-SPEND NOT NUMERIC
           OR WS-IN-LOOKBACK-MONTHS NOT NUMERIC
         MOVE "N" TO WS-EDITS-OK
         MOVE "Spend and look-back must be numeric" TO WS-EDIT-MESSAGE
       END-IF
     END-IF.
     IF CampaignEditsPassed AND WS-IN-BUYER-RULE = "N"
         AND WS-IN-MIN-SPEND NOT = ZERO
       MOVE "N" TO WS-EDITS-OK
       MOVE "Non-buyers cannot have a minimum spend" TO WS-EDIT-MESSAGE
     END-IF.
     IF CampaignEditsPassed
         AND WS-IN-SEGMENT NOT = SPACE
         AND WS-IN-SEGMENT NOT = "A"
         AND WS-IN-SEGMENT NOT = "L"
         AND WS-IN-SEGMENT NOT = "P"
         AND WS-IN-SEGMENT NOT = "N"
       MOVE "N" TO WS-EDITS-OK
       MOVE "Segment must be A, L, P, N or blank" TO WS-EDIT-MESSAGE
     END-IF.
 MoveCampaignDetails.
     MOVE WS-IN-DESCRIPTION     TO CMP-DESCRIPTION.
     MOVE WS-IN-START-DATE      TO CMP-START-DATE.
     MOVE WS-IN-END-DATE        TO CMP-END-DATE.
     MOVE WS-IN-GENDER          TO CMP-GENDER.
     MOVE WS-IN-AGE-MIN         TO CMP-AGE-MIN.
     MOVE WS-IN-AGE-MAX         TO CMP-AGE-MAX.
     MOVE WS-IN-CITY            TO CMP-CITY.
     MOVE WS-IN-POSTAL-PREFIX   TO CMP-POSTAL-PREFIX.
     MOVE WS-IN-HOUSEHOLD-RULE  TO CMP-HOUSEHOLD-RULE.
     MOVE WS-IN-MIN-HOUSEHOLD-SIZE TO CMP-MIN-HOUSEHOLD-SIZE.
     MOVE WS-IN-BUYER-RULE      TO CMP-BUYER-RULE.
     MOVE WS-IN-MIN-SPEND       TO CMP-MIN-SPEND.
     MOVE WS-IN-LOOKBACK-MONTHS TO CMP-LOOKBACK-MONTHS.
     MOVE WS-IN-SEGMENT         TO CMP-SEGMENT.
     MOVE WS-OPERATOR-ID        TO CMP-SET-BY.
     MOVE WS-TODAY              TO CMP-SET-DATE.
 AddCampaign.
     PERFORM EditCampaignDetails.
     IF CampaignEditsPassed
       MOVE WS-IN-CAMPAIGN-CODE TO CMP-CAMPAIGN-CODE
       PERFORM MoveCampaignDetails
       MOVE ZERO TO CMP-SELECTED-DATE
       MOVE ZERO TO CMP-MAILED-COUNT
       WRITE CampaignRec
         INVALID KEY
           DISPLAY "Error - campaign " CMP-CAMPAIGN-CODE
               " already on file"
         NOT INVALID KEY
           DISPLAY "Campaign " CMP-CAMPAIGN-CODE " " CMP-DESCRIPTION
               " added"
       END-WRITE
     ELSE
       DISPLAY "Error - " WS-EDIT-MESSAGE
     END-IF.
 ChangeCampaign.
     PERFORM EditCampaignDetails.
     IF CampaignEditsPassed
       MOVE WS-IN-CAMPAIGN-CODE TO CMP-CAMPAIGN-CODE
       READ CampaignFile
         INVALID KEY
           DISPLAY "Error - campaign " WS-IN-CAMPAIGN-CODE
               " not on file"
         NOT INVALID KEY
           PERFORM ChangeUnmailedCampaign
       END-READ
     ELSE
       DISPLAY "Error - " WS-EDIT-MESSAGE
     END-IF.
 ChangeUnmailedCampaign.
     IF CMP-SELECTED-DATE NOT = ZERO
       DISPLAY "Error - campaign " CMP-CAMPAIGN-CODE
           " was mailed " CMP-SELECTED-DATE
     ELSE
       MOVE CMP-CAMPAIGN-CODE TO RST-RECORD-KEY
       PERFORM CheckChangeStamp
       IF RstChangeAllowed
         PERFORM MoveCampaignDetails
         REWRITE CampaignRec
         DISPLAY "Campaign " CMP-CAMPAIGN-CODE " " CMP-DESCRIPTION
             " changed"
       ELSE
         DISPLAY "Now on file: " CampaignRec
       END-IF
     END-IF.
 DeleteCampaign.
     PERFORM EditCampaignKey.
     IF CampaignEditsPassed
       MOVE WS-IN-CAMPAIGN-CODE TO CMP-CAMPAIGN-CODE
       READ CampaignFile
         INVALID KEY
           DISPLAY "Error - campaign " WS-IN-CAMPAIGN-CODE
               " not on file"
         NOT INVALID KEY
           IF CMP-SELECTED-DATE NOT = ZERO
             DISPLAY "Error - campaign " CMP-CAMPAIGN-CODE
                 " was mailed " CMP-SELECTED-DATE
           ELSE
             DELETE CampaignFile
             DISPLAY "Campaign " WS-IN-CAMPAIGN-CODE " deleted"
           END-IF
       END-READ
     ELSE
       DISPLAY "Error - " WS-EDIT-MESSAGE
     END-IF.
*>   The lost-update guard round a Change (shared RecordStamp).
 TakeChangeStamp.
     SET RstTakeStamp TO TRUE.
     CALL "RecordStamp" USING RecordStampControlRec.
 CheckChangeStamp.
     SET RstCheckStamp TO TRUE.
     CALL "RecordStamp" USING RecordStampControlRec.
     IF NOT RstChangeAllowed
       DISPLAY "Refused - " RST-MESSAGE
     END-IF.
