 IDENTIFICATION DIVISION.
 PROGRAM-ID. ReportRequest.
*> Ad-hoc report request queue, modeled on RmaMaint: the operator
*> signs on (checked against OPERATORS.DAT by the shared CheckOperator
*> subprogram) and keys a transaction code. A queues a request - the
*> report wanted (SEQREAD person listing, PERSON360 inquiry or
*> ITEMANAL item analysis), its parameters and the requester - under
*> the next request number, to be run unattended after tonight's
*> daily cycle; D cancels one still queued; I shows where a request
*> stands, and once run the RPTCAT.DAT name its output was archived
*> under or the reason it failed. Queueing is checked against the
*> operator's add authority and cancelling against delete. The
*> parameters are edited here as the report itself would, so a
*> request that cannot run is refused at the desk rather than failed
*> in the night.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT RequestFile ASSIGN TO "RPTQUEUE.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS RRQ-REQUEST-ID
         FILE STATUS IS WS-REQUEST-FILE-STATUS.
     SELECT CategoryFile ASSIGN TO "CATEGORY.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-CATEGORY-FILE-STATUS.
 DATA DIVISION.
 FILE SECTION.
 FD RequestFile.
 COPY RPTREQREC.
 FD CategoryFile.
 01 CategoryRec.
    05 CAT-CODE        PIC X(6).
    05 CAT-DESCRIPTION PIC X(30).
 WORKING-STORAGE SECTION.
 01 WS-TRANS-CODE PIC X.
    88 AddTransaction      VALUE "A".
    88 DeleteTransaction   VALUE "D".
    88 InquireTransaction  VALUE "I".
    88 EndTransactions     VALUE "X".
 COPY OPERCTLREC.
 01 WS-REQUEST-FILE-STATUS PIC XX.
 01 WS-CATEGORY-FILE-STATUS PIC XX.
 01 WS-OPERATOR-ID PIC X(8).
 01 WS-IN-REQUEST-ID PIC 9(6).
*> The request as keyed, built up here and written only once every
*> edit has passed.
 01 WS-IN-REQUEST.
    05 WS-IN-REPORT-TYPE PIC X(10).
       88 InTypeValid VALUES "SEQREAD" "PERSON360" "ITEMANAL".
    05 WS-IN-PARAMETERS  PIC X(130).
    05 WS-IN-REQUESTER   PIC X(30).
 01 WS-IN-SEQREAD-PARMS.
    05 WS-IN-CRITERIA-TYPE PIC X.
       88 InCriteriaValid VALUES "Y" "N" "C" "A".
    05 WS-IN-YEAR-FROM     PIC 9(4).
    05 WS-IN-YEAR-TO       PIC 9(4).
    05 WS-IN-NAME-FROM     PIC X(20).
    05 WS-IN-NAME-TO       PIC X(20).
    05 WS-IN-CITY          PIC X(15).
    05 FILLER              PIC X(66) VALUE SPACES.
 01 WS-IN-PERSON360-PARMS.
    05 WS-IN-ID-COUNT      PIC 99.
    05 WS-IN-PERSON-ID     PIC 9(6) OCCURS 20 TIMES.
    05 FILLER              PIC X(8) VALUE SPACES.
 01 WS-IN-ITEMANAL-PARMS.
    05 WS-IN-CATEGORY      PIC X(6).
    05 FILLER              PIC X(124) VALUE SPACES.
 01 WS-ID-IDX PIC 99.
 01 WS-TODAY PIC 9(8).
 01 WS-EDITS-OK PIC X.
    88 RequestEditsPassed VALUE "Y".
 01 WS-EDIT-MESSAGE PIC X(40).
 01 WS-CATEGORY-EOF PIC X.
    88 EndOfCategories VALUE "Y".
 01 WS-CATEGORY-FOUND PIC X.
    88 CategoryOnFile VALUE "Y".
 01 WS-REQUEST-SCAN-EOF PIC X.
    88 EndOfRequestScan VALUE "Y".
 01 WS-NEXT-REQUEST-ID PIC 9(6).

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
     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
     OPEN I-O RequestFile.
     IF WS-REQUEST-FILE-STATUS = "35"
       OPEN OUTPUT RequestFile
       CLOSE RequestFile
       OPEN I-O RequestFile
     END-IF.
     PERFORM GetTransaction.
     PERFORM UNTIL EndTransactions
       EVALUATE TRUE
         WHEN AddTransaction
           MOVE "A" TO OPR-FUNCTION
           PERFORM CheckFunctionAuthority
           IF OperAuthorized
             PERFORM QueueRequest
           END-IF
         WHEN DeleteTransaction
           MOVE "D" TO OPR-FUNCTION
           PERFORM CheckFunctionAuthority
           IF OperAuthorized
             PERFORM CancelRequest
           END-IF
         WHEN InquireTransaction
           PERFORM ShowRequest
         WHEN OTHER
           DISPLAY "Error - invalid transaction code " WS-TRANS-CODE
       END-EVALUATE
       PERFORM GetTransaction
     END-PERFORM.
     CLOSE RequestFile.
     STOP RUN.
 GetTransaction.
     DISPLAY "Enter transaction code (A queue, D cancel, I inquire "
         "on a request, X to end): ".
     ACCEPT WS-TRANS-CODE.
 CheckFunctionAuthority.
     CALL "CheckOperator" USING OperatorControlRec.
     IF NOT OperAuthorized
       DISPLAY "Refused - " OPR-MESSAGE
     END-IF.
 QueueRequest.
     MOVE "Y" TO WS-EDITS-OK.
     MOVE SPACES TO WS-EDIT-MESSAGE.
     MOVE SPACES TO WS-IN-PARAMETERS.
     DISPLAY "Enter report type (SEQREAD, PERSON360, ITEMANAL): ".
     ACCEPT WS-IN-REPORT-TYPE.
     DISPLAY "Enter requester (who the report is for): ".
     ACCEPT WS-IN-REQUESTER.
     IF NOT InTypeValid
       MOVE "N" TO WS-EDITS-OK
       MOVE "Report type not SEQREAD/PERSON360/ITEMANAL"
           TO WS-EDIT-MESSAGE
     END-IF.
     IF RequestEditsPassed AND WS-IN-REQUESTER = SPACES
       MOVE "N" TO WS-EDITS-OK
       MOVE "Requester must be given" TO WS-EDIT-MESSAGE
     END-IF.
     IF RequestEditsPassed
       EVALUATE WS-IN-REPORT-TYPE
         WHEN "SEQREAD"
           PERFORM GetSeqReadParameters
         WHEN "PERSON360"
           PERFORM GetPerson360Parameters
         WHEN "ITEMANAL"
           PERFORM GetItemAnalysisParameters
       END-EVALUATE
     END-IF.
     IF RequestEditsPassed
       PERFORM FindNextRequestId
       MOVE WS-NEXT-REQUEST-ID TO RRQ-REQUEST-ID
       MOVE WS-IN-REPORT-TYPE  TO RRQ-REPORT-TYPE
       MOVE WS-IN-PARAMETERS   TO RRQ-PARAMETERS
       MOVE WS-IN-REQUESTER    TO RRQ-REQUESTER
       MOVE WS-OPERATOR-ID     TO RRQ-QUEUED-BY
       MOVE WS-TODAY           TO RRQ-QUEUED-DATE
       MOVE "Q"                TO RRQ-STATUS
       MOVE ZERO               TO RRQ-RUN-DATE
       MOVE SPACES             TO RRQ-ARCHIVE-NAME
       MOVE SPACES             TO RRQ-REASON
       MOVE WS-OPERATOR-ID     TO RRQ-SET-BY
       MOVE WS-TODAY           TO RRQ-SET-DATE
       WRITE ReportRequestRec
         INVALID KEY
           DISPLAY "Error - request " RRQ-REQUEST-ID
               " already exists in file"
         NOT INVALID KEY
           DISPLAY "Request " RRQ-REQUEST-ID " queued - "
               RRQ-REPORT-TYPE " for " RRQ-REQUESTER
       END-WRITE
     ELSE
       DISPLAY "Error - " WS-EDIT-MESSAGE
     END-IF.
*>   The same selections SeqRead offers at the console, with the city
*>   selection the unattended run adds.
 GetSeqReadParameters.
     MOVE ZERO TO WS-IN-YEAR-FROM WS-IN-YEAR-TO.
     MOVE SPACES TO WS-IN-NAME-FROM WS-IN-NAME-TO WS-IN-CITY.
     DISPLAY "Select by (Y)ear range, (N)ame range, (C)ity, or "
         "(A)ll: ".
     ACCEPT WS-IN-CRITERIA-TYPE.
     EVALUATE WS-IN-CRITERIA-TYPE
       WHEN "Y"
         DISPLAY "Enter birth year from: "
         ACCEPT WS-IN-YEAR-FROM
         DISPLAY "Enter birth year to: "
         ACCEPT WS-IN-YEAR-TO
         IF WS-IN-YEAR-FROM NOT NUMERIC
             OR WS-IN-YEAR-TO NOT NUMERIC
             OR WS-IN-YEAR-FROM > WS-IN-YEAR-TO
           MOVE "N" TO WS-EDITS-OK
           MOVE "Birth year range invalid" TO WS-EDIT-MESSAGE
         END-IF
       WHEN "N"
         DISPLAY "Enter name from: "
         ACCEPT WS-IN-NAME-FROM
         DISPLAY "Enter name to: "
         ACCEPT WS-IN-NAME-TO
         IF WS-IN-NAME-FROM > WS-IN-NAME-TO
           MOVE "N" TO WS-EDITS-OK
           MOVE "Name range invalid" TO WS-EDIT-MESSAGE
         END-IF
       WHEN "C"
         DISPLAY "Enter city: "
         ACCEPT WS-IN-CITY
         IF WS-IN-CITY = SPACES
           MOVE "N" TO WS-EDITS-OK
           MOVE "City must be given" TO WS-EDIT-MESSAGE
         END-IF
       WHEN "A"
         CONTINUE
       WHEN OTHER
         MOVE "N" TO WS-EDITS-OK
         MOVE "Selection must be Y, N, C or A" TO WS-EDIT-MESSAGE
     END-EVALUATE.
     MOVE WS-IN-SEQREAD-PARMS TO WS-IN-PARAMETERS.
*>   The persons need not be on the live master - PersonInquiry finds
*>   deleted and purged ones in the archive and history files too.
 GetPerson360Parameters.
     INITIALIZE WS-IN-PERSON360-PARMS.
     DISPLAY "Enter number of persons (1-20): ".
     ACCEPT WS-IN-ID-COUNT.
     IF WS-IN-ID-COUNT NOT NUMERIC
         OR WS-IN-ID-COUNT = ZERO
         OR WS-IN-ID-COUNT > 20
       MOVE "N" TO WS-EDITS-OK
       MOVE "Number of persons must be 1 to 20" TO WS-EDIT-MESSAGE
     END-IF.
     IF RequestEditsPassed
       PERFORM VARYING WS-ID-IDX FROM 1 BY 1
           UNTIL WS-ID-IDX > WS-IN-ID-COUNT
         DISPLAY "Enter PersonId " WS-ID-IDX ": "
         ACCEPT WS-IN-PERSON-ID (WS-ID-IDX)
         IF WS-IN-PERSON-ID (WS-ID-IDX) NOT NUMERIC
             OR WS-IN-PERSON-ID (WS-ID-IDX) = ZERO
           MOVE "N" TO WS-EDITS-OK
           MOVE "PersonId must be numeric and non-zero"
               TO WS-EDIT-MESSAGE
         END-IF
       END-PERFORM
     END-IF.
     MOVE WS-IN-PERSON360-PARMS TO WS-IN-PARAMETERS.
*>   UNCAT asks for the items with no category on the master, the
*>   bucket ItemAnalysis rolls them into.
 GetItemAnalysisParameters.
     DISPLAY "Enter item category (UNCAT for uncategorized): ".
     ACCEPT WS-IN-CATEGORY.
     IF WS-IN-CATEGORY = SPACES
       MOVE "N" TO WS-EDITS-OK
       MOVE "Category must be given" TO WS-EDIT-MESSAGE
     ELSE
       IF WS-IN-CATEGORY NOT = "UNCAT"
         PERFORM CheckCategoryOnFile
         IF NOT CategoryOnFile
           MOVE "N" TO WS-EDITS-OK
           MOVE "Category not on CATEGORY.DAT" TO WS-EDIT-MESSAGE
         END-IF
       END-IF
     END-IF.
     MOVE WS-IN-ITEMANAL-PARMS TO WS-IN-PARAMETERS.
 CheckCategoryOnFile.
     MOVE "N" TO WS-CATEGORY-FOUND.
     MOVE "N" TO WS-CATEGORY-EOF.
     OPEN INPUT CategoryFile.
     IF WS-CATEGORY-FILE-STATUS = "35"
       SET EndOfCategories TO TRUE
     END-IF.
     PERFORM UNTIL EndOfCategories OR CategoryOnFile
       READ CategoryFile
         AT END
           SET EndOfCategories TO TRUE
         NOT AT END
           IF CAT-CODE = WS-IN-CATEGORY
             SET CategoryOnFile TO TRUE
           END-IF
       END-READ
     END-PERFORM.
     IF WS-CATEGORY-FILE-STATUS NOT = "35"
       CLOSE CategoryFile
     END-IF.
*>   Numbers run on from the highest ever issued, finished and
*>   cancelled ones included, so a number is never reused.
 FindNextRequestId.
     MOVE 1 TO WS-NEXT-REQUEST-ID.
     MOVE "N" TO WS-REQUEST-SCAN-EOF.
     MOVE ZERO TO RRQ-REQUEST-ID.
     START RequestFile KEY IS NOT LESS THAN RRQ-REQUEST-ID
       INVALID KEY
         SET EndOfRequestScan TO TRUE
     END-START.
     PERFORM UNTIL EndOfRequestScan
       READ RequestFile NEXT RECORD
         AT END
           SET EndOfRequestScan TO TRUE
         NOT AT END
           COMPUTE WS-NEXT-REQUEST-ID = RRQ-REQUEST-ID + 1
       END-READ
     END-PERFORM.
*>   Only a request still waiting can be withdrawn; one already
*>   scheduled into tonight's deck runs to its own finish.
 CancelRequest.
     DISPLAY "Enter request number to cancel: ".
     ACCEPT WS-IN-REQUEST-ID.
     MOVE WS-IN-REQUEST-ID TO RRQ-REQUEST-ID.
     READ RequestFile
       INVALID KEY
         DISPLAY "Error - request " WS-IN-REQUEST-ID
             " not found in file"
       NOT INVALID KEY
         IF NOT RrqQueued
           DISPLAY "Error - request " RRQ-REQUEST-ID
               " is no longer queued"
         ELSE
           MOVE "X"            TO RRQ-STATUS
           MOVE WS-OPERATOR-ID TO RRQ-SET-BY
           MOVE WS-TODAY       TO RRQ-SET-DATE
           REWRITE ReportRequestRec
             INVALID KEY
               DISPLAY "Error - request " RRQ-REQUEST-ID
                   " could not be rewritten"
             NOT INVALID KEY
               DISPLAY "Request " RRQ-REQUEST-ID " cancelled"
           END-REWRITE
         END-IF
     END-READ.
 ShowRequest.
     DISPLAY "Enter request number: ".
     ACCEPT WS-IN-REQUEST-ID.
     MOVE WS-IN-REQUEST-ID TO RRQ-REQUEST-ID.
     READ RequestFile
       INVALID KEY
         DISPLAY "Error - request " WS-IN-REQUEST-ID
             " not found in file"
       NOT INVALID KEY
         DISPLAY "Request " RRQ-REQUEST-ID " " RRQ-REPORT-TYPE
             " for " RRQ-REQUESTER
         DISPLAY "  Queued " RRQ-QUEUED-DATE " by " RRQ-QUEUED-BY
         EVALUATE TRUE
           WHEN RrqQueued
             DISPLAY "  Waiting for tonight's run"
           WHEN RrqRunning
             DISPLAY "  Running in the run of " RRQ-RUN-DATE
           WHEN RrqComplete
             DISPLAY "  Complete " RRQ-RUN-DATE " - archived as "
                 RRQ-ARCHIVE-NAME
           WHEN RrqFailed
             DISPLAY "  Failed " RRQ-RUN-DATE " - " RRQ-REASON
           WHEN RrqCancelled
             DISPLAY "  Cancelled " RRQ-SET-DATE " by " RRQ-SET-BY
         END-EVALUATE
     END-READ.
