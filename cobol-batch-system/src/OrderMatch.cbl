 IDENTIFICATION DIVISION.
 PROGRAM-ID. OrderMatch.
*> Customer-match front-end for the order side: the raw orders that
*> used to go straight to BATCH-DISCOUNT now land in ORDERSIN.DAT and
*> pass through here first. An order names its customer only by name
*> and address, so each one is resolved to a PersonId by STARTing into
*> PERSONS.NAMEIX (the name-keyed index BuildNameIndex rebuilds after
*> every promotion) and confirming the street, city, and zip against
*> every person carrying that name. Exactly one confirmed person and
*> the order goes on to ORDERS.DAT with the PersonId filled in; no
*> such name, a name whose address does not agree, or more than one
*> person who fits all go to the ORDMATCH.EXC exception file, where an
*> operator assigns or creates the person through OrderResolve before
*> the order is priced. Orders OrderResolve has released (ORDMATCH.REL)
*> are read ahead of the day's intake and, like an intake order that
*> already arrives with a PersonId, only have that id confirmed against
*> PERSONS.DAT. Orders a supervisor has let off credit hold through
*> CreditRelease come back the same way. ORDMATCH.RPT carries the
*> exceptions and the counts.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT OrderInFile ASSIGN TO "ORDERSIN.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-ORDERIN-FILE-STATUS.
     SELECT ReleaseFile ASSIGN TO "ORDMATCH.REL"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-RELEASE-FILE-STATUS.
     SELECT OrderFile ASSIGN TO "ORDERS.DAT"
         ORGANIZATION IS LINE SEQUENTIAL.
     SELECT MatchExceptionFile ASSIGN TO "ORDMATCH.EXC"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-EXCEPTION-FILE-STATUS.
     SELECT NameIndexFile ASSIGN TO "PERSONS.NAMEIX"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS NIX-KEY
         FILE STATUS IS WS-NAME-INDEX-STATUS.
     SELECT PersonFile ASSIGN TO "PERSONS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS PersonId
         FILE STATUS IS WS-PERSON-FILE-STATUS.
     SELECT OrderMatchReport ASSIGN TO "ORDMATCH.RPT"
         ORGANIZATION IS LINE SEQUENTIAL.
 DATA DIVISION.
 FILE SECTION.
 FD OrderInFile.
 COPY ORDERREC.
 FD ReleaseFile.
 01 ReleasedOrderRec PIC X(109).
 FD OrderFile.
 01 MatchedOrderRec PIC X(109).
 FD MatchExceptionFile.
 COPY ORDEXCREC.
 FD NameIndexFile.
 01 NameIndexRec.
    05 NIX-KEY.
       10 NIX-PERSON-NAME PIC X(20).
       10 NIX-PERSON-ID   PIC 9(6).
    05 NIX-PERSON-ADDRESS.
       10 NIX-STREET PIC X(20).
       10 NIX-CITY PIC X(15).
    05 NIX-WGENDER PIC X.
    05 NIX-YOBIRTH PIC 9(4).
    05 NIX-MOBIRTH PIC 9(2).
    05 NIX-DOBIRTH PIC 9(2).
    05 NIX-COMPANY PIC X(4).
    05 NIX-POSTAL-CODE PIC X(8).
    05 NIX-PHONE       PIC X(12).
    05 NIX-EMAIL       PIC X(30).
 FD PersonFile.
 COPY PERSONREC.
 FD OrderMatchReport.
 01 OrderMatchReportLine PIC X(80).
 WORKING-STORAGE SECTION.
 01 WS-ORDERIN-FILE-STATUS PIC XX.
 01 WS-RELEASE-FILE-STATUS PIC XX.
 01 WS-EXCEPTION-FILE-STATUS PIC XX.
 01 WS-NAME-INDEX-STATUS PIC XX.
 01 WS-PERSON-FILE-STATUS PIC XX.
 01 WS-RUN-DATE PIC 9(8).
 01 WS-ORDERIN-EOF PIC X VALUE "N".
    88 EndOfOrderIn VALUE "Y".
 01 WS-RELEASE-EOF PIC X VALUE "N".
    88 EndOfReleases VALUE "Y".
 01 WS-INDEX-EOF PIC X.
    88 EndOfNameRun VALUE "Y".
 01 WS-MATCH-RESULT PIC X.
    88 OrderMatched VALUE "Y".
 01 WS-REASON-CODE PIC XX.
 01 WS-REASON-TEXT PIC X(30).
*> Per-order tallies from the name-index pass: every person carrying
*> the order's name, and those whose address also agrees. Only an
*> address count of exactly one resolves the order.
 01 WS-NAME-HITS    PIC 9(5).
 01 WS-ADDRESS-HITS PIC 9(5).
 01 WS-MATCHED-ID   PIC 9(6).
 01 WS-ORDER-CITY   PIC X(15).
 01 WS-READ-COUNT     PIC 9(7) VALUE ZERO.
 01 WS-RELEASE-COUNT  PIC 9(7) VALUE ZERO.
 01 WS-MATCHED-COUNT  PIC 9(7) VALUE ZERO.
 01 WS-EXCEPTION-COUNT PIC 9(7) VALUE ZERO.
 01 WS-NO-NAME-COUNT   PIC 9(7) VALUE ZERO.
 01 WS-ADDRESS-COUNT   PIC 9(7) VALUE ZERO.
 01 WS-AMBIGUOUS-COUNT PIC 9(7) VALUE ZERO.
 01 WS-NOT-ON-FILE-COUNT PIC 9(7) VALUE ZERO.
 01 WS-INACTIVE-COUNT  PIC 9(7) VALUE ZERO.
 01 WS-COLUMN-HEADING.
    05 FILLER PIC X(21) VALUE "CUSTOMER".
    05 FILLER PIC X(21) VALUE "STREET".
    05 FILLER PIC X(16) VALUE "CITY".
    05 FILLER PIC X(22) VALUE "REASON HELD".
 01 WS-DETAIL-LINE.
    05 DTL-PERSON-NAME PIC X(20).
    05 FILLER          PIC X VALUE SPACE.
    05 DTL-STREET      PIC X(20).
    05 FILLER          PIC X VALUE SPACE.
    05 DTL-CITY        PIC X(15).
    05 FILLER          PIC X VALUE SPACE.
    05 DTL-REASON      PIC X(22).
 01 WS-SUMMARY-LINE.
    05 SUM-LABEL PIC X(34).
    05 SUM-VALUE PIC Z(6)9.
*> Standard heading/footer lines (shared PrintReport).
 COPY PRINTCTLREC.
*> The order's city is compared in the city master's spelling, the
*> same spelling the add paths store on PERSONS.DAT (shared
*> NormalizeCity).
 COPY CITYCTLREC.
*> Structured error logging to ERRORLOG.DAT through the shared
*> LogError subprogram (the console DISPLAY stays as the echo).
 COPY ERRLOGREC.
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
     OPEN INPUT NameIndexFile.
     IF WS-NAME-INDEX-STATUS = "35"
       DISPLAY "PERSONS.NAMEIX not found - run BuildNameIndex first"
       MOVE 8 TO RETURN-CODE
       PERFORM WriteRunLogRecord
       STOP RUN
     END-IF.
     OPEN INPUT PersonFile.
     IF WS-PERSON-FILE-STATUS = "35"
       DISPLAY "PERSONS.DAT not found - no orders can be matched"
       CLOSE NameIndexFile
       MOVE 8 TO RETURN-CODE
       PERFORM WriteRunLogRecord
       STOP RUN
     END-IF.
     OPEN OUTPUT OrderFile.
     OPEN EXTEND MatchExceptionFile.
     IF WS-EXCEPTION-FILE-STATUS = "35"
       OPEN OUTPUT MatchExceptionFile
     END-IF.
     OPEN OUTPUT OrderMatchReport.
     PERFORM WriteReportHeadings.
     PERFORM MatchReleasedOrders.
     PERFORM MatchIntakeOrders.
     PERFORM WriteMatchSummary.
     CLOSE OrderMatchReport.
     CLOSE MatchExceptionFile.
     CLOSE OrderFile.
     CLOSE PersonFile.
     CLOSE NameIndexFile.
     PERFORM ClearReleaseFile.
     IF WS-EXCEPTION-COUNT > ZERO
       MOVE 4 TO RETURN-CODE
     END-IF.
     DISPLAY "Orders matched: " WS-MATCHED-COUNT
         "  held for resolution: " WS-EXCEPTION-COUNT.
     PERFORM WriteRunLogRecord.
     STOP RUN.
*>   Released orders carry the PersonId the operator assigned or
*>   created, so they are only confirmed - a person deleted or marked
*>   deceased since the release goes straight back to exceptions.
 MatchReleasedOrders.
     OPEN INPUT ReleaseFile.
     IF WS-RELEASE-FILE-STATUS = "35"
       SET EndOfReleases TO TRUE
     END-IF.
     PERFORM UNTIL EndOfReleases
       READ ReleaseFile INTO ORDER-REC
         AT END
           SET EndOfReleases TO TRUE
         NOT AT END
           ADD 1 TO WS-RELEASE-COUNT
           PERFORM ConfirmAssignedPerson
           PERFORM RouteMatchResult
       END-READ
     END-PERFORM.
     IF WS-RELEASE-FILE-STATUS NOT = "35"
       CLOSE ReleaseFile
     END-IF.
 MatchIntakeOrders.
     OPEN INPUT OrderInFile.
     IF WS-ORDERIN-FILE-STATUS = "35"
       DISPLAY "No ORDERSIN.DAT for " WS-RUN-DATE " - nothing to match"
       SET EndOfOrderIn TO TRUE
     END-IF.
     PERFORM UNTIL EndOfOrderIn
       READ OrderInFile
         AT END
           SET EndOfOrderIn TO TRUE
         NOT AT END
           ADD 1 TO WS-READ-COUNT
           PERFORM MatchOneOrder
           PERFORM RouteMatchResult
       END-READ
     END-PERFORM.
     IF WS-ORDERIN-FILE-STATUS NOT = "35"
       CLOSE OrderInFile
     END-IF.
 MatchOneOrder.
     IF ORDER-PERSON-ID NOT NUMERIC
       MOVE ZERO TO ORDER-PERSON-ID
     END-IF.
     IF ORDER-PERSON-ID NOT = ZERO
       PERFORM ConfirmAssignedPerson
     ELSE
       PERFORM FindPersonByNameAndAddress
     END-IF.
*>   Every entry for the name is visited - the index is in name then
*>   PersonId order, so the run for one name is contiguous and the
*>   first different name ends it. A person counts as confirmed when
*>   street and city agree and the zip agrees with the leading five of
*>   the postal code wherever both are present.
 FindPersonByNameAndAddress.
     MOVE "N" TO WS-MATCH-RESULT.
     MOVE ZERO TO WS-NAME-HITS.
     MOVE ZERO TO WS-ADDRESS-HITS.
     MOVE ZERO TO WS-MATCHED-ID.
     MOVE ORDER-CITY TO CTY-CITY-IN.
     CALL "NormalizeCity" USING CityControlRec.
     MOVE CTY-CITY-OUT TO WS-ORDER-CITY.
     MOVE "N" TO WS-INDEX-EOF.
     MOVE ORDER-PERSON-NAME TO NIX-PERSON-NAME.
     MOVE ZERO TO NIX-PERSON-ID.
     START NameIndexFile KEY >= NIX-KEY
       INVALID KEY
         SET EndOfNameRun TO TRUE
     END-START.
     PERFORM UNTIL EndOfNameRun
       READ NameIndexFile NEXT RECORD
         AT END
           SET EndOfNameRun TO TRUE
         NOT AT END
           IF NIX-PERSON-NAME = ORDER-PERSON-NAME
             PERFORM CompareIndexAddress
           ELSE
             SET EndOfNameRun TO TRUE
           END-IF
       END-READ
     END-PERFORM.
     EVALUATE TRUE
       WHEN WS-ADDRESS-HITS = 1
         MOVE WS-MATCHED-ID TO ORDER-PERSON-ID
         PERFORM ConfirmAssignedPerson
       WHEN WS-ADDRESS-HITS > 1
         MOVE "AM" TO WS-REASON-CODE
         MOVE "AMBIGUOUS - SEVERAL MATCH" TO WS-REASON-TEXT
         ADD 1 TO WS-AMBIGUOUS-COUNT
       WHEN WS-NAME-HITS > ZERO
         MOVE "AD" TO WS-REASON-CODE
         MOVE "NAME FOUND - ADDRESS DIFFERS" TO WS-REASON-TEXT
         ADD 1 TO WS-ADDRESS-COUNT
       WHEN OTHER
         MOVE "NF" TO WS-REASON-CODE
         MOVE "NO PERSON WITH THIS NAME" TO WS-REASON-TEXT
         ADD 1 TO WS-NO-NAME-COUNT
     END-EVALUATE.
 CompareIndexAddress.
     ADD 1 TO WS-NAME-HITS.
     IF NIX-STREET = ORDER-STREET
         AND (NIX-CITY = WS-ORDER-CITY OR NIX-CITY = ORDER-CITY)
       IF NIX-POSTAL-CODE = SPACES OR ORDER-ZIP = SPACES
           OR NIX-POSTAL-CODE (1:5) = ORDER-ZIP
         ADD 1 TO WS-ADDRESS-HITS
         MOVE NIX-PERSON-ID TO WS-MATCHED-ID
       END-IF
     END-IF.
*>   The name index is a nightly copy, so the live master has the last
*>   word: the person must still be on it and neither suspended nor
*>   deceased before an order is priced against them.
 ConfirmAssignedPerson.
     MOVE "N" TO WS-MATCH-RESULT.
     MOVE ORDER-PERSON-ID TO PersonId.
     READ PersonFile
       INVALID KEY
         MOVE "NP" TO WS-REASON-CODE
         MOVE "PERSONID NOT ON PERSONS.DAT" TO WS-REASON-TEXT
         ADD 1 TO WS-NOT-ON-FILE-COUNT
       NOT INVALID KEY
         IF PersonSuspended OR PersonDeceased
           MOVE "ST" TO WS-REASON-CODE
           MOVE "PERSON SUSPENDED OR DECEASED" TO WS-REASON-TEXT
           ADD 1 TO WS-INACTIVE-COUNT
         ELSE
           MOVE "Y" TO WS-MATCH-RESULT
         END-IF
     END-READ.
 RouteMatchResult.
     IF OrderMatched
       WRITE MatchedOrderRec FROM ORDER-REC
       ADD 1 TO WS-MATCHED-COUNT
     ELSE
       PERFORM WriteMatchException
     END-IF.
*>   A held order keeps whatever PersonId it came with only when the
*>   id itself was the problem (so the operator sees it); a failed
*>   name search leaves it zero.
 WriteMatchException.
     IF WS-REASON-CODE NOT = "NP" AND WS-REASON-CODE NOT = "ST"
       MOVE ZERO TO ORDER-PERSON-ID
     END-IF.
     MOVE ORDER-REC      TO OMX-ORDER-IMAGE.
     MOVE WS-REASON-CODE TO OMX-REASON-CODE.
     MOVE WS-REASON-TEXT TO OMX-REASON-TEXT.
     MOVE WS-RUN-DATE    TO OMX-RUN-DATE.
     WRITE OrderMatchExcRec.
     ADD 1 TO WS-EXCEPTION-COUNT.
     MOVE "ORM001" TO ELG-MESSAGE-ID.
     MOVE "ORDERMATCH" TO ELG-PROGRAM-NAME.
     MOVE ORDER-PERSON-NAME TO ELG-KEY-VALUE.
     CALL "LogError" USING ErrorLogControlRec.
     MOVE ORDER-PERSON-NAME TO DTL-PERSON-NAME.
     MOVE ORDER-STREET      TO DTL-STREET.
     MOVE ORDER-CITY        TO DTL-CITY.
     MOVE WS-REASON-TEXT    TO DTL-REASON.
     WRITE OrderMatchReportLine FROM WS-DETAIL-LINE.
*>   Everything on the release file has now either reached ORDERS.DAT
*>   or gone back to exceptions, so it starts empty for OrderResolve's
*>   next session.
 ClearReleaseFile.
     IF WS-RELEASE-FILE-STATUS NOT = "35"
       OPEN OUTPUT ReleaseFile
       CLOSE ReleaseFile
     END-IF.
 WriteReportHeadings.
     MOVE "H" TO PRC-ACTION.
     MOVE "ORDER CUSTOMER MATCH EXCEPTIONS" TO PRC-REPORT-TITLE.
     MOVE WS-RUN-DATE TO PRC-RUN-DATE.
     MOVE ZERO TO PRC-PAGE-NUMBER.
     CALL "PrintReport" USING PrintControlRec.
     WRITE OrderMatchReportLine FROM PRC-OUTPUT-LINE.
     MOVE SPACES TO OrderMatchReportLine.
     WRITE OrderMatchReportLine.
     WRITE OrderMatchReportLine FROM WS-COLUMN-HEADING.
 WriteMatchSummary.
     MOVE SPACES TO OrderMatchReportLine.
     WRITE OrderMatchReportLine.
     MOVE "INTAKE ORDERS READ" TO SUM-LABEL.
     MOVE WS-READ-COUNT TO SUM-VALUE.
     WRITE OrderMatchReportLine FROM WS-SUMMARY-LINE.
     MOVE "RELEASED ORDERS READ" TO SUM-LABEL.
     MOVE WS-RELEASE-COUNT TO SUM-VALUE.
     WRITE OrderMatchReportLine FROM WS-SUMMARY-LINE.
     MOVE "ORDERS MATCHED TO ORDERS.DAT" TO SUM-LABEL.
     MOVE WS-MATCHED-COUNT TO SUM-VALUE.
     WRITE OrderMatchReportLine FROM WS-SUMMARY-LINE.
     MOVE "ORDERS HELD ON ORDMATCH.EXC" TO SUM-LABEL.
     MOVE WS-EXCEPTION-COUNT TO SUM-VALUE.
     WRITE OrderMatchReportLine FROM WS-SUMMARY-LINE.
     MOVE "  NO PERSON WITH THE NAME" TO SUM-LABEL.
     MOVE WS-NO-NAME-COUNT TO SUM-VALUE.
     WRITE OrderMatchReportLine FROM WS-SUMMARY-LINE.
     MOVE "  NAME FOUND, ADDRESS DIFFERS" TO SUM-LABEL.
     MOVE WS-ADDRESS-COUNT TO SUM-VALUE.
     WRITE OrderMatchReportLine FROM WS-SUMMARY-LINE.
     MOVE "  AMBIGUOUS" TO SUM-LABEL.
     MOVE WS-AMBIGUOUS-COUNT TO SUM-VALUE.
     WRITE OrderMatchReportLine FROM WS-SUMMARY-LINE.
     MOVE "  PERSONID NOT ON MASTER" TO SUM-LABEL.
     MOVE WS-NOT-ON-FILE-COUNT TO SUM-VALUE.
     WRITE OrderMatchReportLine FROM WS-SUMMARY-LINE.
     MOVE "  PERSON SUSPENDED/DECEASED" TO SUM-LABEL.
     MOVE WS-INACTIVE-COUNT TO SUM-VALUE.
     WRITE OrderMatchReportLine FROM WS-SUMMARY-LINE.
     MOVE "F" TO PRC-ACTION.
     MOVE WS-EXCEPTION-COUNT TO PRC-DETAIL-COUNT.
     CALL "PrintReport" USING PrintControlRec.
     WRITE OrderMatchReportLine FROM PRC-OUTPUT-LINE.
 SetRunLogStart.
     MOVE "ORDERMATCH" TO RLG-JOB-NAME.
     ACCEPT WS-LOG-TS-DATE FROM DATE YYYYMMDD.
     ACCEPT WS-LOG-TS-TIME FROM TIME.
     MOVE WS-LOG-TS-DATE TO RLG-RUN-DATE.
     STRING WS-LOG-TS-DATE WS-LOG-TS-TIME DELIMITED BY SIZE
         INTO RLG-START-TIMESTAMP.
 WriteRunLogRecord.
     COMPUTE RLG-READ-COUNT = WS-READ-COUNT + WS-RELEASE-COUNT.
     MOVE WS-MATCHED-COUNT TO RLG-WRITTEN-COUNT.
     MOVE WS-EXCEPTION-COUNT TO RLG-REJECTED-COUNT.
     MOVE RETURN-CODE TO RLG-RETURN-CODE.
     CALL "WriteRunLog" USING RunLogRec.
