*> GENCAT.DAT - the loser's history is rarely only in today's files),
*> and audits both sides -
*> MRGOUT against the merged-away id, MRGIN against the survivor - so
*> the trail shows where the history went. Every record moved is
*> written to MERGELOG.DAT (the sale by its SalesTransId, the summary
*> by its period and amounts) so UnmergePerson can put a wrong merge
*> back exactly.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
         ORGANIZATION IS LINE SEQUENTIAL.
     SELECT ConsolidateReport ASSIGN TO "CONSOL.RPT"
         ORGANIZATION IS LINE SEQUENTIAL.
     SELECT MergeLogFile ASSIGN TO "MERGELOG.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-MERGELOG-FILE-STATUS.
     SELECT GenCatFile ASSIGN TO "GENCAT.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-GENCAT-FILE-STATUS.
 FD SalesFile.
 COPY SALESREC.
 FD SalesFileTemp.
 01 SalesTempRec PIC X(93).
 FD SummaryFile.
 COPY SUMMARYREC.
 FD SummaryFileTemp.
 01 ConsolidateReportLine PIC X(80).
 FD GenCatFile.
 COPY GENCATREC.
 FD MergeLogFile.
 COPY MERGELOGREC.
 WORKING-STORAGE SECTION.
 01 WS-OPERATOR-ID PIC X(8).
 01 WS-TS-DATE PIC 9(8).
 01 WS-SALES-FILE-STATUS PIC XX.
 01 WS-SUMMARY-FILE-STATUS PIC XX.
 01 WS-GENCAT-FILE-STATUS PIC XX.
 01 WS-MERGELOG-FILE-STATUS PIC XX.
 01 WS-CATALOG-EOF PIC X.
    88 EndOfCatalog VALUE "Y".
 01 WS-CSV-TALLY PIC 9(3).
     END-IF.
     IF NOT EndOfDecisions
       OPEN I-O PersonFile
       OPEN EXTEND MergeLogFile
       IF WS-MERGELOG-FILE-STATUS = "35"
         OPEN OUTPUT MergeLogFile
       END-IF
     END-IF.
     PERFORM UNTIL EndOfDecisions
       READ DecisionFile
     IF WS-DECISION-FILE-STATUS NOT = "35"
       CLOSE DecisionFile
       CLOSE PersonFile
       CLOSE MergeLogFile
     END-IF.
     PERFORM WriteConsolidateSummary.
     CLOSE ConsolidateReport.
         WRITE ArchivePersonRec FROM PersonDetails
         CLOSE PersonArchive
         DELETE PersonFile
         MOVE "P" TO MLG-ENTRY-KIND
         MOVE SPACES TO MLG-FILE-NAME
         PERFORM WriteMergeLogEntry
         PERFORM RepointAllGenerations
         MOVE WS-MERGED-ID TO WS-AUDIT-PERSON-ID
         MOVE "MRGOUT" TO WS-AUDIT-ACTION
           IF SalesPersonId = WS-MERGED-ID
             MOVE WS-SURVIVOR-ID TO SalesPersonId
             ADD 1 TO WS-SALES-REPOINTED
             MOVE "S" TO MLG-ENTRY-KIND
             PERFORM LogSaleRepointed
           END-IF
           IF NOT SalesBuyerUnknown
               AND SalesBuyerId = WS-MERGED-ID
             MOVE WS-SURVIVOR-ID TO SalesBuyerId
             ADD 1 TO WS-SALES-REPOINTED
             MOVE "B" TO MLG-ENTRY-KIND
             PERFORM LogSaleRepointed
           END-IF
           WRITE SalesTempRec FROM SalesRec
       END-READ
           IF SummaryPersonId = WS-MERGED-ID
             MOVE WS-SURVIVOR-ID TO SummaryPersonId
             ADD 1 TO WS-SUMMARY-REPOINTED
             MOVE "M" TO MLG-ENTRY-KIND
             MOVE WS-SUMMARY-FILENAME TO MLG-FILE-NAME
             PERFORM WriteMergeLogEntry
           END-IF
           WRITE SummaryTempRec FROM SalesSummaryRec
       END-READ
     END-PERFORM.
     CLOSE SummaryFileTemp.
     CLOSE SummaryFile.
 LogSaleRepointed.
     MOVE WS-SALES-FILENAME TO MLG-FILE-NAME.
     PERFORM WriteMergeLogEntry.
*>   The caller has set the kind and file; the rest of the entry is
*>   taken from the decision and whichever record is in hand.
 WriteMergeLogEntry.
     MOVE WS-RUN-DATE    TO MLG-MERGE-DATE.
     MOVE WS-SURVIVOR-ID TO MLG-SURVIVOR-ID.
     MOVE WS-MERGED-ID   TO MLG-MERGED-ID.
     MOVE ZERO TO MLG-TRANS-ID MLG-SUMMARY-PERIOD
         MLG-SUMMARY-AMOUNT MLG-SUMMARY-COMM.
     IF MlgSaleSeller OR MlgSaleBuyer
       MOVE SalesTransId TO MLG-TRANS-ID
     END-IF.
     IF MlgSummary
       MOVE SummaryPeriod      TO MLG-SUMMARY-PERIOD
       MOVE SummaryTotalAmount TO MLG-SUMMARY-AMOUNT
       MOVE SummaryCommission  TO MLG-SUMMARY-COMM
     END-IF.
     MOVE "A" TO MLG-STATUS.
     WRITE MergeLogRec.
 WriteAuditRecord.
     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
     ACCEPT WS-TS-TIME FROM TIME.
