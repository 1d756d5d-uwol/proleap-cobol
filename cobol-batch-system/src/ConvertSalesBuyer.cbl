 IDENTIFICATION DIVISION.
 PROGRAM-ID. ConvertSalesBuyer.
*> One-time conversion of the sales history to the widened SALESREC
*> that carries the buyer's PersonId. Every active SALES generation
*> on GENCAT.DAT (CSV exports excluded) and SALES.SUSPENSE is
*> rewritten through a temp file at the new length, each pre-cutover
*> record with its buyer left blank - nobody recorded who bought
*> before the field existed, and blank is what every reader already
*> takes as buyer unknown. A record that already carries a numeric
*> buyer passes through untouched, so the job is safely rerunnable;
*> anything in the buyer position that is neither blank nor numeric
*> is reported and left alone, and the run ends 8 for the operator.
*> Run once before the first cycle on the widened record.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT GenCatFile ASSIGN TO "GENCAT.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-GENCAT-FILE-STATUS.
     SELECT SalesFile ASSIGN TO WS-SALES-FILENAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-SALES-FILE-STATUS.
     SELECT SalesTemp ASSIGN TO "SALES.CNV.TMP"
         ORGANIZATION IS LINE SEQUENTIAL.
 DATA DIVISION.
 FILE SECTION.
 FD GenCatFile.
 COPY GENCATREC.
 FD SalesFile.
 COPY SALESREC.
 FD SalesTemp.
 01 SalesTempRec PIC X(93).
 WORKING-STORAGE SECTION.
 01 WS-GENCAT-FILE-STATUS PIC XX.
 01 WS-SALES-FILE-STATUS PIC XX.
 01 WS-SALES-FILENAME PIC X(28).
 01 WS-CATALOG-EOF PIC X VALUE "N".
    88 EndOfCatalog VALUE "Y".
 01 WS-SALES-EOF PIC X.
    88 EndOfSalesFile VALUE "Y".
 01 WS-TEMP-EOF PIC X.
    88 EndOfTemp VALUE "Y".
 01 WS-CSV-TALLY PIC 9(3).
 01 WS-FILE-COUNT         PIC 9(5) VALUE ZERO.
 01 WS-CONVERTED-COUNT    PIC 9(7) VALUE ZERO.
 01 WS-PASSED-COUNT       PIC 9(7) VALUE ZERO.
 01 WS-UNRECOGNIZED-COUNT PIC 9(7) VALUE ZERO.
*> Run-log reporting (the shared WriteRunLog subprogram appends one
*> record per execution to RUNLOG.DAT).
 COPY RUNLOGREC.
 01 WS-LOG-TS-DATE PIC 9(8).
 01 WS-LOG-TS-TIME PIC 9(8).

 PROCEDURE DIVISION.
 Begin.
     PERFORM SetRunLogStart.
     OPEN INPUT GenCatFile.
     IF WS-GENCAT-FILE-STATUS = "35"
       DISPLAY "GENCAT.DAT not found - no generations to convert"
       SET EndOfCatalog TO TRUE
     END-IF.
     PERFORM UNTIL EndOfCatalog
       READ GenCatFile
         AT END
           SET EndOfCatalog TO TRUE
         NOT AT END
           PERFORM ConvertOneCatalogEntry
       END-READ
     END-PERFORM.
     IF WS-GENCAT-FILE-STATUS NOT = "35"
       CLOSE GenCatFile
     END-IF.
     MOVE "SALES.SUSPENSE" TO WS-SALES-FILENAME.
     PERFORM ConvertOneSalesFile.
     DISPLAY "Sales buyer conversion done - " WS-FILE-COUNT
         " files, " WS-CONVERTED-COUNT " records with no buyer, "
         WS-PASSED-COUNT " already carrying one, "
         WS-UNRECOGNIZED-COUNT " unrecognized".
     IF WS-UNRECOGNIZED-COUNT > ZERO
       MOVE 8 TO RETURN-CODE
     END-IF.
     PERFORM WriteRunLogRecord.
     STOP RUN.
 ConvertOneCatalogEntry.
     MOVE ZERO TO WS-CSV-TALLY.
     INSPECT GCT-FILE-NAME TALLYING WS-CSV-TALLY FOR ALL ".CSV".
     IF GenCatActive
         AND WS-CSV-TALLY = ZERO
         AND GCT-FILE-NAME (1:6) = "SALES."
       MOVE GCT-FILE-NAME TO WS-SALES-FILENAME
       PERFORM ConvertOneSalesFile
     END-IF.
*>   Two-phase temp-file rewrite of one file - the same pattern
*>   ConsolidateDuplicates and RekeyPersonId use on the generations.
 ConvertOneSalesFile.
     MOVE "N" TO WS-SALES-EOF.
     OPEN INPUT SalesFile.
     IF WS-SALES-FILE-STATUS = "35"
       SET EndOfSalesFile TO TRUE
     ELSE
       OPEN OUTPUT SalesTemp
       ADD 1 TO WS-FILE-COUNT
     END-IF.
     PERFORM UNTIL EndOfSalesFile
       READ SalesFile
         AT END
           SET EndOfSalesFile TO TRUE
         NOT AT END
           PERFORM ConvertOneSalesRecord
       END-READ
     END-PERFORM.
     IF WS-SALES-FILE-STATUS NOT = "35"
       CLOSE SalesFile
       CLOSE SalesTemp
       PERFORM CopyTempBackToSalesFile
     END-IF.
*>   An old 83-byte record reads with nothing past the promotion code,
*>   so its buyer position is blank; a current one carries either a
*>   numeric buyer or the same blank.
 ConvertOneSalesRecord.
     EVALUATE TRUE
       WHEN SalesBuyerIdText = SPACES
         ADD 1 TO WS-CONVERTED-COUNT
       WHEN SalesBuyerId NUMERIC
         ADD 1 TO WS-PASSED-COUNT
       WHEN OTHER
         DISPLAY "ConvertSalesBuyer - " WS-SALES-FILENAME
             " record with unrecognized buyer, left as-is: "
             SalesRec (1:40)
         ADD 1 TO WS-UNRECOGNIZED-COUNT
     END-EVALUATE.
     WRITE SalesTempRec FROM SalesRec.
 CopyTempBackToSalesFile.
     MOVE "N" TO WS-TEMP-EOF.
     OPEN INPUT SalesTemp.
     OPEN OUTPUT SalesFile.
     PERFORM UNTIL EndOfTemp
       READ SalesTemp
         AT END
           SET EndOfTemp TO TRUE
         NOT AT END
           WRITE SalesRec FROM SalesTempRec
       END-READ
     END-PERFORM.
     CLOSE SalesTemp.
     CLOSE SalesFile.
 SetRunLogStart.
     MOVE "CONVERTSALESBUYER" TO RLG-JOB-NAME.
     ACCEPT WS-LOG-TS-DATE FROM DATE YYYYMMDD.
     ACCEPT WS-LOG-TS-TIME FROM TIME.
     MOVE WS-LOG-TS-DATE TO RLG-RUN-DATE.
     STRING WS-LOG-TS-DATE WS-LOG-TS-TIME DELIMITED BY SIZE
         INTO RLG-START-TIMESTAMP.
 WriteRunLogRecord.
     COMPUTE RLG-READ-COUNT = WS-CONVERTED-COUNT + WS-PASSED-COUNT
         + WS-UNRECOGNIZED-COUNT.
     MOVE WS-CONVERTED-COUNT TO RLG-WRITTEN-COUNT.
     MOVE WS-UNRECOGNIZED-COUNT TO RLG-REJECTED-COUNT.
     MOVE RETURN-CODE TO RLG-RETURN-CODE.
     CALL "WriteRunLog" USING RunLogRec.
