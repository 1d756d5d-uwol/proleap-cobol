 IDENTIFICATION DIVISION.
 PROGRAM-ID. CustomerScoring.
*> Monthly recency/frequency/value scoring: on the last day of the
*> month every person on PERSONS.DAT is given an RFMSCORE.DAT entry
*> scored from the purchase history - orders on INVHIST.DAT (net of
*> tax, a credit memo taking its amount back) and the sales and
*> returns naming them as buyer in the cataloged SALES generations
*> (adjustments are commission corrections and are left out; a split
*> sale's two shares count as the one purchase). Recency is the days
*> since the last purchase, frequency the purchases and value the net
*> spend inside the frequency window, each banded 5 down to 1 by the
*> limits below, and the segment - active, lapsing, lapsed, never
*> bought - follows the recency. CUSTSCORE.RPT counts the segments by
*> city and by MaleSort's age bands. A customer the previous month
*> had as active or lapsing who has now lapsed is written to the
*> WINBACK generation, which Correspondence letters under WINBAK the
*> same night. Entries for people no longer on the master are
*> dropped. On any other date the job ends at once with RC 0.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT PersonFile ASSIGN TO "PERSONS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS PersonId
         FILE STATUS IS WS-PERSON-FILE-STATUS.
     SELECT ScoreFile ASSIGN TO "RFMSCORE.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS RFM-PERSON-ID
         FILE STATUS IS WS-SCORE-FILE-STATUS.
     SELECT InvoiceHistFile ASSIGN TO "INVHIST.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS IVH-NUMBER
         FILE STATUS IS WS-INVHIST-FILE-STATUS.
     SELECT GenCatFile ASSIGN TO "GENCAT.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-GENCAT-FILE-STATUS.
     SELECT SalesFile ASSIGN TO WS-SALES-FILENAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-SALES-FILE-STATUS.
     SELECT WinBackFile ASSIGN TO WS-WINBACK-FILENAME
         ORGANIZATION IS LINE SEQUENTIAL.
     SELECT ScoreReport ASSIGN TO "CUSTSCORE.RPT"
         ORGANIZATION IS LINE SEQUENTIAL.
 DATA DIVISION.
 FILE SECTION.
 FD PersonFile.
 COPY PERSONREC.
 FD ScoreFile.
 COPY RFMSCOREREC.
 FD InvoiceHistFile.
 COPY INVHISTREC.
 FD GenCatFile.
 COPY GENCATREC.
 FD SalesFile.
 COPY SALESREC.
*> One win-back letter to send - Correspondence's event shape.
 FD WinBackFile.
 01 WinBackRec.
    05 WBK-PERSON-ID   PIC 9(6).
    05 WBK-PERSON-NAME PIC X(20).
    05 WBK-LETTER-ID   PIC X(6).
    05 WBK-EVENT-DATE  PIC 9(8).
 FD ScoreReport.
 01 ScoreReportLine PIC X(80).
 WORKING-STORAGE SECTION.
 01 WS-PERSON-FILE-STATUS PIC XX.
 01 WS-SCORE-FILE-STATUS PIC XX.
 01 WS-INVHIST-FILE-STATUS PIC XX.
 01 WS-GENCAT-FILE-STATUS PIC XX.
 01 WS-SALES-FILE-STATUS PIC XX.
 01 WS-SALES-FILENAME PIC X(28).
 01 WS-WINBACK-FILENAME PIC X(22).
 01 WS-CSV-TALLY PIC 9(3).
 01 WS-PERSON-EOF PIC X VALUE "N".
    88 EndOfPersons VALUE "Y".
 01 WS-SCORE-EOF PIC X.
    88 EndOfScores VALUE "Y".
 01 WS-INVHIST-EOF PIC X VALUE "N".
    88 EndOfInvoiceHist VALUE "Y".
 01 WS-CATALOG-EOF PIC X VALUE "N".
    88 EndOfCatalog VALUE "Y".
 01 WS-SALES-EOF PIC X.
    88 EndOfSalesFile VALUE "Y".
 COPY INVOICEREC.
 COPY RUNDATEREC.
 01 WS-RUN-DATE PIC 9(8).
 01 WS-RUN-DATE-INT PIC 9(7).
 01 WS-NEXT-DAY PIC 9(8).
*> Scoring limits. A purchase counts toward frequency and value when
*> it falls inside the window; recency and the segment are by days
*> since the last purchase ever made.
 77 FREQUENCY-WINDOW-DAYS PIC 9(4) VALUE 730.
 77 ACTIVE-DAYS   PIC 9(4) VALUE 180.
 77 LAPSING-DAYS  PIC 9(4) VALUE 365.
 01 WS-RECENCY-LIMITS.
    05 FILLER PIC 9(4) VALUE 90.
    05 FILLER PIC 9(4) VALUE 180.
    05 FILLER PIC 9(4) VALUE 365.
    05 FILLER PIC 9(4) VALUE 730.
 01 WS-RECENCY-TABLE REDEFINES WS-RECENCY-LIMITS.
    05 WS-RECENCY-DAYS PIC 9(4) OCCURS 4 TIMES.
 01 WS-FREQUENCY-LIMITS.
    05 FILLER PIC 9(5) VALUE 12.
    05 FILLER PIC 9(5) VALUE 6.
    05 FILLER PIC 9(5) VALUE 3.
    05 FILLER PIC 9(5) VALUE 2.
 01 WS-FREQUENCY-TABLE REDEFINES WS-FREQUENCY-LIMITS.
    05 WS-FREQUENCY-COUNT PIC 9(5) OCCURS 4 TIMES.
 01 WS-VALUE-LIMITS.
    05 FILLER PIC 9(7)V99 VALUE 5000.00.
    05 FILLER PIC 9(7)V99 VALUE 1000.00.
    05 FILLER PIC 9(7)V99 VALUE 250.00.
    05 FILLER PIC 9(7)V99 VALUE 50.00.
 01 WS-VALUE-TABLE REDEFINES WS-VALUE-LIMITS.
    05 WS-VALUE-AMOUNT PIC 9(7)V99 OCCURS 4 TIMES.
 01 WS-LIMIT-IDX PIC 9.
 01 WS-WINDOW-START PIC 9(8).
 01 WS-DAYS-SINCE PIC S9(7).
*> The purchase being credited.
 01 WS-PURCHASE-PERSON-ID PIC 9(6).
 01 WS-PURCHASE-DATE      PIC 9(8).
 01 WS-PURCHASE-AMOUNT    PIC S9(9)V99.
 01 WS-PURCHASE-COUNTS    PIC 9.
*> Segment counts by city (kept in city order as cities are met) and
*> by age band; segment 1 active, 2 lapsing, 3 lapsed, 4 never bought.
 01 WS-SEGMENT-IDX PIC 9.
 77 CITY-TABLE-MAX PIC 9(4) VALUE 500.
 01 WS-CITY-COUNT PIC 9(4) VALUE ZERO.
 01 WS-CITY-IDX   PIC 9(4).
 01 WS-SHIFT-IDX  PIC 9(4).
 01 WS-CITY-FOUND PIC X.
    88 CityFound VALUE "Y".
 01 WS-CITY-TABLE.
    05 WS-CITY-ENTRY OCCURS 500 TIMES.
       10 WS-CTY-NAME      PIC X(15).
       10 WS-CTY-SEGMENT   PIC 9(6) OCCURS 4 TIMES.
 01 WS-BAND-IDX PIC 9.
 01 WS-BAND-TABLE.
    05 WS-BAND-ENTRY OCCURS 3 TIMES.
       10 WS-BND-SEGMENT   PIC 9(6) OCCURS 4 TIMES.
 01 WS-BAND-NAMES.
    05 FILLER PIC X(15) VALUE "SENIOR".
    05 FILLER PIC X(15) VALUE "ADULT".
    05 FILLER PIC X(15) VALUE "YOUNG".
 01 WS-BAND-NAME-TABLE REDEFINES WS-BAND-NAMES.
    05 WS-BAND-NAME PIC X(15) OCCURS 3 TIMES.
 01 WS-TOTAL-SEGMENTS.
    05 WS-TOT-SEGMENT PIC 9(7) OCCURS 4 TIMES.
 01 WS-READ-COUNT      PIC 9(7) VALUE ZERO.
 01 WS-SCORED-COUNT    PIC 9(7) VALUE ZERO.
 01 WS-ENROLLED-COUNT  PIC 9(7) VALUE ZERO.
 01 WS-DROPPED-COUNT   PIC 9(7) VALUE ZERO.
 01 WS-UNMATCHED-COUNT PIC 9(7) VALUE ZERO.
 01 WS-WINBACK-COUNT   PIC 9(7) VALUE ZERO.
 01 WS-OVERFLOW-COUNT  PIC 9(7) VALUE ZERO.
 01 WS-COLUMN-HEADING.
    05 FILLER PIC X(17) VALUE SPACES.
    05 FILLER PIC X(9)  VALUE "   ACTIVE".
    05 FILLER PIC X(9)  VALUE "  LAPSING".
    05 FILLER PIC X(9)  VALUE "   LAPSED".
    05 FILLER PIC X(9)  VALUE "    NEVER".
    05 FILLER PIC X(9)  VALUE "    TOTAL".
 01 WS-DETAIL-LINE.
    05 DTL-NAME        PIC X(15).
    05 FILLER          PIC X(2) VALUE SPACES.
    05 DTL-SEGMENT     PIC Z(8)9 OCCURS 4 TIMES.
    05 DTL-TOTAL       PIC Z(8)9.
 01 WS-SECTION-LINE PIC X(80).
 01 WS-SUMMARY-LINE.
    05 SUM-LABEL PIC X(36).
    05 SUM-VALUE PIC Z(6)9.
*> Generation-catalog registration (shared RegisterGeneration appends
*> one GENCAT.DAT entry per generation this job creates).
 01 WS-GENCAT-ENTRY.
    05 WS-GCT-FILE-NAME    PIC X(28).
    05 WS-GCT-RUN-DATE     PIC 9(8).
    05 WS-GCT-RECORD-COUNT PIC 9(7).
    05 WS-GCT-CREATED-BY   PIC X(17).
    05 WS-GCT-STATUS       PIC X.
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
     CALL "ResolveRunDate" USING RunDateControlRec.
     MOVE RDT-RUN-DATE TO WS-RUN-DATE.
     COMPUTE WS-RUN-DATE-INT = FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
     COMPUTE WS-NEXT-DAY =
         FUNCTION DATE-OF-INTEGER (WS-RUN-DATE-INT + 1).
     IF WS-NEXT-DAY (5:2) = WS-RUN-DATE (5:2)
       DISPLAY "CustomerScoring - " WS-RUN-DATE
           " is not the last day of the month, no scoring"
       PERFORM WriteRunLogRecord
       STOP RUN
     END-IF.
     COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER
         (WS-RUN-DATE-INT - FREQUENCY-WINDOW-DAYS).
     STRING "WINBACK." WS-RUN-DATE ".DAT" DELIMITED BY SIZE
         INTO WS-WINBACK-FILENAME.
     OPEN INPUT PersonFile.
     IF WS-PERSON-FILE-STATUS = "35"
       DISPLAY "CustomerScoring - PERSONS.DAT not found, no scoring"
       MOVE 8 TO RETURN-CODE
       PERFORM WriteRunLogRecord
       STOP RUN
     END-IF.
     OPEN I-O ScoreFile.
     IF WS-SCORE-FILE-STATUS = "35"
       OPEN OUTPUT ScoreFile
       CLOSE ScoreFile
       OPEN I-O ScoreFile
     END-IF.
     MOVE ZERO TO WS-CITY-TABLE WS-BAND-TABLE WS-TOTAL-SEGMENTS.
     PERFORM ResetScores.
     PERFORM EnrollPersons.
     PERFORM CreditOrders.
     PERFORM CreditSales.
     OPEN OUTPUT WinBackFile.
     PERFORM ScoreEveryone.
     CLOSE WinBackFile.
     CLOSE ScoreFile.
     CLOSE PersonFile.
     MOVE WS-WINBACK-FILENAME TO WS-GCT-FILE-NAME.
     MOVE WS-RUN-DATE TO WS-GCT-RUN-DATE.
     MOVE WS-WINBACK-COUNT TO WS-GCT-RECORD-COUNT.
     MOVE "CUSTOMERSCORING" TO WS-GCT-CREATED-BY.
     CALL "RegisterGeneration" USING WS-GENCAT-ENTRY.
     PERFORM WriteScoreReport.
     IF WS-OVERFLOW-COUNT > ZERO
       MOVE 4 TO RETURN-CODE
     END-IF.
     DISPLAY "Customer scoring: " WS-SCORED-COUNT " scored, "
         WS-WINBACK-COUNT " win-back letters".
     PERFORM WriteRunLogRecord.
     STOP RUN.
*>   Last month's segment becomes the prior one and the history is
*>   credited again from nothing.
 ResetScores.
     MOVE "N" TO WS-SCORE-EOF.
     MOVE ZERO TO RFM-PERSON-ID.
     START ScoreFile KEY IS NOT LESS THAN RFM-PERSON-ID
       INVALID KEY
         SET EndOfScores TO TRUE
     END-START.
     PERFORM UNTIL EndOfScores
       READ ScoreFile NEXT RECORD
         AT END
           SET EndOfScores TO TRUE
         NOT AT END
           MOVE RFM-SEGMENT TO RFM-PRIOR-SEGMENT
           MOVE ZERO TO RFM-LAST-PURCHASE RFM-PURCHASE-COUNT
               RFM-NET-AMOUNT
           REWRITE CustomerScoreRec
       END-READ
     END-PERFORM.
*>   Someone new since last month starts with no prior segment.
 EnrollPersons.
     PERFORM UNTIL EndOfPersons
       READ PersonFile NEXT RECORD
         AT END
           SET EndOfPersons TO TRUE
         NOT AT END
           ADD 1 TO WS-READ-COUNT
           MOVE PersonId TO RFM-PERSON-ID
           MOVE ZERO TO RFM-LAST-PURCHASE RFM-PURCHASE-COUNT
               RFM-NET-AMOUNT RFM-SCORES RFM-SCORED-DATE
           MOVE SPACE TO RFM-SEGMENT RFM-PRIOR-SEGMENT
           WRITE CustomerScoreRec
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               ADD 1 TO WS-ENROLLED-COUNT
           END-WRITE
       END-READ
     END-PERFORM.
 CreditOrders.
     OPEN INPUT InvoiceHistFile.
     IF WS-INVHIST-FILE-STATUS NOT = "00"
       DISPLAY "CustomerScoring - INVHIST.DAT not found, "
           "no orders scored"
       SET EndOfInvoiceHist TO TRUE
     END-IF.
     PERFORM UNTIL EndOfInvoiceHist
       READ InvoiceHistFile NEXT RECORD INTO InvoiceRec
         AT END
           SET EndOfInvoiceHist TO TRUE
         NOT AT END
           IF INV-PERSON-ID NUMERIC AND INV-PERSON-ID NOT = ZERO
             MOVE INV-PERSON-ID TO WS-PURCHASE-PERSON-ID
             MOVE INV-DATE      TO WS-PURCHASE-DATE
             COMPUTE WS-PURCHASE-AMOUNT = INV-NET-DUE - INV-TAX-AMOUNT
             IF INV-IS-CREDIT-MEMO
               COMPUTE WS-PURCHASE-AMOUNT = 0 - WS-PURCHASE-AMOUNT
               MOVE 0 TO WS-PURCHASE-COUNTS
             ELSE
               MOVE 1 TO WS-PURCHASE-COUNTS
             END-IF
             PERFORM CreditOnePurchase
           END-IF
       END-READ
     END-PERFORM.
     IF WS-INVHIST-FILE-STATUS = "00" OR WS-INVHIST-FILE-STATUS = "10"
       CLOSE InvoiceHistFile
     END-IF.
*>   The same walk of the cataloged SALES generations
*>   CustomerPurchaseHistory makes.
 CreditSales.
     OPEN INPUT GenCatFile.
     IF WS-GENCAT-FILE-STATUS = "35"
       DISPLAY "CustomerScoring - GENCAT.DAT not found, "
           "no sales scored"
       SET EndOfCatalog TO TRUE
     END-IF.
     PERFORM UNTIL EndOfCatalog
       READ GenCatFile
         AT END
           SET EndOfCatalog TO TRUE
         NOT AT END
           PERFORM CreditOneCatalogEntry
       END-READ
     END-PERFORM.
     IF WS-GENCAT-FILE-STATUS NOT = "35"
       CLOSE GenCatFile
     END-IF.
 CreditOneCatalogEntry.
     MOVE ZERO TO WS-CSV-TALLY.
     INSPECT GCT-FILE-NAME TALLYING WS-CSV-TALLY FOR ALL ".CSV".
     IF GenCatActive
         AND WS-CSV-TALLY = ZERO
         AND GCT-FILE-NAME (1:6) = "SALES."
       MOVE GCT-FILE-NAME TO WS-SALES-FILENAME
       PERFORM CreditOneGeneration
     END-IF.
*>   A split sale's shares each name the other salesperson; only the
*>   share with the lower salesperson id counts as the purchase,
*>   while both shares' amounts add back up to what the buyer paid.
 CreditOneGeneration.
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
             MOVE SalesBuyerId   TO WS-PURCHASE-PERSON-ID
             MOVE SalesTransDate TO WS-PURCHASE-DATE
             MOVE SalesAmount    TO WS-PURCHASE-AMOUNT
             MOVE 1 TO WS-PURCHASE-COUNTS
             IF SalesTypeReturn
                 OR (SalesSplitPersonId NUMERIC
                     AND SalesSplitPersonId NOT = ZERO
                     AND SalesSplitPersonId < SalesPersonId)
               MOVE 0 TO WS-PURCHASE-COUNTS
             END-IF
             PERFORM CreditOnePurchase
           END-IF
       END-READ
     END-PERFORM.
     IF WS-SALES-FILE-STATUS NOT = "35"
       CLOSE SalesFile
     END-IF.
*>   Only a purchase (not a return or credit memo) moves the last
*>   purchase date; anything inside the window counts toward
*>   frequency and value.
 CreditOnePurchase.
     MOVE WS-PURCHASE-PERSON-ID TO RFM-PERSON-ID.
     READ ScoreFile
       INVALID KEY
         ADD 1 TO WS-UNMATCHED-COUNT
       NOT INVALID KEY
         IF WS-PURCHASE-COUNTS > ZERO
             AND WS-PURCHASE-DATE > RFM-LAST-PURCHASE
           MOVE WS-PURCHASE-DATE TO RFM-LAST-PURCHASE
         END-IF
         IF WS-PURCHASE-DATE NOT < WS-WINDOW-START
           ADD WS-PURCHASE-COUNTS TO RFM-PURCHASE-COUNT
           ADD WS-PURCHASE-AMOUNT TO RFM-NET-AMOUNT
         END-IF
         REWRITE CustomerScoreRec
     END-READ.
 ScoreEveryone.
     MOVE "N" TO WS-SCORE-EOF.
     MOVE ZERO TO RFM-PERSON-ID.
     START ScoreFile KEY IS NOT LESS THAN RFM-PERSON-ID
       INVALID KEY
         SET EndOfScores TO TRUE
     END-START.
     PERFORM UNTIL EndOfScores
       READ ScoreFile NEXT RECORD
         AT END
           SET EndOfScores TO TRUE
         NOT AT END
           MOVE RFM-PERSON-ID TO PersonId
           READ PersonFile
             INVALID KEY
               DELETE ScoreFile RECORD
               ADD 1 TO WS-DROPPED-COUNT
             NOT INVALID KEY
               PERFORM ScoreOnePerson
           END-READ
       END-READ
     END-PERFORM.
 ScoreOnePerson.
     MOVE ZERO TO RFM-SCORES.
     IF RFM-LAST-PURCHASE = ZERO
       SET RfmNeverBought TO TRUE
       MOVE 4 TO WS-SEGMENT-IDX
     ELSE
       COMPUTE WS-DAYS-SINCE = WS-RUN-DATE-INT
           - FUNCTION INTEGER-OF-DATE (RFM-LAST-PURCHASE)
       PERFORM ScoreRecency
       EVALUATE TRUE
         WHEN WS-DAYS-SINCE NOT > ACTIVE-DAYS
           SET RfmActive TO TRUE
           MOVE 1 TO WS-SEGMENT-IDX
         WHEN WS-DAYS-SINCE NOT > LAPSING-DAYS
           SET RfmLapsing TO TRUE
           MOVE 2 TO WS-SEGMENT-IDX
         WHEN OTHER
           SET RfmLapsed TO TRUE
           MOVE 3 TO WS-SEGMENT-IDX
       END-EVALUATE
     END-IF.
     PERFORM ScoreFrequency.
     PERFORM ScoreValue.
     MOVE WS-RUN-DATE TO RFM-SCORED-DATE.
     REWRITE CustomerScoreRec.
     ADD 1 TO WS-SCORED-COUNT.
     ADD 1 TO WS-TOT-SEGMENT (WS-SEGMENT-IDX).
     PERFORM TallyCitySegment.
     PERFORM TallyAgeBandSegment.
     IF RfmLapsed AND RfmWasBuying
       MOVE PersonId    TO WBK-PERSON-ID
       MOVE PersonName  TO WBK-PERSON-NAME
       MOVE "WINBAK"    TO WBK-LETTER-ID
       MOVE WS-RUN-DATE TO WBK-EVENT-DATE
       WRITE WinBackRec
       ADD 1 TO WS-WINBACK-COUNT
     END-IF.
*>   Each band is 5 less the number of limits the measure falls
*>   short of; a purchase ever made scores at least 1 on recency.
 ScoreRecency.
     MOVE 5 TO RFM-RECENCY-SCORE.
     PERFORM VARYING WS-LIMIT-IDX FROM 1 BY 1 UNTIL WS-LIMIT-IDX > 4
       IF WS-DAYS-SINCE > WS-RECENCY-DAYS (WS-LIMIT-IDX)
         SUBTRACT 1 FROM RFM-RECENCY-SCORE
       END-IF
     END-PERFORM.
 ScoreFrequency.
     IF RFM-PURCHASE-COUNT > ZERO
       MOVE 5 TO RFM-FREQUENCY-SCORE
       PERFORM VARYING WS-LIMIT-IDX FROM 1 BY 1 UNTIL WS-LIMIT-IDX > 4
         IF RFM-PURCHASE-COUNT < WS-FREQUENCY-COUNT (WS-LIMIT-IDX)
           SUBTRACT 1 FROM RFM-FREQUENCY-SCORE
         END-IF
       END-PERFORM
     END-IF.
 ScoreValue.
     IF RFM-NET-AMOUNT > ZERO
       MOVE 5 TO RFM-VALUE-SCORE
       PERFORM VARYING WS-LIMIT-IDX FROM 1 BY 1 UNTIL WS-LIMIT-IDX > 4
         IF RFM-NET-AMOUNT < WS-VALUE-AMOUNT (WS-LIMIT-IDX)
           SUBTRACT 1 FROM RFM-VALUE-SCORE
         END-IF
       END-PERFORM
     END-IF.
*>   Finds the city's slot, opening a new one at its place in city
*>   order when the city has not been seen; a full table leaves the
*>   person counted in the totals only.
 TallyCitySegment.
     MOVE "N" TO WS-CITY-FOUND.
     PERFORM VARYING WS-CITY-IDX FROM 1 BY 1
         UNTIL WS-CITY-IDX > WS-CITY-COUNT
             OR WS-CTY-NAME (WS-CITY-IDX) NOT < City
       CONTINUE
     END-PERFORM.
     IF WS-CITY-IDX NOT > WS-CITY-COUNT
         AND WS-CTY-NAME (WS-CITY-IDX) = City
       SET CityFound TO TRUE
     ELSE
       IF WS-CITY-COUNT < CITY-TABLE-MAX
         PERFORM VARYING WS-SHIFT-IDX FROM WS-CITY-COUNT BY -1
             UNTIL WS-SHIFT-IDX < WS-CITY-IDX
           MOVE WS-CITY-ENTRY (WS-SHIFT-IDX)
               TO WS-CITY-ENTRY (WS-SHIFT-IDX + 1)
         END-PERFORM
         ADD 1 TO WS-CITY-COUNT
         MOVE City TO WS-CTY-NAME (WS-CITY-IDX)
         MOVE ZERO TO WS-CTY-SEGMENT (WS-CITY-IDX, 1)
             WS-CTY-SEGMENT (WS-CITY-IDX, 2)
             WS-CTY-SEGMENT (WS-CITY-IDX, 3)
             WS-CTY-SEGMENT (WS-CITY-IDX, 4)
         SET CityFound TO TRUE
       ELSE
         ADD 1 TO WS-OVERFLOW-COUNT
       END-IF
     END-IF.
     IF CityFound
       ADD 1 TO WS-CTY-SEGMENT (WS-CITY-IDX, WS-SEGMENT-IDX)
     END-IF.
*>   MaleSort's birth-year bands.
 TallyAgeBandSegment.
     EVALUATE TRUE
       WHEN YOBirth < 1960
         MOVE 1 TO WS-BAND-IDX
       WHEN YOBirth < 2000
         MOVE 2 TO WS-BAND-IDX
       WHEN OTHER
         MOVE 3 TO WS-BAND-IDX
     END-EVALUATE.
     ADD 1 TO WS-BND-SEGMENT (WS-BAND-IDX, WS-SEGMENT-IDX).
 WriteScoreReport.
     OPEN OUTPUT ScoreReport.
     MOVE "H" TO PRC-ACTION.
     MOVE "CUSTOMER SEGMENTS BY CITY AND AGE BAND" TO PRC-REPORT-TITLE.
     MOVE WS-RUN-DATE TO PRC-RUN-DATE.
     MOVE ZERO TO PRC-PAGE-NUMBER.
     CALL "PrintReport" USING PrintControlRec.
     WRITE ScoreReportLine FROM PRC-OUTPUT-LINE.
     MOVE SPACES TO ScoreReportLine.
     WRITE ScoreReportLine.
     MOVE "BY CITY" TO WS-SECTION-LINE.
     WRITE ScoreReportLine FROM WS-SECTION-LINE.
     WRITE ScoreReportLine FROM WS-COLUMN-HEADING.
     PERFORM VARYING WS-CITY-IDX FROM 1 BY 1
         UNTIL WS-CITY-IDX > WS-CITY-COUNT
       MOVE WS-CTY-NAME (WS-CITY-IDX) TO DTL-NAME
       MOVE ZERO TO DTL-TOTAL
       PERFORM VARYING WS-SEGMENT-IDX FROM 1 BY 1
           UNTIL WS-SEGMENT-IDX > 4
         MOVE WS-CTY-SEGMENT (WS-CITY-IDX, WS-SEGMENT-IDX)
             TO DTL-SEGMENT (WS-SEGMENT-IDX)
       END-PERFORM
       COMPUTE DTL-TOTAL = WS-CTY-SEGMENT (WS-CITY-IDX, 1)
           + WS-CTY-SEGMENT (WS-CITY-IDX, 2)
           + WS-CTY-SEGMENT (WS-CITY-IDX, 3)
           + WS-CTY-SEGMENT (WS-CITY-IDX, 4)
       WRITE ScoreReportLine FROM WS-DETAIL-LINE
     END-PERFORM.
     MOVE SPACES TO ScoreReportLine.
     WRITE ScoreReportLine.
     MOVE "BY AGE BAND" TO WS-SECTION-LINE.
     WRITE ScoreReportLine FROM WS-SECTION-LINE.
     WRITE ScoreReportLine FROM WS-COLUMN-HEADING.
     PERFORM VARYING WS-BAND-IDX FROM 1 BY 1 UNTIL WS-BAND-IDX > 3
       MOVE WS-BAND-NAME (WS-BAND-IDX) TO DTL-NAME
       PERFORM VARYING WS-SEGMENT-IDX FROM 1 BY 1
           UNTIL WS-SEGMENT-IDX > 4
         MOVE WS-BND-SEGMENT (WS-BAND-IDX, WS-SEGMENT-IDX)
             TO DTL-SEGMENT (WS-SEGMENT-IDX)
       END-PERFORM
       COMPUTE DTL-TOTAL = WS-BND-SEGMENT (WS-BAND-IDX, 1)
           + WS-BND-SEGMENT (WS-BAND-IDX, 2)
           + WS-BND-SEGMENT (WS-BAND-IDX, 3)
           + WS-BND-SEGMENT (WS-BAND-IDX, 4)
       WRITE ScoreReportLine FROM WS-DETAIL-LINE
     END-PERFORM.
     MOVE "ALL CUSTOMERS" TO DTL-NAME.
     PERFORM VARYING WS-SEGMENT-IDX FROM 1 BY 1
         UNTIL WS-SEGMENT-IDX > 4
       MOVE WS-TOT-SEGMENT (WS-SEGMENT-IDX)
           TO DTL-SEGMENT (WS-SEGMENT-IDX)
     END-PERFORM.
     MOVE WS-SCORED-COUNT TO DTL-TOTAL.
     WRITE ScoreReportLine FROM WS-DETAIL-LINE.
     MOVE SPACES TO ScoreReportLine.
     WRITE ScoreReportLine.
     MOVE "PERSONS SCORED"                   TO SUM-LABEL.
     MOVE WS-SCORED-COUNT                    TO SUM-VALUE.
     WRITE ScoreReportLine FROM WS-SUMMARY-LINE.
     MOVE "NEW TO SCORING THIS MONTH"        TO SUM-LABEL.
     MOVE WS-ENROLLED-COUNT                  TO SUM-VALUE.
     WRITE ScoreReportLine FROM WS-SUMMARY-LINE.
     MOVE "SCORES DROPPED - NOT ON MASTER"   TO SUM-LABEL.
     MOVE WS-DROPPED-COUNT                   TO SUM-VALUE.
     WRITE ScoreReportLine FROM WS-SUMMARY-LINE.
     MOVE "PURCHASES FOR NO PERSON ON FILE"  TO SUM-LABEL.
     MOVE WS-UNMATCHED-COUNT                 TO SUM-VALUE.
     WRITE ScoreReportLine FROM WS-SUMMARY-LINE.
     MOVE "NEWLY LAPSED - WIN-BACK LETTERS"  TO SUM-LABEL.
     MOVE WS-WINBACK-COUNT                   TO SUM-VALUE.
     WRITE ScoreReportLine FROM WS-SUMMARY-LINE.
     IF WS-OVERFLOW-COUNT > ZERO
       MOVE "CITY TABLE FULL (NOT LISTED)"   TO SUM-LABEL
       MOVE WS-OVERFLOW-COUNT                TO SUM-VALUE
       WRITE ScoreReportLine FROM WS-SUMMARY-LINE
     END-IF.
     MOVE "F" TO PRC-ACTION.
     MOVE WS-SCORED-COUNT TO PRC-DETAIL-COUNT.
     CALL "PrintReport" USING PrintControlRec.
     WRITE ScoreReportLine FROM PRC-OUTPUT-LINE.
     CLOSE ScoreReport.
 SetRunLogStart.
     MOVE "CUSTOMERSCORING" TO RLG-JOB-NAME.
     ACCEPT WS-LOG-TS-DATE FROM DATE YYYYMMDD.
     ACCEPT WS-LOG-TS-TIME FROM TIME.
     MOVE WS-LOG-TS-DATE TO RLG-RUN-DATE.
     STRING WS-LOG-TS-DATE WS-LOG-TS-TIME DELIMITED BY SIZE
         INTO RLG-START-TIMESTAMP.
 WriteRunLogRecord.
     MOVE WS-READ-COUNT TO RLG-READ-COUNT.
     MOVE WS-SCORED-COUNT TO RLG-WRITTEN-COUNT.
     MOVE WS-DROPPED-COUNT TO RLG-REJECTED-COUNT.
     MOVE RETURN-CODE TO RLG-RETURN-CODE.
     CALL "WriteRunLog" USING RunLogRec.
