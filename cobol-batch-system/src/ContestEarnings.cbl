 IDENTIFICATION DIVISION.
 PROGRAM-ID. ContestEarnings.
*> Sales incentive contest (SPIFF) earnings: reads the day's SALES.DAT
*> generation against the contests on CONTEST.DAT and credits each
*> salesperson the contest bonus on every sale dated inside a
*> contest's window - a fixed amount per unit or a percent of the
*> amount - when the item is one the contest names (or is in its
*> category) and the salesperson's territory is open to it. A return
*> dated inside the window of a sale also made inside it takes the
*> bonus back, so contest pay is always net of returns within the
*> window; a return of a sale made before the contest started is no
*> business of the contest. The earnings are written to
*> SPIFF.<date>.DAT - one record per salesperson, period and contest
*> - for CommissionStatements and PayrollFeed, and listed on
*> SPIFF.RPT. Adjustment records (type A) correct amounts, not units
*> sold, and earn no contest bonus.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT SalesFile ASSIGN TO WS-SALES-FILENAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-SALES-FILE-STATUS.
     SELECT ContestFile ASSIGN TO "CONTEST.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS CON-CONTEST-ID
         FILE STATUS IS WS-CONTEST-STATUS.
     SELECT ItemFile ASSIGN TO "ITEMS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS ItemCode
         FILE STATUS IS WS-ITEM-FILE-STATUS.
     SELECT SalespersonFile ASSIGN TO "SALESPERSONS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS SPX-PERSON-ID
         FILE STATUS IS WS-XREF-FILE-STATUS.
     SELECT SpiffWork ASSIGN TO "SPIFFWORK.DAT".
     SELECT SpiffFile ASSIGN TO WS-SPIFF-FILENAME
         ORGANIZATION IS LINE SEQUENTIAL.
     SELECT SpiffReport ASSIGN TO "SPIFF.RPT"
         ORGANIZATION IS LINE SEQUENTIAL.
 DATA DIVISION.
 FILE SECTION.
 FD SalesFile.
 COPY SALESREC.
 FD ContestFile.
 COPY CONTESTREC.
 FD ItemFile.
 COPY ITEMREC.
 FD SalespersonFile.
 01 SalespersonRec.
    05 SPX-PERSON-ID PIC 9(6).
    05 SPX-TERRITORY PIC X(10).
    05 SPX-REGION    PIC X(4).
    05 SPX-ACTIVE    PIC X.
    05 SPX-TERM-DATE PIC 9(8).
    05 SPX-PLAN-ID   PIC X(6).
*> One salesperson's net earnings on one contest for one period.
 SD SpiffWork.
 01 SpiffWorkRec.
    05 SPW-PERSON-ID  PIC 9(6).
    05 SPW-PERIOD     PIC 9(6).
    05 SPW-CONTEST-ID PIC X(6).
    05 SPW-NET-QTY    PIC S9(7).
    05 SPW-NET-AMOUNT PIC S9(9)V99.
    05 SPW-EARNINGS   PIC S9(9)V99.
 FD SpiffFile.
 COPY SPIFFREC.
 FD SpiffReport.
 01 SpiffReportLine PIC X(100).
 WORKING-STORAGE SECTION.
 01 WS-SALES-FILE-STATUS PIC XX.
 01 WS-CONTEST-STATUS PIC XX.
 01 WS-ITEM-FILE-STATUS PIC XX.
 01 WS-XREF-FILE-STATUS PIC XX.
 01 WS-SALES-EOF PIC X VALUE "N".
    88 EndOfSales VALUE "Y".
 01 WS-CONTEST-EOF PIC X VALUE "N".
    88 EndOfContests VALUE "Y".
 01 WS-SORTED-EOF PIC X VALUE "N".
    88 EndOfSorted VALUE "Y".
*> The contests, loaded once. Bounded the way PayrollFeed bounds its
*> adjustment table - past 200 contests a bonus could be silently
*> missed, so the run stops instead.
 01 WS-CONTEST-TABLE.
    05 WS-CTS-ENTRY OCCURS 200 TIMES.
       10 WS-CTS-CONTEST-ID  PIC X(6).
       10 WS-CTS-START-DATE  PIC 9(8).
       10 WS-CTS-END-DATE    PIC 9(8).
       10 WS-CTS-SCOPE       PIC X.
       10 WS-CTS-ITEM-CODE   PIC X(10) OCCURS 5 TIMES.
       10 WS-CTS-CATEGORY    PIC X(6).
       10 WS-CTS-BASIS       PIC X.
       10 WS-CTS-RATE        PIC 9(5)V99.
       10 WS-CTS-OPEN-TO-ALL PIC X.
       10 WS-CTS-TERRITORY   PIC X(10) OCCURS 5 TIMES.
 01 WS-CONTEST-COUNT PIC 9(4) VALUE ZERO.
 01 WS-CTS-IDX       PIC 9(4).
 77 WS-SLOT-IDX      PIC 9.
*> Earnings accumulated per salesperson, period and contest.
 01 WS-EARN-TABLE.
    05 WS-EARN-ENTRY OCCURS 5000 TIMES.
       10 WS-EARN-PERSON-ID  PIC 9(6).
       10 WS-EARN-PERIOD     PIC 9(6).
       10 WS-EARN-CTS-IDX    PIC 9(4).
       10 WS-EARN-NET-QTY    PIC S9(7).
       10 WS-EARN-NET-AMOUNT PIC S9(9)V99.
       10 WS-EARN-AMOUNT     PIC S9(9)V99.
 01 WS-EARN-COUNT PIC 9(5) VALUE ZERO.
 01 WS-EARN-IDX   PIC 9(5).
 01 WS-EARN-FOUND PIC X.
    88 EarnEntryFound VALUE "Y".
*> The sale being credited, staged out of the FD area.
 01 WS-TRANS-DATE PIC 9(8).
 01 WS-TRANS-PERIOD PIC 9(6).
*> Earnings are kept by the period the shared ResolvePeriod names for
*> the sale - calendar month or fiscal period - so the SPIFF lines
*> sit in the same period as the commission they are paid with.
 COPY PERIODCTLREC.
 01 WS-SIGNED-QTY PIC S9(7).
 01 WS-BONUS PIC S9(9)V99.
 01 WS-QUALIFIES PIC X.
    88 SaleQualifies VALUE "Y".
*> The item's category and the salesperson's territory, each read
*> once per change of item or salesperson.
 01 WS-LOOKED-UP-ITEM PIC X(10) VALUE SPACES.
 01 WS-ITEM-CATEGORY  PIC X(6).
 01 WS-LOOKED-UP-PERSON PIC 9(6) VALUE ZERO.
 01 WS-PERSON-TERRITORY PIC X(10).
 01 WS-READ-COUNT     PIC 9(7) VALUE ZERO.
 01 WS-CREDITED-COUNT PIC 9(7) VALUE ZERO.
 01 WS-WRITTEN-COUNT  PIC 9(7) VALUE ZERO.
 01 WS-EARNINGS-TOTAL PIC S9(11)V99 VALUE ZERO.
*> Both files are date-stamped generations: SALES.DAT is read as the
*> day's feed, SPIFF.DAT is written beside it for the same date.
 01 WS-RUN-DATE PIC 9(8).
 01 WS-SALES-FILENAME PIC X(20).
 01 WS-SPIFF-FILENAME PIC X(20).
 01 WS-COLUMN-HEADING.
    05 FILLER PIC X(10) VALUE "PERSONID".
    05 FILLER PIC X(8)  VALUE "PERIOD".
    05 FILLER PIC X(9)  VALUE "CONTEST".
    05 FILLER PIC X(10) VALUE "   NET QTY".
    05 FILLER PIC X(16) VALUE "      NET AMOUNT".
    05 FILLER PIC X(15) VALUE "       EARNINGS".
 01 WS-DETAIL-LINE.
    05 DTL-PERSON-ID   PIC 9(6).
    05 FILLER          PIC X(4) VALUE SPACES.
    05 DTL-PERIOD      PIC 9(6).
    05 FILLER          PIC X(2) VALUE SPACES.
    05 DTL-CONTEST-ID  PIC X(6).
    05 FILLER          PIC X(2) VALUE SPACES.
    05 DTL-NET-QTY     PIC Z(6)9-.
    05 FILLER          PIC X(2) VALUE SPACES.
    05 DTL-NET-AMOUNT  PIC Z(8)9.99-.
    05 FILLER          PIC X(2) VALUE SPACES.
    05 DTL-EARNINGS    PIC Z(8)9.99-.
 01 WS-TOTAL-LINE.
    05 FILLER          PIC X(20) VALUE "CONTEST RECORDS".
    05 TOT-COUNT       PIC Z(6)9.
    05 FILLER          PIC X(20) VALUE "    TOTAL EARNINGS".
    05 TOT-AMOUNT      PIC Z(10)9.99-.
*> Standard heading/footer lines (shared PrintReport).
 COPY PRINTCTLREC.
*> Generation-catalog registration (shared RegisterGeneration appends
*> one GENCAT.DAT entry per generation this job creates).
 COPY GENCATREC.
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
     STRING "SALES." WS-RUN-DATE ".DAT" DELIMITED BY SIZE
         INTO WS-SALES-FILENAME.
     STRING "SPIFF." WS-RUN-DATE ".DAT" DELIMITED BY SIZE
         INTO WS-SPIFF-FILENAME.
     PERFORM LoadContests.
     PERFORM CreditContestSales.
     OPEN OUTPUT SpiffFile.
     OPEN OUTPUT SpiffReport.
     MOVE "H" TO PRC-ACTION.
     MOVE "SALES CONTEST EARNINGS" TO PRC-REPORT-TITLE.
     MOVE WS-RUN-DATE TO PRC-RUN-DATE.
     MOVE ZERO TO PRC-PAGE-NUMBER.
     CALL "PrintReport" USING PrintControlRec.
     WRITE SpiffReportLine FROM PRC-OUTPUT-LINE.
     MOVE SPACES TO SpiffReportLine.
     WRITE SpiffReportLine.
     WRITE SpiffReportLine FROM WS-COLUMN-HEADING.
     SORT SpiffWork
         ON ASCENDING KEY SPW-PERSON-ID SPW-PERIOD SPW-CONTEST-ID
         INPUT PROCEDURE IS ReleaseEarnings
         OUTPUT PROCEDURE IS WriteEarnings.
     MOVE SPACES TO SpiffReportLine.
     WRITE SpiffReportLine.
     MOVE WS-WRITTEN-COUNT TO TOT-COUNT.
     MOVE WS-EARNINGS-TOTAL TO TOT-AMOUNT.
     WRITE SpiffReportLine FROM WS-TOTAL-LINE.
     MOVE "F" TO PRC-ACTION.
     MOVE WS-WRITTEN-COUNT TO PRC-DETAIL-COUNT.
     CALL "PrintReport" USING PrintControlRec.
     WRITE SpiffReportLine FROM PRC-OUTPUT-LINE.
     CLOSE SpiffReport.
     CLOSE SpiffFile.
     MOVE WS-SPIFF-FILENAME TO GCT-FILE-NAME.
     MOVE WS-RUN-DATE TO GCT-RUN-DATE.
     MOVE WS-WRITTEN-COUNT TO GCT-RECORD-COUNT.
     MOVE "CONTESTEARNINGS" TO GCT-CREATED-BY.
     CALL "RegisterGeneration" USING GenCatRec.
     DISPLAY "Sales records credited to a contest: " WS-CREDITED-COUNT.
     DISPLAY "Contest earnings records written: " WS-WRITTEN-COUNT.
     PERFORM WriteRunLogRecord.
     STOP RUN.
 LoadContests.
     OPEN INPUT ContestFile.
     IF WS-CONTEST-STATUS = "35"
       DISPLAY "CONTEST.DAT not found - no contest earnings"
       SET EndOfContests TO TRUE
     END-IF.
     PERFORM UNTIL EndOfContests
       READ ContestFile NEXT RECORD
         AT END
           SET EndOfContests TO TRUE
         NOT AT END
           PERFORM LoadOneContest
       END-READ
     END-PERFORM.
     IF WS-CONTEST-STATUS NOT = "35"
       CLOSE ContestFile
     END-IF.
 LoadOneContest.
     IF WS-CONTEST-COUNT NOT < 200
       DISPLAY "Fatal - more than 200 contests on CONTEST.DAT; "
           "earnings cannot be trusted beyond this point - stopping"
       MOVE 8 TO RETURN-CODE
       STOP RUN
     END-IF.
     ADD 1 TO WS-CONTEST-COUNT.
     MOVE WS-CONTEST-COUNT TO WS-CTS-IDX.
     MOVE CON-CONTEST-ID  TO WS-CTS-CONTEST-ID (WS-CTS-IDX).
     MOVE CON-START-DATE  TO WS-CTS-START-DATE (WS-CTS-IDX).
     MOVE CON-END-DATE    TO WS-CTS-END-DATE (WS-CTS-IDX).
     MOVE CON-SCOPE       TO WS-CTS-SCOPE (WS-CTS-IDX).
     MOVE CON-CATEGORY    TO WS-CTS-CATEGORY (WS-CTS-IDX).
     MOVE CON-BONUS-BASIS TO WS-CTS-BASIS (WS-CTS-IDX).
     MOVE CON-BONUS-RATE  TO WS-CTS-RATE (WS-CTS-IDX).
     MOVE "Y" TO WS-CTS-OPEN-TO-ALL (WS-CTS-IDX).
     PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1 UNTIL WS-SLOT-IDX > 5
       MOVE CON-ITEM-CODE (WS-SLOT-IDX)
           TO WS-CTS-ITEM-CODE (WS-CTS-IDX, WS-SLOT-IDX)
       MOVE CON-TERRITORY (WS-SLOT-IDX)
           TO WS-CTS-TERRITORY (WS-CTS-IDX, WS-SLOT-IDX)
       IF CON-TERRITORY (WS-SLOT-IDX) NOT = SPACES
         MOVE "N" TO WS-CTS-OPEN-TO-ALL (WS-CTS-IDX)
       END-IF
     END-PERFORM.
 CreditContestSales.
     OPEN INPUT SalesFile.
     IF WS-SALES-FILE-STATUS = "35"
       SET EndOfSales TO TRUE
       DISPLAY "No SALES generation for " WS-RUN-DATE
           " - writing an empty contest earnings file"
     END-IF.
     IF WS-CONTEST-COUNT = ZERO
       SET EndOfSales TO TRUE
     END-IF.
     OPEN INPUT ItemFile.
     OPEN INPUT SalespersonFile.
     PERFORM UNTIL EndOfSales
       READ SalesFile
         AT END
           SET EndOfSales TO TRUE
         NOT AT END
           ADD 1 TO WS-READ-COUNT
           IF SalesTypeSale OR SalesTypeReturn
               OR SalesTypeCode = SPACE
             PERFORM CreditOneSale
           END-IF
       END-READ
     END-PERFORM.
     IF WS-XREF-FILE-STATUS NOT = "35"
       CLOSE SalespersonFile
     END-IF.
     IF WS-ITEM-FILE-STATUS NOT = "35"
       CLOSE ItemFile
     END-IF.
     IF WS-SALES-FILE-STATUS NOT = "35"
       CLOSE SalesFile
     END-IF.
 CreditOneSale.
     MOVE SalesTransDate TO WS-TRANS-DATE.
     SET PrdDateToPeriod TO TRUE.
     MOVE WS-TRANS-DATE TO PRD-DATE.
     CALL "ResolvePeriod" USING PeriodControlRec.
     MOVE PRD-PERIOD TO WS-TRANS-PERIOD.
     IF SalesTypeReturn
       COMPUTE WS-SIGNED-QTY = ZERO - SalesQtySold
     ELSE
       MOVE SalesQtySold TO WS-SIGNED-QTY
     END-IF.
     PERFORM LookUpItemCategory.
     PERFORM LookUpPersonTerritory.
     PERFORM VARYING WS-CTS-IDX FROM 1 BY 1
         UNTIL WS-CTS-IDX > WS-CONTEST-COUNT
       PERFORM CheckSaleQualifies
       IF SaleQualifies
         PERFORM AddToEarnings
       END-IF
     END-PERFORM.
 LookUpItemCategory.
     IF SalesItemCode NOT = WS-LOOKED-UP-ITEM
       MOVE SalesItemCode TO WS-LOOKED-UP-ITEM
       MOVE SPACES TO WS-ITEM-CATEGORY
       IF WS-ITEM-FILE-STATUS NOT = "35"
         MOVE SalesItemCode TO ItemCode
         READ ItemFile
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             MOVE ItemCategory TO WS-ITEM-CATEGORY
         END-READ
       END-IF
     END-IF.
 LookUpPersonTerritory.
     IF SalesPersonId NOT = WS-LOOKED-UP-PERSON
       MOVE SalesPersonId TO WS-LOOKED-UP-PERSON
       MOVE SPACES TO WS-PERSON-TERRITORY
       IF WS-XREF-FILE-STATUS NOT = "35"
         MOVE SalesPersonId TO SPX-PERSON-ID
         READ SalespersonFile
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             MOVE SPX-TERRITORY TO WS-PERSON-TERRITORY
         END-READ
       END-IF
     END-IF.
*>   Window first (a return also needs the sale it reverses inside the
*>   window), then the item or category, then the territory.
 CheckSaleQualifies.
     MOVE "N" TO WS-QUALIFIES.
     IF WS-TRANS-DATE NOT < WS-CTS-START-DATE (WS-CTS-IDX)
         AND WS-TRANS-DATE NOT > WS-CTS-END-DATE (WS-CTS-IDX)
       SET SaleQualifies TO TRUE
     END-IF.
     IF SaleQualifies AND SalesTypeReturn
       IF SalesOrigDate < WS-CTS-START-DATE (WS-CTS-IDX)
           OR SalesOrigDate > WS-CTS-END-DATE (WS-CTS-IDX)
         MOVE "N" TO WS-QUALIFIES
       END-IF
     END-IF.
     IF SaleQualifies
       MOVE "N" TO WS-QUALIFIES
       IF WS-CTS-SCOPE (WS-CTS-IDX) = "C"
         IF WS-ITEM-CATEGORY NOT = SPACES
             AND WS-ITEM-CATEGORY = WS-CTS-CATEGORY (WS-CTS-IDX)
           SET SaleQualifies TO TRUE
         END-IF
       ELSE
         PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
             UNTIL WS-SLOT-IDX > 5 OR SaleQualifies
           IF WS-CTS-ITEM-CODE (WS-CTS-IDX, WS-SLOT-IDX)
               = SalesItemCode
             SET SaleQualifies TO TRUE
           END-IF
         END-PERFORM
       END-IF
     END-IF.
     IF SaleQualifies AND WS-CTS-OPEN-TO-ALL (WS-CTS-IDX) NOT = "Y"
       MOVE "N" TO WS-QUALIFIES
       IF WS-PERSON-TERRITORY NOT = SPACES
         PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
             UNTIL WS-SLOT-IDX > 5 OR SaleQualifies
           IF WS-CTS-TERRITORY (WS-CTS-IDX, WS-SLOT-IDX)
               = WS-PERSON-TERRITORY
             SET SaleQualifies TO TRUE
           END-IF
         END-PERFORM
       END-IF
     END-IF.
 AddToEarnings.
     IF WS-CTS-BASIS (WS-CTS-IDX) = "U"
       COMPUTE WS-BONUS ROUNDED =
           WS-SIGNED-QTY * WS-CTS-RATE (WS-CTS-IDX)
     ELSE
       COMPUTE WS-BONUS ROUNDED =
           SalesAmount * WS-CTS-RATE (WS-CTS-IDX) / 100
     END-IF.
     MOVE "N" TO WS-EARN-FOUND.
     PERFORM VARYING WS-EARN-IDX FROM 1 BY 1
         UNTIL WS-EARN-IDX > WS-EARN-COUNT OR EarnEntryFound
       IF WS-EARN-PERSON-ID (WS-EARN-IDX) = SalesPersonId
           AND WS-EARN-PERIOD (WS-EARN-IDX) = WS-TRANS-PERIOD
           AND WS-EARN-CTS-IDX (WS-EARN-IDX) = WS-CTS-IDX
         SET EarnEntryFound TO TRUE
       END-IF
     END-PERFORM.
     IF EarnEntryFound
       SUBTRACT 1 FROM WS-EARN-IDX
     ELSE
       IF WS-EARN-COUNT < 5000
         ADD 1 TO WS-EARN-COUNT
         MOVE WS-EARN-COUNT TO WS-EARN-IDX
         MOVE SalesPersonId   TO WS-EARN-PERSON-ID (WS-EARN-IDX)
         MOVE WS-TRANS-PERIOD TO WS-EARN-PERIOD (WS-EARN-IDX)
         MOVE WS-CTS-IDX      TO WS-EARN-CTS-IDX (WS-EARN-IDX)
         MOVE ZERO TO WS-EARN-NET-QTY (WS-EARN-IDX)
         MOVE ZERO TO WS-EARN-NET-AMOUNT (WS-EARN-IDX)
         MOVE ZERO TO WS-EARN-AMOUNT (WS-EARN-IDX)
       ELSE
         DISPLAY "Fatal - more than 5000 contest earnings entries; "
             "earnings cannot be trusted beyond this point - stopping"
         MOVE 8 TO RETURN-CODE
         STOP RUN
       END-IF
     END-IF.
     ADD WS-SIGNED-QTY TO WS-EARN-NET-QTY (WS-EARN-IDX).
     ADD SalesAmount   TO WS-EARN-NET-AMOUNT (WS-EARN-IDX).
     ADD WS-BONUS      TO WS-EARN-AMOUNT (WS-EARN-IDX).
     ADD 1 TO WS-CREDITED-COUNT.
 ReleaseEarnings.
     PERFORM VARYING WS-EARN-IDX FROM 1 BY 1
         UNTIL WS-EARN-IDX > WS-EARN-COUNT
       IF WS-EARN-AMOUNT (WS-EARN-IDX) NOT = ZERO
         MOVE WS-EARN-CTS-IDX (WS-EARN-IDX) TO WS-CTS-IDX
         MOVE WS-EARN-PERSON-ID (WS-EARN-IDX)  TO SPW-PERSON-ID
         MOVE WS-EARN-PERIOD (WS-EARN-IDX)     TO SPW-PERIOD
         MOVE WS-CTS-CONTEST-ID (WS-CTS-IDX)   TO SPW-CONTEST-ID
         MOVE WS-EARN-NET-QTY (WS-EARN-IDX)    TO SPW-NET-QTY
         MOVE WS-EARN-NET-AMOUNT (WS-EARN-IDX) TO SPW-NET-AMOUNT
         MOVE WS-EARN-AMOUNT (WS-EARN-IDX)     TO SPW-EARNINGS
         RELEASE SpiffWorkRec
       END-IF
     END-PERFORM.
 WriteEarnings.
     PERFORM UNTIL EndOfSorted
       RETURN SpiffWork
         AT END
           SET EndOfSorted TO TRUE
         NOT AT END
           PERFORM WriteOneEarning
       END-RETURN
     END-PERFORM.
 WriteOneEarning.
     MOVE "C"            TO SPF-RECORD-TYPE.
     MOVE SPW-PERSON-ID  TO SPF-PERSON-ID.
     MOVE SPW-PERIOD     TO SPF-PERIOD.
     MOVE SPW-CONTEST-ID TO SPF-CONTEST-ID.
     MOVE SPW-NET-QTY    TO SPF-NET-QTY.
     MOVE SPW-NET-AMOUNT TO SPF-NET-AMOUNT.
     MOVE SPW-EARNINGS   TO SPF-EARNINGS.
     MOVE WS-RUN-DATE    TO SPF-RUN-DATE.
     WRITE SpiffRec.
     ADD 1 TO WS-WRITTEN-COUNT.
     ADD SPF-EARNINGS TO WS-EARNINGS-TOTAL.
     MOVE SPF-PERSON-ID  TO DTL-PERSON-ID.
     MOVE SPF-PERIOD     TO DTL-PERIOD.
     MOVE SPF-CONTEST-ID TO DTL-CONTEST-ID.
     MOVE SPF-NET-QTY    TO DTL-NET-QTY.
     MOVE SPF-NET-AMOUNT TO DTL-NET-AMOUNT.
     MOVE SPF-EARNINGS   TO DTL-EARNINGS.
     WRITE SpiffReportLine FROM WS-DETAIL-LINE.
 SetRunLogStart.
     MOVE "CONTESTEARNINGS" TO RLG-JOB-NAME.
     ACCEPT WS-LOG-TS-DATE FROM DATE YYYYMMDD.
     ACCEPT WS-LOG-TS-TIME FROM TIME.
     MOVE WS-LOG-TS-DATE TO RLG-RUN-DATE.
     STRING WS-LOG-TS-DATE WS-LOG-TS-TIME DELIMITED BY SIZE
         INTO RLG-START-TIMESTAMP.
 WriteRunLogRecord.
     MOVE WS-READ-COUNT TO RLG-READ-COUNT.
     MOVE WS-WRITTEN-COUNT TO RLG-WRITTEN-COUNT.
     MOVE ZERO TO RLG-REJECTED-COUNT.
     MOVE RETURN-CODE TO RLG-RETURN-CODE.
     CALL "WriteRunLog" USING RunLogRec.
