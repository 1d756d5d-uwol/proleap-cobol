*> generation: one page per SummaryPersonId per period, headed by the
*> shared PrintReport page heading, showing the salesperson's name,
*> the period, quantity and sales amount, the commission bracket that
*> applied, and the commission owed. The bracket is re-derived by the
*> shared ResolveCommPlan routine MakeSummaryFile's ComputeCommission
*> prices with, under the salesperson's plan version in force for the
*> period, so the statement always explains the number the summary
*> record already carries and names the plan that produced it.
*> After the salespeople, every manager paid an override on the day's
*> OVERRIDE.DAT generation (written by ManagerOverride) gets an
*> override statement of their own: one line per unit they manage
*> showing the team's sales, the override percent and the override,
*> then the total - paid separately from, and never including, the
*> manager's own commission above.
*> Sales contest (SPIFF) earnings on the day's SPIFF.DAT generation
*> (written by ContestEarnings) are listed on the salesperson's
*> statement for the same period below the net payable, one line per
*> contest - paid as their own earnings, outside the draw.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
         FILE STATUS IS WS-COMMADJ-FILE-STATUS.
     SELECT StatementFile ASSIGN TO "COMMSTMT.RPT"
         ORGANIZATION IS LINE SEQUENTIAL.
     SELECT OverrideFile ASSIGN TO WS-OVERRIDE-FILENAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-OVERRIDE-FILE-STATUS.
     SELECT SpiffFile ASSIGN TO WS-SPIFF-FILENAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-SPIFF-FILE-STATUS.
     SELECT PersonFile ASSIGN TO "PERSONS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS PersonId
         FILE STATUS IS WS-PERSON-FILE-STATUS.
     SELECT DrawFile ASSIGN TO "DRAWBAL.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
*> same net number PayrollFeed is about to pay.
 FD CommAdjFile.
 COPY COMMADJREC.
 FD OverrideFile.
 COPY OVERRIDEREC.
 FD SpiffFile.
 COPY SPIFFREC.
*> The manager's name for the override statement - a manager need not
*> have sold anything, so there is no summary row to take it from.
 FD PersonFile.
 COPY PERSONREC.
 FD StatementFile.
 01 StatementLine PIC X(80).
*> The draw position, shown on the statement with the same arithmetic
 01 WS-DRAW-HEADROOM  PIC S9(9)V99.
 01 WS-SUMMARY-EOF PIC X VALUE "N".
    88 EndOfSummary VALUE "Y".
 01 WS-OVERRIDE-FILE-STATUS PIC XX.
 01 WS-PERSON-FILE-STATUS PIC XX.
 01 WS-OVERRIDE-EOF PIC X VALUE "N".
    88 EndOfOverrides VALUE "Y".
 01 WS-OVERRIDE-MANAGER-ID PIC 9(6) VALUE ZERO.
 01 WS-OVERRIDE-TOTAL PIC S9(9)V99.
 01 WS-OVERRIDE-FILENAME PIC X(21).
 01 WS-SPIFF-FILE-STATUS PIC XX.
 01 WS-SPIFF-EOF PIC X.
    88 EndOfSpiffs VALUE "Y".
 01 WS-SPIFF-TOTAL PIC S9(9)V99.
 01 WS-SPIFF-FILENAME PIC X(20).
*> SUMMARY.DAT is read as today's date-stamped generation, the same
*> file MakeSummaryFile wrote this run under.
 01 WS-RUN-DATE PIC 9(8).
 01 WS-SUMMARY-FILENAME PIC X(20).
 01 WS-STATEMENT-COUNT PIC 9(7) VALUE ZERO.
 COPY COMMCTLREC.
*> Page heading/footer lines are built by the shared PrintReport
*> utility; each statement starts a fresh page with its own heading.
 COPY PRINTCTLREC.
    05 FILLER            PIC X(5)  VALUE "OVER ".
    05 STM-BOUNDARY      PIC Z(6)9.
    05 FILLER            PIC X(9)  VALUE " UNITS - ".
    05 STM-PERCENT       PIC Z9.99.
    05 FILLER            PIC X(8)  VALUE " PERCENT".
*> The same tier on a plan paid by sales amount rather than units.
 01 WS-AMOUNT-BRACKET-DETAIL.
    05 FILLER            PIC X(5)  VALUE "OVER ".
    05 STM-AMOUNT-BOUNDARY PIC Z(8)9.99.
    05 FILLER            PIC X(9)  VALUE " SALES - ".
    05 STM-AMOUNT-PERCENT  PIC Z9.99.
    05 FILLER            PIC X(8)  VALUE " PERCENT".
 01 WS-PLAN-LINE.
    05 FILLER            PIC X(14) VALUE "PLAN:         ".
    05 STM-PLAN-ID       PIC X(6).
    05 FILLER            PIC X(2)  VALUE SPACES.
    05 STM-PLAN-TEXT     PIC X(30).
 01 WS-PLAN-EFFECTIVE.
    05 FILLER            PIC X(10) VALUE "EFFECTIVE ".
    05 STM-PLAN-EFFECTIVE PIC 9999/99/99.
 01 WS-COMMISSION-LINE.
    05 FILLER            PIC X(14) VALUE "COMMISSION:   ".
    05 STM-COMMISSION    PIC Z(8)9.99-.
 01 WS-NET-LINE.
    05 FILLER            PIC X(14) VALUE "NET PAYABLE:  ".
    05 STM-NET-PAYABLE   PIC Z(8)9.99-.
 01 WS-MANAGER-LINE.
    05 FILLER            PIC X(14) VALUE "MANAGER:      ".
    05 STM-MANAGER-NAME  PIC X(20).
    05 FILLER            PIC X(2)  VALUE SPACES.
    05 FILLER            PIC X(5)  VALUE "(ID ".
    05 STM-MANAGER-ID    PIC ZZZZZ9.
    05 FILLER            PIC X     VALUE ")".
 01 WS-OVERRIDE-TITLE-LINE.
    05 FILLER            PIC X(40)
       VALUE "MANAGER OVERRIDE ON TEAM SALES".
 01 WS-OVERRIDE-LINE.
    05 FILLER            PIC X(14) VALUE "OVERRIDE:     ".
    05 STM-OVR-LEVEL     PIC X(4).
    05 FILLER            PIC X     VALUE SPACE.
    05 STM-OVR-UNIT      PIC X(10).
    05 FILLER            PIC X     VALUE SPACE.
    05 STM-OVR-PERIOD    PIC 9(4)/99.
    05 FILLER            PIC X     VALUE SPACE.
    05 STM-OVR-TEAM-AMOUNT PIC Z(10)9.99-.
    05 FILLER            PIC X(3)  VALUE " @ ".
    05 STM-OVR-PERCENT   PIC Z9.99.
    05 FILLER            PIC X(4)  VALUE "% = ".
    05 STM-OVR-AMOUNT    PIC Z(8)9.99-.
 01 WS-OVERRIDE-TOTAL-LINE.
    05 FILLER            PIC X(14) VALUE "OVERRIDE DUE: ".
    05 STM-OVR-TOTAL     PIC Z(8)9.99-.
 01 WS-CONTEST-LINE.
    05 FILLER            PIC X(14) VALUE "CONTEST:      ".
    05 STM-CONTEST-ID    PIC X(6).
    05 FILLER            PIC X(2)  VALUE SPACES.
    05 STM-CONTEST-QTY   PIC Z(6)9-.
    05 FILLER            PIC X(7)  VALUE " UNITS ".
    05 STM-CONTEST-EARNINGS PIC Z(8)9.99-.
 01 WS-CONTEST-TOTAL-LINE.
    05 FILLER            PIC X(14) VALUE "CONTEST PAY:  ".
    05 STM-CONTEST-TOTAL PIC Z(8)9.99-.
 01 WS-DRAW-GUAR-LINE.
    05 FILLER            PIC X(14) VALUE "DRAW GUARANT: ".
    05 STM-GUARANTEE     PIC Z(8)9.99.
     MOVE RDT-RUN-DATE TO WS-RUN-DATE.
     STRING "SUMMARY." WS-RUN-DATE ".DAT" DELIMITED BY SIZE
         INTO WS-SUMMARY-FILENAME.
     STRING "OVERRIDE." WS-RUN-DATE ".DAT" DELIMITED BY SIZE
         INTO WS-OVERRIDE-FILENAME.
     STRING "SPIFF." WS-RUN-DATE ".DAT" DELIMITED BY SIZE
         INTO WS-SPIFF-FILENAME.
     MOVE "COMMISSION STATEMENT" TO PRC-REPORT-TITLE.
     MOVE WS-RUN-DATE            TO PRC-RUN-DATE.
     MOVE ZERO                   TO PRC-PAGE-NUMBER.
           PERFORM WriteOneStatement
       END-READ
     END-PERFORM.
     PERFORM WriteOverrideStatements.
     PERFORM WriteStatementTrailer.
     IF WS-SUMMARY-FILE-STATUS NOT = "35"
       CLOSE SummaryFile
     MOVE SummaryTotalAmount TO STM-AMOUNT.
     WRITE StatementLine FROM WS-AMOUNT-LINE.
     PERFORM DeriveCommissionBracket.
     WRITE StatementLine FROM WS-PLAN-LINE.
     WRITE StatementLine FROM WS-BRACKET-LINE.
     MOVE SummaryCommission  TO STM-COMMISSION.
     WRITE StatementLine FROM WS-COMMISSION-LINE.
     PERFORM ShowDrawPosition.
     MOVE WS-NET-PAYABLE TO STM-NET-PAYABLE.
     WRITE StatementLine FROM WS-NET-LINE.
     PERFORM ListContestEarnings.
     ADD 1 TO WS-STATEMENT-COUNT.
*>   The same draw arithmetic PayrollFeed applies, run against the
*>   statement's own net so both show one number: under the
     IF WS-COMMADJ-FILE-STATUS NOT = "35"
       CLOSE CommAdjFile
     END-IF.
*>   OVERRIDE.DAT is already in manager order, so a change of manager
*>   closes one override statement and opens the next.
 WriteOverrideStatements.
     OPEN INPUT OverrideFile.
     IF WS-OVERRIDE-FILE-STATUS = "35"
       SET EndOfOverrides TO TRUE
     END-IF.
     OPEN INPUT PersonFile.
     PERFORM UNTIL EndOfOverrides
       READ OverrideFile
         AT END
           SET EndOfOverrides TO TRUE
         NOT AT END
           IF OVR-MANAGER-ID NOT = WS-OVERRIDE-MANAGER-ID
             IF WS-OVERRIDE-MANAGER-ID NOT = ZERO
               PERFORM FinishOverrideStatement
             END-IF
             PERFORM StartOverrideStatement
           END-IF
           PERFORM WriteOverrideLine
       END-READ
     END-PERFORM.
     IF WS-OVERRIDE-MANAGER-ID NOT = ZERO
       PERFORM FinishOverrideStatement
     END-IF.
     IF WS-PERSON-FILE-STATUS NOT = "35"
       CLOSE PersonFile
     END-IF.
     IF WS-OVERRIDE-FILE-STATUS NOT = "35"
       CLOSE OverrideFile
     END-IF.
 StartOverrideStatement.
     MOVE OVR-MANAGER-ID TO WS-OVERRIDE-MANAGER-ID.
     MOVE ZERO TO WS-OVERRIDE-TOTAL.
     SET PrcBuildHeading TO TRUE.
     CALL "PrintReport" USING PrintControlRec.
     IF PRC-PAGE-NUMBER > 1
       MOVE SPACES TO StatementLine
       WRITE StatementLine
       BEFORE ADVANCING PAGE
     END-IF.
     WRITE StatementLine FROM PRC-OUTPUT-LINE.
     MOVE SPACES TO StatementLine.
     WRITE StatementLine.
     MOVE SPACES TO STM-MANAGER-NAME.
     IF WS-PERSON-FILE-STATUS NOT = "35"
       MOVE OVR-MANAGER-ID TO PersonId
       READ PersonFile
         INVALID KEY
           MOVE "** NOT ON PERSONS" TO STM-MANAGER-NAME
         NOT INVALID KEY
           MOVE PersonName TO STM-MANAGER-NAME
       END-READ
     END-IF.
     MOVE OVR-MANAGER-ID TO STM-MANAGER-ID.
     WRITE StatementLine FROM WS-MANAGER-LINE.
     WRITE StatementLine FROM WS-OVERRIDE-TITLE-LINE.
     MOVE SPACES TO StatementLine.
     WRITE StatementLine.
 WriteOverrideLine.
     IF OVR-LEVEL = "T"
       MOVE "TERR" TO STM-OVR-LEVEL
     ELSE
       MOVE "REGN" TO STM-OVR-LEVEL
     END-IF.
     MOVE OVR-UNIT-CODE   TO STM-OVR-UNIT.
     MOVE OVR-PERIOD      TO STM-OVR-PERIOD.
     MOVE OVR-TEAM-AMOUNT TO STM-OVR-TEAM-AMOUNT.
     MOVE OVR-PERCENT     TO STM-OVR-PERCENT.
     MOVE OVR-AMOUNT      TO STM-OVR-AMOUNT.
     WRITE StatementLine FROM WS-OVERRIDE-LINE.
     ADD OVR-AMOUNT TO WS-OVERRIDE-TOTAL.
 FinishOverrideStatement.
     MOVE SPACES TO StatementLine.
     WRITE StatementLine.
     MOVE WS-OVERRIDE-TOTAL TO STM-OVR-TOTAL.
     WRITE StatementLine FROM WS-OVERRIDE-TOTAL-LINE.
     ADD 1 TO WS-STATEMENT-COUNT.
*>   One line per contest the salesperson earned on in this period,
*>   then the contest total when there was any.
 ListContestEarnings.
     MOVE ZERO TO WS-SPIFF-TOTAL.
     MOVE "N" TO WS-SPIFF-EOF.
     OPEN INPUT SpiffFile.
     IF WS-SPIFF-FILE-STATUS = "35"
       SET EndOfSpiffs TO TRUE
     END-IF.
     PERFORM UNTIL EndOfSpiffs
       READ SpiffFile
         AT END
           SET EndOfSpiffs TO TRUE
         NOT AT END
           IF SPF-PERSON-ID = SummaryPersonId
               AND SPF-PERIOD = SummaryPeriod
             MOVE SPF-CONTEST-ID TO STM-CONTEST-ID
             MOVE SPF-NET-QTY    TO STM-CONTEST-QTY
             MOVE SPF-EARNINGS   TO STM-CONTEST-EARNINGS
             WRITE StatementLine FROM WS-CONTEST-LINE
             ADD SPF-EARNINGS TO WS-SPIFF-TOTAL
           END-IF
       END-READ
     END-PERFORM.
     IF WS-SPIFF-FILE-STATUS NOT = "35"
       CLOSE SpiffFile
     END-IF.
     IF WS-SPIFF-TOTAL NOT = ZERO
       MOVE WS-SPIFF-TOTAL TO STM-CONTEST-TOTAL
       WRITE StatementLine FROM WS-CONTEST-TOTAL-LINE
     END-IF.
 DeriveCommissionBracket.
     MOVE SummaryPersonId    TO CMC-PERSON-ID.
     MOVE SummaryPeriod      TO CMC-PERIOD.
     MOVE SummaryTotalQty    TO CMC-CALC-QTY.
     MOVE SummaryTotalAmount TO CMC-CALC-AMOUNT.
     CALL "ResolveCommPlan" USING CommissionControlRec.
     MOVE CMC-PLAN-ID TO STM-PLAN-ID.
     IF CmcStandardTiers
       MOVE "STANDARD TIERS" TO STM-PLAN-TEXT
     ELSE
       MOVE CMC-EFFECTIVE-DATE TO STM-PLAN-EFFECTIVE
       MOVE WS-PLAN-EFFECTIVE  TO STM-PLAN-TEXT
     END-IF.
     IF CMC-PERCENT > ZERO
       IF CmcAmountBasis
         MOVE CMC-TIER-BOUNDARY TO STM-AMOUNT-BOUNDARY
         MOVE CMC-PERCENT       TO STM-AMOUNT-PERCENT
         MOVE WS-AMOUNT-BRACKET-DETAIL TO STM-BRACKET-TEXT
       ELSE
         MOVE CMC-TIER-BOUNDARY TO STM-BOUNDARY
         MOVE CMC-PERCENT       TO STM-PERCENT
         MOVE WS-BRACKET-DETAIL TO STM-BRACKET-TEXT
       END-IF
     ELSE
       MOVE "BELOW FIRST BRACKET - NO COMMISSION" TO STM-BRACKET-TEXT
     END-IF.
