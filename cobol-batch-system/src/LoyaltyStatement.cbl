 IDENTIFICATION DIVISION.
 PROGRAM-ID. LoyaltyStatement.
*> Monthly loyalty points run off the LOYALTY.DAT ledger BATCH-DISCOUNT
*> keeps. On the last run date of a month it first lapses the points
*> past the expiry months on CONTROL.DAT - oldest first, one X entry
*> per customer appended to the ledger for whatever was earned before
*> the cutoff and never redeemed - then prints a points statement for
*> every customer with a balance or a movement this month: the opening
*> balance, each movement posted in the month (earned and redeemed
*> against an invoice, reversed by a credit memo, lapsed), and the
*> closing balance with what it is worth at the current point value.
*> Statements follow the correspondence engine's mailing rules -
*> nothing printed for a person who asked not to be mailed, is
*> suspended or deceased, or is no longer on file - but every
*> customer's points count in LOYALTY.RPT, which gives finance the
*> points outstanding and the liability they represent. On any other
*> run date the job does nothing. Each statement printed is entered
*> on the CONTACT.DAT contact history (shared ContactHistory) under
*> letter id LOYSTM with the address it went to.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT LoyaltyFile ASSIGN TO "LOYALTY.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-LOYALTY-FILE-STATUS.
     SELECT ExpiryFile ASSIGN TO "LOYALTYX.TMP"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-EXPIRY-FILE-STATUS.
     SELECT ControlFile ASSIGN TO "CONTROL.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-CONTROL-FILE-STATUS.
     SELECT PersonFile ASSIGN TO "PERSONS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS PersonId
         FILE STATUS IS WS-PERSON-FILE-STATUS.
     SELECT LoyaltySortWork ASSIGN TO "LOYWORK.DAT".
     SELECT StatementFile ASSIGN TO WS-STATEMENT-FILENAME
         ORGANIZATION IS LINE SEQUENTIAL.
     SELECT LoyaltyReport ASSIGN TO "LOYALTY.RPT"
         ORGANIZATION IS LINE SEQUENTIAL.
 DATA DIVISION.
 FILE SECTION.
 FD LoyaltyFile.
 COPY LOYALTYREC.
*> The month's lapsed points, held apart until the ledger has been
*> read and can be appended to.
 FD ExpiryFile.
 01 ExpiryRec PIC X(45).
 FD ControlFile.
 COPY CONTROLREC.
 FD PersonFile.
 COPY PERSONREC.
*> The ledger in customer order, each customer's entries in the order
*> they were posted.
 SD LoyaltySortWork.
 01 LoyaltyWorkRec.
    05 LSW-PERSON-ID   PIC 9(6).
    05 LSW-ENTRY-DATE  PIC 9(8).
    05 LSW-ENTRY-TYPE  PIC X.
       88 LswEarned    VALUE "E".
       88 LswRedeemed  VALUE "R".
       88 LswExpired   VALUE "X".
    05 LSW-POINTS      PIC S9(7).
    05 LSW-INVOICE-NO  PIC 9(8).
    05 LSW-POSTED-DATE PIC 9(8).
    05 LSW-ORDER-SEQ   PIC 9(7).
 FD StatementFile.
 01 StatementLine PIC X(80).
 FD LoyaltyReport.
 01 LoyaltyReportLine PIC X(80).
 WORKING-STORAGE SECTION.
 01 WS-LOYALTY-FILE-STATUS PIC XX.
 01 WS-EXPIRY-FILE-STATUS PIC XX.
 01 WS-CONTROL-FILE-STATUS PIC XX.
 01 WS-PERSON-FILE-STATUS PIC XX.
 01 WS-SORTED-EOF PIC X VALUE "N".
    88 EndOfSorted VALUE "Y".
 01 WS-EXPIRY-EOF PIC X VALUE "N".
    88 EndOfExpiries VALUE "Y".
 01 WS-RUN-DATE PIC 9(8).
 01 WS-RUN-DATE-INT PIC 9(7).
 01 WS-NEXT-DAY PIC 9(8).
 01 WS-MONTH-START PIC 9(8).
 01 WS-STATEMENT-FILENAME PIC X(24).
*> Points policy from CONTROL.DAT; zero value or expiry months when
*> the record is absent or predates the points fields.
 01 WS-POINT-VALUE PIC 9V999 VALUE ZERO.
 01 WS-POINTS-EXPIRY-MONTHS PIC 9(3) VALUE ZERO.
 01 WS-POINTS-CUTOFF-DATE PIC 9(8) VALUE ZERO.
 01 WS-CUTOFF-PERIOD PIC 9(6).
 01 WS-CUTOFF-YEAR PIC 9(4).
 01 WS-CUTOFF-MONTH PIC 99.
*> The customer in hand: running sums over the whole ledger, and the
*> movements posted this month held until the statement is printed.
 01 WS-CURRENT-PERSON-ID PIC 9(6) VALUE ZERO.
 01 WS-IN-CUSTOMER PIC X VALUE "N".
    88 CustomerOpen VALUE "Y".
 01 WS-CUST-EARNED PIC S9(9).
 01 WS-CUST-EARNED-LAPSING PIC S9(9).
 01 WS-CUST-USED PIC S9(9).
 01 WS-CUST-OPENING PIC S9(9).
 01 WS-CUST-CLOSING PIC S9(9).
 01 WS-CUST-EXPIRED PIC S9(9).
 01 WS-SIGNED-POINTS PIC S9(9).
 01 WS-CUST-VALUE PIC 9(7)V99.
 01 WS-MOVEMENT-TABLE.
    05 WS-MOVEMENT OCCURS 200 TIMES.
       10 MVT-DATE       PIC 9(8).
       10 MVT-TYPE       PIC X.
       10 MVT-INVOICE-NO PIC 9(8).
       10 MVT-POINTS     PIC S9(9).
 01 WS-MOVEMENT-COUNT PIC 9(3).
 01 WS-MOVEMENT-OVERFLOW PIC 9(5).
 01 WS-MOVEMENT-IDX PIC 9(3).
 01 WS-PERSON-ELIGIBLE PIC X.
    88 PersonEligible VALUE "Y".
 01 WS-ENTRY-COUNT       PIC 9(7) VALUE ZERO.
 01 WS-CUSTOMER-COUNT    PIC 9(7) VALUE ZERO.
 01 WS-STATEMENT-COUNT   PIC 9(7) VALUE ZERO.
 01 WS-INELIGIBLE-COUNT  PIC 9(7) VALUE ZERO.
 01 WS-EXPIRY-COUNT      PIC 9(7) VALUE ZERO.
 01 WS-MONTH-EARNED      PIC S9(9) VALUE ZERO.
 01 WS-MONTH-REDEEMED    PIC S9(9) VALUE ZERO.
 01 WS-MONTH-EXPIRED     PIC S9(9) VALUE ZERO.
 01 WS-POINTS-OUTSTANDING PIC S9(9) VALUE ZERO.
 01 WS-POINTS-LIABILITY  PIC 9(9)V99 VALUE ZERO.
 01 WS-CITY-LINE.
    05 STL-CITY        PIC X(15).
    05 FILLER          PIC X VALUE SPACE.
    05 STL-POSTAL-CODE PIC X(8).
 01 WS-STMT-TITLE-LINE.
    05 FILLER        PIC X(30) VALUE "LOYALTY POINTS STATEMENT".
    05 FILLER        PIC X(7)  VALUE "AS OF  ".
    05 STT-DATE      PIC 9(4)/99/99.
    05 FILLER        PIC X(13) VALUE "   CUSTOMER ".
    05 STT-PERSON-ID PIC 9(6).
 01 WS-BALANCE-LINE.
    05 BAL-LABEL     PIC X(44).
    05 BAL-POINTS    PIC Z,ZZZ,ZZ9-.
 01 WS-MOVEMENT-HEADING.
    05 FILLER PIC X(13) VALUE "POSTED".
    05 FILLER PIC X(22) VALUE "MOVEMENT".
    05 FILLER PIC X(9)  VALUE "INVOICE".
    05 FILLER PIC X(10) VALUE "    POINTS".
 01 WS-MOVEMENT-LINE.
    05 MVL-DATE       PIC 9(4)/99/99.
    05 FILLER         PIC X(3) VALUE SPACES.
    05 MVL-TYPE       PIC X(22).
    05 MVL-INVOICE-NO PIC 9(8).
    05 FILLER         PIC X VALUE SPACE.
    05 MVL-POINTS     PIC Z,ZZZ,ZZ9-.
 01 WS-VALUE-LINE.
    05 FILLER         PIC X(44) VALUE "WORTH AT THE CURRENT POINT VALUE".
    05 VAL-AMOUNT     PIC Z,ZZZ,ZZ9.99.
 01 WS-SUMMARY-LINE.
    05 SUM-LABEL PIC X(40).
    05 SUM-VALUE PIC Z(8)9-.
 01 WS-AMOUNT-SUMMARY-LINE.
    05 ASM-LABEL PIC X(40).
    05 ASM-VALUE PIC ZZZ,ZZZ,ZZ9.99.
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
 COPY CONTACTCTL.
 PROCEDURE DIVISION.
 Begin.
     PERFORM SetRunLogStart.
     CALL "ResolveRunDate" USING RunDateControlRec.
     MOVE RDT-RUN-DATE TO WS-RUN-DATE.
     COMPUTE WS-RUN-DATE-INT = FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
     COMPUTE WS-NEXT-DAY =
         FUNCTION DATE-OF-INTEGER (WS-RUN-DATE-INT + 1).
     IF WS-NEXT-DAY (5:2) = WS-RUN-DATE (5:2)
       DISPLAY "LoyaltyStatement - " WS-RUN-DATE
           " is not the last day of the month, no statements"
       PERFORM WriteRunLogRecord
       STOP RUN
     END-IF.
     MOVE WS-RUN-DATE TO WS-MONTH-START.
     MOVE "01" TO WS-MONTH-START (7:2).
     STRING "LOYSTMT." WS-RUN-DATE ".PRT" DELIMITED BY SIZE
         INTO WS-STATEMENT-FILENAME.
     PERFORM ReadPointsPolicy.
     PERFORM DerivePointsCutoff.
     OPEN OUTPUT StatementFile.
     OPEN INPUT LoyaltyFile.
     IF WS-LOYALTY-FILE-STATUS = "35"
       DISPLAY "LoyaltyStatement - LOYALTY.DAT not found, "
           "no points to state"
     ELSE
       CLOSE LoyaltyFile
       OPEN INPUT PersonFile
       IF WS-PERSON-FILE-STATUS = "35"
         DISPLAY "LoyaltyStatement - PERSONS.DAT not found, "
             "run refused"
         CLOSE StatementFile
         MOVE 8 TO RETURN-CODE
         PERFORM WriteRunLogRecord
         STOP RUN
       END-IF
       OPEN OUTPUT ExpiryFile
       SORT LoyaltySortWork
           ON ASCENDING KEY LSW-PERSON-ID
           ON ASCENDING KEY LSW-POSTED-DATE
           ON ASCENDING KEY LSW-ORDER-SEQ
           USING LoyaltyFile
           OUTPUT PROCEDURE IS StateCustomerPoints
       CLOSE ExpiryFile
       CLOSE PersonFile
       PERFORM AppendExpiries
     END-IF.
     CLOSE StatementFile.
     MOVE WS-STATEMENT-FILENAME TO GCT-FILE-NAME.
     MOVE WS-RUN-DATE TO GCT-RUN-DATE.
     MOVE WS-STATEMENT-COUNT TO GCT-RECORD-COUNT.
     MOVE "LOYALTYSTMT" TO GCT-CREATED-BY.
     CALL "RegisterGeneration" USING GenCatRec.
     PERFORM WriteLoyaltyReport.
     PERFORM WriteRunLogRecord.
     STOP RUN.
 ReadPointsPolicy.
     OPEN INPUT ControlFile.
     IF WS-CONTROL-FILE-STATUS = "00"
       READ ControlFile
         NOT AT END
           IF CTL-POINT-VALUE NUMERIC
               AND CTL-POINTS-EXPIRY-MONTHS NUMERIC
             MOVE CTL-POINT-VALUE TO WS-POINT-VALUE
             MOVE CTL-POINTS-EXPIRY-MONTHS TO WS-POINTS-EXPIRY-MONTHS
           END-IF
       END-READ
       CLOSE ControlFile
     END-IF.
*>   The same cutoff BATCH-DISCOUNT applies: the run date the expiry
*>   months back, with no cutoff at all when points never lapse.
 DerivePointsCutoff.
     MOVE ZERO TO WS-POINTS-CUTOFF-DATE.
     IF WS-POINTS-EXPIRY-MONTHS > ZERO
       MOVE WS-RUN-DATE (1:4) TO WS-CUTOFF-YEAR
       MOVE WS-RUN-DATE (5:2) TO WS-CUTOFF-MONTH
       COMPUTE WS-CUTOFF-PERIOD = WS-CUTOFF-YEAR * 12
           + WS-CUTOFF-MONTH - 1 - WS-POINTS-EXPIRY-MONTHS
       DIVIDE WS-CUTOFF-PERIOD BY 12 GIVING WS-CUTOFF-YEAR
           REMAINDER WS-CUTOFF-MONTH
       ADD 1 TO WS-CUTOFF-MONTH
       STRING WS-CUTOFF-YEAR WS-CUTOFF-MONTH WS-RUN-DATE (7:2)
           DELIMITED BY SIZE INTO WS-POINTS-CUTOFF-DATE
     END-IF.
 StateCustomerPoints.
     PERFORM UNTIL EndOfSorted
       RETURN LoyaltySortWork
         AT END
           SET EndOfSorted TO TRUE
         NOT AT END
           PERFORM TakeLedgerEntry
       END-RETURN
     END-PERFORM.
     IF CustomerOpen
       PERFORM FinishCustomer
     END-IF.
 TakeLedgerEntry.
     ADD 1 TO WS-ENTRY-COUNT.
     IF LSW-PERSON-ID NOT = WS-CURRENT-PERSON-ID OR NOT CustomerOpen
       IF CustomerOpen
         PERFORM FinishCustomer
       END-IF
       PERFORM StartCustomer
     END-IF.
     IF LswEarned
       MOVE LSW-POINTS TO WS-SIGNED-POINTS
       ADD LSW-POINTS TO WS-CUST-EARNED
       IF LSW-ENTRY-DATE < WS-POINTS-CUTOFF-DATE
         ADD LSW-POINTS TO WS-CUST-EARNED-LAPSING
       END-IF
     ELSE
       COMPUTE WS-SIGNED-POINTS = ZERO - LSW-POINTS
       ADD LSW-POINTS TO WS-CUST-USED
     END-IF.
     IF LSW-POSTED-DATE < WS-MONTH-START
       ADD WS-SIGNED-POINTS TO WS-CUST-OPENING
     ELSE
       EVALUATE TRUE
         WHEN LswEarned
           ADD LSW-POINTS TO WS-MONTH-EARNED
         WHEN LswRedeemed
           ADD LSW-POINTS TO WS-MONTH-REDEEMED
         WHEN OTHER
           ADD LSW-POINTS TO WS-MONTH-EXPIRED
       END-EVALUATE
       PERFORM AddMovement
     END-IF.
 StartCustomer.
     SET CustomerOpen TO TRUE.
     MOVE LSW-PERSON-ID TO WS-CURRENT-PERSON-ID.
     MOVE ZERO TO WS-CUST-EARNED.
     MOVE ZERO TO WS-CUST-EARNED-LAPSING.
     MOVE ZERO TO WS-CUST-USED.
     MOVE ZERO TO WS-CUST-OPENING.
     MOVE ZERO TO WS-MOVEMENT-COUNT.
     MOVE ZERO TO WS-MOVEMENT-OVERFLOW.
*>   A customer with more movements in the month than the statement
*>   holds gets the first 200 listed and a count of the rest; the
*>   balances are right either way.
 AddMovement.
     IF WS-MOVEMENT-COUNT < 200
       ADD 1 TO WS-MOVEMENT-COUNT
       MOVE LSW-POSTED-DATE  TO MVT-DATE (WS-MOVEMENT-COUNT)
       MOVE LSW-ENTRY-TYPE   TO MVT-TYPE (WS-MOVEMENT-COUNT)
       MOVE LSW-INVOICE-NO   TO MVT-INVOICE-NO (WS-MOVEMENT-COUNT)
       MOVE WS-SIGNED-POINTS TO MVT-POINTS (WS-MOVEMENT-COUNT)
     ELSE
       ADD 1 TO WS-MOVEMENT-OVERFLOW
     END-IF.
*>   Points earned before the cutoff lapse oldest first: whatever of
*>   them has not already gone in redemptions and earlier lapses.
 FinishCustomer.
     ADD 1 TO WS-CUSTOMER-COUNT.
     MOVE ZERO TO WS-CUST-EXPIRED.
     IF WS-CUST-EARNED-LAPSING > WS-CUST-USED
       COMPUTE WS-CUST-EXPIRED =
           WS-CUST-EARNED-LAPSING - WS-CUST-USED
       PERFORM WriteExpiryEntry
     END-IF.
     COMPUTE WS-CUST-CLOSING =
         WS-CUST-EARNED - WS-CUST-USED - WS-CUST-EXPIRED.
     IF WS-CUST-CLOSING < ZERO
       MOVE ZERO TO WS-CUST-CLOSING
     END-IF.
     ADD WS-CUST-CLOSING TO WS-POINTS-OUTSTANDING.
     COMPUTE WS-CUST-VALUE = WS-CUST-CLOSING * WS-POINT-VALUE.
     ADD WS-CUST-VALUE TO WS-POINTS-LIABILITY.
     IF WS-CUST-CLOSING NOT = ZERO OR WS-MOVEMENT-COUNT > ZERO
         OR WS-CUST-EXPIRED > ZERO
       MOVE WS-CURRENT-PERSON-ID TO PersonId
       PERFORM FetchEligiblePerson
       IF PersonEligible
         PERFORM PrintStatement
         PERFORM RecordStatementContact
       END-IF
     END-IF.
     MOVE "N" TO WS-IN-CUSTOMER.
 RecordStatementContact.
     SET CctRecord TO TRUE.
     MOVE PersonId         TO CCT-PERSON-ID.
     MOVE WS-RUN-DATE      TO CCT-CONTACT-DATE.
     MOVE "LOYSTM"         TO CCT-CONTENT-ID.
     MOVE "P"              TO CCT-CHANNEL.
     MOVE Street           TO CCT-STREET.
     MOVE City             TO CCT-CITY.
     MOVE PersonPostalCode TO CCT-POSTAL-CODE.
     MOVE SPACES           TO CCT-REFERENCE.
     MOVE "LOYALTYSTMT"    TO CCT-SENT-BY.
     CALL "ContactHistory" USING ContactControlRec.
 WriteExpiryEntry.
     MOVE WS-CURRENT-PERSON-ID TO LYL-PERSON-ID.
     MOVE WS-RUN-DATE          TO LYL-ENTRY-DATE.
     SET LYL-IS-EXPIRED        TO TRUE.
     MOVE WS-CUST-EXPIRED      TO LYL-POINTS.
     MOVE ZERO                 TO LYL-INVOICE-NO.
     MOVE WS-RUN-DATE          TO LYL-POSTED-DATE.
     MOVE ZERO                 TO LYL-ORDER-SEQ.
     WRITE ExpiryRec FROM LoyaltyLedgerRec.
     ADD 1 TO WS-EXPIRY-COUNT.
     ADD WS-CUST-EXPIRED TO WS-MONTH-EXPIRED.
*>   The correspondence engine's rules: on file, active (blank on a
*>   legacy record), and not flagged do-not-mail.
 FetchEligiblePerson.
     MOVE "N" TO WS-PERSON-ELIGIBLE.
     READ PersonFile
       INVALID KEY
         ADD 1 TO WS-INELIGIBLE-COUNT
       NOT INVALID KEY
         IF (PersonStatus = SPACE OR PersonActive)
             AND NOT DoNotMail
           SET PersonEligible TO TRUE
         ELSE
           ADD 1 TO WS-INELIGIBLE-COUNT
         END-IF
     END-READ.
 PrintStatement.
     MOVE PersonName TO StatementLine.
     WRITE StatementLine.
     MOVE Street TO StatementLine.
     WRITE StatementLine.
     MOVE City             TO STL-CITY.
     MOVE PersonPostalCode TO STL-POSTAL-CODE.
     WRITE StatementLine FROM WS-CITY-LINE.
     MOVE SPACES TO StatementLine.
     WRITE StatementLine.
     MOVE WS-RUN-DATE          TO STT-DATE.
     MOVE WS-CURRENT-PERSON-ID TO STT-PERSON-ID.
     WRITE StatementLine FROM WS-STMT-TITLE-LINE.
     MOVE SPACES TO StatementLine.
     WRITE StatementLine.
     MOVE "OPENING BALANCE" TO BAL-LABEL.
     MOVE WS-CUST-OPENING TO BAL-POINTS.
     WRITE StatementLine FROM WS-BALANCE-LINE.
     MOVE SPACES TO StatementLine.
     WRITE StatementLine.
     WRITE StatementLine FROM WS-MOVEMENT-HEADING.
     PERFORM VARYING WS-MOVEMENT-IDX FROM 1 BY 1
         UNTIL WS-MOVEMENT-IDX > WS-MOVEMENT-COUNT
       MOVE MVT-DATE (WS-MOVEMENT-IDX)       TO MVL-DATE
       MOVE MVT-INVOICE-NO (WS-MOVEMENT-IDX) TO MVL-INVOICE-NO
       MOVE MVT-POINTS (WS-MOVEMENT-IDX)     TO MVL-POINTS
       EVALUATE TRUE
         WHEN MVT-TYPE (WS-MOVEMENT-IDX) = "E"
             AND MVT-POINTS (WS-MOVEMENT-IDX) < ZERO
           MOVE "EARNED - REVERSED" TO MVL-TYPE
         WHEN MVT-TYPE (WS-MOVEMENT-IDX) = "E"
           MOVE "EARNED" TO MVL-TYPE
         WHEN MVT-TYPE (WS-MOVEMENT-IDX) = "R"
             AND MVT-POINTS (WS-MOVEMENT-IDX) > ZERO
           MOVE "REDEEMED - RETURNED" TO MVL-TYPE
         WHEN MVT-TYPE (WS-MOVEMENT-IDX) = "R"
           MOVE "REDEEMED" TO MVL-TYPE
         WHEN OTHER
           MOVE "LAPSED" TO MVL-TYPE
       END-EVALUATE
       WRITE StatementLine FROM WS-MOVEMENT-LINE
     END-PERFORM.
     IF WS-MOVEMENT-OVERFLOW > ZERO
       MOVE "FURTHER MOVEMENTS NOT LISTED" TO BAL-LABEL
       MOVE WS-MOVEMENT-OVERFLOW TO BAL-POINTS
       WRITE StatementLine FROM WS-BALANCE-LINE
     END-IF.
     IF WS-CUST-EXPIRED > ZERO
       MOVE WS-RUN-DATE TO MVL-DATE
       MOVE "LAPSED - EXPIRY" TO MVL-TYPE
       MOVE ZERO TO MVL-INVOICE-NO
       COMPUTE MVL-POINTS = ZERO - WS-CUST-EXPIRED
       WRITE StatementLine FROM WS-MOVEMENT-LINE
     END-IF.
     MOVE SPACES TO StatementLine.
     WRITE StatementLine.
     MOVE "CLOSING BALANCE" TO BAL-LABEL.
     MOVE WS-CUST-CLOSING TO BAL-POINTS.
     WRITE StatementLine FROM WS-BALANCE-LINE.
     MOVE WS-CUST-VALUE TO VAL-AMOUNT.
     WRITE StatementLine FROM WS-VALUE-LINE.
     MOVE SPACES TO StatementLine.
     WRITE StatementLine.
     MOVE ALL "-" TO StatementLine.
     WRITE StatementLine.
     MOVE SPACES TO StatementLine.
     WRITE StatementLine.
     ADD 1 TO WS-STATEMENT-COUNT.
*>   The lapses go on the ledger only once it has been read whole.
 AppendExpiries.
     IF WS-EXPIRY-COUNT > ZERO
       OPEN INPUT ExpiryFile
       OPEN EXTEND LoyaltyFile
       PERFORM UNTIL EndOfExpiries
         READ ExpiryFile
           AT END
             SET EndOfExpiries TO TRUE
           NOT AT END
             WRITE LoyaltyLedgerRec FROM ExpiryRec
         END-READ
       END-PERFORM
       CLOSE LoyaltyFile
       CLOSE ExpiryFile
     END-IF.
 WriteLoyaltyReport.
     OPEN OUTPUT LoyaltyReport.
     MOVE "H" TO PRC-ACTION.
     MOVE "MONTHLY LOYALTY POINTS" TO PRC-REPORT-TITLE.
     MOVE WS-RUN-DATE TO PRC-RUN-DATE.
     MOVE ZERO TO PRC-PAGE-NUMBER.
     CALL "PrintReport" USING PrintControlRec.
     WRITE LoyaltyReportLine FROM PRC-OUTPUT-LINE.
     MOVE SPACES TO LoyaltyReportLine.
     WRITE LoyaltyReportLine.
     MOVE "LEDGER ENTRIES READ" TO SUM-LABEL.
     MOVE WS-ENTRY-COUNT TO SUM-VALUE.
     WRITE LoyaltyReportLine FROM WS-SUMMARY-LINE.
     MOVE "CUSTOMERS ON THE LEDGER" TO SUM-LABEL.
     MOVE WS-CUSTOMER-COUNT TO SUM-VALUE.
     WRITE LoyaltyReportLine FROM WS-SUMMARY-LINE.
     MOVE "STATEMENTS PRINTED" TO SUM-LABEL.
     MOVE WS-STATEMENT-COUNT TO SUM-VALUE.
     WRITE LoyaltyReportLine FROM WS-SUMMARY-LINE.
     MOVE "STATEMENTS SKIPPED (NO MAIL/STATUS/NOT FOUND)" TO SUM-LABEL.
     MOVE WS-INELIGIBLE-COUNT TO SUM-VALUE.
     WRITE LoyaltyReportLine FROM WS-SUMMARY-LINE.
     MOVE SPACES TO LoyaltyReportLine.
     WRITE LoyaltyReportLine.
     MOVE "POINTS EARNED THIS MONTH (NET)" TO SUM-LABEL.
     MOVE WS-MONTH-EARNED TO SUM-VALUE.
     WRITE LoyaltyReportLine FROM WS-SUMMARY-LINE.
     MOVE "POINTS REDEEMED THIS MONTH (NET)" TO SUM-LABEL.
     MOVE WS-MONTH-REDEEMED TO SUM-VALUE.
     WRITE LoyaltyReportLine FROM WS-SUMMARY-LINE.
     MOVE "POINTS LAPSED THIS MONTH" TO SUM-LABEL.
     MOVE WS-MONTH-EXPIRED TO SUM-VALUE.
     WRITE LoyaltyReportLine FROM WS-SUMMARY-LINE.
     MOVE "CUSTOMERS WITH POINTS LAPSED TODAY" TO SUM-LABEL.
     MOVE WS-EXPIRY-COUNT TO SUM-VALUE.
     WRITE LoyaltyReportLine FROM WS-SUMMARY-LINE.
     MOVE SPACES TO LoyaltyReportLine.
     WRITE LoyaltyReportLine.
     MOVE "POINTS OUTSTANDING" TO SUM-LABEL.
     MOVE WS-POINTS-OUTSTANDING TO SUM-VALUE.
     WRITE LoyaltyReportLine FROM WS-SUMMARY-LINE.
     MOVE "POINTS LIABILITY AT CURRENT POINT VALUE" TO ASM-LABEL.
     MOVE WS-POINTS-LIABILITY TO ASM-VALUE.
     WRITE LoyaltyReportLine FROM WS-AMOUNT-SUMMARY-LINE.
     MOVE "F" TO PRC-ACTION.
     MOVE WS-STATEMENT-COUNT TO PRC-DETAIL-COUNT.
     CALL "PrintReport" USING PrintControlRec.
     WRITE LoyaltyReportLine FROM PRC-OUTPUT-LINE.
     CLOSE LoyaltyReport.
 SetRunLogStart.
     MOVE "LOYALTYSTMT" TO RLG-JOB-NAME.
     ACCEPT WS-LOG-TS-DATE FROM DATE YYYYMMDD.
     ACCEPT WS-LOG-TS-TIME FROM TIME.
     MOVE WS-LOG-TS-DATE TO RLG-RUN-DATE.
     STRING WS-LOG-TS-DATE WS-LOG-TS-TIME DELIMITED BY SIZE
         INTO RLG-START-TIMESTAMP.
 WriteRunLogRecord.
     MOVE WS-ENTRY-COUNT TO RLG-READ-COUNT.
     MOVE WS-STATEMENT-COUNT TO RLG-WRITTEN-COUNT.
     MOVE WS-INELIGIBLE-COUNT TO RLG-REJECTED-COUNT.
     MOVE RETURN-CODE TO RLG-RETURN-CODE.
     CALL "WriteRunLog" USING RunLogRec.
