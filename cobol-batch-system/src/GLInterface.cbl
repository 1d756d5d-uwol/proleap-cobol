*> count and separate debit/credit totals, and every DISCOUNT.GLFEED
*> passthrough line is checked - numeric amount, D/C indicator - with
*> bad lines diverted to GLJOURNAL.REJ rather than passed along.
*> CashApply's receipts (CASHAPP.GLFEED - cash, order receivable,
*> unapplied cash) ride the same validated passthrough, as do
*> CountAdjust's physical inventory shrinkage (COUNTADJ.GLFEED -
*> shrinkage expense against inventory) and StockLedger's daily cost
*> of goods (COGS.GLFEED - cost of goods sold against inventory).
*> BATCH-DISCOUNT's freight lines carry the FREIGHTREV event rather
*> than an account; they are posted to the freight revenue account
*> GLACCTMAP.DAT maps that event to.
*> Manager overrides on the day's OVERRIDE.DAT generation (written by
*> ManagerOverride) are commission expense too, and are added into
*> the commission expense/payable pair with the summary commission,
*> as are sales contest earnings on the SPIFF.DAT generation
*> (written by ContestEarnings).
*> Each detail line of a released journal is also posted to the
*> in-house GL balances on GLBAL.DAT (shared PostGLBalance) as it is
*> registered, so the period trial balance (GLTrialBalance) carries
*> every journal we have sent.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT SummaryFile ASSIGN TO WS-SUMMARY-FILENAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-SUMMARY-FILE-STATUS.
     SELECT OverrideFile ASSIGN TO WS-OVERRIDE-FILENAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-OVERRIDE-FILE-STATUS.
     SELECT SpiffFile ASSIGN TO WS-SPIFF-FILENAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-SPIFF-FILE-STATUS.
     SELECT DiscountGLFeed ASSIGN TO "DISCOUNT.GLFEED"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-DISCOUNT-FILE-STATUS.
     SELECT CashGLFeed ASSIGN TO "CASHAPP.GLFEED"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-CASH-FILE-STATUS.
     SELECT CountGLFeed ASSIGN TO "COUNTADJ.GLFEED"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-COUNT-FILE-STATUS.
     SELECT CogsGLFeed ASSIGN TO "COGS.GLFEED"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-COGS-FILE-STATUS.
     SELECT GLJournalTemp ASSIGN TO "GLJOURNAL.TMP"
         ORGANIZATION IS LINE SEQUENTIAL.
     SELECT GLJournalFile ASSIGN TO "GLJOURNAL.DAT"
 FILE SECTION.
 FD SummaryFile.
 COPY SUMMARYREC.
 FD OverrideFile.
 COPY OVERRIDEREC.
 FD SpiffFile.
 COPY SPIFFREC.
 FD DiscountGLFeed.
 01 DiscountGLFeedRec PIC X(33).
 FD CashGLFeed.
 01 CashGLFeedRec PIC X(33).
 FD CountGLFeed.
 01 CountGLFeedRec PIC X(33).
 FD CogsGLFeed.
 01 CogsGLFeedRec PIC X(33).
 FD GLJournalTemp.
 COPY GLFEEDREC.
 01 GLJournalControlLine PIC X(42).
 WORKING-STORAGE SECTION.
 01 WS-SUMMARY-FILE-STATUS PIC XX.
 01 WS-DISCOUNT-FILE-STATUS PIC XX.
 01 WS-OVERRIDE-FILE-STATUS PIC XX.
 01 WS-OVERRIDE-EOF PIC X VALUE "N".
    88 EndOfOverrides VALUE "Y".
 01 WS-SPIFF-FILE-STATUS PIC XX.
 01 WS-SPIFF-EOF PIC X VALUE "N".
    88 EndOfSpiffs VALUE "Y".
 01 WS-CASH-FILE-STATUS PIC XX.
 01 WS-CASH-EOF PIC X VALUE "N".
    88 EndOfCashFeed VALUE "Y".
 01 WS-COUNT-FILE-STATUS PIC XX.
 01 WS-COUNT-EOF PIC X VALUE "N".
    88 EndOfCountFeed VALUE "Y".
 01 WS-COGS-FILE-STATUS PIC XX.
 01 WS-COGS-EOF PIC X VALUE "N".
    88 EndOfCogsFeed VALUE "Y".
 01 WS-CONTROL-FILE-STATUS PIC XX.
 01 WS-ACCT-MAP-STATUS PIC XX.
 01 WS-RESUB-FILE-STATUS PIC XX.
 01 WS-ACCRUAL-HELD-COUNT PIC 9(5) VALUE ZERO.
 01 WS-MAP-EOF PIC X.
    88 EndOfAccountMap VALUE "Y".
*> The four events this job derives journal lines for, and the freight
*> revenue event the discount feed posts under, resolved from
*> GLACCTMAP.DAT at start of run - a missing or expired mapping stops
*> the run before a single line is written.
 01 WS-EVENT-TABLE.
    05 WS-EVENT-ENTRY OCCURS 5 TIMES.
       10 WS-EVENT-NAME    PIC X(10).
       10 WS-EVENT-ACCOUNT PIC X(10).
       10 WS-EVENT-DR-CR   PIC X.
       10 WS-EVENT-FOUND   PIC X.
 77 WS-EVENT-COUNT PIC 9 VALUE 5.
 77 WS-EVENT-IDX   PIC 9.
 01 WS-SUMMARY-EOF PIC X VALUE "N".
    88 EndOfSummary VALUE "Y".
 01 WS-RUN-DATE PIC 9(8).
*> SUMMARY.DAT is read as today's date-stamped generation.
 01 WS-SUMMARY-FILENAME PIC X(20).
 01 WS-OVERRIDE-FILENAME PIC X(21).
 01 WS-SPIFF-FILENAME PIC X(20).
 01 WS-TOTAL-SALES-AMOUNT PIC S9(9)V99 VALUE ZERO.
 01 WS-TOTAL-COMMISSION   PIC S9(9)V99 VALUE ZERO.
*> Debit/credit control totals accumulated over every line written to
*> every release records file, date, count, destination, awaiting
*> acknowledgment).
 COPY XMITREGREC.
*> In-house GL balance posting (shared PostGLBalance).
 COPY GLPOSTREC.
 01 WS-GLBAL-REFUSED-COUNT PIC 9(7) VALUE ZERO.
*> Run-log reporting (the shared WriteRunLog subprogram appends one
*> record per execution to RUNLOG.DAT).
 COPY RUNLOGREC.
     MOVE RDT-RUN-DATE TO WS-RUN-DATE.
     STRING "SUMMARY." WS-RUN-DATE ".DAT" DELIMITED BY SIZE
         INTO WS-SUMMARY-FILENAME.
     STRING "OVERRIDE." WS-RUN-DATE ".DAT" DELIMITED BY SIZE
         INTO WS-OVERRIDE-FILENAME.
     STRING "SPIFF." WS-RUN-DATE ".DAT" DELIMITED BY SIZE
         INTO WS-SPIFF-FILENAME.
     PERFORM LoadAccountMappings.
     OPEN OUTPUT GLJournalTemp.
     OPEN OUTPUT GLRejectFile.
     PERFORM SummarizeSalesSummary.
     PERFORM WriteSalesJournalEntries.
     PERFORM CopyDiscountFeedToJournal.
     PERFORM CopyCashFeedToJournal.
     PERFORM CopyCountFeedToJournal.
     PERFORM CopyCogsFeedToJournal.
     PERFORM CopyResubFeedToJournal.
     PERFORM CopyAccrualFeedToJournal.
     PERFORM WriteJournalTrailer.
     MOVE "TRADEAR"   TO WS-EVENT-NAME (2).
     MOVE "COMMISEXP" TO WS-EVENT-NAME (3).
     MOVE "COMMISPAY" TO WS-EVENT-NAME (4).
     MOVE "FREIGHTREV" TO WS-EVENT-NAME (5).
     PERFORM VARYING WS-EVENT-IDX FROM 1 BY 1
         UNTIL WS-EVENT-IDX > WS-EVENT-COUNT
       MOVE "N" TO WS-EVENT-FOUND (WS-EVENT-IDX)
     IF WS-SUMMARY-FILE-STATUS NOT = "35"
       CLOSE SummaryFile
     END-IF.
     OPEN INPUT OverrideFile.
     IF WS-OVERRIDE-FILE-STATUS = "35"
       SET EndOfOverrides TO TRUE
     END-IF.
     PERFORM UNTIL EndOfOverrides
       READ OverrideFile
         AT END
           SET EndOfOverrides TO TRUE
         NOT AT END
           ADD OVR-AMOUNT TO WS-TOTAL-COMMISSION
       END-READ
     END-PERFORM.
     IF WS-OVERRIDE-FILE-STATUS NOT = "35"
       CLOSE OverrideFile
     END-IF.
     OPEN INPUT SpiffFile.
     IF WS-SPIFF-FILE-STATUS = "35"
       SET EndOfSpiffs TO TRUE
     END-IF.
     PERFORM UNTIL EndOfSpiffs
       READ SpiffFile
         AT END
           SET EndOfSpiffs TO TRUE
         NOT AT END
           ADD SPF-EARNINGS TO WS-TOTAL-COMMISSION
       END-READ
     END-PERFORM.
     IF WS-SPIFF-FILE-STATUS NOT = "35"
       CLOSE SpiffFile
     END-IF.
*>   The account codes and DR/CR sides come from the mappings loaded
*>   at start of run - accounting's data, no longer program text. The
*>   receivable/payable offsets keep the derived side of the feed
         AT END
           SET EndOfDiscountFeed TO TRUE
         NOT AT END
           IF PAS-ACCOUNT-CODE = WS-EVENT-NAME (5)
             MOVE WS-EVENT-ACCOUNT (5) TO PAS-ACCOUNT-CODE
           END-IF
           PERFORM ValidateAndPassThrough
       END-READ
     END-PERFORM.
         ADD PAS-AMOUNT TO WS-CREDIT-TOTAL
       END-IF
     END-IF.
*>   Cash receipts ride the same validated passthrough path as the
*>   discount feed.
 CopyCashFeedToJournal.
     OPEN INPUT CashGLFeed.
     IF WS-CASH-FILE-STATUS = "35"
       SET EndOfCashFeed TO TRUE
     END-IF.
     PERFORM UNTIL EndOfCashFeed
       READ CashGLFeed INTO WS-PASSTHROUGH-LINE
         AT END
           SET EndOfCashFeed TO TRUE
         NOT AT END
           PERFORM ValidateAndPassThrough
       END-READ
     END-PERFORM.
     IF WS-CASH-FILE-STATUS NOT = "35"
       CLOSE CashGLFeed
     END-IF.
*>   Physical inventory shrinkage rides the same validated passthrough
*>   path as the discount feed.
 CopyCountFeedToJournal.
     OPEN INPUT CountGLFeed.
     IF WS-COUNT-FILE-STATUS = "35"
       SET EndOfCountFeed TO TRUE
     END-IF.
     PERFORM UNTIL EndOfCountFeed
       READ CountGLFeed INTO WS-PASSTHROUGH-LINE
         AT END
           SET EndOfCountFeed TO TRUE
         NOT AT END
           PERFORM ValidateAndPassThrough
       END-READ
     END-PERFORM.
     IF WS-COUNT-FILE-STATUS NOT = "35"
       CLOSE CountGLFeed
     END-IF.
*>   The day's cost of goods rides the same validated passthrough
*>   path as the discount feed.
 CopyCogsFeedToJournal.
     OPEN INPUT CogsGLFeed.
     IF WS-COGS-FILE-STATUS = "35"
       SET EndOfCogsFeed TO TRUE
     END-IF.
     PERFORM UNTIL EndOfCogsFeed
       READ CogsGLFeed INTO WS-PASSTHROUGH-LINE
         AT END
           SET EndOfCogsFeed TO TRUE
         NOT AT END
           PERFORM ValidateAndPassThrough
       END-READ
     END-PERFORM.
     IF WS-COGS-FILE-STATUS NOT = "35"
       CLOSE CogsGLFeed
     END-IF.
*>   Re-driven rejects ride the same validated passthrough path as
*>   the discount feed.
 CopyResubFeedToJournal.
       CALL "RegisterTransmission" USING XmitControlRec
       DISPLAY "GL journal released - " WS-JOURNAL-LINE-COUNT
           " lines, " WS-REJECT-COUNT " rejected"
       IF WS-GLBAL-REFUSED-COUNT > ZERO
         DISPLAY "GLInterface - " WS-GLBAL-REFUSED-COUNT
             " released lines not posted to GLBAL.DAT"
       END-IF
     ELSE
       DISPLAY "GL journal NOT released - debits " WS-DEBIT-TOTAL
           " do not equal credits " WS-CREDIT-TOTAL
*>   unbalanced run that ends 8 registers nothing, and its corrected
*>   rerun registers each line exactly once. The header and trailer
*>   control lines are not journal entries and are skipped; a detail
*>   line opens with its numeric run date. The same line is posted to
*>   the in-house balances at the same moment, for the same reason.
 RegisterReleasedLine.
     IF GLJournalOutRec (1:1) NUMERIC
       MOVE GLJournalOutRec (1:33) TO WS-PASSTHROUGH-LINE
       MOVE "U"              TO ACK-STATUS
       MOVE WS-RUN-DATE      TO ACK-RELEASE-DATE
       WRITE AckRegisterRec
       MOVE "P"              TO GPT-ACTION
       MOVE PAS-RUN-DATE     TO GPT-LINE-DATE
       MOVE PAS-ACCOUNT-CODE TO GPT-ACCOUNT-CODE
       MOVE PAS-AMOUNT       TO GPT-AMOUNT
       MOVE PAS-DR-CR        TO GPT-DR-CR
       MOVE WS-RUN-DATE      TO GPT-POSTED-DATE
       CALL "PostGLBalance" USING GLPostControlRec
       IF GptRefused
         ADD 1 TO WS-GLBAL-REFUSED-COUNT
       END-IF
     END-IF.
 CarryForwardAccrualFeed.
     MOVE "N" TO WS-ACCRUAL-EOF.
