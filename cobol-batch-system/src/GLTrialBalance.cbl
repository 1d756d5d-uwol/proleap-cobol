 IDENTIFICATION DIVISION.
 PROGRAM-ID. GLTrialBalance.
*> Period trial balance from the in-house GL balances: the operator
*> names the period (YYYYMM) and every account GLBAL.DAT holds for
*> it is listed on GLTB.RPT with its debits, credits and net balance
*> on the debit or credit side, totalled so the subledger can be
*> proved in balance before month-end close rather than after. Run
*> during the month it is the period to date.
*> GLACTV.RPT is the account activity listing behind it: each
*> account's period totals followed by the run dates whose journals
*> contributed to them, with each date's debits, credits and line
*> count - the drill-down from a balance to the journals behind it.
*> GLCOMP.RPT compares each account's net with the balance the GL
*> system returns for the period on GLRETBAL.DAT, listing agreement,
*> differences, accounts the GL has not reported and accounts only
*> the GL carries. With no GLRETBAL.DAT on hand the comparison says
*> so and is skipped. The step ends 4 when the trial balance is out
*> of balance or any account differs from the GL.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT GLBalFile ASSIGN TO "GLBAL.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS GLB-KEY
         FILE STATUS IS WS-GLBAL-FILE-STATUS.
     SELECT GLReturnedFile ASSIGN TO "GLRETBAL.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-RETURNED-FILE-STATUS.
     SELECT TrialBalanceReport ASSIGN TO "GLTB.RPT"
         ORGANIZATION IS LINE SEQUENTIAL.
     SELECT ActivityReport ASSIGN TO "GLACTV.RPT"
         ORGANIZATION IS LINE SEQUENTIAL.
     SELECT ComparisonReport ASSIGN TO "GLCOMP.RPT"
         ORGANIZATION IS LINE SEQUENTIAL.
 DATA DIVISION.
 FILE SECTION.
 FD GLBalFile.
 COPY GLBALREC.
*> The GL system's layout: one line per account per period, the net
*> balance it posted for the period, debits positive.
 FD GLReturnedFile.
 01 GLReturnedRec.
    05 GRB-ACCOUNT-CODE PIC X(10).
    05 GRB-PERIOD       PIC 9(6).
    05 GRB-BALANCE      PIC S9(11)V99.
 FD TrialBalanceReport.
 01 TrialBalanceLine PIC X(80).
 FD ActivityReport.
 01 ActivityLine PIC X(80).
 FD ComparisonReport.
 01 ComparisonLine PIC X(80).
 WORKING-STORAGE SECTION.
 01 WS-GLBAL-FILE-STATUS PIC XX.
 01 WS-RETURNED-FILE-STATUS PIC XX.
 01 WS-GLBAL-EOF PIC X VALUE "N".
    88 EndOfBalances VALUE "Y".
 01 WS-RETURNED-EOF PIC X VALUE "N".
    88 EndOfReturned VALUE "Y".
 01 WS-RETURNED-ON-HAND PIC X VALUE "N".
    88 ReturnedOnHand VALUE "Y".
 01 WS-TB-PERIOD PIC 9(6).
 01 WS-TB-PERIOD-FIELDS REDEFINES WS-TB-PERIOD.
    05 WS-TB-YEAR  PIC 9(4).
    05 WS-TB-MONTH PIC 9(2).
 01 WS-RUN-DATE PIC 9(8).
 01 WS-NET-BALANCE    PIC S9(11)V99.
 01 WS-DIFFERENCE     PIC S9(11)V99.
 01 WS-TOTAL-DEBITS   PIC S9(13)V99 VALUE ZERO.
 01 WS-TOTAL-CREDITS  PIC S9(13)V99 VALUE ZERO.
 01 WS-TOTAL-BAL-DR   PIC S9(13)V99 VALUE ZERO.
 01 WS-TOTAL-BAL-CR   PIC S9(13)V99 VALUE ZERO.
 01 WS-OUT-OF-BALANCE PIC S9(13)V99 VALUE ZERO.
 01 WS-READ-COUNT       PIC 9(7) VALUE ZERO.
 01 WS-ACCOUNT-COUNT    PIC 9(7) VALUE ZERO.
 01 WS-RUN-DATE-COUNT   PIC 9(7) VALUE ZERO.
 01 WS-AGREE-COUNT      PIC 9(7) VALUE ZERO.
 01 WS-DIFFER-COUNT     PIC 9(7) VALUE ZERO.
 01 WS-NOT-ON-GL-COUNT  PIC 9(7) VALUE ZERO.
 01 WS-GL-ONLY-COUNT    PIC 9(7) VALUE ZERO.
*> The GL's balances for the period, held for matching as the
*> accounts are read; the ones left unmatched at the end are the
*> accounts only the GL carries.
 01 WS-RETURNED-TABLE.
    05 WS-RET-ENTRY OCCURS 500 TIMES.
       10 WS-RET-ACCOUNT PIC X(10).
       10 WS-RET-BALANCE PIC S9(11)V99.
       10 WS-RET-MATCHED PIC X.
 01 WS-RETURNED-COUNT PIC 9(3) VALUE ZERO.
 01 WS-RETURNED-IDX   PIC 9(3).
 01 WS-RETURNED-DROPPED PIC 9(5) VALUE ZERO.
 01 WS-MATCH-IDX      PIC 9(3).
 01 WS-TB-COLUMN-HEADING.
    05 FILLER PIC X(11) VALUE "ACCOUNT".
    05 FILLER PIC X(16) VALUE "         DEBITS".
    05 FILLER PIC X(16) VALUE "        CREDITS".
    05 FILLER PIC X(16) VALUE "     BALANCE DR".
    05 FILLER PIC X(15) VALUE "     BALANCE CR".
 01 WS-TB-DETAIL-LINE.
    05 TBL-ACCOUNT PIC X(10).
    05 FILLER      PIC X(1) VALUE SPACES.
    05 TBL-DEBITS  PIC Z(10)9.99-.
    05 FILLER      PIC X(1) VALUE SPACES.
    05 TBL-CREDITS PIC Z(10)9.99-.
    05 FILLER      PIC X(1) VALUE SPACES.
    05 TBL-BAL-DR  PIC Z(10)9.99- BLANK WHEN ZERO.
    05 FILLER      PIC X(1) VALUE SPACES.
    05 TBL-BAL-CR  PIC Z(10)9.99- BLANK WHEN ZERO.
 01 WS-ACTV-ACCOUNT-LINE.
    05 FILLER      PIC X(8) VALUE "ACCOUNT ".
    05 ACA-ACCOUNT PIC X(10).
    05 FILLER      PIC X(1) VALUE SPACES.
    05 ACA-DEBITS  PIC Z(10)9.99-.
    05 FILLER      PIC X(1) VALUE SPACES.
    05 ACA-CREDITS PIC Z(10)9.99-.
    05 FILLER      PIC X(1) VALUE SPACES.
    05 ACA-NET     PIC Z(10)9.99-.
    05 FILLER      PIC X(1) VALUE SPACES.
    05 ACA-LINES   PIC ZZZZZZ9.
 01 WS-ACTV-COLUMN-HEADING.
    05 FILLER PIC X(19) VALUE "  RUN DATE".
    05 FILLER PIC X(16) VALUE "         DEBITS".
    05 FILLER PIC X(16) VALUE "        CREDITS".
    05 FILLER PIC X(16) VALUE "            NET".
    05 FILLER PIC X(7)  VALUE "  LINES".
 01 WS-ACTV-DATE-LINE.
    05 FILLER      PIC X(2) VALUE SPACES.
    05 ACD-RUN-DATE PIC 9(8).
    05 FILLER      PIC X(9) VALUE SPACES.
    05 ACD-DEBITS  PIC Z(10)9.99-.
    05 FILLER      PIC X(1) VALUE SPACES.
    05 ACD-CREDITS PIC Z(10)9.99-.
    05 FILLER      PIC X(1) VALUE SPACES.
    05 ACD-NET     PIC Z(10)9.99-.
    05 FILLER      PIC X(1) VALUE SPACES.
    05 ACD-LINES   PIC ZZZZZZ9.
 01 WS-COMP-COLUMN-HEADING.
    05 FILLER PIC X(11) VALUE "ACCOUNT".
    05 FILLER PIC X(16) VALUE "    OUR BALANCE".
    05 FILLER PIC X(16) VALUE "     GL BALANCE".
    05 FILLER PIC X(16) VALUE "     DIFFERENCE".
    05 FILLER PIC X(9)  VALUE SPACES.
 01 WS-COMP-DETAIL-LINE.
    05 CMP-ACCOUNT    PIC X(10).
    05 FILLER         PIC X(1) VALUE SPACES.
    05 CMP-OUR-BAL    PIC Z(10)9.99-.
    05 FILLER         PIC X(1) VALUE SPACES.
    05 CMP-GL-BAL     PIC Z(10)9.99-.
    05 FILLER         PIC X(1) VALUE SPACES.
    05 CMP-DIFFERENCE PIC Z(10)9.99-.
    05 FILLER         PIC X(1) VALUE SPACES.
    05 CMP-FLAG       PIC X(9).
 01 WS-AMOUNT-LINE.
    05 AMT-LABEL PIC X(36).
    05 AMT-VALUE PIC Z(12)9.99-.
 01 WS-SUMMARY-LINE.
    05 SUM-LABEL PIC X(36).
    05 SUM-VALUE PIC Z(6)9.
*> Standard heading/footer lines (shared PrintReport).
 COPY PRINTCTLREC.
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
     DISPLAY "Enter period for the trial balance (YYYYMM): ".
     ACCEPT WS-TB-PERIOD.
     IF WS-TB-PERIOD NOT NUMERIC
         OR WS-TB-MONTH < 1 OR WS-TB-MONTH > 12
       DISPLAY "Error - period must be a numeric YYYYMM"
       MOVE 8 TO RETURN-CODE
       PERFORM WriteRunLogRecord
       STOP RUN
     END-IF.
     CALL "ResolveRunDate" USING RunDateControlRec.
     MOVE RDT-RUN-DATE TO WS-RUN-DATE.
     PERFORM LoadReturnedBalances.
     OPEN OUTPUT TrialBalanceReport.
     OPEN OUTPUT ActivityReport.
     OPEN OUTPUT ComparisonReport.
     PERFORM WriteReportHeadings.
     OPEN INPUT GLBalFile.
     IF WS-GLBAL-FILE-STATUS = "35"
       DISPLAY "GLBAL.DAT not found - no balances to list"
       SET EndOfBalances TO TRUE
     END-IF.
     PERFORM UNTIL EndOfBalances
       READ GLBalFile NEXT RECORD
         AT END
           SET EndOfBalances TO TRUE
         NOT AT END
           ADD 1 TO WS-READ-COUNT
           IF GLB-PERIOD = WS-TB-PERIOD
             IF GlbPeriodBalance
               PERFORM ListAccountBalance
             ELSE
               PERFORM ListRunDateActivity
             END-IF
           END-IF
       END-READ
     END-PERFORM.
     IF WS-GLBAL-FILE-STATUS NOT = "35"
       CLOSE GLBalFile
     END-IF.
     PERFORM ListGLOnlyAccounts.
     PERFORM WriteTrialBalanceTotals.
     PERFORM WriteActivityTotals.
     PERFORM WriteComparisonTotals.
     CLOSE TrialBalanceReport.
     CLOSE ActivityReport.
     CLOSE ComparisonReport.
     IF WS-OUT-OF-BALANCE NOT = ZERO
       DISPLAY "Trial balance for " WS-TB-PERIOD
           " is OUT OF BALANCE"
       MOVE 4 TO RETURN-CODE
     END-IF.
     IF WS-DIFFER-COUNT > ZERO OR WS-NOT-ON-GL-COUNT > ZERO
         OR WS-GL-ONLY-COUNT > ZERO
       DISPLAY "Trial balance for " WS-TB-PERIOD " - "
           WS-DIFFER-COUNT " accounts differ from the GL"
       MOVE 4 TO RETURN-CODE
     END-IF.
     DISPLAY "Trial balance for " WS-TB-PERIOD " - "
         WS-ACCOUNT-COUNT " accounts".
     PERFORM WriteRunLogRecord.
     STOP RUN.
*>   The GL's balances for the period are held in a table for the
*>   comparison; lines for other periods are ignored.
 LoadReturnedBalances.
     OPEN INPUT GLReturnedFile.
     IF WS-RETURNED-FILE-STATUS = "35"
       SET EndOfReturned TO TRUE
     ELSE
       SET ReturnedOnHand TO TRUE
     END-IF.
     PERFORM UNTIL EndOfReturned
       READ GLReturnedFile
         AT END
           SET EndOfReturned TO TRUE
         NOT AT END
           IF GRB-PERIOD = WS-TB-PERIOD
             IF WS-RETURNED-COUNT < 500
               ADD 1 TO WS-RETURNED-COUNT
               MOVE GRB-ACCOUNT-CODE
                   TO WS-RET-ACCOUNT (WS-RETURNED-COUNT)
               MOVE GRB-BALANCE
                   TO WS-RET-BALANCE (WS-RETURNED-COUNT)
               MOVE "N" TO WS-RET-MATCHED (WS-RETURNED-COUNT)
             ELSE
               ADD 1 TO WS-RETURNED-DROPPED
             END-IF
           END-IF
       END-READ
     END-PERFORM.
     IF ReturnedOnHand
       CLOSE GLReturnedFile
     END-IF.
     IF WS-RETURNED-DROPPED > ZERO
       DISPLAY "GLTrialBalance - " WS-RETURNED-DROPPED
           " GL balances beyond the 500-account table not compared"
     END-IF.
 WriteReportHeadings.
     MOVE "H" TO PRC-ACTION.
     MOVE WS-RUN-DATE TO PRC-RUN-DATE.
     MOVE SPACES TO PRC-REPORT-TITLE.
     STRING "GL TRIAL BALANCE - PERIOD " WS-TB-PERIOD
         DELIMITED BY SIZE INTO PRC-REPORT-TITLE.
     MOVE ZERO TO PRC-PAGE-NUMBER.
     CALL "PrintReport" USING PrintControlRec.
     WRITE TrialBalanceLine FROM PRC-OUTPUT-LINE.
     MOVE SPACES TO TrialBalanceLine.
     WRITE TrialBalanceLine.
     WRITE TrialBalanceLine FROM WS-TB-COLUMN-HEADING.
     MOVE SPACES TO PRC-REPORT-TITLE.
     STRING "GL ACCOUNT ACTIVITY - PERIOD " WS-TB-PERIOD
         DELIMITED BY SIZE INTO PRC-REPORT-TITLE.
     MOVE ZERO TO PRC-PAGE-NUMBER.
     CALL "PrintReport" USING PrintControlRec.
     WRITE ActivityLine FROM PRC-OUTPUT-LINE.
     MOVE SPACES TO ActivityLine.
     WRITE ActivityLine.
     MOVE SPACES TO PRC-REPORT-TITLE.
     STRING "GL BALANCE COMPARISON - PERIOD " WS-TB-PERIOD
         DELIMITED BY SIZE INTO PRC-REPORT-TITLE.
     MOVE ZERO TO PRC-PAGE-NUMBER.
     CALL "PrintReport" USING PrintControlRec.
     WRITE ComparisonLine FROM PRC-OUTPUT-LINE.
     MOVE SPACES TO ComparisonLine.
     WRITE ComparisonLine.
     IF ReturnedOnHand
       WRITE ComparisonLine FROM WS-COMP-COLUMN-HEADING
     ELSE
       MOVE "GLRETBAL.DAT NOT ON HAND - NO GL BALANCES TO COMPARE"
           TO ComparisonLine
       WRITE ComparisonLine
     END-IF.
*>   An account's period entry: the trial balance line, the account
*>   line of the activity listing, and its comparison with the GL.
 ListAccountBalance.
     ADD 1 TO WS-ACCOUNT-COUNT.
     COMPUTE WS-NET-BALANCE = GLB-DEBIT-TOTAL - GLB-CREDIT-TOTAL.
     ADD GLB-DEBIT-TOTAL  TO WS-TOTAL-DEBITS.
     ADD GLB-CREDIT-TOTAL TO WS-TOTAL-CREDITS.
     MOVE GLB-ACCOUNT-CODE TO TBL-ACCOUNT.
     MOVE GLB-DEBIT-TOTAL  TO TBL-DEBITS.
     MOVE GLB-CREDIT-TOTAL TO TBL-CREDITS.
     IF WS-NET-BALANCE < ZERO
       MOVE ZERO TO TBL-BAL-DR
       COMPUTE TBL-BAL-CR = ZERO - WS-NET-BALANCE
       SUBTRACT WS-NET-BALANCE FROM WS-TOTAL-BAL-CR
     ELSE
       MOVE WS-NET-BALANCE TO TBL-BAL-DR
       MOVE ZERO TO TBL-BAL-CR
       ADD WS-NET-BALANCE TO WS-TOTAL-BAL-DR
     END-IF.
     WRITE TrialBalanceLine FROM WS-TB-DETAIL-LINE.
     MOVE SPACES TO ActivityLine.
     WRITE ActivityLine.
     MOVE GLB-ACCOUNT-CODE TO ACA-ACCOUNT.
     MOVE GLB-DEBIT-TOTAL  TO ACA-DEBITS.
     MOVE GLB-CREDIT-TOTAL TO ACA-CREDITS.
     MOVE WS-NET-BALANCE   TO ACA-NET.
     MOVE GLB-LINE-COUNT   TO ACA-LINES.
     WRITE ActivityLine FROM WS-ACTV-ACCOUNT-LINE.
     WRITE ActivityLine FROM WS-ACTV-COLUMN-HEADING.
     IF ReturnedOnHand
       PERFORM CompareWithGL
     END-IF.
 ListRunDateActivity.
     ADD 1 TO WS-RUN-DATE-COUNT.
     MOVE GLB-RUN-DATE     TO ACD-RUN-DATE.
     MOVE GLB-DEBIT-TOTAL  TO ACD-DEBITS.
     MOVE GLB-CREDIT-TOTAL TO ACD-CREDITS.
     COMPUTE ACD-NET = GLB-DEBIT-TOTAL - GLB-CREDIT-TOTAL.
     MOVE GLB-LINE-COUNT   TO ACD-LINES.
     WRITE ActivityLine FROM WS-ACTV-DATE-LINE.
 CompareWithGL.
     MOVE ZERO TO WS-MATCH-IDX.
     PERFORM VARYING WS-RETURNED-IDX FROM 1 BY 1
         UNTIL WS-RETURNED-IDX > WS-RETURNED-COUNT
             OR WS-MATCH-IDX > ZERO
       IF WS-RET-ACCOUNT (WS-RETURNED-IDX) = GLB-ACCOUNT-CODE
         MOVE WS-RETURNED-IDX TO WS-MATCH-IDX
       END-IF
     END-PERFORM.
     MOVE GLB-ACCOUNT-CODE TO CMP-ACCOUNT.
     MOVE WS-NET-BALANCE   TO CMP-OUR-BAL.
     IF WS-MATCH-IDX = ZERO
       MOVE ZERO TO CMP-GL-BAL
       MOVE WS-NET-BALANCE TO CMP-DIFFERENCE
       MOVE "NOT ON GL" TO CMP-FLAG
       ADD 1 TO WS-NOT-ON-GL-COUNT
     ELSE
       MOVE "Y" TO WS-RET-MATCHED (WS-MATCH-IDX)
       MOVE WS-RET-BALANCE (WS-MATCH-IDX) TO CMP-GL-BAL
       COMPUTE WS-DIFFERENCE =
           WS-NET-BALANCE - WS-RET-BALANCE (WS-MATCH-IDX)
       MOVE WS-DIFFERENCE TO CMP-DIFFERENCE
       IF WS-DIFFERENCE = ZERO
         MOVE "AGREES" TO CMP-FLAG
         ADD 1 TO WS-AGREE-COUNT
       ELSE
         MOVE "DIFFERS" TO CMP-FLAG
         ADD 1 TO WS-DIFFER-COUNT
       END-IF
     END-IF.
     WRITE ComparisonLine FROM WS-COMP-DETAIL-LINE.
*>   Balances the GL returned for accounts we hold nothing against in
*>   the period.
 ListGLOnlyAccounts.
     PERFORM VARYING WS-RETURNED-IDX FROM 1 BY 1
         UNTIL WS-RETURNED-IDX > WS-RETURNED-COUNT
       IF WS-RET-MATCHED (WS-RETURNED-IDX) = "N"
         MOVE WS-RET-ACCOUNT (WS-RETURNED-IDX) TO CMP-ACCOUNT
         MOVE ZERO TO CMP-OUR-BAL
         MOVE WS-RET-BALANCE (WS-RETURNED-IDX) TO CMP-GL-BAL
         COMPUTE CMP-DIFFERENCE =
             ZERO - WS-RET-BALANCE (WS-RETURNED-IDX)
         MOVE "GL ONLY" TO CMP-FLAG
         ADD 1 TO WS-GL-ONLY-COUNT
         WRITE ComparisonLine FROM WS-COMP-DETAIL-LINE
       END-IF
     END-PERFORM.
 WriteTrialBalanceTotals.
     MOVE SPACES TO TrialBalanceLine.
     WRITE TrialBalanceLine.
     MOVE "TOTAL" TO TBL-ACCOUNT.
     MOVE WS-TOTAL-DEBITS  TO TBL-DEBITS.
     MOVE WS-TOTAL-CREDITS TO TBL-CREDITS.
     MOVE WS-TOTAL-BAL-DR  TO TBL-BAL-DR.
     MOVE WS-TOTAL-BAL-CR  TO TBL-BAL-CR.
     WRITE TrialBalanceLine FROM WS-TB-DETAIL-LINE.
     MOVE SPACES TO TrialBalanceLine.
     WRITE TrialBalanceLine.
     COMPUTE WS-OUT-OF-BALANCE = WS-TOTAL-DEBITS - WS-TOTAL-CREDITS.
     IF WS-OUT-OF-BALANCE = ZERO
       MOVE "TRIAL BALANCE IS IN BALANCE" TO TrialBalanceLine
       WRITE TrialBalanceLine
     ELSE
       MOVE "OUT OF BALANCE BY (DR - CR)" TO AMT-LABEL
       MOVE WS-OUT-OF-BALANCE TO AMT-VALUE
       WRITE TrialBalanceLine FROM WS-AMOUNT-LINE
     END-IF.
     MOVE SPACES TO TrialBalanceLine.
     WRITE TrialBalanceLine.
     MOVE "ACCOUNTS WITH ACTIVITY"           TO SUM-LABEL.
     MOVE WS-ACCOUNT-COUNT                   TO SUM-VALUE.
     WRITE TrialBalanceLine FROM WS-SUMMARY-LINE.
     MOVE "F" TO PRC-ACTION.
     MOVE WS-ACCOUNT-COUNT TO PRC-DETAIL-COUNT.
     CALL "PrintReport" USING PrintControlRec.
     WRITE TrialBalanceLine FROM PRC-OUTPUT-LINE.
 WriteActivityTotals.
     MOVE SPACES TO ActivityLine.
     WRITE ActivityLine.
     MOVE "ACCOUNTS LISTED"                  TO SUM-LABEL.
     MOVE WS-ACCOUNT-COUNT                   TO SUM-VALUE.
     WRITE ActivityLine FROM WS-SUMMARY-LINE.
     MOVE "CONTRIBUTING RUN-DATE ENTRIES"    TO SUM-LABEL.
     MOVE WS-RUN-DATE-COUNT                  TO SUM-VALUE.
     WRITE ActivityLine FROM WS-SUMMARY-LINE.
     MOVE "F" TO PRC-ACTION.
     COMPUTE PRC-DETAIL-COUNT = WS-ACCOUNT-COUNT + WS-RUN-DATE-COUNT.
     CALL "PrintReport" USING PrintControlRec.
     WRITE ActivityLine FROM PRC-OUTPUT-LINE.
 WriteComparisonTotals.
     MOVE SPACES TO ComparisonLine.
     WRITE ComparisonLine.
     MOVE "ACCOUNTS AGREEING WITH THE GL"    TO SUM-LABEL.
     MOVE WS-AGREE-COUNT                     TO SUM-VALUE.
     WRITE ComparisonLine FROM WS-SUMMARY-LINE.
     MOVE "ACCOUNTS DIFFERING FROM THE GL"   TO SUM-LABEL.
     MOVE WS-DIFFER-COUNT                    TO SUM-VALUE.
     WRITE ComparisonLine FROM WS-SUMMARY-LINE.
     MOVE "ACCOUNTS NOT REPORTED BY THE GL"  TO SUM-LABEL.
     MOVE WS-NOT-ON-GL-COUNT                 TO SUM-VALUE.
     WRITE ComparisonLine FROM WS-SUMMARY-LINE.
     MOVE "ACCOUNTS ONLY THE GL CARRIES"     TO SUM-LABEL.
     MOVE WS-GL-ONLY-COUNT                   TO SUM-VALUE.
     WRITE ComparisonLine FROM WS-SUMMARY-LINE.
     MOVE "F" TO PRC-ACTION.
     COMPUTE PRC-DETAIL-COUNT = WS-AGREE-COUNT + WS-DIFFER-COUNT
         + WS-NOT-ON-GL-COUNT + WS-GL-ONLY-COUNT.
     CALL "PrintReport" USING PrintControlRec.
     WRITE ComparisonLine FROM PRC-OUTPUT-LINE.
 SetRunLogStart.
     MOVE "GLTRIALBALANCE" TO RLG-JOB-NAME.
     ACCEPT WS-LOG-TS-DATE FROM DATE YYYYMMDD.
     ACCEPT WS-LOG-TS-TIME FROM TIME.
     MOVE WS-LOG-TS-DATE TO RLG-RUN-DATE.
     STRING WS-LOG-TS-DATE WS-LOG-TS-TIME DELIMITED BY SIZE
         INTO RLG-START-TIMESTAMP.
 WriteRunLogRecord.
     MOVE WS-READ-COUNT TO RLG-READ-COUNT.
     MOVE WS-ACCOUNT-COUNT TO RLG-WRITTEN-COUNT.
     MOVE WS-DIFFER-COUNT TO RLG-REJECTED-COUNT.
     MOVE RETURN-CODE TO RLG-RETURN-CODE.
     CALL "WriteRunLog" USING RunLogRec.
