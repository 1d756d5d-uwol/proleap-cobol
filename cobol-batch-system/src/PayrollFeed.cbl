*> period's sales) are netted out of each detail - or fed as their
*> own negative detail when the person has no summary row today -
*> and flipped settled so an adjustment is only ever taken once.
*> Manager overrides on the day's OVERRIDE.DAT generation (written by
*> ManagerOverride) follow as details of their own record type, O,
*> one per manager, period and managed unit, inside the same count
*> and hash; the bureau pays them as override earnings, apart from
*> the manager's own commission and outside the draw.
*> Sales contest (SPIFF) earnings on the day's SPIFF.DAT generation
*> (written by ContestEarnings) go the same way as their own earnings
*> code, C, one detail per salesperson, period and contest.
*> Every step between commission expensed and amount fed - clawback
*> netted, draw top-up or recovery, settlement hold or payout - is
*> logged to COMMMOVE.DAT as it is taken, so CommissionRecon can line
*> the feed up against the expense.
*> Deduction orders on DEDORDER.DAT (kept through DeductionMaint) are
*> taken from each commission payout in priority order, off the net
*> left after clawbacks and draw recovery, as W details of their own
*> that the bureau withholds and the trailer totals apart from the
*> hash; each is added to REMIT.DAT, the register of what is owed to
*> the payees. A payment hold on PAYHOLD.DAT stops a person's pay
*> altogether - what would have been fed is added to the hold instead
*> - and once the hold is lifted the amount held is paid out on the
*> next run.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
         FILE STATUS IS WS-SUMMARY-FILE-STATUS.
     SELECT PayFeedFile ASSIGN TO WS-PAYFEED-FILENAME
         ORGANIZATION IS LINE SEQUENTIAL.
     SELECT OverrideFile ASSIGN TO WS-OVERRIDE-FILENAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-OVERRIDE-FILE-STATUS.
     SELECT SpiffFile ASSIGN TO WS-SPIFF-FILENAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-SPIFF-FILE-STATUS.
     SELECT CommAdjFile ASSIGN TO "COMMADJ.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-COMMADJ-FILE-STATUS.
         FILE STATUS IS WS-SETTLEMENT-FILE-STATUS.
     SELECT FinalStatementFile ASSIGN TO "FINALSTMT.RPT"
         ORGANIZATION IS LINE SEQUENTIAL.
     SELECT MovementFile ASSIGN TO "COMMMOVE.DAT"
         ORGANIZATION IS LINE SEQUENTIAL.
     SELECT DeductionOrderFile ASSIGN TO "DEDORDER.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS DED-KEY
         FILE STATUS IS WS-DEDORDER-FILE-STATUS.
     SELECT PaymentHoldFile ASSIGN TO "PAYHOLD.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS HLD-PERSON-ID
         FILE STATUS IS WS-PAYHOLD-FILE-STATUS.
     SELECT RemittanceFile ASSIGN TO "REMIT.DAT"
         ORGANIZATION IS LINE SEQUENTIAL.
 DATA DIVISION.
 FILE SECTION.
 FD SummaryFile.
 COPY SUMMARYREC.
 FD PayFeedFile.
 01 PayFeedRec PIC X(40).
 FD OverrideFile.
 COPY OVERRIDEREC.
 FD SpiffFile.
 COPY SPIFFREC.
 FD CommAdjFile.
 COPY COMMADJREC.
 FD CommAdjTemp.
    05 SPX-REGION    PIC X(4).
    05 SPX-ACTIVE    PIC X.
    05 SPX-TERM-DATE PIC 9(8).
    05 SPX-PLAN-ID   PIC X(6).
*> Held final-settlement positions for terminated salespeople: the
*> commission (and later adjustments) accrue here through the
*> returns window, and the payout is released to the bureau only on
       88 SettlementReleased VALUE "R".
 FD FinalStatementFile.
 01 FinalStatementLine PIC X(80).
 FD MovementFile.
 COPY COMMMOVEREC.
 FD DeductionOrderFile.
 COPY DEDORDERREC.
 FD PaymentHoldFile.
 COPY PAYHOLDREC.
 FD RemittanceFile.
 COPY REMITREC.
 WORKING-STORAGE SECTION.
 01 WS-SUMMARY-FILE-STATUS PIC XX.
 01 WS-COMMADJ-FILE-STATUS PIC XX.
 01 WS-SUMMARY-EOF PIC X VALUE "N".
    88 EndOfSummary VALUE "Y".
 01 WS-OVERRIDE-FILE-STATUS PIC XX.
 01 WS-OVERRIDE-EOF PIC X VALUE "N".
    88 EndOfOverrides VALUE "Y".
 01 WS-OVERRIDE-FED-COUNT PIC 9(7) VALUE ZERO.
 01 WS-SPIFF-FILE-STATUS PIC XX.
 01 WS-SPIFF-EOF PIC X VALUE "N".
    88 EndOfSpiffs VALUE "Y".
 01 WS-SPIFF-FED-COUNT PIC 9(7) VALUE ZERO.
 01 WS-COMMADJ-EOF PIC X.
    88 EndOfCommAdj VALUE "Y".
*> Pending adjustments totaled per salesperson before the feed is
    88 AdjEntryFound VALUE "Y".
 01 WS-ADJ-PROBE-ID PIC 9(6).
 01 WS-ADJ-FED-COUNT PIC 9(7) VALUE ZERO.
*> The period a detail with no summary period of its own is paid in -
*> the run date's, on whichever basis the shared ResolvePeriod names.
 01 WS-RUN-PERIOD PIC 9(6).
 COPY PERIODCTLREC.
 01 WS-DRAW-FILE-STATUS PIC XX.
 01 WS-DRAW-FOUND PIC X.
    88 DrawOnFile VALUE "Y".
 01 WS-HELD-COUNT     PIC 9(5) VALUE ZERO.
 01 WS-RELEASED-COUNT PIC 9(5) VALUE ZERO.
 01 WS-SETTLE-PAYOUT  PIC S9(9)V99.
*> Deduction orders: a person's active orders are loaded (reference
*> and priority) before each payout and taken lowest priority first
*> until the net pay is used up. More than 20 active orders on one
*> person is not expected; the excess is reported, not taken.
 01 WS-DEDORDER-FILE-STATUS PIC XX.
 01 WS-ORDER-TABLE.
    05 WS-ORD-ENTRY OCCURS 20 TIMES.
       10 WS-ORD-REF      PIC X(12).
       10 WS-ORD-PRIORITY PIC 99.
 01 WS-ORDER-COUNT PIC 99.
 01 WS-ORDER-IDX   PIC 99.
 01 WS-PRIORITY-PROBE PIC 9(3).
 01 WS-DEDORDER-EOF PIC X.
    88 EndOfPersonOrders VALUE "Y".
 01 WS-DED-NET-PAY   PIC S9(9)V99.
 01 WS-DED-AVAILABLE PIC S9(9)V99.
 01 WS-DED-AMOUNT    PIC S9(9)V99.
 01 WS-DED-CAP-LEFT  PIC S9(9)V99.
 01 WS-DEDUCTION-COUNT PIC 9(7) VALUE ZERO.
 01 WS-DEDUCTION-TOTAL PIC S9(11)V99 VALUE ZERO.
*> Payment holds.
 01 WS-PAYHOLD-FILE-STATUS PIC XX.
 01 WS-PAY-HELD PIC X.
    88 PaymentHeld VALUE "Y".
 01 WS-PAYHOLD-EOF PIC X.
    88 EndOfPaymentHolds VALUE "Y".
 01 WS-PAY-HELD-COUNT      PIC 9(5) VALUE ZERO.
 01 WS-HOLD-RELEASED-COUNT PIC 9(5) VALUE ZERO.
 01 WS-FINAL-LINE.
    05 FNL-LABEL PIC X(22).
    05 FNL-VALUE PIC Z(8)9.99-.
 01 WS-RUN-DATE PIC 9(8).
 01 WS-SUMMARY-FILENAME PIC X(20).
 01 WS-PAYFEED-FILENAME PIC X(20).
 01 WS-OVERRIDE-FILENAME PIC X(21).
 01 WS-SPIFF-FILENAME PIC X(20).
 01 WS-DETAIL-COUNT PIC 9(7) VALUE ZERO.
 01 WS-COMMISSION-HASH PIC S9(11)V99 VALUE ZERO.
*> Fixed bureau layout: record type in column 1 (D commission, O
*> manager override, C sales contest, W deduction withheld), then the
*> employee id, period, and the amount with an explicit leading sign
*> so a negative adjustment cannot be misread as pay, and on a W
*> detail the deduction order it was
*> taken under. W details count in the record count but not the
*> hash; the trailer carries their total separately.
 01 WS-PAYFEED-DETAIL.
    05 PAY-RECORD-TYPE PIC X     VALUE "D".
       88 PayCommissionDetail VALUE "D".
       88 PayOverrideDetail   VALUE "O".
       88 PayContestDetail    VALUE "C".
       88 PayDeductionDetail  VALUE "W".
    05 PAY-EMPLOYEE-ID PIC 9(6).
    05 PAY-PERIOD      PIC 9(6).
    05 PAY-COMMISSION  PIC S9(9)V99 SIGN LEADING SEPARATE.
    05 PAY-ORDER-REF   PIC X(12)  VALUE SPACES.
 01 WS-PAYFEED-TRAILER.
    05 FILLER            PIC X     VALUE "T".
    05 PAY-RECORD-COUNT  PIC 9(7).
    05 PAY-AMOUNT-HASH   PIC S9(11)V99 SIGN LEADING SEPARATE.
    05 PAY-DEDUCTION-TOTAL PIC S9(11)V99 SIGN LEADING SEPARATE.
*> Generation-catalog registration (shared RegisterGeneration appends
*> one GENCAT.DAT entry per generation this job creates).
 COPY GENCATREC.
         INTO WS-SUMMARY-FILENAME.
     STRING "PAYFEED." WS-RUN-DATE ".DAT" DELIMITED BY SIZE
         INTO WS-PAYFEED-FILENAME.
     STRING "OVERRIDE." WS-RUN-DATE ".DAT" DELIMITED BY SIZE
         INTO WS-OVERRIDE-FILENAME.
     STRING "SPIFF." WS-RUN-DATE ".DAT" DELIMITED BY SIZE
         INTO WS-SPIFF-FILENAME.
     SET PrdDateToPeriod TO TRUE.
     MOVE WS-RUN-DATE TO PRD-DATE.
     CALL "ResolvePeriod" USING PeriodControlRec.
     MOVE PRD-PERIOD TO WS-RUN-PERIOD.
     PERFORM LoadPendingAdjustments.
     OPEN EXTEND MovementFile.
     OPEN EXTEND RemittanceFile.
     OPEN INPUT SummaryFile.
     IF WS-SUMMARY-FILE-STATUS = "35"
       SET EndOfSummary TO TRUE
       END-READ
     END-PERFORM.
     PERFORM WriteOrphanAdjustments.
     PERFORM WriteOverrideDetails.
     PERFORM WriteContestDetails.
     PERFORM ReleaseDueSettlements.
     PERFORM ReleaseLiftedHolds.
     PERFORM WritePayFeedTrailer.
     PERFORM SettleFedAdjustments.
     IF WS-SUMMARY-FILE-STATUS NOT = "35"
       CLOSE SummaryFile
     END-IF.
     CLOSE PayFeedFile.
     CLOSE MovementFile.
     CLOSE RemittanceFile.
     MOVE WS-PAYFEED-FILENAME TO GCT-FILE-NAME.
     MOVE WS-RUN-DATE TO GCT-RUN-DATE.
     MOVE WS-DETAIL-COUNT TO GCT-RECORD-COUNT.
     MOVE "PAYBUREAU" TO XMT-DESTINATION.
     CALL "RegisterTransmission" USING XmitControlRec.
     DISPLAY "Payroll feed records written: " WS-DETAIL-COUNT.
     DISPLAY "Manager overrides fed: " WS-OVERRIDE-FED-COUNT.
     DISPLAY "Contest earnings fed: " WS-SPIFF-FED-COUNT.
     DISPLAY "Deductions withheld: " WS-DEDUCTION-COUNT.
     DISPLAY "Payments held: " WS-PAY-HELD-COUNT.
     DISPLAY "Holds paid out: " WS-HOLD-RELEASED-COUNT.
     STOP RUN.
 WritePayFeedDetail.
     MOVE SummaryPersonId   TO PAY-EMPLOYEE-ID.
     IF PersonTerminated
       PERFORM AccrueToSettlement
     ELSE
       PERFORM CheckPaymentHold
       IF NOT PaymentHeld
         WRITE PayFeedRec FROM WS-PAYFEED-DETAIL
         ADD 1 TO WS-DETAIL-COUNT
         ADD PAY-COMMISSION TO WS-COMMISSION-HASH
         PERFORM ApplyDeductionOrders
       END-IF
     END-IF.
*>   The draw guarantee, applied after adjustments so the draw works
*>   off the commission actually payable: under the guarantee, the
             DRW-GUARANTEE - PAY-COMMISSION
         ADD WS-DRAW-SHORTFALL TO DRW-ACCRUED
         MOVE DRW-GUARANTEE TO PAY-COMMISSION
         MOVE "G" TO MOV-TYPE
         MOVE WS-DRAW-SHORTFALL TO MOV-AMOUNT
         PERFORM LogPayMovement
       WHEN PAY-COMMISSION > DRW-GUARANTEE
           AND DRW-ACCRUED > ZERO
         COMPUTE WS-DRAW-HEADROOM =
         END-IF
         SUBTRACT WS-DRAW-RECOVERY FROM PAY-COMMISSION
         SUBTRACT WS-DRAW-RECOVERY FROM DRW-ACCRUED
         MOVE "R" TO MOV-TYPE
         COMPUTE MOV-AMOUNT = ZERO - WS-DRAW-RECOVERY
         PERFORM LogPayMovement
     END-EVALUATE.
*>   One record per pending COMMADJ.DAT entry, totaled by
*>   salesperson; the table bound fails loudly rather than letting an
     IF AdjEntryFound AND WS-ADJ-ENT-FED (WS-ADJ-IDX) NOT = "Y"
       SUBTRACT WS-ADJ-ENT-AMOUNT (WS-ADJ-IDX) FROM PAY-COMMISSION
       MOVE "Y" TO WS-ADJ-ENT-FED (WS-ADJ-IDX)
       MOVE "A" TO MOV-TYPE
       COMPUTE MOV-AMOUNT = ZERO - WS-ADJ-ENT-AMOUNT (WS-ADJ-IDX)
       PERFORM LogPayMovement
       ADD 1 TO WS-ADJ-FED-COUNT
     END-IF.
*>   A clawback against someone with no summary row today - a
         MOVE WS-RUN-PERIOD TO PAY-PERIOD
         COMPUTE PAY-COMMISSION =
             ZERO - WS-ADJ-ENT-AMOUNT (WS-ADJ-IDX)
         MOVE "A" TO MOV-TYPE
         MOVE PAY-COMMISSION TO MOV-AMOUNT
         PERFORM LogPayMovement
         PERFORM CheckTerminationHold
         IF PersonTerminated
           PERFORM AccrueToSettlement
         ELSE
           PERFORM CheckPaymentHold
           IF NOT PaymentHeld
             WRITE PayFeedRec FROM WS-PAYFEED-DETAIL
             ADD 1 TO WS-DETAIL-COUNT
             ADD PAY-COMMISSION TO WS-COMMISSION-HASH
           END-IF
         END-IF
         MOVE "Y" TO WS-ADJ-ENT-FED (WS-ADJ-IDX)
         ADD 1 TO WS-ADJ-FED-COUNT
       END-IF
     END-PERFORM.
*>   A manager override is earned on the team's sales, not the
*>   manager's own, so no clawback or draw is netted against it; a
*>   terminated manager's override is held in settlement with the rest
*>   of their money.
 WriteOverrideDetails.
     OPEN INPUT OverrideFile.
     IF WS-OVERRIDE-FILE-STATUS = "35"
       SET EndOfOverrides TO TRUE
     END-IF.
     PERFORM UNTIL EndOfOverrides
       READ OverrideFile
         AT END
           SET EndOfOverrides TO TRUE
         NOT AT END
           IF OvrManagerOverride
             PERFORM WriteOneOverrideDetail
           END-IF
       END-READ
     END-PERFORM.
     IF WS-OVERRIDE-FILE-STATUS NOT = "35"
       CLOSE OverrideFile
     END-IF.
 WriteOneOverrideDetail.
     MOVE OVR-MANAGER-ID TO PAY-EMPLOYEE-ID.
     MOVE OVR-PERIOD     TO PAY-PERIOD.
     MOVE OVR-AMOUNT     TO PAY-COMMISSION.
     PERFORM CheckTerminationHold.
     IF PersonTerminated
       PERFORM AccrueToSettlement
     ELSE
       PERFORM CheckPaymentHold
       IF NOT PaymentHeld
         SET PayOverrideDetail TO TRUE
         WRITE PayFeedRec FROM WS-PAYFEED-DETAIL
         SET PayCommissionDetail TO TRUE
         ADD 1 TO WS-DETAIL-COUNT
         ADD PAY-COMMISSION TO WS-COMMISSION-HASH
         ADD 1 TO WS-OVERRIDE-FED-COUNT
       END-IF
     END-IF.
*>   Contest earnings are their own earnings code: no draw or
*>   clawback netting, and a terminated salesperson's held in
*>   settlement like the rest of their money. A negative line (a
*>   day's returns in the window) goes to the bureau as it stands.
 WriteContestDetails.
     OPEN INPUT SpiffFile.
     IF WS-SPIFF-FILE-STATUS = "35"
       SET EndOfSpiffs TO TRUE
     END-IF.
     PERFORM UNTIL EndOfSpiffs
       READ SpiffFile
         AT END
           SET EndOfSpiffs TO TRUE
         NOT AT END
           IF SpfContestEarnings
             PERFORM WriteOneContestDetail
           END-IF
       END-READ
     END-PERFORM.
     IF WS-SPIFF-FILE-STATUS NOT = "35"
       CLOSE SpiffFile
     END-IF.
 WriteOneContestDetail.
     MOVE SPF-PERSON-ID TO PAY-EMPLOYEE-ID.
     MOVE SPF-PERIOD    TO PAY-PERIOD.
     MOVE SPF-EARNINGS  TO PAY-COMMISSION.
     PERFORM CheckTerminationHold.
     IF PersonTerminated
       PERFORM AccrueToSettlement
     ELSE
       PERFORM CheckPaymentHold
       IF NOT PaymentHeld
         SET PayContestDetail TO TRUE
         WRITE PayFeedRec FROM WS-PAYFEED-DETAIL
         SET PayCommissionDetail TO TRUE
         ADD 1 TO WS-DETAIL-COUNT
         ADD PAY-COMMISSION TO WS-COMMISSION-HASH
         ADD 1 TO WS-SPIFF-FED-COUNT
       END-IF
     END-IF.
 CheckTerminationHold.
     MOVE "N" TO WS-TERMINATED.
     MOVE ZERO TO WS-TERM-DATE.
         REWRITE SettlementRec
     END-READ.
     CLOSE SettlementFile.
     MOVE "H" TO MOV-TYPE.
     COMPUTE MOV-AMOUNT = ZERO - PAY-COMMISSION.
     PERFORM LogPayMovement.
     ADD 1 TO WS-HELD-COUNT.
     DISPLAY "Commission for terminated " PAY-EMPLOYEE-ID
         " held for settlement on " STL-SETTLE-DATE.
     END-IF.
 ReleaseOneSettlement.
     MOVE STL-ACCRUED TO WS-SETTLE-PAYOUT.
     MOVE STL-PERSON-ID TO PAY-EMPLOYEE-ID.
     MOVE "L" TO MOV-TYPE.
     MOVE STL-ACCRUED TO MOV-AMOUNT.
     PERFORM LogPayMovement.
     MOVE "N" TO WS-DRAW-FOUND.
     MOVE STL-PERSON-ID TO DRW-PERSON-ID.
     OPEN I-O DrawFile.
           CONTINUE
         NOT INVALID KEY
           SUBTRACT DRW-ACCRUED FROM WS-SETTLE-PAYOUT
           MOVE "N" TO MOV-TYPE
           COMPUTE MOV-AMOUNT = ZERO - DRW-ACCRUED
           PERFORM LogPayMovement
           MOVE ZERO TO DRW-ACCRUED
           REWRITE DrawRec
       END-READ
     MOVE STL-PERSON-ID TO PAY-EMPLOYEE-ID.
     MOVE WS-RUN-PERIOD TO PAY-PERIOD.
     MOVE WS-SETTLE-PAYOUT TO PAY-COMMISSION.
     PERFORM CheckPaymentHold.
     IF NOT PaymentHeld
       WRITE PayFeedRec FROM WS-PAYFEED-DETAIL
       ADD 1 TO WS-DETAIL-COUNT
       ADD PAY-COMMISSION TO WS-COMMISSION-HASH
       PERFORM ApplyDeductionOrders
     END-IF.
     PERFORM WriteFinalStatement.
     MOVE "R" TO STL-STATUS.
     REWRITE SettlementRec.
     ADD 1 TO WS-RELEASED-COUNT.
*>   A hold in force takes the payout instead of the feed: the amount
*>   is added to what the hold already carries and logged as stopped.
 CheckPaymentHold.
     MOVE "N" TO WS-PAY-HELD.
     MOVE PAY-EMPLOYEE-ID TO HLD-PERSON-ID.
     OPEN I-O PaymentHoldFile.
     IF WS-PAYHOLD-FILE-STATUS NOT = "35"
       READ PaymentHoldFile
         INVALID KEY
           CONTINUE
         NOT INVALID KEY
           IF HoldInForce
             SET PaymentHeld TO TRUE
             ADD PAY-COMMISSION TO HLD-HELD-AMOUNT
             REWRITE PaymentHoldRec
             MOVE "X" TO MOV-TYPE
             COMPUTE MOV-AMOUNT = ZERO - PAY-COMMISSION
             PERFORM LogPayMovement
             ADD 1 TO WS-PAY-HELD-COUNT
             DISPLAY "Pay for " PAY-EMPLOYEE-ID " held - "
                 HLD-REASON
           END-IF
       END-READ
       CLOSE PaymentHoldFile
     END-IF.
*>   A lifted hold pays out everything it held as one commission
*>   detail, deduction orders taken from it like any other payout,
*>   and the hold record goes.
 ReleaseLiftedHolds.
     MOVE "N" TO WS-PAYHOLD-EOF.
     OPEN I-O PaymentHoldFile.
     IF WS-PAYHOLD-FILE-STATUS = "35"
       SET EndOfPaymentHolds TO TRUE
     END-IF.
     PERFORM UNTIL EndOfPaymentHolds
       READ PaymentHoldFile NEXT RECORD
         AT END
           SET EndOfPaymentHolds TO TRUE
         NOT AT END
           IF HoldLifted
             PERFORM ReleaseOneHold
           END-IF
       END-READ
     END-PERFORM.
     IF WS-PAYHOLD-FILE-STATUS NOT = "35"
       CLOSE PaymentHoldFile
     END-IF.
 ReleaseOneHold.
     MOVE HLD-PERSON-ID   TO PAY-EMPLOYEE-ID.
     MOVE WS-RUN-PERIOD   TO PAY-PERIOD.
     MOVE HLD-HELD-AMOUNT TO PAY-COMMISSION.
     MOVE "Y" TO MOV-TYPE.
     MOVE HLD-HELD-AMOUNT TO MOV-AMOUNT.
     PERFORM LogPayMovement.
     WRITE PayFeedRec FROM WS-PAYFEED-DETAIL.
     ADD 1 TO WS-DETAIL-COUNT.
     ADD PAY-COMMISSION TO WS-COMMISSION-HASH.
     PERFORM ApplyDeductionOrders.
     DELETE PaymentHoldFile.
     ADD 1 TO WS-HOLD-RELEASED-COUNT.
*>   Deduction orders come off the net payout just fed, lowest
*>   priority number first: a fixed order takes its amount, a
*>   percentage order its share of the net, each limited to what its
*>   cap leaves and to what earlier orders have left of the pay. Each
*>   amount taken is a W detail to the bureau, an addition to the
*>   order's taken-to-date, and an entry owed on the remittance
*>   register.
 ApplyDeductionOrders.
     IF PAY-COMMISSION > ZERO
       MOVE PAY-COMMISSION TO WS-DED-NET-PAY
       MOVE PAY-COMMISSION TO WS-DED-AVAILABLE
       PERFORM LoadPersonOrders
       IF WS-ORDER-COUNT > ZERO
         OPEN I-O DeductionOrderFile
         PERFORM VARYING WS-PRIORITY-PROBE FROM 0 BY 1
             UNTIL WS-PRIORITY-PROBE > 99
                OR WS-DED-AVAILABLE NOT > ZERO
           PERFORM VARYING WS-ORDER-IDX FROM 1 BY 1
               UNTIL WS-ORDER-IDX > WS-ORDER-COUNT
             IF WS-ORD-PRIORITY (WS-ORDER-IDX) = WS-PRIORITY-PROBE
                 AND WS-DED-AVAILABLE > ZERO
               PERFORM TakeOneDeduction
             END-IF
           END-PERFORM
         END-PERFORM
         CLOSE DeductionOrderFile
       END-IF
       MOVE WS-DED-NET-PAY TO PAY-COMMISSION
       MOVE SPACES TO PAY-ORDER-REF
       SET PayCommissionDetail TO TRUE
     END-IF.
 LoadPersonOrders.
     MOVE ZERO TO WS-ORDER-COUNT.
     MOVE "N" TO WS-DEDORDER-EOF.
     OPEN INPUT DeductionOrderFile.
     IF WS-DEDORDER-FILE-STATUS = "35"
       SET EndOfPersonOrders TO TRUE
     ELSE
       MOVE PAY-EMPLOYEE-ID TO DED-PERSON-ID
       MOVE LOW-VALUES TO DED-ORDER-REF
       START DeductionOrderFile KEY IS NOT LESS THAN DED-KEY
         INVALID KEY
           SET EndOfPersonOrders TO TRUE
       END-START
     END-IF.
     PERFORM UNTIL EndOfPersonOrders
       READ DeductionOrderFile NEXT RECORD
         AT END
           SET EndOfPersonOrders TO TRUE
         NOT AT END
           IF DED-PERSON-ID NOT = PAY-EMPLOYEE-ID
             SET EndOfPersonOrders TO TRUE
           ELSE
             IF DedActive
               PERFORM TableOneOrder
             END-IF
           END-IF
       END-READ
     END-PERFORM.
     IF WS-DEDORDER-FILE-STATUS NOT = "35"
       CLOSE DeductionOrderFile
     END-IF.
 TableOneOrder.
     IF WS-ORDER-COUNT < 20
       ADD 1 TO WS-ORDER-COUNT
       MOVE DED-ORDER-REF TO WS-ORD-REF (WS-ORDER-COUNT)
       MOVE DED-PRIORITY  TO WS-ORD-PRIORITY (WS-ORDER-COUNT)
     ELSE
       DISPLAY "Warning - more than 20 active deduction orders for "
           DED-PERSON-ID " - order " DED-ORDER-REF " not taken"
       MOVE 4 TO RETURN-CODE
     END-IF.
 TakeOneDeduction.
     MOVE PAY-EMPLOYEE-ID TO DED-PERSON-ID.
     MOVE WS-ORD-REF (WS-ORDER-IDX) TO DED-ORDER-REF.
     READ DeductionOrderFile
       INVALID KEY
         CONTINUE
       NOT INVALID KEY
         PERFORM ComputeDeduction
         IF WS-DED-AMOUNT > ZERO
           PERFORM WithholdDeduction
         END-IF
     END-READ.
 ComputeDeduction.
     IF DedFixedAmount
       MOVE DED-FIXED-AMOUNT TO WS-DED-AMOUNT
     ELSE
       COMPUTE WS-DED-AMOUNT ROUNDED =
           WS-DED-NET-PAY * DED-PERCENT / 100
     END-IF.
     IF DED-CAP-AMOUNT NOT = ZERO
       COMPUTE WS-DED-CAP-LEFT = DED-CAP-AMOUNT - DED-TAKEN-TO-DATE
       IF WS-DED-AMOUNT > WS-DED-CAP-LEFT
         MOVE WS-DED-CAP-LEFT TO WS-DED-AMOUNT
       END-IF
     END-IF.
     IF WS-DED-AMOUNT > WS-DED-AVAILABLE
       MOVE WS-DED-AVAILABLE TO WS-DED-AMOUNT
     END-IF.
 WithholdDeduction.
     SUBTRACT WS-DED-AMOUNT FROM WS-DED-AVAILABLE.
     ADD WS-DED-AMOUNT TO DED-TAKEN-TO-DATE.
     IF DED-CAP-AMOUNT NOT = ZERO
         AND DED-TAKEN-TO-DATE NOT < DED-CAP-AMOUNT
       MOVE "S" TO DED-STATUS
     END-IF.
     REWRITE DeductionOrderRec.
     SET PayDeductionDetail TO TRUE.
     MOVE WS-DED-AMOUNT TO PAY-COMMISSION.
     MOVE DED-ORDER-REF TO PAY-ORDER-REF.
     WRITE PayFeedRec FROM WS-PAYFEED-DETAIL.
     ADD 1 TO WS-DETAIL-COUNT.
     ADD WS-DED-AMOUNT TO WS-DEDUCTION-TOTAL.
     ADD 1 TO WS-DEDUCTION-COUNT.
     MOVE DED-PAYEE-ID    TO RMT-PAYEE-ID.
     MOVE DED-PAYEE-NAME  TO RMT-PAYEE-NAME.
     MOVE DED-ORDER-REF   TO RMT-ORDER-REF.
     MOVE DED-PERSON-ID   TO RMT-PERSON-ID.
     MOVE WS-RUN-DATE     TO RMT-RUN-DATE.
     MOVE WS-DED-AMOUNT   TO RMT-AMOUNT.
     MOVE "O"             TO RMT-STATUS.
     MOVE ZERO            TO RMT-REMIT-DATE.
     WRITE RemittanceRec.
 LogPayMovement.
     MOVE PAY-EMPLOYEE-ID TO MOV-PERSON-ID.
     MOVE WS-RUN-DATE     TO MOV-RUN-DATE.
     WRITE CommMovementRec.
 WriteFinalStatement.
     OPEN EXTEND FinalStatementFile.
     MOVE SPACES TO FinalStatementLine.
 WritePayFeedTrailer.
     MOVE WS-DETAIL-COUNT    TO PAY-RECORD-COUNT.
     MOVE WS-COMMISSION-HASH TO PAY-AMOUNT-HASH.
     MOVE WS-DEDUCTION-TOTAL TO PAY-DEDUCTION-TOTAL.
     WRITE PayFeedRec FROM WS-PAYFEED-TRAILER.
