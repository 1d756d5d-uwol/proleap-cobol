 IDENTIFICATION DIVISION.
 PROGRAM-ID. CreditRelease.
*> Supervisor review of the credit-hold queue BATCH-DISCOUNT parks in
*> CREDITHOLD.DAT, the ApprovalReview shape: each held order is shown
*> with the customer's limit and the balance it was measured against,
*> and the supervisor (r) releases it - a single-use release entry
*> naming the supervisor goes to CREDITREL.DAT and the order is
*> appended to ORDMATCH.REL, so the next OrderMatch run passes it to
*> ORDERS.DAT and BATCH-DISCOUNT accepts it over the limit; (c)
*> cancels it; or holds it for another day. Releases and
*> cancellations are written to the audit trail under the
*> supervisor's operator id through NextAuditSeq. Sign-on needs delete
*> authority, the same supervisor level ApprovalReview asks for.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT CreditHoldFile ASSIGN TO "CREDITHOLD.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-CREDIT-HOLD-STATUS.
     SELECT CreditHoldTemp ASSIGN TO "CREDITHOLD.TMP"
         ORGANIZATION IS LINE SEQUENTIAL.
     SELECT CreditReleaseFile ASSIGN TO "CREDITREL.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-CREDIT-RELEASE-STATUS.
     SELECT ReleaseFile ASSIGN TO "ORDMATCH.REL"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-RELEASE-FILE-STATUS.
     SELECT AuditFile ASSIGN TO "PERSONS.AUDIT"
         ORGANIZATION IS LINE SEQUENTIAL.
 DATA DIVISION.
 FILE SECTION.
 FD CreditHoldFile.
 COPY CRHOLDREC.
 FD CreditHoldTemp.
 01 CreditHoldTempRec PIC X(159).
 FD CreditReleaseFile.
 COPY CRRELREC.
 FD ReleaseFile.
 01 ReleasedOrderRec PIC X(109).
 FD AuditFile.
 COPY AUDITREC.
 WORKING-STORAGE SECTION.
*> The held order being decided on, unpacked from the hold entry.
 COPY ORDERREC.
 COPY OPERCTLREC.
 COPY AUDITSEQREC.
 01 WS-CREDIT-HOLD-STATUS PIC XX.
 01 WS-CREDIT-RELEASE-STATUS PIC XX.
 01 WS-RELEASE-FILE-STATUS PIC XX.
 01 WS-OPERATOR-ID PIC X(8).
 01 WS-RUN-DATE PIC 9(8).
 01 WS-TS-DATE PIC 9(8).
 01 WS-TS-TIME PIC 9(8).
 01 WS-HOLD-EOF PIC X VALUE "N".
    88 EndOfHolds VALUE "Y".
 01 WS-DECISION PIC X.
    88 DecisionRelease VALUE "R".
    88 DecisionCancel  VALUE "C".
 01 WS-AMOUNT-OUT PIC Z,ZZZ,ZZ9.99.
 01 WS-BALANCE-OUT PIC ZZZ,ZZZ,ZZ9.99.
 01 WS-LIMIT-OUT PIC Z,ZZZ,ZZ9.99.
 01 WS-RELEASED-COUNT  PIC 9(5) VALUE ZERO.
 01 WS-CANCELLED-COUNT PIC 9(5) VALUE ZERO.
 01 WS-HELD-COUNT      PIC 9(5) VALUE ZERO.

*> The run date every generation name and dated entry carries comes
*> from the control record (shared ResolveRunDate), so a catch-up
*> cycle really processes the date CONTROL.DAT names.
 COPY RUNDATEREC.
 PROCEDURE DIVISION.
 Begin.
     DISPLAY "Enter operator ID: ".
     ACCEPT WS-OPERATOR-ID.
     MOVE WS-OPERATOR-ID TO OPR-OPERATOR-ID.
     MOVE "D" TO OPR-FUNCTION.
     CALL "CheckOperator" USING OperatorControlRec.
     IF NOT OperAuthorized
       DISPLAY "Sign-on refused - " OPR-MESSAGE
       MOVE 8 TO RETURN-CODE
       STOP RUN
     END-IF.
     CALL "ResolveRunDate" USING RunDateControlRec.
     MOVE RDT-RUN-DATE TO WS-RUN-DATE.
     OPEN INPUT CreditHoldFile.
     IF WS-CREDIT-HOLD-STATUS = "35"
       DISPLAY "No orders on credit hold"
       SET EndOfHolds TO TRUE
     ELSE
       OPEN OUTPUT CreditHoldTemp
     END-IF.
     PERFORM UNTIL EndOfHolds
       READ CreditHoldFile
         AT END
           SET EndOfHolds TO TRUE
         NOT AT END
           PERFORM ReviewOneHold
       END-READ
     END-PERFORM.
     IF WS-CREDIT-HOLD-STATUS NOT = "35"
       CLOSE CreditHoldFile
       CLOSE CreditHoldTemp
       PERFORM CopyTempBackToHoldFile
     END-IF.
     DISPLAY "Released: " WS-RELEASED-COUNT
         "  cancelled: " WS-CANCELLED-COUNT
         "  held: " WS-HELD-COUNT.
     STOP RUN.
 ReviewOneHold.
     MOVE CHD-ORDER-IMAGE TO ORDER-REC.
     DISPLAY " ".
     DISPLAY "Held " CHD-HOLD-DATE " - customer " CHD-PERSON-ID " "
         ORDER-PERSON-NAME.
     DISPLAY "  Order:   " ORDER-ITEM-NAME " qty " ORDER-AMOUNT
         " at " ORDER-PRICE.
     MOVE CHD-ORDER-DUE TO WS-AMOUNT-OUT.
     MOVE CHD-BALANCE TO WS-BALANCE-OUT.
     MOVE CHD-CREDIT-LIMIT TO WS-LIMIT-OUT.
     DISPLAY "  Due " WS-AMOUNT-OUT "  balance " WS-BALANCE-OUT
         "  limit " WS-LIMIT-OUT.
     DISPLAY "(R)elease, (C)ancel, or anything else to hold: ".
     ACCEPT WS-DECISION.
     EVALUATE TRUE
       WHEN DecisionRelease
         PERFORM ReleaseHeldOrder
       WHEN DecisionCancel
         ADD 1 TO WS-CANCELLED-COUNT
         MOVE "CRDCAN" TO AuditAction
         PERFORM WriteReviewAuditRecord
       WHEN OTHER
         WRITE CreditHoldTempRec FROM CreditHoldRec
         ADD 1 TO WS-HELD-COUNT
     END-EVALUATE.
 ReleaseHeldOrder.
     OPEN EXTEND CreditReleaseFile.
     IF WS-CREDIT-RELEASE-STATUS = "35"
       OPEN OUTPUT CreditReleaseFile
     END-IF.
     MOVE CHD-ORDER-IMAGE TO CRR-ORDER-IMAGE.
     MOVE WS-OPERATOR-ID  TO CRR-RELEASED-BY.
     MOVE WS-RUN-DATE     TO CRR-RELEASE-DATE.
     WRITE CreditReleaseRec.
     CLOSE CreditReleaseFile.
     OPEN EXTEND ReleaseFile.
     IF WS-RELEASE-FILE-STATUS = "35"
       OPEN OUTPUT ReleaseFile
     END-IF.
     WRITE ReleasedOrderRec FROM ORDER-REC.
     CLOSE ReleaseFile.
     ADD 1 TO WS-RELEASED-COUNT.
     MOVE "CRDREL" TO AuditAction.
     PERFORM WriteReviewAuditRecord.
 CopyTempBackToHoldFile.
     MOVE "N" TO WS-HOLD-EOF.
     OPEN INPUT CreditHoldTemp.
     OPEN OUTPUT CreditHoldFile.
     PERFORM UNTIL EndOfHolds
       READ CreditHoldTemp
         AT END
           SET EndOfHolds TO TRUE
         NOT AT END
           WRITE CreditHoldRec FROM CreditHoldTempRec
       END-READ
     END-PERFORM.
     CLOSE CreditHoldTemp.
     CLOSE CreditHoldFile.
 WriteReviewAuditRecord.
     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
     ACCEPT WS-TS-TIME FROM TIME.
     OPEN EXTEND AuditFile.
     MOVE WS-OPERATOR-ID TO AuditOperatorId.
     STRING WS-TS-DATE WS-TS-TIME DELIMITED BY SIZE INTO AuditTimestamp.
     MOVE CHD-PERSON-ID TO AuditPersonId.
     CALL "NextAuditSeq" USING AuditSeqControlRec.
     MOVE ASQ-SEQ-NUMBER TO AuditSeqNumber.
     WRITE AuditRec.
     CLOSE AuditFile.
