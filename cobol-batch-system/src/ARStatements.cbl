 IDENTIFICATION DIVISION.
 PROGRAM-ID. ARStatements.
*> Monthly customer statements off the AR subledger. On the last run
*> date of a month every customer with an open item on ARITEMS.DAT
*> gets a statement: the opening wording from the LETTERCAT.DAT
*> catalog (letter id STMENT, maintained like the other letters),
*> each open invoice with its original amount and balance, the
*> payments cash application took in during the month (ARPAY.DAT),
*> any customer credit a return has left on the account (status R on
*> the subledger), and the balance by age - current, 31-60, 61-90,
*> over 90 - with the credits deducted from the balance due. The
*> print file is a date-stamped STATEMENTS generation sorted by
*> PersonPostalCode, with the same eligibility rules the
*> correspondence engine applies: nothing for a person who asked not
*> to be mailed, is suspended or deceased, or is no longer on file -
*> nor for one whose address has come back undeliverable (an open
*> UNDELIV.DAT entry, shared CheckUndeliverable). Each statement
*> printed is entered on the CONTACT.DAT contact history (shared
*> ContactHistory) under letter id STMENT with the address it went to.
*> A customer whose oldest open item is past 30, 60 or 90 days also
*> gets an escalating reminder letter: one record on the day's
*> DUNNING generation (letter ids DUN030, DUN060, DUN090), which the
*> correspondence engine prints from the catalog wording alongside
*> its other letters. The reminder is held back when the customer's
*> credits on account already cover everything past 30 days. On any
*> other run date the job does nothing.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT ArItemFile ASSIGN TO "ARITEMS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS ARI-INVOICE-NO
         FILE STATUS IS WS-ARITEM-FILE-STATUS.
     SELECT ArPaymentFile ASSIGN TO "ARPAY.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-ARPAY-FILE-STATUS.
     SELECT PersonFile ASSIGN TO "PERSONS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS PersonId
         FILE STATUS IS WS-PERSON-FILE-STATUS.
     SELECT LetterCatalog ASSIGN TO "LETTERCAT.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-CATALOG-STATUS.
     SELECT StatementSortWork ASSIGN TO "STMTWORK.DAT".
     SELECT StatementFile ASSIGN TO WS-STATEMENT-FILENAME
         ORGANIZATION IS LINE SEQUENTIAL.
     SELECT DunningFile ASSIGN TO WS-DUNNING-FILENAME
         ORGANIZATION IS LINE SEQUENTIAL.
     SELECT StatementReport ASSIGN TO "STATEMENTS.RPT"
         ORGANIZATION IS LINE SEQUENTIAL.
 DATA DIVISION.
 FILE SECTION.
 FD ArItemFile.
 COPY ARITEMREC.
 FD ArPaymentFile.
 COPY ARPAYREC.
 FD PersonFile.
 COPY PERSONREC.
 FD LetterCatalog.
 01 LetterCatalogRec.
    05 LCT-LETTER-ID PIC X(6).
    05 LCT-LINE-SEQ  PIC 9(2).
    05 LCT-TEXT      PIC X(60).
*> One statement line to be: an open item (type 1), a payment taken
*> this month (type 2) or a customer credit on account (type 3),
*> carrying the customer's mailing block so the output side never has
*> to go back to the master.
 SD StatementSortWork.
 01 StatementWorkRec.
    05 STW-POSTAL-CODE PIC X(8).
    05 STW-PERSON-ID   PIC 9(6).
    05 STW-REC-TYPE    PIC 9.
       88 StwOpenItem VALUE 1.
       88 StwPayment  VALUE 2.
       88 StwCredit   VALUE 3.
    05 STW-DATE        PIC 9(8).
    05 STW-INVOICE-NO  PIC 9(8).
    05 STW-AMOUNT      PIC 9(7)V99.
    05 STW-BALANCE     PIC 9(7)V99.
    05 STW-DUE-DATE    PIC 9(8).
    05 STW-CHECK-NO    PIC X(10).
    05 STW-PERSON-NAME PIC X(20).
    05 STW-STREET      PIC X(20).
    05 STW-CITY        PIC X(15).
 FD StatementFile.
 01 StatementLine PIC X(80).
*> Same shape as the EVENTS generation the correspondence engine
*> already letters from.
 FD DunningFile.
 01 DunningRec.
    05 DUN-PERSON-ID   PIC 9(6).
    05 DUN-PERSON-NAME PIC X(20).
    05 DUN-LETTER-ID   PIC X(6).
    05 DUN-EVENT-DATE  PIC 9(8).
 FD StatementReport.
 01 StatementReportLine PIC X(80).
 WORKING-STORAGE SECTION.
 01 WS-ARITEM-FILE-STATUS PIC XX.
 01 WS-ARPAY-FILE-STATUS PIC XX.
 01 WS-PERSON-FILE-STATUS PIC XX.
 01 WS-CATALOG-STATUS PIC XX.
 01 WS-ARITEM-EOF PIC X VALUE "N".
    88 EndOfArItems VALUE "Y".
 01 WS-ARPAY-EOF PIC X VALUE "N".
    88 EndOfPayments VALUE "Y".
 01 WS-CATALOG-EOF PIC X VALUE "N".
    88 EndOfCatalog VALUE "Y".
 01 WS-SORTED-EOF PIC X VALUE "N".
    88 EndOfSorted VALUE "Y".
 01 WS-RUN-DATE PIC 9(8).
 01 WS-RUN-DATE-INT PIC 9(7).
 01 WS-NEXT-DAY PIC 9(8).
 01 WS-AGE-DAYS PIC S9(5).
 01 WS-STATEMENT-FILENAME PIC X(24).
 01 WS-DUNNING-FILENAME PIC X(22).
 01 WS-PERSON-ELIGIBLE PIC X.
    88 PersonEligible VALUE "Y".
*> STMENT wording lines from the catalog, loaded once.
 01 WS-STMT-TEXT-TABLE.
    05 WS-STMT-TEXT OCCURS 20 TIMES PIC X(60).
 01 WS-STMT-TEXT-COUNT PIC 99 VALUE ZERO.
 01 WS-TEXT-IDX PIC 99.
*> The customer whose statement is being printed.
 01 WS-CURRENT-PERSON-ID PIC 9(6) VALUE ZERO.
 01 WS-CURRENT-PERSON-NAME PIC X(20).
 01 WS-CURRENT-ADDRESS.
    05 WS-CURRENT-STREET      PIC X(20).
    05 WS-CURRENT-CITY        PIC X(15).
    05 WS-CURRENT-POSTAL-CODE PIC X(8).
 01 WS-IN-STATEMENT PIC X VALUE "N".
    88 StatementOpen VALUE "Y".
 01 WS-SKIP-CUSTOMER PIC X VALUE "N".
    88 SkippingCustomer VALUE "Y".
 01 WS-PAYMENT-HEADING-DONE PIC X.
    88 PaymentHeadingWritten VALUE "Y".
 01 WS-CREDIT-HEADING-DONE PIC X.
    88 CreditHeadingWritten VALUE "Y".
 01 WS-AGE-BUCKETS.
    05 WS-AGE-BUCKET OCCURS 4 TIMES PIC 9(9)V99.
 01 WS-BUCKET-IDX PIC 9.
 01 WS-OLDEST-BUCKET PIC 9.
 01 WS-CUSTOMER-TOTAL PIC S9(9)V99.
*> Credits on account for the customer in hand, and what of the
*> balance is past 30 days - the reminder is held when the one covers
*> the other.
 01 WS-CREDIT-TOTAL  PIC 9(9)V99.
 01 WS-OVERDUE-TOTAL PIC 9(9)V99.
 01 WS-STATEMENTS-TOTAL PIC S9(9)V99 VALUE ZERO.
 01 WS-ITEM-COUNT       PIC 9(7) VALUE ZERO.
 01 WS-PAYMENT-COUNT    PIC 9(7) VALUE ZERO.
 01 WS-CREDIT-COUNT     PIC 9(7) VALUE ZERO.
 01 WS-STATEMENT-COUNT  PIC 9(7) VALUE ZERO.
 01 WS-INELIGIBLE-COUNT PIC 9(7) VALUE ZERO.
 01 WS-UNDELIVERABLE-COUNT PIC 9(7) VALUE ZERO.
 COPY UNDLVCTL.
 COPY CONTACTCTL.
 01 WS-DUNNING-COUNT    PIC 9(7) VALUE ZERO.
 01 WS-DUN-LEVEL-COUNT OCCURS 3 TIMES PIC 9(7) VALUE ZERO.
 01 WS-DUNNING-HELD-COUNT PIC 9(7) VALUE ZERO.
 01 WS-LINE-IN-STMT PIC 9(3).
 01 WS-CITY-LINE.
    05 STL-CITY        PIC X(15).
    05 FILLER          PIC X VALUE SPACE.
    05 STL-POSTAL-CODE PIC X(8).
 01 WS-STMT-TITLE-LINE.
    05 FILLER        PIC X(30) VALUE "STATEMENT OF ACCOUNT".
    05 FILLER        PIC X(7)  VALUE "AS OF  ".
    05 STT-DATE      PIC 9(4)/99/99.
    05 FILLER        PIC X(13) VALUE "   CUSTOMER ".
    05 STT-PERSON-ID PIC 9(6).
 01 WS-ITEM-HEADING.
    05 FILLER PIC X(10) VALUE "INVOICE".
    05 FILLER PIC X(13) VALUE "DATE".
    05 FILLER PIC X(13) VALUE "DUE".
    05 FILLER PIC X(16) VALUE "      ORIGINAL".
    05 FILLER PIC X(16) VALUE "       BALANCE".
 01 WS-ITEM-LINE.
    05 STI-INVOICE-NO PIC 9(8).
    05 FILLER         PIC XX VALUE SPACES.
    05 STI-DATE       PIC 9(4)/99/99.
    05 FILLER         PIC X(3) VALUE SPACES.
    05 STI-DUE-DATE   PIC 9(4)/99/99.
    05 FILLER         PIC X(3) VALUE SPACES.
    05 STI-ORIGINAL   PIC ZZ,ZZZ,ZZ9.99.
    05 FILLER         PIC X(3) VALUE SPACES.
    05 STI-BALANCE    PIC ZZ,ZZZ,ZZ9.99.
 01 WS-PAYMENT-HEADING PIC X(40)
     VALUE "PAYMENTS RECEIVED THIS MONTH - THANK YOU".
 01 WS-PAYMENT-LINE.
    05 STP-INVOICE-NO PIC 9(8).
    05 FILLER         PIC XX VALUE SPACES.
    05 STP-DATE       PIC 9(4)/99/99.
    05 FILLER         PIC X(3) VALUE SPACES.
    05 STP-CHECK-NO   PIC X(10).
    05 FILLER         PIC X(19) VALUE SPACES.
    05 STP-AMOUNT     PIC ZZ,ZZZ,ZZ9.99.
 01 WS-CREDIT-HEADING PIC X(46)
     VALUE "CREDITS ON ACCOUNT - DEDUCTED FROM BALANCE DUE".
 01 WS-CREDIT-LINE.
    05 STC-CREDIT-NO  PIC 9(8).
    05 FILLER         PIC XX VALUE SPACES.
    05 STC-DATE       PIC 9(4)/99/99.
    05 FILLER         PIC X(32) VALUE SPACES.
    05 STC-AMOUNT     PIC ZZ,ZZZ,ZZ9.99CR.
 01 WS-AGE-HEADING.
    05 FILLER PIC X(14) VALUE "       CURRENT".
    05 FILLER PIC X(14) VALUE "         31-60".
    05 FILLER PIC X(14) VALUE "         61-90".
    05 FILLER PIC X(14) VALUE "       OVER 90".
    05 FILLER PIC X(16) VALUE "     BALANCE DUE".
 01 WS-AGE-LINE.
    05 STA-BUCKET OCCURS 4 TIMES PIC ZZ,ZZZ,ZZ9.99-.
    05 FILLER     PIC XX VALUE SPACES.
    05 STA-TOTAL  PIC ZZ,ZZZ,ZZ9.99CR.
 01 WS-SUMMARY-LINE.
    05 SUM-LABEL PIC X(40).
    05 SUM-VALUE PIC Z(6)9.
 01 WS-AMOUNT-SUMMARY-LINE.
    05 ASM-LABEL PIC X(40).
    05 ASM-VALUE PIC ZZZ,ZZZ,ZZ9.99-.
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
     COMPUTE WS-RUN-DATE-INT = FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
     COMPUTE WS-NEXT-DAY =
         FUNCTION DATE-OF-INTEGER (WS-RUN-DATE-INT + 1).
     IF WS-NEXT-DAY (5:2) = WS-RUN-DATE (5:2)
       DISPLAY "ARStatements - " WS-RUN-DATE
           " is not the last day of the month, no statements"
       PERFORM WriteRunLogRecord
       STOP RUN
     END-IF.
     STRING "STATEMENTS." WS-RUN-DATE ".PRT" DELIMITED BY SIZE
         INTO WS-STATEMENT-FILENAME.
     STRING "DUNNING." WS-RUN-DATE ".DAT" DELIMITED BY SIZE
         INTO WS-DUNNING-FILENAME.
     PERFORM LoadStatementWording.
     OPEN INPUT PersonFile.
     IF WS-PERSON-FILE-STATUS = "35"
       DISPLAY "ARStatements - PERSONS.DAT not found, run refused"
       MOVE 8 TO RETURN-CODE
       PERFORM WriteRunLogRecord
       STOP RUN
     END-IF.
     SORT StatementSortWork
         ON ASCENDING KEY STW-POSTAL-CODE
         ON ASCENDING KEY STW-PERSON-ID
         ON ASCENDING KEY STW-REC-TYPE
         ON ASCENDING KEY STW-DATE
         ON ASCENDING KEY STW-INVOICE-NO
         INPUT PROCEDURE IS CollectStatementLines
         OUTPUT PROCEDURE IS PrintStatements.
     CLOSE PersonFile.
     MOVE WS-STATEMENT-FILENAME TO GCT-FILE-NAME.
     MOVE WS-RUN-DATE TO GCT-RUN-DATE.
     MOVE WS-STATEMENT-COUNT TO GCT-RECORD-COUNT.
     MOVE "ARSTATEMENTS" TO GCT-CREATED-BY.
     CALL "RegisterGeneration" USING GenCatRec.
     MOVE WS-DUNNING-FILENAME TO GCT-FILE-NAME.
     MOVE WS-RUN-DATE TO GCT-RUN-DATE.
     MOVE WS-DUNNING-COUNT TO GCT-RECORD-COUNT.
     MOVE "ARSTATEMENTS" TO GCT-CREATED-BY.
     CALL "RegisterGeneration" USING GenCatRec.
     PERFORM WriteStatementReport.
     PERFORM WriteRunLogRecord.
     STOP RUN.
 LoadStatementWording.
     OPEN INPUT LetterCatalog.
     IF WS-CATALOG-STATUS = "35"
       DISPLAY "Warning - LETTERCAT.DAT not found; statements will "
           "carry no opening wording"
       SET EndOfCatalog TO TRUE
     END-IF.
     PERFORM UNTIL EndOfCatalog
       READ LetterCatalog
         AT END
           SET EndOfCatalog TO TRUE
         NOT AT END
           IF LCT-LETTER-ID = "STMENT" AND WS-STMT-TEXT-COUNT < 20
             ADD 1 TO WS-STMT-TEXT-COUNT
             MOVE LCT-TEXT TO WS-STMT-TEXT (WS-STMT-TEXT-COUNT)
           END-IF
       END-READ
     END-PERFORM.
     IF WS-CATALOG-STATUS NOT = "35"
       CLOSE LetterCatalog
     END-IF.
 CollectStatementLines.
     PERFORM CollectOpenItems.
     PERFORM CollectMonthPayments.
 CollectOpenItems.
     OPEN INPUT ArItemFile.
     IF WS-ARITEM-FILE-STATUS = "35"
       SET EndOfArItems TO TRUE
     END-IF.
     PERFORM UNTIL EndOfArItems
       READ ArItemFile NEXT RECORD
         AT END
           SET EndOfArItems TO TRUE
         NOT AT END
           IF (AriOpen OR AriCustomerCredit) AND ARI-BALANCE > ZERO
             MOVE ARI-PERSON-ID TO PersonId
             PERFORM FetchEligiblePerson
             IF PersonEligible
               IF AriOpen
                 MOVE 1 TO STW-REC-TYPE
                 ADD 1 TO WS-ITEM-COUNT
               ELSE
                 MOVE 3 TO STW-REC-TYPE
                 ADD 1 TO WS-CREDIT-COUNT
               END-IF
               MOVE ARI-INVOICE-DATE    TO STW-DATE
               MOVE ARI-INVOICE-NO      TO STW-INVOICE-NO
               MOVE ARI-ORIGINAL-AMOUNT TO STW-AMOUNT
               MOVE ARI-BALANCE         TO STW-BALANCE
               MOVE ARI-DUE-DATE        TO STW-DUE-DATE
               MOVE SPACES              TO STW-CHECK-NO
               PERFORM ReleaseStatementLine
             END-IF
           END-IF
       END-READ
     END-PERFORM.
     IF WS-ARITEM-FILE-STATUS NOT = "35"
       CLOSE ArItemFile
     END-IF.
*>   Payments applied in the statement month; a customer whose
*>   payments cleared everything has no open item and so gets no
*>   statement - the output side drops a group of payments or credits
*>   alone (a credit with nothing owed against it is ARAging's to
*>   report, not a statement's).
 CollectMonthPayments.
     OPEN INPUT ArPaymentFile.
     IF WS-ARPAY-FILE-STATUS = "35"
       SET EndOfPayments TO TRUE
     END-IF.
     PERFORM UNTIL EndOfPayments
       READ ArPaymentFile
         AT END
           SET EndOfPayments TO TRUE
         NOT AT END
           IF ARP-APPLIED-DATE (1:6) = WS-RUN-DATE (1:6)
             MOVE ARP-PERSON-ID TO PersonId
             PERFORM FetchEligiblePerson
             IF PersonEligible
               MOVE 2                TO STW-REC-TYPE
               MOVE ARP-APPLIED-DATE TO STW-DATE
               MOVE ARP-INVOICE-NO   TO STW-INVOICE-NO
               MOVE ARP-AMOUNT       TO STW-AMOUNT
               MOVE ZERO             TO STW-BALANCE
               MOVE ZERO             TO STW-DUE-DATE
               MOVE ARP-CHECK-NO     TO STW-CHECK-NO
               PERFORM ReleaseStatementLine
               ADD 1 TO WS-PAYMENT-COUNT
             END-IF
           END-IF
       END-READ
     END-PERFORM.
     IF WS-ARPAY-FILE-STATUS NOT = "35"
       CLOSE ArPaymentFile
     END-IF.
*>   The correspondence engine's rules: on file, active (blank on a
*>   legacy record), not flagged do-not-mail, and not at an address
*>   the post has come back from.
 FetchEligiblePerson.
     MOVE "N" TO WS-PERSON-ELIGIBLE.
     READ PersonFile
       INVALID KEY
         ADD 1 TO WS-INELIGIBLE-COUNT
       NOT INVALID KEY
         IF (PersonStatus = SPACE OR PersonActive)
             AND NOT DoNotMail
           SET PersonEligible TO TRUE
           PERFORM CheckAddressDeliverable
         ELSE
           ADD 1 TO WS-INELIGIBLE-COUNT
         END-IF
     END-READ.
 CheckAddressDeliverable.
     MOVE "Q"      TO UCK-FUNCTION.
     MOVE PersonId TO UCK-PERSON-ID.
     MOVE Street   TO UCK-STREET.
     MOVE City     TO UCK-CITY.
     CALL "CheckUndeliverable" USING UndeliverableControlRec.
     IF AddressUndeliverable
       MOVE "N" TO WS-PERSON-ELIGIBLE
       ADD 1 TO WS-UNDELIVERABLE-COUNT
     END-IF.
 ReleaseStatementLine.
     MOVE PersonPostalCode TO STW-POSTAL-CODE.
     MOVE PersonId         TO STW-PERSON-ID.
     MOVE PersonName       TO STW-PERSON-NAME.
     MOVE Street           TO STW-STREET.
     MOVE City             TO STW-CITY.
     RELEASE StatementWorkRec.
 PrintStatements.
     OPEN OUTPUT StatementFile.
     OPEN OUTPUT DunningFile.
     PERFORM UNTIL EndOfSorted
       RETURN StatementSortWork
         AT END
           SET EndOfSorted TO TRUE
         NOT AT END
           PERFORM PrintStatementLine
       END-RETURN
     END-PERFORM.
     IF StatementOpen
       PERFORM FinishStatement
     END-IF.
     CLOSE StatementFile.
     CLOSE DunningFile.
 PrintStatementLine.
     IF STW-PERSON-ID NOT = WS-CURRENT-PERSON-ID
       IF StatementOpen
         PERFORM FinishStatement
       END-IF
       MOVE STW-PERSON-ID TO WS-CURRENT-PERSON-ID
       MOVE "N" TO WS-SKIP-CUSTOMER
       IF NOT StwOpenItem
         SET SkippingCustomer TO TRUE
       ELSE
         PERFORM StartStatement
       END-IF
     END-IF.
     IF StatementOpen
       EVALUATE TRUE
         WHEN StwOpenItem
           PERFORM PrintOpenItem
         WHEN StwPayment
           PERFORM PrintPayment
         WHEN OTHER
           PERFORM PrintCredit
       END-EVALUATE
     END-IF.
 StartStatement.
     SET StatementOpen TO TRUE.
     MOVE "N" TO WS-PAYMENT-HEADING-DONE.
     MOVE "N" TO WS-CREDIT-HEADING-DONE.
     MOVE ZERO TO WS-CREDIT-TOTAL.
     MOVE ZERO TO WS-AGE-BUCKETS.
     MOVE ZERO TO WS-OLDEST-BUCKET.
     MOVE STW-PERSON-NAME TO WS-CURRENT-PERSON-NAME.
     MOVE STW-STREET      TO WS-CURRENT-STREET.
     MOVE STW-CITY        TO WS-CURRENT-CITY.
     MOVE STW-POSTAL-CODE TO WS-CURRENT-POSTAL-CODE.
     MOVE STW-PERSON-NAME TO StatementLine.
     WRITE StatementLine.
     MOVE STW-STREET TO StatementLine.
     WRITE StatementLine.
     MOVE STW-CITY        TO STL-CITY.
     MOVE STW-POSTAL-CODE TO STL-POSTAL-CODE.
     WRITE StatementLine FROM WS-CITY-LINE.
     MOVE SPACES TO StatementLine.
     WRITE StatementLine.
     MOVE WS-RUN-DATE   TO STT-DATE.
     MOVE STW-PERSON-ID TO STT-PERSON-ID.
     WRITE StatementLine FROM WS-STMT-TITLE-LINE.
     MOVE SPACES TO StatementLine.
     WRITE StatementLine.
     PERFORM VARYING WS-TEXT-IDX FROM 1 BY 1
         UNTIL WS-TEXT-IDX > WS-STMT-TEXT-COUNT
       MOVE WS-STMT-TEXT (WS-TEXT-IDX) TO StatementLine
       WRITE StatementLine
     END-PERFORM.
     MOVE SPACES TO StatementLine.
     WRITE StatementLine.
     WRITE StatementLine FROM WS-ITEM-HEADING.
 PrintOpenItem.
     MOVE STW-INVOICE-NO TO STI-INVOICE-NO.
     MOVE STW-DATE       TO STI-DATE.
     MOVE STW-DUE-DATE   TO STI-DUE-DATE.
     MOVE STW-AMOUNT     TO STI-ORIGINAL.
     MOVE STW-BALANCE    TO STI-BALANCE.
     WRITE StatementLine FROM WS-ITEM-LINE.
     COMPUTE WS-AGE-DAYS = WS-RUN-DATE-INT
         - FUNCTION INTEGER-OF-DATE (STW-DATE).
     EVALUATE TRUE
       WHEN WS-AGE-DAYS <= 30
         MOVE 1 TO WS-BUCKET-IDX
       WHEN WS-AGE-DAYS <= 60
         MOVE 2 TO WS-BUCKET-IDX
       WHEN WS-AGE-DAYS <= 90
         MOVE 3 TO WS-BUCKET-IDX
       WHEN OTHER
         MOVE 4 TO WS-BUCKET-IDX
     END-EVALUATE.
     ADD STW-BALANCE TO WS-AGE-BUCKET (WS-BUCKET-IDX).
     IF WS-BUCKET-IDX > WS-OLDEST-BUCKET
       MOVE WS-BUCKET-IDX TO WS-OLDEST-BUCKET
     END-IF.
 PrintPayment.
     IF NOT PaymentHeadingWritten
       MOVE SPACES TO StatementLine
       WRITE StatementLine
       WRITE StatementLine FROM WS-PAYMENT-HEADING
       SET PaymentHeadingWritten TO TRUE
     END-IF.
     MOVE STW-INVOICE-NO TO STP-INVOICE-NO.
     MOVE STW-DATE       TO STP-DATE.
     MOVE STW-CHECK-NO   TO STP-CHECK-NO.
     MOVE STW-AMOUNT     TO STP-AMOUNT.
     WRITE StatementLine FROM WS-PAYMENT-LINE.
*>   A credit on account is listed under its credit note number and
*>   comes off the balance due; it is not aged.
 PrintCredit.
     IF NOT CreditHeadingWritten
       MOVE SPACES TO StatementLine
       WRITE StatementLine
       WRITE StatementLine FROM WS-CREDIT-HEADING
       SET CreditHeadingWritten TO TRUE
     END-IF.
     MOVE STW-INVOICE-NO TO STC-CREDIT-NO.
     MOVE STW-DATE       TO STC-DATE.
     MOVE STW-BALANCE    TO STC-AMOUNT.
     WRITE StatementLine FROM WS-CREDIT-LINE.
     ADD STW-BALANCE TO WS-CREDIT-TOTAL.
*>   Balance by age closes the statement, less any credits on account;
*>   the age band of the customer's oldest open item decides the
*>   reminder letter, if any, unless the credits cover every item past
*>   30 days.
 FinishStatement.
     MOVE SPACES TO StatementLine.
     WRITE StatementLine.
     WRITE StatementLine FROM WS-AGE-HEADING.
     MOVE ZERO TO WS-CUSTOMER-TOTAL.
     PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1 UNTIL WS-BUCKET-IDX > 4
       MOVE WS-AGE-BUCKET (WS-BUCKET-IDX) TO STA-BUCKET (WS-BUCKET-IDX)
       ADD WS-AGE-BUCKET (WS-BUCKET-IDX) TO WS-CUSTOMER-TOTAL
     END-PERFORM.
     SUBTRACT WS-CREDIT-TOTAL FROM WS-CUSTOMER-TOTAL.
     MOVE WS-CUSTOMER-TOTAL TO STA-TOTAL.
     WRITE StatementLine FROM WS-AGE-LINE.
     MOVE SPACES TO StatementLine.
     WRITE StatementLine.
     MOVE ALL "-" TO StatementLine.
     WRITE StatementLine.
     MOVE SPACES TO StatementLine.
     WRITE StatementLine.
     ADD 1 TO WS-STATEMENT-COUNT.
     ADD WS-CUSTOMER-TOTAL TO WS-STATEMENTS-TOTAL.
     SET CctRecord TO TRUE.
     MOVE WS-CURRENT-PERSON-ID TO CCT-PERSON-ID.
     MOVE WS-RUN-DATE          TO CCT-CONTACT-DATE.
     MOVE "STMENT"             TO CCT-CONTENT-ID.
     MOVE "P"                  TO CCT-CHANNEL.
     MOVE WS-CURRENT-ADDRESS   TO CCT-ADDRESS-USED.
     MOVE SPACES               TO CCT-REFERENCE.
     MOVE "ARSTATEMENTS"       TO CCT-SENT-BY.
     CALL "ContactHistory" USING ContactControlRec.
     IF WS-OLDEST-BUCKET > 1
       COMPUTE WS-OVERDUE-TOTAL = WS-AGE-BUCKET (2)
           + WS-AGE-BUCKET (3) + WS-AGE-BUCKET (4)
       IF WS-CREDIT-TOTAL >= WS-OVERDUE-TOTAL
         ADD 1 TO WS-DUNNING-HELD-COUNT
       ELSE
         PERFORM WriteDunningEvent
       END-IF
     END-IF.
     MOVE "N" TO WS-IN-STATEMENT.
 WriteDunningEvent.
     MOVE WS-CURRENT-PERSON-ID   TO DUN-PERSON-ID.
     MOVE WS-CURRENT-PERSON-NAME TO DUN-PERSON-NAME.
     EVALUATE WS-OLDEST-BUCKET
       WHEN 2
         MOVE "DUN030" TO DUN-LETTER-ID
       WHEN 3
         MOVE "DUN060" TO DUN-LETTER-ID
       WHEN OTHER
         MOVE "DUN090" TO DUN-LETTER-ID
     END-EVALUATE.
     MOVE WS-RUN-DATE TO DUN-EVENT-DATE.
     WRITE DunningRec.
     ADD 1 TO WS-DUNNING-COUNT.
     SUBTRACT 1 FROM WS-OLDEST-BUCKET.
     ADD 1 TO WS-DUN-LEVEL-COUNT (WS-OLDEST-BUCKET).
 WriteStatementReport.
     OPEN OUTPUT StatementReport.
     MOVE "H" TO PRC-ACTION.
     MOVE "MONTHLY CUSTOMER STATEMENTS" TO PRC-REPORT-TITLE.
     MOVE WS-RUN-DATE TO PRC-RUN-DATE.
     MOVE ZERO TO PRC-PAGE-NUMBER.
     CALL "PrintReport" USING PrintControlRec.
     WRITE StatementReportLine FROM PRC-OUTPUT-LINE.
     MOVE SPACES TO StatementReportLine.
     WRITE StatementReportLine.
     MOVE "OPEN ITEMS LISTED" TO SUM-LABEL.
     MOVE WS-ITEM-COUNT TO SUM-VALUE.
     WRITE StatementReportLine FROM WS-SUMMARY-LINE.
     MOVE "PAYMENTS LISTED" TO SUM-LABEL.
     MOVE WS-PAYMENT-COUNT TO SUM-VALUE.
     WRITE StatementReportLine FROM WS-SUMMARY-LINE.
     MOVE "CREDITS ON ACCOUNT LISTED" TO SUM-LABEL.
     MOVE WS-CREDIT-COUNT TO SUM-VALUE.
     WRITE StatementReportLine FROM WS-SUMMARY-LINE.
     MOVE "LINES SKIPPED (NO MAIL/STATUS/NOT FOUND)" TO SUM-LABEL.
     MOVE WS-INELIGIBLE-COUNT TO SUM-VALUE.
     WRITE StatementReportLine FROM WS-SUMMARY-LINE.
     MOVE "LINES HELD (ADDRESS UNDELIVERABLE)" TO SUM-LABEL.
     MOVE WS-UNDELIVERABLE-COUNT TO SUM-VALUE.
     WRITE StatementReportLine FROM WS-SUMMARY-LINE.
     MOVE "STATEMENTS PRINTED" TO SUM-LABEL.
     MOVE WS-STATEMENT-COUNT TO SUM-VALUE.
     WRITE StatementReportLine FROM WS-SUMMARY-LINE.
     MOVE "BALANCE STATED" TO ASM-LABEL.
     MOVE WS-STATEMENTS-TOTAL TO ASM-VALUE.
     WRITE StatementReportLine FROM WS-AMOUNT-SUMMARY-LINE.
     MOVE SPACES TO StatementReportLine.
     WRITE StatementReportLine.
     MOVE "REMINDERS - OVER 30 DAYS (DUN030)" TO SUM-LABEL.
     MOVE WS-DUN-LEVEL-COUNT (1) TO SUM-VALUE.
     WRITE StatementReportLine FROM WS-SUMMARY-LINE.
     MOVE "REMINDERS - OVER 60 DAYS (DUN060)" TO SUM-LABEL.
     MOVE WS-DUN-LEVEL-COUNT (2) TO SUM-VALUE.
     WRITE StatementReportLine FROM WS-SUMMARY-LINE.
     MOVE "REMINDERS - OVER 90 DAYS (DUN090)" TO SUM-LABEL.
     MOVE WS-DUN-LEVEL-COUNT (3) TO SUM-VALUE.
     WRITE StatementReportLine FROM WS-SUMMARY-LINE.
     MOVE "REMINDERS HELD (CREDITS COVER OVERDUE)" TO SUM-LABEL.
     MOVE WS-DUNNING-HELD-COUNT TO SUM-VALUE.
     WRITE StatementReportLine FROM WS-SUMMARY-LINE.
     MOVE "F" TO PRC-ACTION.
     MOVE WS-STATEMENT-COUNT TO PRC-DETAIL-COUNT.
     CALL "PrintReport" USING PrintControlRec.
     WRITE StatementReportLine FROM PRC-OUTPUT-LINE.
     CLOSE StatementReport.
 SetRunLogStart.
     MOVE "ARSTATEMENTS" TO RLG-JOB-NAME.
     ACCEPT WS-LOG-TS-DATE FROM DATE YYYYMMDD.
     ACCEPT WS-LOG-TS-TIME FROM TIME.
     MOVE WS-LOG-TS-DATE TO RLG-RUN-DATE.
     STRING WS-LOG-TS-DATE WS-LOG-TS-TIME DELIMITED BY SIZE
         INTO RLG-START-TIMESTAMP.
 WriteRunLogRecord.
     COMPUTE RLG-READ-COUNT = WS-ITEM-COUNT + WS-PAYMENT-COUNT
         + WS-CREDIT-COUNT.
     MOVE WS-STATEMENT-COUNT TO RLG-WRITTEN-COUNT.
     MOVE WS-INELIGIBLE-COUNT TO RLG-REJECTED-COUNT.
     MOVE RETURN-CODE TO RLG-RETURN-CODE.
     CALL "WriteRunLog" USING RunLogRec.
