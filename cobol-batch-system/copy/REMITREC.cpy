*> Remittance register entry on REMIT.DAT, appended (opened EXTEND)
*> by PayrollFeed for every deduction it takes under a deduction
*> order - what is now owed to the payee on the salesperson's
*> behalf. RemitRegister lists the owed entries by payee for the
*> payments run and, once confirmed, flips them remitted with the
*> date.
 01 RemittanceRec.
    05 RMT-PAYEE-ID    PIC X(8).
    05 RMT-PAYEE-NAME  PIC X(30).
    05 RMT-ORDER-REF   PIC X(12).
    05 RMT-PERSON-ID   PIC 9(6).
    05 RMT-RUN-DATE    PIC 9(8).
    05 RMT-AMOUNT      PIC 9(9)V99.
    05 RMT-STATUS      PIC X.
       88 RmtOwed       VALUE "O".
       88 RmtRemitted   VALUE "R".
    05 RMT-REMIT-DATE  PIC 9(8).
