*> One customer remittance from the bank's lockbox file (LOCKBOX.DAT):
*> who paid (the customer number printed on the invoice - their
*> PersonId - zero when the bank could not read one), the invoice the
*> remittance names (spaces when none came with it), the amount, and
*> the bank's deposit date and check number.
 01 LockboxRec.
    05 LBX-PAYER-ID     PIC 9(6).
    05 LBX-INVOICE-REF  PIC X(8).
    05 LBX-INVOICE-NO REDEFINES LBX-INVOICE-REF PIC 9(8).
    05 LBX-AMOUNT       PIC 9(7)V99.
    05 LBX-DEPOSIT-DATE PIC 9(8).
    05 LBX-CHECK-NO     PIC X(10).
