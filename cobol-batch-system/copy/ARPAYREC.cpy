*> AR payment history (ARPAY.DAT, appended): one entry for every
*> amount cash application took off an open item - which invoice and
*> customer, the date applied, the amount, and the remittance it came
*> from - so a customer's statement can list payments alongside the
*> invoices they settled.
 01 ArPaymentRec.
    05 ARP-INVOICE-NO     PIC 9(8).
    05 ARP-PERSON-ID      PIC 9(6).
    05 ARP-APPLIED-DATE   PIC 9(8).
    05 ARP-AMOUNT         PIC 9(7)V99.
    05 ARP-CHECK-NO       PIC X(10).
    05 ARP-DEPOSIT-DATE   PIC 9(8).
*> I the remittance named this invoice, O it was applied to the
*> customer's oldest open item instead.
    05 ARP-MATCH-TYPE     PIC X.
       88 ArpMatchedInvoice VALUE "I".
       88 ArpMatchedOldest  VALUE "O".
