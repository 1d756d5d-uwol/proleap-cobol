*> Invoice history on INVHIST.DAT, keyed by invoice number: every
*> invoice and credit memo ARPost has posted, kept whole in
*> INVOICEREC's shape (read it INTO InvoiceRec). BATCH-DISCOUNT looks
*> up the invoice a cancel or amend names here, so the reversal
*> carries exactly the amounts first charged. IVH-CREDITED-QTY is
*> INV-CREDITED-QTY, which ARPost adds to as credits are posted
*> against the invoice.
 01 InvoiceHistoryRec.
    05 IVH-NUMBER       PIC 9(8).
    05 FILLER           PIC X(242).
    05 IVH-CREDITED-QTY PIC 9(3).
    05 FILLER           PIC X(4).
