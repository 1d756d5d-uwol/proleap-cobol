*> Accounts-receivable open item on ARITEMS.DAT, keyed by invoice
*> number: one item per customer invoice, posted by ARPost from the
*> INVOICES.DAT BATCH-DISCOUNT wrote. ARI-ORIGINAL-AMOUNT is the
*> invoice's net due (goods net of discount, plus tax) and is the
*> amount the ORDERAR receivable line on DISCOUNT.GLFEED carries for
*> it; ARI-BALANCE is what the customer still owes. An item with a
*> zero balance is closed but stays on file as the account's history.
*> A return credited beyond what its invoice still owed leaves the
*> excess as a customer credit (status R) keyed by the credit note's
*> number: its balance is owed to the customer, and it stands against
*> the receivable control rather than adding to it.
 01 ArItemRec.
    05 ARI-INVOICE-NO      PIC 9(8).
    05 ARI-PERSON-ID       PIC 9(6).
    05 ARI-PERSON-NAME     PIC X(20).
    05 ARI-INVOICE-DATE    PIC 9(8).
    05 ARI-DUE-DATE        PIC 9(8).
    05 ARI-NET-AMOUNT      PIC 9(7)V99.
    05 ARI-TAX-AMOUNT      PIC 9(7)V99.
    05 ARI-ORIGINAL-AMOUNT PIC 9(7)V99.
    05 ARI-BALANCE         PIC 9(7)V99.
    05 ARI-STATUS          PIC X.
       88 AriOpen   VALUE "O".
       88 AriClosed VALUE "C".
       88 AriCustomerCredit VALUE "R".
    05 ARI-LAST-ACTIVITY-DATE PIC 9(8).
*> Reserved so later receivable fields do not force a conversion of
*> the subledger.
    05 FILLER              PIC X(40).
