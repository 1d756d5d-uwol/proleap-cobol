*> One customer invoice, written by BATCH-DISCOUNT for every order it
*> prices and accepts, and printed by InvoicePrint. It carries the
*> pricing exactly as BATCH-DISCOUNT computed it - gross (price times
*> quantity), the discount bracket and percentage applied, the state
*> sales tax, and the net due - so the printed invoice can never
*> disagree with DISCOUNT.RPT or the GL feed. INV-NUMBER is drawn
*> consecutively from the INVOICENO.DAT control file across runs; a
*> number is only ever consumed by an invoice that was written.
 01 InvoiceRec.
    05 INV-NUMBER         PIC 9(8).
    05 INV-DATE           PIC 9(8).
    05 INV-PERSON-ID      PIC 9(6).
    05 INV-PERSON-NAME    PIC X(20).
    05 INV-ADDRESS.
       10 INV-STREET      PIC X(20).
       10 INV-CITY        PIC X(15).
       10 INV-STATE       PIC XX.
       10 INV-ZIP         PIC X(5).
    05 INV-ITEM-NAME      PIC X(20).
    05 INV-PRICE          PIC 9(3)V99.
    05 INV-QUANTITY       PIC 9(3).
    05 INV-GROSS-AMOUNT   PIC 9(5)V99.
*> Bracket number (1-3, zero when no bracket was reached) and the
*> percentage it carried on the run's discount policy.
    05 INV-BRACKET        PIC 9.
    05 INV-DISCOUNT-PCT   PIC 99.
    05 INV-DISCOUNT-AMOUNT PIC 9(5)V99.
    05 INV-TAX-AMOUNT     PIC 9(7)V99.
    05 INV-NET-DUE        PIC 9(7)V99.
*> The ITEMS.DAT item the order was validated against - StockLedger
*> posts the invoiced quantity out of stock under it.
    05 INV-ITEM-CODE      PIC X(10).
*> Document type: blank for an ordinary invoice, C for a credit memo
*> reversing INV-ORIGINAL-NO exactly as it was first priced (every
*> amount on it is the amount reversed), A for the invoice that
*> replaces an amended INV-ORIGINAL-NO. Credit memos draw their
*> numbers from the same INVOICENO.DAT sequence.
    05 INV-DOC-TYPE       PIC X.
       88 INV-IS-INVOICE      VALUE SPACE.
       88 INV-IS-CREDIT-MEMO  VALUE "C".
       88 INV-IS-AMENDMENT    VALUE "A".
    05 INV-ORIGINAL-NO    PIC 9(8).
*> The state tax rate the tax was computed at, so an amendment can be
*> re-priced at the rate the original was.
    05 INV-TAX-RATE       PIC 99V99.
*> The date Fulfillment shipped the order and marked the invoice
*> shipped - the revenue date, the same as INV-DATE when the order
*> goes out on the run that priced it. Zero or blank until shipped.
    05 INV-SHIP-DATE      PIC 9(8).
*> Freight charged for the order's destination zone and quantity band
*> (zero when waived over the free-shipping threshold). INV-NET-DUE
*> includes it, and INV-TAX-AMOUNT includes the tax on it where the
*> state taxes freight. Blank on invoices issued before freight was
*> charged.
    05 INV-FREIGHT-AMOUNT PIC 9(5)V99.
*> Loyalty points: the points redeemed against the order and the money
*> off they were worth (taken off the goods total after the bracket
*> discount, before freight and tax), and the points the order earned.
*> A credit memo carries the original's figures, which it reverses on
*> LOYALTY.DAT. Blank on invoices issued before points were kept.
    05 INV-POINTS-REDEEMED PIC 9(5).
    05 INV-POINTS-AMOUNT  PIC 9(4)V99.
    05 INV-POINTS-EARNED  PIC 9(5).
*> The money a coupon took off the goods total (after the bracket
*> discount, or instead of it, before points, freight and tax); the
*> coupon itself is on the COUPONRDM.DAT redemption for the invoice.
*> Blank on invoices issued before coupons were honoured.
    05 INV-COUPON-AMOUNT  PIC 9(4)V99.
*> Tax exemption: the certificate the customer's order was priced
*> tax-exempt under (see TAXEXREC), and the sale it exempted - the
*> goods total, plus the freight where the state taxes freight - which
*> the remittance register reports apart from the tax collected.
*> Blank on invoices issued before exemptions were honoured.
    05 INV-TAX-EXEMPT-CERT PIC X(20).
    05 INV-EXEMPT-SALES   PIC 9(7)V99.
*> The warehouse the order ships from - the WAREHOUSE.DAT site serving
*> the ship-to state, else the default one - which StockLedger posts
*> the quantity against. A credit memo carries the original's, so the
*> stock goes back where it came from. Blank on invoices issued
*> before stock was kept by location (the default warehouse).
    05 INV-WAREHOUSE      PIC X(4).
*> A credit note for goods the customer sent back is a credit memo
*> (type C) that also carries why they came back (RTNREASON), whether
*> they went back into stock (R) or were damaged (D), and the
*> restocking fee kept back from the credit. Blank on every other
*> document.
    05 INV-RETURN-REASON  PIC XX.
    05 INV-RETURN-CONDITION PIC X.
       88 INV-RETURN-RESTOCK VALUE "R".
       88 INV-RETURN-DAMAGED VALUE "D".
       88 INV-IS-RETURN      VALUES "R" "D".
    05 INV-RESTOCK-FEE    PIC 9(5)V99.
*> On an invoice's history copy: the quantity credit memos and return
*> credit notes have so far taken back (kept by ARPost), so no more
*> can be returned than was sold. Blank before returns were taken.
    05 INV-CREDITED-QTY   PIC 9(3).
    05 FILLER             PIC X(4).
