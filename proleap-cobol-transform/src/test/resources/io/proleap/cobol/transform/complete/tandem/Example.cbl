         FILE STATUS IS WS-TAXREG-STATUS.
     SELECT TAXREG-TEMP ASSIGN TO "TAXREG.TMP"
         ORGANIZATION IS LINE SEQUENTIAL.
     SELECT INVOICE-FILE ASSIGN TO "INVOICES.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-INVOICE-STATUS.
     SELECT INVOICE-TEMP ASSIGN TO "INVOICES.TMP"
         ORGANIZATION IS LINE SEQUENTIAL.
     SELECT INVOICE-CONTROL-FILE ASSIGN TO "INVOICENO.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-INVCTL-STATUS.
     SELECT ITEM-FILE ASSIGN TO "ITEMS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS ItemCode
         FILE STATUS IS WS-ITEM-STATUS.
     SELECT ITEM-PRICE-FILE ASSIGN TO "ITEMPRICE.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-ITEM-PRICE-STATUS.
     SELECT CREDIT-LIMIT-FILE ASSIGN TO "CREDITLIM.DAT"
         ORGANIZATION IS INDEXED
         RECORD KEY IS CRL-PERSON-ID
         FILE STATUS IS WS-CREDIT-LIMIT-STATUS.
     SELECT AR-ITEM-FILE ASSIGN TO "ARITEMS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS ARI-INVOICE-NO
         FILE STATUS IS WS-ARITEM-STATUS.
     SELECT CREDIT-HOLD-FILE ASSIGN TO "CREDITHOLD.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-CREDIT-HOLD-STATUS.
     SELECT CREDIT-HOLD-TEMP ASSIGN TO "CREDITHOLD.TMP"
         ORGANIZATION IS LINE SEQUENTIAL.
     SELECT CREDIT-RELEASE-FILE ASSIGN TO "CREDITREL.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-CREDIT-RELEASE-STATUS.
     SELECT BACKORDER-FILE ASSIGN TO "BACKORDER.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-BACKORDER-STATUS.
     SELECT BACKORDER-TEMP ASSIGN TO "BACKORDER.TMP"
         ORGANIZATION IS LINE SEQUENTIAL.
     SELECT INVOICE-HISTORY-FILE ASSIGN TO "INVHIST.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS IVH-NUMBER
         FILE STATUS IS WS-INVHIST-STATUS.
     SELECT FREIGHT-RATE-FILE ASSIGN TO "FREIGHTRATES.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-FREIGHT-RATE-STATUS.
     SELECT WAREHOUSE-FILE ASSIGN TO "WAREHOUSE.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-WAREHOUSE-STATUS.
     SELECT LOYALTY-FILE ASSIGN TO "LOYALTY.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-LOYALTY-STATUS.
     SELECT LOYALTY-TEMP ASSIGN TO "LOYALTY.TMP"
         ORGANIZATION IS LINE SEQUENTIAL.
     SELECT COUPON-FILE ASSIGN TO "COUPONS.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-COUPON-STATUS.
     SELECT COUPON-REDEMPTION-FILE ASSIGN TO "COUPONRDM.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS CPR-INVOICE-NO
         FILE STATUS IS WS-CPNRDM-STATUS.
     SELECT TAX-EXEMPT-FILE ASSIGN TO "TAXEXEMPT.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS TXE-KEY
         FILE STATUS IS WS-TAXEXEMPT-STATUS.
 DATA DIVISION.
 FILE SECTION.
 FD ORDER-FILE.
*> ORDERS.DAT is written by OrderMatch, which has already resolved each
*> order's customer to a PERSONS.DAT PersonId - so every report line,
*> exception, and downstream record here can be tied to the person.
 COPY ORDERREC.
 FD DISCOUNT-REPORT.
 01 DISCOUNT-REPORT-LINE PIC X(80).
 FD EXCEPTION-FILE.
 01 EXCEPTION-REC.
    05 EXC-PERSON-ID   PIC 9(6).
    05 EXC-PERSON-NAME PIC X(20).
    05 EXC-AMOUNT      PIC 999.
    05 EXC-PRICE       PIC 999V99.
       10 CKPT-STATE-TAX-ENTRY OCCURS 60 TIMES.
          15 CKPT-TAX-STATE  PIC XX.
          15 CKPT-TAX-AMOUNT PIC 9(7)V99.
*> The last invoice number issued as of the checkpoint - a restart
*> carries on numbering from here, and INVOICES.DAT is cut back to it
*> first so no number is ever issued twice.
    05 CKPT-LAST-INVOICE-NO PIC 9(8).
*> Credit control as of the checkpoint: the orders held so far, and
*> which supervisor releases on CREDITREL.DAT have already been used
*> (by position - the file is only rewritten at end of run).
    05 CKPT-CREDIT-HOLD-COUNT  PIC 9(7).
    05 CKPT-RELEASE-USED-FLAGS PIC X(500).
*> Orders backordered so far, for the report total.
    05 CKPT-BACKORDER-COUNT    PIC 9(7).
*> Cancellations and amendments so far: the count, the amounts
*> reversed (for the reversing GL lines), and the tax adjustments
*> owed to each original quarter on the remittance register.
    05 CKPT-ADJUSTMENT-COUNT      PIC 9(7).
    05 CKPT-REVERSED-TOTAL-AMOUNT PIC 9(7)V99.
    05 CKPT-REVERSED-DISC-AMOUNT  PIC 9(7)V99.
    05 CKPT-REVERSED-TAX-AMOUNT   PIC 9(7)V99.
    05 CKPT-TAX-ADJUST-COUNT      PIC 9(3).
    05 CKPT-TAX-ADJUST-TABLE      PIC X(1700).
*> Freight so far: charged and reversed (for the freight revenue GL
*> lines), and the orders waived or left without a rate.
    05 CKPT-GRAND-FREIGHT-AMOUNT    PIC 9(7)V99.
    05 CKPT-REVERSED-FREIGHT-AMOUNT PIC 9(7)V99.
    05 CKPT-FREIGHT-WAIVED-COUNT    PIC 9(7).
    05 CKPT-FREIGHT-UNRATED-COUNT   PIC 9(7).
*> Loyalty points so far: earned and redeemed, the money off redeemed
*> and reversed (for the LOYALTYRDM GL lines).
    05 CKPT-GRAND-POINTS-EARNED     PIC 9(9).
    05 CKPT-GRAND-POINTS-REDEEMED   PIC 9(9).
    05 CKPT-GRAND-POINTS-AMOUNT     PIC 9(7)V99.
    05 CKPT-REVERSED-POINTS-AMOUNT  PIC 9(7)V99.
*> Coupons so far: honoured and refused, the money off honoured and
*> reversed (for the COUPONEXP GL lines).
    05 CKPT-COUPON-HONORED-COUNT    PIC 9(7).
    05 CKPT-COUPON-REFUSED-COUNT    PIC 9(7).
    05 CKPT-GRAND-COUPON-AMOUNT     PIC 9(7)V99.
    05 CKPT-REVERSED-COUPON-AMOUNT  PIC 9(7)V99.
*> Tax-exempt sales so far: the orders priced tax-free and their
*> sales, each state's exempt sales for the register (in the same
*> positions as CKPT-STATE-TAX-TABLE), and the exempt sales owed back
*> to each original quarter (in the same positions as the tax
*> adjustments).
    05 CKPT-TAX-EXEMPT-COUNT        PIC 9(7).
    05 CKPT-GRAND-EXEMPT-SALES      PIC 9(7)V99.
    05 CKPT-STATE-EXEMPT-TABLE.
       10 CKPT-EXEMPT-AMOUNT PIC 9(7)V99 OCCURS 60 TIMES.
    05 CKPT-EXEMPT-ADJUST-TABLE     PIC X(900).
*> Customer returns so far: the count, and the amounts credited back
*> (for the sales-returns GL lines and the report totals).
    05 CKPT-RETURN-COUNT            PIC 9(7).
    05 CKPT-RETURNED-GROSS-AMOUNT   PIC 9(7)V99.
    05 CKPT-RETURNED-DISC-AMOUNT    PIC 9(7)V99.
    05 CKPT-RETURNED-COUPON-AMOUNT  PIC 9(7)V99.
    05 CKPT-RETURNED-POINTS-AMOUNT  PIC 9(7)V99.
    05 CKPT-RETURNED-TAX-AMOUNT     PIC 9(7)V99.
    05 CKPT-RESTOCK-FEE-AMOUNT      PIC 9(7)V99.
    05 CKPT-RETURN-CREDIT-AMOUNT    PIC 9(7)V99.
 FD GL-FEED-FILE.
 01 GL-FEED-LINE.
    05 GLF-RUN-DATE     PIC 9(8).
    05 TRX-STATE  PIC XX.
    05 TRX-RATE   PIC 99V99.
    05 TRX-ACTIVE PIC X.
    05 TRX-FREIGHT-TAXABLE PIC X.
*> Per-jurisdiction remittance register, accumulated run over run:
*> one record per state per calendar quarter carrying the tax
*> collected so far, and the sales made tax-free under an exemption
*> certificate, which the states want declared apart. TaxRemitReport
*> prints it at quarter end.
 FD TAXREG-FILE.
 01 TAXREG-REC.
    05 TRG-STATE      PIC XX.
    05 TRG-QUARTER    PIC X(6).
    05 TRG-TAX-AMOUNT PIC 9(9)V99.
    05 TRG-EXEMPT-AMOUNT PIC 9(9)V99.
 FD TAXREG-TEMP.
 01 TAXREG-TEMP-REC PIC X(30).
*> The day's invoices, one per accepted order, for InvoicePrint to
*> sort by postal code and print.
 FD INVOICE-FILE.
 COPY INVOICEREC.
 FD INVOICE-TEMP.
 01 INVOICE-TEMP-REC PIC X(257).
*> Invoice-number control: the last number issued by any run. Read at
*> start of run, advanced in storage as invoices are written, and
*> written back at end of run.
 FD INVOICE-CONTROL-FILE.
 01 INVOICE-CONTROL-REC.
    05 INC-LAST-INVOICE-NO PIC 9(8).
*> The item master and its price history (maintained by ItemMaint):
*> an order must name an active item at the price in force on the
*> run date.
 FD ITEM-FILE.
 COPY ITEMREC.
 FD ITEM-PRICE-FILE.
 01 ITEM-PRICE-REC.
    05 IPR-ITEM-CODE      PIC X(10).
    05 IPR-EFFECTIVE-FROM PIC 9(8).
    05 IPR-UNIT-PRICE     PIC 9(5)V99.
*> Customer credit limits, loaded whole at start of run.
 FD CREDIT-LIMIT-FILE.
 COPY CRLIMREC.
*> The AR open items ARPost keeps - each limited customer's open
*> balance is summed from here at start of run.
 FD AR-ITEM-FILE.
 COPY ARITEMREC.
*> Orders that would take the customer over the credit limit, held
*> for supervisor release instead of being invoiced.
 FD CREDIT-HOLD-FILE.
 COPY CRHOLDREC.
 FD CREDIT-HOLD-TEMP.
 01 CREDIT-HOLD-TEMP-REC PIC X(159).
*> Supervisor releases from CreditRelease, one per held order let
*> back into the run.
 FD CREDIT-RELEASE-FILE.
 COPY CRRELREC.
*> The quantity an order asks for beyond the item's available stock,
*> owed to the customer until BackorderRelease fills it.
 FD BACKORDER-FILE.
 COPY BACKORDREC.
 FD BACKORDER-TEMP.
 01 BACKORDER-TEMP-REC PIC X(143).
*> Every invoice ARPost has posted - where a cancel, amend or return
*> finds the invoice it names, priced exactly as it was first.
 FD INVOICE-HISTORY-FILE.
 COPY INVHISTREC.
*> Freight by destination zone and quantity band.
 FD FREIGHT-RATE-FILE.
 COPY FRTRATEREC.
*> The company's warehouses and the ship-to states each one serves.
 FD WAREHOUSE-FILE.
 COPY WAREHOUSEREC.
*> The customers' loyalty points ledger, appended as points are earned
*> and redeemed.
 FD LOYALTY-FILE.
 COPY LOYALTYREC.
 FD LOYALTY-TEMP.
 01 LOYALTY-TEMP-REC PIC X(45).
*> The printed coupons an order may present, and every redemption
*> honoured against an invoice.
 FD COUPON-FILE.
 COPY COUPONREC.
 FD COUPON-REDEMPTION-FILE.
 COPY CPNRDMREC.
*> The customers' tax-exemption certificates, kept by TaxExemptMaint -
*> one per customer per state they buy tax-free in.
 FD TAX-EXEMPT-FILE.
 COPY TAXEXREC.
 WORKING-STORAGE SECTION.
 01 SOME-ITEM.
    05 ITEM-CODE PIC X(10).
    05 ITEM-NAME PIC X(20).
    05 PRICE PIC 999V99.
    05 AMOUNT PIC 999.
 01 SOME-PERSON.
    05 PERSON-ID PIC 9(6).
    05 PERSON-NAME PIC X(20).
    05 PERSON-ADDRESS.
       10 STREET PIC X(20).
       10 BRACKET-PERCENT  PIC 99.
 77 DISCOUNT-BRACKET-COUNT PIC 9 VALUE 3.
 77 WS-BRACKET-IDX         PIC 9.
 77 WS-APPLIED-BRACKET     PIC 9.
 01 WS-REPORT-HEADINGS.
    05 WS-REPORT-TITLE-LINE.
       10 WS-TITLE-COMPANY-CODE PIC X(4).
       10 FILLER PIC X(25) VALUE "DAILY DISCOUNT REPORT".
    05 WS-REPORT-HEADING-LINE.
       10 FILLER PIC X(20) VALUE "CUSTOMER".
       10 FILLER PIC X(9)  VALUE "PERSONID".
       10 FILLER PIC X(14) VALUE "TOTAL".
       10 FILLER PIC X(14) VALUE "DISCOUNT".
       10 FILLER PIC X(11) VALUE "TAX".
       10 FILLER PIC X(9)  VALUE "FREIGHT".
 01 WS-DETAIL-LINE.
    05 WS-DETAIL-NAME     PIC X(20).
    05 WS-DETAIL-PERSON-ID PIC 9(6).
    05 FILLER             PIC X(3) VALUE SPACES.
    05 WS-DETAIL-TOTAL    PIC Z(5)9.99.
    05 FILLER             PIC X(4) VALUE SPACES.
    05 WS-DETAIL-DISCOUNT PIC Z(5)9.99.
    05 FILLER             PIC X(4) VALUE SPACES.
    05 WS-DETAIL-TAX      PIC Z(5)9.99.
    05 FILLER             PIC X(4) VALUE SPACES.
    05 WS-DETAIL-FREIGHT  PIC Z(5)9.99.
 01 WS-TOTAL-LINE.
    05 FILLER              PIC X(29) VALUE "GRAND TOTALS".
    05 WS-GRAND-TOTAL-OUT  PIC Z(5)9.99.
    05 FILLER              PIC X(4) VALUE SPACES.
    05 WS-GRAND-DISC-OUT   PIC Z(5)9.99.
    05 FILLER              PIC X(4) VALUE SPACES.
    05 WS-GRAND-TAX-OUT    PIC Z(5)9.99.
    05 FILLER              PIC X(4) VALUE SPACES.
    05 WS-GRAND-FREIGHT-OUT PIC Z(5)9.99.
 77 WS-GRAND-TOTAL-AMOUNT    PIC 9(7)V99 VALUE ZERO.
 77 WS-GRAND-DISCOUNT-AMOUNT PIC 9(7)V99 VALUE ZERO.
 77 WS-ORIGINAL-TOTAL        PIC 9(7)V99.
 77 WS-RECONCILE-CHECK       PIC 9(7)V99.
 77 WS-ORDER-INVALID         PIC X VALUE "N".
    88 ORDER-IS-INVALID      VALUE "Y".
 77 WS-REJECT-REASON         PIC X(30).
*> Item validation against ITEMS.DAT and the ITEMPRICE.DAT history.
 77 WS-ITEM-STATUS           PIC XX.
 77 WS-ITEM-PRICE-STATUS     PIC XX.
 77 WS-ITEM-PRICE-EOF        PIC X.
    88 END-OF-ITEM-PRICES    VALUE "Y".
 77 WS-EFFECTIVE-PRICE       PIC 9(5)V99.
 77 WS-BEST-EFFECTIVE        PIC 9(8).
*> Sales-tax rate by state of the customer's address, loaded from the
*> TAXRATES.DAT jurisdiction master at start of run so a state's rate
*> change is maintenance data, not a recompile. These defaults only
*> apply when TAXRATES.DAT is absent (the same fallback discipline
*> READ-CONTROL-RECORD applies to CONTROL.DAT). OR carries no tax.
*> The last byte says whether the state taxes a freight charge too.
*> Each entry also accumulates the state's tax for this run, and the
*> sales exempted from it, feeding the TAXREG.DAT remittance register
*> at end of run.
 01 DEFAULT-TAX-RATE-VALUES.
    05 FILLER PIC X(7) VALUE "CA0725N".
    05 FILLER PIC X(7) VALUE "NY0400Y".
    05 FILLER PIC X(7) VALUE "TX0625Y".
    05 FILLER PIC X(7) VALUE "OR0000N".
 01 DEFAULT-TAX-RATE-TABLE REDEFINES DEFAULT-TAX-RATE-VALUES.
    05 DEFAULT-TAX-ENTRY OCCURS 4 TIMES.
       10 DEFAULT-TAX-STATE PIC XX.
       10 DEFAULT-TAX-RATE  PIC 99V99.
       10 DEFAULT-TAX-FREIGHT-TAXABLE PIC X.
 77 DEFAULT-TAX-COUNT PIC 9 VALUE 4.
 01 TAX-RATE-TABLE.
    05 TAX-RATE-ENTRY OCCURS 60 TIMES.
       10 TAX-STATE        PIC XX.
       10 TAX-RATE         PIC 99V99.
       10 TAX-FREIGHT-TAXABLE PIC X.
       10 TAX-STATE-AMOUNT PIC 9(7)V99.
       10 TAX-STATE-EXEMPT PIC 9(7)V99.
 77 TAX-RATE-COUNT PIC 99 VALUE ZERO.
 77 WS-TAX-IDX      PIC 99.
 77 WS-TAX-MATCH-IDX PIC 99 VALUE ZERO.
    88 END-OF-TAXRATES VALUE "Y".
 77 TAX-AMOUNT       PIC 9(7)V99.
 77 WS-GRAND-TAX-AMOUNT PIC 9(7)V99 VALUE ZERO.
 77 WS-TAXABLE-AMOUNT PIC 9(7)V99.
*> Tax exemption: the certificate an order is priced tax-free under
*> (blank when it is taxed) and the sale it exempted.
 77 WS-TAXEXEMPT-STATUS PIC XX.
 77 WS-EXEMPT-CERT      PIC X(20).
 77 WS-EXEMPT-SALES     PIC 9(7)V99.
 77 WS-TAX-EXEMPT-COUNT PIC 9(7) VALUE ZERO.
 77 WS-GRAND-EXEMPT-SALES PIC 9(7)V99 VALUE ZERO.
 01 WS-TAX-EXEMPT-LINE.
    05 FILLER             PIC X(28) VALUE "   TAX EXEMPT - CERTIFICATE ".
    05 WS-TXL-CERT-NO     PIC X(20).
    05 FILLER             PIC X(8) VALUE "  SALES ".
    05 WS-TXL-SALES-OUT   PIC Z(6)9.99.
 01 WS-TAX-EXEMPT-TOTAL-LINE.
    05 FILLER             PIC X(29) VALUE "ORDERS SOLD TAX EXEMPT".
    05 WS-TXT-COUNT-OUT   PIC Z(8)9.
    05 FILLER             PIC X(8) VALUE "  SALES ".
    05 WS-TXT-SALES-OUT   PIC Z(6)9.99.
*> Freight: one charge per order from FREIGHTRATES.DAT, found by the
*> first three digits of the order's zip and the order quantity, and
*> waived when the order's goods total is over the free-shipping
*> threshold on CONTROL.DAT. A missing FREIGHTRATES.DAT charges no
*> freight at all; an order no rate line covers is shipped free and
*> reported so the shipping department can add the rate.
 01 FREIGHT-RATE-TABLE.
    05 FREIGHT-RATE-ENTRY OCCURS 500 TIMES.
       10 FRS-ZIP-FROM PIC X(3).
       10 FRS-ZIP-TO   PIC X(3).
       10 FRS-ZONE     PIC X(2).
       10 FRS-QTY-UPTO PIC 9(3).
       10 FRS-CHARGE   PIC 9(3)V99.
 77 FREIGHT-RATE-COUNT      PIC 9(3) VALUE ZERO.
 77 WS-FREIGHT-IDX          PIC 9(3).
 77 WS-FREIGHT-MATCH-IDX    PIC 9(3).
 77 WS-FREIGHT-RATE-STATUS  PIC XX.
 77 WS-FREIGHT-RATE-EOF     PIC X.
    88 END-OF-FREIGHT-RATES VALUE "Y".
 77 FREIGHT-AMOUNT          PIC 9(5)V99.
 77 WS-FREIGHT-SWITCH       PIC X.
    88 FREIGHT-CHARGED      VALUE "C".
    88 FREIGHT-WAIVED       VALUE "W".
    88 FREIGHT-UNRATED      VALUE "U".
 77 WS-FREE-FREIGHT-THRESHOLD PIC 9(5)V99 VALUE ZERO.
 77 WS-GRAND-FREIGHT-AMOUNT PIC 9(7)V99 VALUE ZERO.
 77 WS-FREIGHT-WAIVED-COUNT PIC 9(7) VALUE ZERO.
*> Ship-from warehouse: an order ships from the warehouse on
*> WAREHOUSE.DAT that lists its ship-to state, else from the default
*> warehouse, and the invoice carries it so StockLedger takes the
*> stock out of that location. Availability is still judged against
*> the company total.
 01 WAREHOUSE-TABLE.
    05 WAREHOUSE-ENTRY OCCURS 20 TIMES.
       10 WHT-CODE       PIC X(4).
       10 WHT-SHIP-STATE PIC XX OCCURS 12 TIMES.
 77 WAREHOUSE-COUNT         PIC 9(3) VALUE ZERO.
 77 WS-WHS-IDX              PIC 9(3).
 77 WS-WHS-STATE-IDX        PIC 9(3).
 77 WS-WAREHOUSE-STATUS     PIC XX.
 77 WS-WAREHOUSE-EOF        PIC X.
    88 END-OF-WAREHOUSES    VALUE "Y".
 77 WS-WAREHOUSE-MATCH      PIC X.
    88 WAREHOUSE-MATCHED    VALUE "Y".
 77 WS-DEFAULT-WAREHOUSE    PIC X(4) VALUE SPACES.
 77 WS-SHIP-WAREHOUSE       PIC X(4).
 77 WS-FREIGHT-UNRATED-COUNT PIC 9(7) VALUE ZERO.
 01 WS-NO-FREIGHT-LINE.
    05 FILLER             PIC X(21) VALUE "** NO FREIGHT RATE - ".
    05 WS-NFR-NAME        PIC X(20).
    05 WS-NFR-PERSON-ID   PIC 9(6).
    05 FILLER             PIC X(6) VALUE "  ZIP ".
    05 WS-NFR-ZIP         PIC X(5).
    05 FILLER             PIC X(6) VALUE "  QTY ".
    05 WS-NFR-QTY-OUT     PIC ZZ9.
 01 WS-FREIGHT-WAIVED-LINE.
    05 FILLER             PIC X(29) VALUE "ORDERS FREIGHT WAIVED".
    05 WS-FWV-COUNT-OUT   PIC Z(6)9.
 01 WS-FREIGHT-UNRATED-LINE.
    05 FILLER             PIC X(29) VALUE "ORDERS WITH NO FREIGHT RATE".
    05 WS-FUR-COUNT-OUT   PIC Z(6)9.
*> Loyalty points: earned on every accepted order's goods total (net
*> of discount and of points redeemed) at the CONTROL.DAT rate per
*> whole unit, and redeemed - when the order asks for it - as money off
*> the goods total after the bracket discount, as many points as the
*> customer has redeemable, up to the goods total. Each customer's
*> balance is loaded from LOYALTY.DAT at start of run and kept up to
*> date as entries are posted. Points earned before the expiry cutoff
*> (run date less the expiry months) are no longer redeemable.
 01 LOYALTY-TABLE.
    05 LOYALTY-ENTRY OCCURS 5000 TIMES.
       10 LYT-PERSON-ID      PIC 9(6).
       10 LYT-EARNED         PIC S9(9).
       10 LYT-EARNED-LAPSING PIC S9(9).
       10 LYT-USED           PIC S9(9).
 77 LOYALTY-COUNT           PIC 9(4) VALUE ZERO.
 77 WS-LOYALTY-IDX          PIC 9(4).
 77 WS-LOYALTY-MATCH-IDX    PIC 9(4).
 77 WS-LOYALTY-STATUS       PIC XX.
 77 WS-LOYALTY-EOF          PIC X.
    88 END-OF-LOYALTY       VALUE "Y".
 77 WS-POINTS-PER-UNIT      PIC 99 VALUE ZERO.
 77 WS-POINT-VALUE          PIC 9V999 VALUE ZERO.
 77 WS-POINTS-EXPIRY-MONTHS PIC 9(3) VALUE ZERO.
 77 WS-POINTS-CUTOFF-DATE   PIC 9(8) VALUE ZERO.
 77 WS-CUTOFF-PERIOD        PIC 9(6).
 77 WS-CUTOFF-YEAR          PIC 9(4).
 77 WS-CUTOFF-MONTH         PIC 99.
 77 WS-POINTS-AVAILABLE     PIC S9(9).
 77 WS-POINTS-REDEEMABLE    PIC 9(9).
 77 WS-POINTS-GIVEN-BACK    PIC 9(5).
 77 WS-POINTS-CAP-AMOUNT    PIC 9(5)V99.
 77 WS-POINTS-REDEEMED      PIC 9(5).
 77 WS-POINTS-AMOUNT        PIC 9(4)V99.
 77 WS-POINTS-EARNED        PIC 9(5).
 77 WS-WHOLE-UNITS          PIC 9(5).
 77 WS-LOYALTY-TYPE         PIC X.
 77 WS-LOYALTY-POINTS       PIC S9(7).
 77 WS-LOYALTY-ENTRY-DATE   PIC 9(8).
 77 WS-GRAND-POINTS-EARNED    PIC 9(9) VALUE ZERO.
 77 WS-GRAND-POINTS-REDEEMED  PIC 9(9) VALUE ZERO.
 77 WS-GRAND-POINTS-AMOUNT    PIC 9(7)V99 VALUE ZERO.
 77 WS-REVERSED-POINTS-AMOUNT PIC 9(7)V99 VALUE ZERO.
 01 WS-POINTS-REDEEMED-LINE.
    05 FILLER             PIC X(28) VALUE "   LOYALTY POINTS REDEEMED ".
    05 WS-PRD-POINTS-OUT  PIC Z(4)9.
    05 FILLER             PIC X(8) VALUE "  VALUE ".
    05 WS-PRD-AMOUNT-OUT  PIC Z(3)9.99.
 01 WS-POINTS-EARNED-TOTAL-LINE.
    05 FILLER             PIC X(29) VALUE "LOYALTY POINTS EARNED".
    05 WS-PET-POINTS-OUT  PIC Z(8)9.
 01 WS-POINTS-REDEEMED-TOTAL-LINE.
    05 FILLER             PIC X(29) VALUE "LOYALTY POINTS REDEEMED".
    05 WS-PRT-POINTS-OUT  PIC Z(8)9.
    05 FILLER             PIC X(8) VALUE "  VALUE ".
    05 WS-PRT-AMOUNT-OUT  PIC Z(6)9.99.
*> Coupons: the COUPONS.DAT master loaded at start of run, each entry
*> carrying how many of its redemptions on COUPONRDM.DAT still stand
*> (kept up to date as coupons are honoured and reversed). A coupon
*> the order presents comes off after the bracket discount - on top
*> of it when the coupon stacks, otherwise instead of it when it is
*> worth more - and before any points. A coupon that cannot be
*> honoured leaves the order priced without it and is reported.
 01 COUPON-TABLE.
    05 COUPON-ENTRY OCCURS 500 TIMES.
       10 CPS-CODE       PIC X(10).
       10 CPS-KIND       PIC X.
       10 CPS-VALUE      PIC 9(4)V99.
       10 CPS-START-DATE PIC 9(8).
       10 CPS-END-DATE   PIC 9(8).
       10 CPS-USE        PIC X.
       10 CPS-MIN-ORDER  PIC 9(5)V99.
       10 CPS-STACKING   PIC X.
       10 CPS-USES       PIC S9(7).
 77 COUPON-MASTER-COUNT     PIC 9(3) VALUE ZERO.
 77 WS-COUPON-IDX           PIC 9(3).
 77 WS-COUPON-MATCH-IDX     PIC 9(3).
 77 WS-COUPON-STATUS        PIC XX.
 77 WS-COUPON-EOF           PIC X.
    88 END-OF-COUPONS       VALUE "Y".
 77 WS-CPNRDM-STATUS        PIC XX.
 77 WS-CPNRDM-EOF           PIC X.
    88 END-OF-REDEMPTIONS   VALUE "Y".
 77 WS-COUPON-CODE-IN       PIC X(10).
 77 WS-COUPON-AS-OF         PIC 9(8).
 77 WS-COUPON-GIVEN-BACK    PIC X(10).
 77 WS-COUPON-USES          PIC S9(7).
 77 WS-COUPON-BASE          PIC 9(7)V99.
 77 WS-COUPON-WORTH         PIC 9(7)V99.
 77 WS-COUPON-AMOUNT        PIC 9(4)V99.
 77 WS-COUPON-REFUSAL       PIC X(30).
 77 WS-COUPON-HONORED-COUNT PIC 9(7) VALUE ZERO.
 77 WS-COUPON-REFUSED-COUNT PIC 9(7) VALUE ZERO.
 77 WS-GRAND-COUPON-AMOUNT    PIC 9(7)V99 VALUE ZERO.
 77 WS-REVERSED-COUPON-AMOUNT PIC 9(7)V99 VALUE ZERO.
 01 WS-COUPON-LINE.
    05 FILLER             PIC X(10) VALUE "   COUPON ".
    05 WS-CPL-CODE        PIC X(10).
    05 FILLER             PIC X(8) VALUE "  VALUE ".
    05 WS-CPL-AMOUNT-OUT  PIC Z(3)9.99.
 01 WS-COUPON-REFUSED-LINE.
    05 FILLER             PIC X(10) VALUE "   COUPON ".
    05 WS-CRF-CODE        PIC X(10).
    05 FILLER             PIC X(17) VALUE " NOT HONORED - ".
    05 WS-CRF-REASON      PIC X(30).
 01 WS-COUPON-TOTAL-LINE.
    05 FILLER             PIC X(29) VALUE "COUPONS HONORED".
    05 WS-CPT-COUNT-OUT   PIC Z(8)9.
    05 FILLER             PIC X(8) VALUE "  VALUE ".
    05 WS-CPT-AMOUNT-OUT  PIC Z(6)9.99.
 01 WS-COUPON-REFUSED-TOTAL-LINE.
    05 FILLER             PIC X(29) VALUE "COUPONS NOT HONORED".
    05 WS-CRT-COUNT-OUT   PIC Z(8)9.
*> In-storage copy of the remittance register while it is merged with
*> this run's per-state totals and rewritten. Bounded well above the
*> number of states times the quarters retention keeps.
       10 WS-TRG-STATE   PIC XX.
       10 WS-TRG-QUARTER PIC X(6).
       10 WS-TRG-AMOUNT  PIC 9(9)V99.
       10 WS-TRG-EXEMPT  PIC 9(9)V99.
 77 WS-TAXREG-COUNT PIC 9(3) VALUE ZERO.
 77 WS-TAXREG-IDX   PIC 9(3).
 77 WS-TAXREG-STATUS PIC XX.
 77 WS-RESTART-COUNT       PIC 9(7) VALUE ZERO.
 77 WS-SKIP-IDX            PIC 9(7).
 77 WS-RUN-DATE             PIC 9(8).
*> Run-log entry appended through the shared WriteRunLog subprogram
*> on a clean finish, as every cycle step does, so the restart build
*> and the batch-window monitor see this step like the others.
 COPY RUNLOGREC.
 77 WS-LOG-TS-DATE          PIC 9(8).
 77 WS-LOG-TS-TIME          PIC 9(8).
 77 WS-EXCEPTION-COUNT      PIC 9(7) VALUE ZERO.
*> Run-control record (see req 047): carries the run date, company
*> code, and discount policy for the cycle instead of each living as a
*> separate hardcoded value.
 77 WS-CONTROL-STATUS       PIC XX.
 77 WS-COMPANY-CODE         PIC X(4).
*> Invoice numbering: unique and consecutive across runs, so the
*> auditors can account for every number issued.
 77 WS-INVOICE-STATUS       PIC XX.
 77 WS-INVCTL-STATUS        PIC XX.
 77 WS-LAST-INVOICE-NO      PIC 9(8) VALUE ZERO.
 77 WS-CKPT-INVOICE-NO      PIC 9(8) VALUE ZERO.
 77 WS-INVOICE-EOF          PIC X.
    88 END-OF-INVOICES      VALUE "Y".
 77 WS-INVOICE-COUNT        PIC 9(7) VALUE ZERO.
*> Credit control: one entry per customer on CREDITLIM.DAT carrying the
*> limit and the balance it is measured against - open AR at start of
*> run, plus every order accepted for the customer so far this run.
 01 CREDIT-LIMIT-TABLE.
    05 CREDIT-LIMIT-ENTRY OCCURS 2000 TIMES.
       10 CRT-PERSON-ID    PIC 9(6).
       10 CRT-CREDIT-LIMIT PIC 9(7)V99.
       10 CRT-BALANCE      PIC 9(9)V99.
 77 CREDIT-LIMIT-COUNT      PIC 9(4) VALUE ZERO.
 77 WS-CREDIT-IDX           PIC 9(4).
 77 WS-CREDIT-MATCH-IDX     PIC 9(4).
 77 WS-CREDIT-LIMIT-STATUS  PIC XX.
 77 WS-CREDIT-LIMIT-EOF     PIC X.
    88 END-OF-CREDIT-LIMITS VALUE "Y".
 77 WS-ARITEM-STATUS        PIC XX.
 77 WS-ARITEM-EOF           PIC X.
    88 END-OF-AR-ITEMS      VALUE "Y".
 77 WS-ORDER-DUE            PIC 9(7)V99.
 77 WS-CREDIT-HOLD-SWITCH   PIC X VALUE "N".
    88 ORDER-ON-CREDIT-HOLD VALUE "Y".
 77 WS-CREDIT-HOLD-STATUS   PIC XX.
 77 WS-CREDIT-HOLD-EOF      PIC X.
    88 END-OF-CREDIT-HOLDS  VALUE "Y".
 77 WS-CREDIT-HOLD-COUNT    PIC 9(7) VALUE ZERO.
*> Supervisor releases waiting on CREDITREL.DAT; each one lets exactly
*> one matching order through over the limit and is then used up.
 01 CREDIT-RELEASE-TABLE.
    05 CREDIT-RELEASE-ENTRY OCCURS 500 TIMES.
       10 CRS-ORDER-IMAGE  PIC X(109).
       10 CRS-RELEASED-BY  PIC X(8).
       10 CRS-RELEASE-DATE PIC 9(8).
 01 CREDIT-RELEASE-USED-FLAGS VALUE SPACES.
    05 CRS-USED PIC X OCCURS 500 TIMES.
 77 CREDIT-RELEASE-COUNT     PIC 9(3) VALUE ZERO.
 77 WS-RELEASE-IDX           PIC 9(3).
 77 WS-RELEASE-MATCH-IDX     PIC 9(3).
 77 WS-CREDIT-RELEASE-STATUS PIC XX.
 77 WS-CREDIT-RELEASE-EOF    PIC X.
    88 END-OF-CREDIT-RELEASES VALUE "Y".
 01 WS-CREDIT-HOLD-LINE.
    05 FILLER             PIC X(20) VALUE "** CREDIT HOLD - ".
    05 WS-HOLD-NAME       PIC X(20).
    05 WS-HOLD-PERSON-ID  PIC 9(6).
    05 FILLER             PIC X(8) VALUE "  LIMIT".
    05 WS-HOLD-LIMIT      PIC Z(6)9.99.
    05 FILLER             PIC X(6) VALUE "  DUE".
    05 WS-HOLD-DUE        PIC Z(6)9.99.
 01 WS-CREDIT-RELEASE-LINE.
    05 FILLER             PIC X(46)
        VALUE "   OVER CREDIT LIMIT - SUPERVISOR RELEASE BY ".
    05 WS-RELEASE-BY-OUT  PIC X(8).
 01 WS-HOLD-TOTAL-LINE.
    05 FILLER             PIC X(29) VALUE "ORDERS ON CREDIT HOLD".
    05 WS-HOLD-COUNT-OUT  PIC Z(6)9.
*> Stock allocation: an order ships no more than the item's on-hand
*> quantity less what this run has already committed to earlier
*> orders for the item; the rest is backordered. One entry per item
*> ordered this run.
 01 ITEM-COMMIT-TABLE.
    05 ITEM-COMMIT-ENTRY OCCURS 2000 TIMES.
       10 ICT-ITEM-CODE     PIC X(10).
       10 ICT-COMMITTED-QTY PIC S9(7).
 77 ITEM-COMMIT-COUNT       PIC 9(4) VALUE ZERO.
 77 WS-COMMIT-IDX           PIC 9(4).
 77 WS-COMMIT-MATCH-IDX     PIC 9(4).
 77 WS-AVAILABLE-QTY        PIC S9(7).
 77 WS-BACKORDER-QTY        PIC 999.
 77 WS-BACKORDER-SWITCH     PIC X VALUE "N".
    88 ORDER-FULLY-BACKORDERED VALUE "Y".
 77 WS-BACKORDER-STATUS     PIC XX.
 77 WS-BACKORDER-EOF        PIC X.
    88 END-OF-BACKORDERS    VALUE "Y".
 77 WS-BACKORDER-COUNT      PIC 9(7) VALUE ZERO.
*> The order as read, before any backordered quantity is taken off it
*> - the image a supervisor's credit release was written against.
 77 WS-ORDER-IMAGE-IN       PIC X(109).
 01 WS-BACKORDER-LINE.
    05 FILLER             PIC X(17) VALUE "** BACKORDERED - ".
    05 WS-BKO-NAME        PIC X(20).
    05 WS-BKO-PERSON-ID   PIC 9(6).
    05 FILLER             PIC X(7) VALUE "  ITEM ".
    05 WS-BKO-ITEM        PIC X(10).
    05 FILLER             PIC X(6) VALUE "  QTY ".
    05 WS-BKO-QTY-OUT     PIC ZZ9.
 01 WS-BACKORDER-TOTAL-LINE.
    05 FILLER             PIC X(29) VALUE "ORDERS BACKORDERED".
    05 WS-BKO-COUNT-OUT   PIC Z(6)9.
*> Cancellations and amendments: a cancel or amend names an invoice
*> already issued (on INVHIST.DAT), which must belong to the same
*> customer and still be open and unpaid on ARITEMS.DAT. It is
*> reversed by a credit memo carrying exactly the original amounts;
*> an amend is then re-invoiced for the new quantity at the original
*> price and tax rate. The tax on both goes back to the original
*> invoice's quarter on the remittance register.
 77 WS-INVHIST-STATUS       PIC XX.
 77 WS-TAX-RATE-APPLIED     PIC 99V99.
 77 WS-ORIGINAL-INVOICE     PIC X(257).
 77 WS-ORIG-NUMBER          PIC 9(8).
 77 WS-ORIG-DATE            PIC 9(8).
 77 WS-ORIG-ITEM-CODE       PIC X(10).
 77 WS-ORIG-ITEM-NAME       PIC X(20).
 77 WS-ORIG-PRICE           PIC 9(3)V99.
 77 WS-ORIG-QUANTITY        PIC 9(3).
 77 WS-ORIG-DISCOUNT-AMOUNT PIC 9(5)V99.
 77 WS-ORIG-TAX-AMOUNT      PIC 9(7)V99.
 77 WS-ORIG-NET-DUE         PIC 9(7)V99.
 77 WS-ORIG-TAX-RATE        PIC 99V99.
 77 WS-ORIG-FREIGHT-AMOUNT  PIC 9(5)V99.
 77 WS-ORIG-POINTS-REDEEMED PIC 9(5).
 77 WS-ORIG-POINTS-AMOUNT   PIC 9(4)V99.
 77 WS-ORIG-POINTS-EARNED   PIC 9(5).
 77 WS-ORIG-COUPON-CODE     PIC X(10).
 77 WS-ORIG-COUPON-AMOUNT   PIC 9(4)V99.
 77 WS-ORIG-TAX-EXEMPT-CERT PIC X(20).
 77 WS-ORIG-EXEMPT-SALES    PIC 9(7)V99.
 77 WS-ORIG-ADDRESS         PIC X(42).
 77 WS-ORIG-QUARTER         PIC X(6).
 77 WS-CREDIT-MEMO-NO       PIC 9(8).
 77 WS-ADJUSTMENT-COUNT     PIC 9(7) VALUE ZERO.
 77 WS-REVERSED-TOTAL-AMOUNT    PIC 9(7)V99 VALUE ZERO.
 77 WS-REVERSED-DISCOUNT-AMOUNT PIC 9(7)V99 VALUE ZERO.
 77 WS-REVERSED-TAX-AMOUNT      PIC 9(7)V99 VALUE ZERO.
 77 WS-REVERSED-FREIGHT-AMOUNT  PIC 9(7)V99 VALUE ZERO.
 77 WS-COMMIT-QTY           PIC S9(7).
 77 WS-QUARTER-DATE         PIC 9(8).
 77 WS-QUARTER-NAME         PIC X(6).
*> Invoices cancelled or amended so far this run - each can only be
*> reversed once.
 01 ADJUSTED-INVOICE-TABLE.
    05 ADJ-INVOICE-NO PIC 9(8) OCCURS 500 TIMES.
 77 ADJUSTED-INVOICE-COUNT  PIC 9(3) VALUE ZERO.
 77 WS-ADJ-IDX              PIC 9(3).
 77 WS-ADJ-MATCH-IDX        PIC 9(3).
*> Tax to take off (or put back on) an earlier quarter's register
*> entry, one entry per state and quarter touched this run, and in
*> the same positions the exempt sales to take off or put back.
 01 TAX-ADJUST-TABLE.
    05 TAX-ADJUST-ENTRY OCCURS 100 TIMES.
       10 TAJ-STATE   PIC XX.
       10 TAJ-QUARTER PIC X(6).
       10 TAJ-AMOUNT  PIC S9(7)V99.
 01 TAX-EXEMPT-ADJUST-TABLE.
    05 TAJ-EXEMPT-AMOUNT PIC S9(7)V99 OCCURS 100 TIMES.
 77 TAX-ADJUST-COUNT        PIC 9(3) VALUE ZERO.
 77 WS-TAJ-IDX              PIC 9(3).
 77 WS-TAJ-MATCH-IDX        PIC 9(3).
 77 WS-TAJ-STATE            PIC XX.
 77 WS-TAJ-AMOUNT           PIC S9(7)V99.
 77 WS-TAJ-EXEMPT-AMOUNT    PIC S9(7)V99.
 77 WS-TRG-NEW-AMOUNT       PIC S9(9)V99.
 01 WS-ADJUSTMENT-LINE.
    05 WS-ADJ-ACTION      PIC X(14).
    05 FILLER             PIC X(8) VALUE "INVOICE ".
    05 WS-ADJ-ORIG-NO     PIC 9(8).
    05 WS-ADJ-DOC-LABEL   PIC X(14) VALUE " CREDIT MEMO ".
    05 WS-ADJ-MEMO-NO     PIC 9(8).
    05 FILLER             PIC X(2) VALUE SPACES.
    05 WS-ADJ-NAME        PIC X(20).
    05 WS-ADJ-PERSON-ID   PIC 9(6).
 01 WS-REVERSAL-TOTAL-LINE.
    05 FILLER              PIC X(29) VALUE "REVERSED BY CREDIT MEMO".
    05 WS-REV-TOTAL-OUT    PIC Z(5)9.99.
    05 FILLER              PIC X(4) VALUE SPACES.
    05 WS-REV-DISC-OUT     PIC Z(5)9.99.
    05 FILLER              PIC X(4) VALUE SPACES.
    05 WS-REV-TAX-OUT      PIC Z(5)9.99.
    05 FILLER              PIC X(4) VALUE SPACES.
    05 WS-REV-FREIGHT-OUT  PIC Z(5)9.99.
 01 WS-ADJUSTMENT-TOTAL-LINE.
    05 FILLER             PIC X(29) VALUE "ORDERS CANCELLED OR AMENDED".
    05 WS-ADJ-COUNT-OUT   PIC Z(6)9.
*> Customer returns: goods sent back from a shipped invoice on
*> INVHIST.DAT, for the same customer, credited by a credit note for
*> the quantity returned at the original's share of each amount -
*> goods, discount, coupon, points and tax - less the restocking fee
*> the return reason carries. Freight is not refunded and the coupon
*> stays redeemed. Goods that come back damaged are credited but not
*> put back into stock. A paid invoice still takes a return; ARPost
*> carries whatever the credit comes to beyond what the invoice still
*> owes as a credit on the customer's account. No more can come back
*> than the invoice sold, less what credits have already taken back
*> (INV-CREDITED-QTY, kept by ARPost) and what this run has.
 COPY RTNREASON.
 77 WS-RTR-IDX              PIC 9.
 77 WS-RTR-MATCH-IDX        PIC 9.
 77 WS-ORIG-SHIPPED         PIC X.
    88 ORIGINAL-SHIPPED     VALUE "Y".
 77 WS-CREDITED-QTY         PIC 9(5).
 77 WS-RETURNABLE-QTY       PIC S9(5).
 77 WS-RETURN-QTY           PIC 9(3).
 77 WS-RETURN-GROSS         PIC 9(5)V99.
 77 WS-RETURN-DISCOUNT      PIC 9(5)V99.
 77 WS-RETURN-COUPON        PIC 9(4)V99.
 77 WS-RETURN-POINTS-AMOUNT PIC 9(4)V99.
 77 WS-RETURN-POINTS-REDEEMED PIC 9(5).
 77 WS-RETURN-POINTS-EARNED PIC 9(5).
 77 WS-RETURN-GOODS         PIC 9(7)V99.
 77 WS-RETURN-TAX           PIC 9(7)V99.
 77 WS-RETURN-EXEMPT-SALES  PIC 9(7)V99.
 77 WS-RETURN-FEE           PIC 9(5)V99.
 77 WS-RETURN-CREDIT        PIC 9(7)V99.
 77 WS-RETURN-COUNT         PIC 9(7) VALUE ZERO.
 77 WS-RETURNED-GROSS-AMOUNT  PIC 9(7)V99 VALUE ZERO.
 77 WS-RETURNED-DISC-AMOUNT   PIC 9(7)V99 VALUE ZERO.
 77 WS-RETURNED-COUPON-AMOUNT PIC 9(7)V99 VALUE ZERO.
 77 WS-RETURNED-POINTS-AMOUNT PIC 9(7)V99 VALUE ZERO.
 77 WS-RETURNED-TAX-AMOUNT    PIC 9(7)V99 VALUE ZERO.
 77 WS-RESTOCK-FEE-AMOUNT     PIC 9(7)V99 VALUE ZERO.
 77 WS-RETURN-CREDIT-AMOUNT   PIC 9(7)V99 VALUE ZERO.
*> Quantity returned so far this run against each invoice.
 01 RETURNED-INVOICE-TABLE.
    05 RETURNED-INVOICE-ENTRY OCCURS 500 TIMES.
       10 RTN-INVOICE-NO  PIC 9(8).
       10 RTN-QUANTITY    PIC 9(5).
 77 RETURNED-INVOICE-COUNT  PIC 9(3) VALUE ZERO.
 77 WS-RTN-IDX              PIC 9(3).
 77 WS-RTN-MATCH-IDX        PIC 9(3).
 01 WS-RETURN-DETAIL-LINE.
    05 FILLER             PIC X(7) VALUE "   QTY ".
    05 WS-RTL-QTY-OUT     PIC ZZ9.
    05 FILLER             PIC X(2) VALUE SPACES.
    05 WS-RTL-REASON      PIC X(20).
    05 FILLER             PIC X(1) VALUE SPACES.
    05 WS-RTL-CONDITION   PIC X(13).
    05 FILLER             PIC X(5) VALUE " FEE ".
    05 WS-RTL-FEE-OUT     PIC Z(4)9.99.
    05 FILLER             PIC X(8) VALUE " CREDIT ".
    05 WS-RTL-CREDIT-OUT  PIC Z(6)9.99.
 01 WS-RETURN-TOTAL-LINE.
    05 FILLER             PIC X(29) VALUE "ORDERS RETURNED".
    05 WS-RTT-COUNT-OUT   PIC Z(6)9.
    05 FILLER             PIC X(9) VALUE "  CREDIT ".
    05 WS-RTT-CREDIT-OUT  PIC Z(6)9.99.
 01 WS-RESTOCK-FEE-TOTAL-LINE.
    05 FILLER             PIC X(29) VALUE "RESTOCKING FEES KEPT".
    05 WS-RFT-FEE-OUT     PIC Z(6)9.99.

 PROCEDURE DIVISION.
 BATCH-DISCOUNT.
   PERFORM SET-RUN-LOG-START.
   PERFORM READ-CONTROL-RECORD.
   PERFORM LOAD-TAX-RATES.
   PERFORM LOAD-FREIGHT-RATES.
   PERFORM LOAD-WAREHOUSES.
   PERFORM LOAD-COUPONS.
   PERFORM READ-RESTART-POINT.
   OPEN INPUT ITEM-FILE.
   IF WS-ITEM-STATUS = "35"
     DISPLAY "Fatal - ITEMS.DAT not found; no order can be "
         "validated - stopping"
     MOVE 8 TO RETURN-CODE
     STOP RUN
   END-IF.
   OPEN INPUT ORDER-FILE.
   IF WS-RESTART-COUNT > ZERO
     MOVE WS-CKPT-INVOICE-NO TO WS-LAST-INVOICE-NO
     PERFORM TRUNCATE-INVOICE-FILE
     PERFORM TRUNCATE-CREDIT-HOLDS
     PERFORM TRUNCATE-BACKORDERS
     PERFORM TRUNCATE-LOYALTY-LEDGER
     OPEN EXTEND INVOICE-FILE
     OPEN EXTEND DISCOUNT-REPORT
     OPEN EXTEND EXCEPTION-FILE
     PERFORM VARYING WS-SKIP-IDX FROM 1 BY 1
       PERFORM READ-ORDER
     END-PERFORM
   ELSE
     PERFORM READ-INVOICE-CONTROL
     OPEN OUTPUT INVOICE-FILE
     OPEN OUTPUT DISCOUNT-REPORT
     OPEN OUTPUT EXCEPTION-FILE
     PERFORM WRITE-REPORT-HEADINGS
   END-IF.
   PERFORM LOAD-CREDIT-CONTROL.
   OPEN EXTEND CREDIT-HOLD-FILE.
   IF WS-CREDIT-HOLD-STATUS = "35"
     OPEN OUTPUT CREDIT-HOLD-FILE
   END-IF.
   OPEN EXTEND BACKORDER-FILE.
   IF WS-BACKORDER-STATUS = "35"
     OPEN OUTPUT BACKORDER-FILE
   END-IF.
   PERFORM LOAD-LOYALTY-BALANCES.
   OPEN EXTEND LOYALTY-FILE.
   IF WS-LOYALTY-STATUS = "35"
     OPEN OUTPUT LOYALTY-FILE
   END-IF.
   PERFORM LOAD-COUPON-REDEMPTIONS.
   OPEN INPUT TAX-EXEMPT-FILE.
   OPEN INPUT INVOICE-HISTORY-FILE.
   OPEN INPUT AR-ITEM-FILE.
   MOVE WS-RESTART-COUNT TO WS-RECORD-COUNT.
   PERFORM READ-ORDER.
   PERFORM UNTIL END-OF-ORDERS
     EVALUATE TRUE
       WHEN ORDER-IS-RETURN
         PERFORM PROCESS-ORDER-RETURN
       WHEN ORDER-IS-CANCEL OR ORDER-IS-AMEND
         PERFORM PROCESS-ORDER-ADJUSTMENT
       WHEN OTHER
         PERFORM COMPUTE-DISCOUNT
         PERFORM CHECK-CREDIT-LIMIT
         PERFORM DISPLAY-DISCOUNT
     END-EVALUATE
     ADD 1 TO WS-RECORD-COUNT
     IF FUNCTION MOD (WS-RECORD-COUNT, WS-CHECKPOINT-INTERVAL) = ZERO
       PERFORM WRITE-CHECKPOINT
   PERFORM WRITE-GL-FEED.
   PERFORM UPDATE-TAX-REGISTER.
   CLOSE ORDER-FILE.
   CLOSE ITEM-FILE.
   CLOSE DISCOUNT-REPORT.
   CLOSE EXCEPTION-FILE.
   CLOSE INVOICE-FILE.
   CLOSE CREDIT-HOLD-FILE.
   CLOSE BACKORDER-FILE.
   CLOSE LOYALTY-FILE.
   CLOSE COUPON-REDEMPTION-FILE.
   IF WS-TAXEXEMPT-STATUS NOT = "35"
     CLOSE TAX-EXEMPT-FILE
   END-IF.
   IF WS-INVHIST-STATUS NOT = "35"
     CLOSE INVOICE-HISTORY-FILE
   END-IF.
   IF WS-ARITEM-STATUS NOT = "35"
     CLOSE AR-ITEM-FILE
   END-IF.
   PERFORM WRITE-INVOICE-CONTROL.
   PERFORM REWRITE-CREDIT-RELEASES.
   PERFORM CLEAR-RESTART-POINT.
   IF WS-CREDIT-HOLD-COUNT > ZERO
     MOVE 4 TO RETURN-CODE
   END-IF.
   PERFORM WRITE-RUN-LOG-RECORD.
   STOP RUN.
 SET-RUN-LOG-START.
   MOVE "EXAMPLE" TO RLG-JOB-NAME.
   ACCEPT WS-LOG-TS-DATE FROM DATE YYYYMMDD.
   ACCEPT WS-LOG-TS-TIME FROM TIME.
   MOVE WS-LOG-TS-DATE TO RLG-RUN-DATE.
   STRING WS-LOG-TS-DATE WS-LOG-TS-TIME DELIMITED BY SIZE
       INTO RLG-START-TIMESTAMP.
 WRITE-RUN-LOG-RECORD.
   MOVE WS-RECORD-COUNT    TO RLG-READ-COUNT.
   MOVE WS-INVOICE-COUNT   TO RLG-WRITTEN-COUNT.
   MOVE WS-EXCEPTION-COUNT TO RLG-REJECTED-COUNT.
   MOVE RETURN-CODE        TO RLG-RETURN-CODE.
   CALL "WriteRunLog" USING RunLogRec.
 READ-CONTROL-RECORD.
   OPEN INPUT CONTROL-FILE.
   IF WS-CONTROL-STATUS = "00"
         MOVE CTL-RUN-DATE       TO WS-RUN-DATE
         MOVE CTL-COMPANY-CODE   TO WS-COMPANY-CODE
         MOVE CTL-DISCOUNT-POLICY TO DISCOUNT-BRACKET-TABLE
         IF CTL-FREE-FREIGHT-THRESHOLD NUMERIC
           MOVE CTL-FREE-FREIGHT-THRESHOLD
               TO WS-FREE-FREIGHT-THRESHOLD
         ELSE
           MOVE ZERO TO WS-FREE-FREIGHT-THRESHOLD
         END-IF
         IF CTL-POINTS-PER-UNIT NUMERIC
             AND CTL-POINT-VALUE NUMERIC
             AND CTL-POINTS-EXPIRY-MONTHS NUMERIC
           MOVE CTL-POINTS-PER-UNIT      TO WS-POINTS-PER-UNIT
           MOVE CTL-POINT-VALUE          TO WS-POINT-VALUE
           MOVE CTL-POINTS-EXPIRY-MONTHS TO WS-POINTS-EXPIRY-MONTHS
         ELSE
           MOVE ZERO TO WS-POINTS-PER-UNIT
           MOVE ZERO TO WS-POINT-VALUE
           MOVE ZERO TO WS-POINTS-EXPIRY-MONTHS
         END-IF
     END-READ
     CLOSE CONTROL-FILE
   ELSE
   MOVE 10     TO BRACKET-PERCENT (2).
   MOVE 5000   TO BRACKET-BOUNDARY (3).
   MOVE 15     TO BRACKET-PERCENT (3).
   MOVE ZERO   TO WS-FREE-FREIGHT-THRESHOLD.
   MOVE ZERO   TO WS-POINTS-PER-UNIT.
   MOVE ZERO   TO WS-POINT-VALUE.
   MOVE ZERO   TO WS-POINTS-EXPIRY-MONTHS.
 READ-RESTART-POINT.
   MOVE ZERO TO WS-RESTART-COUNT.
   OPEN INPUT CHECKPOINT-FILE.
         MOVE CKPT-GRAND-DISCOUNT-AMOUNT TO WS-GRAND-DISCOUNT-AMOUNT
         MOVE CKPT-GRAND-TAX-AMOUNT      TO WS-GRAND-TAX-AMOUNT
         PERFORM RESTORE-STATE-TAX-AMOUNTS
         IF CKPT-LAST-INVOICE-NO NUMERIC
           MOVE CKPT-LAST-INVOICE-NO     TO WS-CKPT-INVOICE-NO
         END-IF
         IF CKPT-CREDIT-HOLD-COUNT NUMERIC
           MOVE CKPT-CREDIT-HOLD-COUNT   TO WS-CREDIT-HOLD-COUNT
         END-IF
         MOVE CKPT-RELEASE-USED-FLAGS    TO CREDIT-RELEASE-USED-FLAGS
         IF CKPT-BACKORDER-COUNT NUMERIC
           MOVE CKPT-BACKORDER-COUNT     TO WS-BACKORDER-COUNT
         END-IF
         IF CKPT-ADJUSTMENT-COUNT NUMERIC
           MOVE CKPT-ADJUSTMENT-COUNT    TO WS-ADJUSTMENT-COUNT
           MOVE CKPT-REVERSED-TOTAL-AMOUNT
               TO WS-REVERSED-TOTAL-AMOUNT
           MOVE CKPT-REVERSED-DISC-AMOUNT
               TO WS-REVERSED-DISCOUNT-AMOUNT
           MOVE CKPT-REVERSED-TAX-AMOUNT TO WS-REVERSED-TAX-AMOUNT
           MOVE CKPT-TAX-ADJUST-COUNT    TO TAX-ADJUST-COUNT
           MOVE CKPT-TAX-ADJUST-TABLE    TO TAX-ADJUST-TABLE
         END-IF
         IF CKPT-GRAND-FREIGHT-AMOUNT NUMERIC
           MOVE CKPT-GRAND-FREIGHT-AMOUNT
               TO WS-GRAND-FREIGHT-AMOUNT
           MOVE CKPT-REVERSED-FREIGHT-AMOUNT
               TO WS-REVERSED-FREIGHT-AMOUNT
           MOVE CKPT-FREIGHT-WAIVED-COUNT  TO WS-FREIGHT-WAIVED-COUNT
           MOVE CKPT-FREIGHT-UNRATED-COUNT TO WS-FREIGHT-UNRATED-COUNT
         END-IF
         IF CKPT-GRAND-POINTS-EARNED NUMERIC
           MOVE CKPT-GRAND-POINTS-EARNED   TO WS-GRAND-POINTS-EARNED
           MOVE CKPT-GRAND-POINTS-REDEEMED TO WS-GRAND-POINTS-REDEEMED
           MOVE CKPT-GRAND-POINTS-AMOUNT   TO WS-GRAND-POINTS-AMOUNT
           MOVE CKPT-REVERSED-POINTS-AMOUNT
               TO WS-REVERSED-POINTS-AMOUNT
         END-IF
         IF CKPT-COUPON-HONORED-COUNT NUMERIC
           MOVE CKPT-COUPON-HONORED-COUNT TO WS-COUPON-HONORED-COUNT
           MOVE CKPT-COUPON-REFUSED-COUNT TO WS-COUPON-REFUSED-COUNT
           MOVE CKPT-GRAND-COUPON-AMOUNT  TO WS-GRAND-COUPON-AMOUNT
           MOVE CKPT-REVERSED-COUPON-AMOUNT
               TO WS-REVERSED-COUPON-AMOUNT
         END-IF
         IF CKPT-TAX-EXEMPT-COUNT NUMERIC
           MOVE CKPT-TAX-EXEMPT-COUNT    TO WS-TAX-EXEMPT-COUNT
           MOVE CKPT-GRAND-EXEMPT-SALES  TO WS-GRAND-EXEMPT-SALES
           MOVE CKPT-EXEMPT-ADJUST-TABLE TO TAX-EXEMPT-ADJUST-TABLE
         END-IF
         IF CKPT-RETURN-COUNT NUMERIC
           MOVE CKPT-RETURN-COUNT        TO WS-RETURN-COUNT
           MOVE CKPT-RETURNED-GROSS-AMOUNT
               TO WS-RETURNED-GROSS-AMOUNT
           MOVE CKPT-RETURNED-DISC-AMOUNT
               TO WS-RETURNED-DISC-AMOUNT
           MOVE CKPT-RETURNED-COUPON-AMOUNT
               TO WS-RETURNED-COUPON-AMOUNT
           MOVE CKPT-RETURNED-POINTS-AMOUNT
               TO WS-RETURNED-POINTS-AMOUNT
           MOVE CKPT-RETURNED-TAX-AMOUNT TO WS-RETURNED-TAX-AMOUNT
           MOVE CKPT-RESTOCK-FEE-AMOUNT  TO WS-RESTOCK-FEE-AMOUNT
           MOVE CKPT-RETURN-CREDIT-AMOUNT
               TO WS-RETURN-CREDIT-AMOUNT
         END-IF
     END-READ
     CLOSE CHECKPOINT-FILE
   END-IF.
             = CKPT-TAX-STATE (WS-TAXREG-IDX)
           MOVE CKPT-TAX-AMOUNT (WS-TAXREG-IDX)
               TO TAX-STATE-AMOUNT (WS-TAX-IDX)
           IF CKPT-EXEMPT-AMOUNT (WS-TAXREG-IDX) NUMERIC
             MOVE CKPT-EXEMPT-AMOUNT (WS-TAXREG-IDX)
                 TO TAX-STATE-EXEMPT (WS-TAX-IDX)
           END-IF
         END-IF
       END-PERFORM
     END-IF
   MOVE WS-GRAND-DISCOUNT-AMOUNT  TO CKPT-GRAND-DISCOUNT-AMOUNT.
   MOVE WS-GRAND-TAX-AMOUNT       TO CKPT-GRAND-TAX-AMOUNT.
   MOVE SPACES TO CKPT-STATE-TAX-TABLE.
   MOVE SPACES TO CKPT-STATE-EXEMPT-TABLE.
   PERFORM VARYING WS-TAX-IDX FROM 1 BY 1
       UNTIL WS-TAX-IDX > TAX-RATE-COUNT
     MOVE TAX-STATE (WS-TAX-IDX)
         TO CKPT-TAX-STATE (WS-TAX-IDX)
     MOVE TAX-STATE-AMOUNT (WS-TAX-IDX)
         TO CKPT-TAX-AMOUNT (WS-TAX-IDX)
     MOVE TAX-STATE-EXEMPT (WS-TAX-IDX)
         TO CKPT-EXEMPT-AMOUNT (WS-TAX-IDX)
   END-PERFORM.
   MOVE WS-LAST-INVOICE-NO        TO CKPT-LAST-INVOICE-NO.
   MOVE WS-CREDIT-HOLD-COUNT      TO CKPT-CREDIT-HOLD-COUNT.
   MOVE CREDIT-RELEASE-USED-FLAGS TO CKPT-RELEASE-USED-FLAGS.
   MOVE WS-BACKORDER-COUNT        TO CKPT-BACKORDER-COUNT.
   MOVE WS-ADJUSTMENT-COUNT       TO CKPT-ADJUSTMENT-COUNT.
   MOVE WS-REVERSED-TOTAL-AMOUNT  TO CKPT-REVERSED-TOTAL-AMOUNT.
   MOVE WS-REVERSED-DISCOUNT-AMOUNT TO CKPT-REVERSED-DISC-AMOUNT.
   MOVE WS-REVERSED-TAX-AMOUNT    TO CKPT-REVERSED-TAX-AMOUNT.
   MOVE TAX-ADJUST-COUNT          TO CKPT-TAX-ADJUST-COUNT.
   MOVE TAX-ADJUST-TABLE          TO CKPT-TAX-ADJUST-TABLE.
   MOVE WS-GRAND-FREIGHT-AMOUNT   TO CKPT-GRAND-FREIGHT-AMOUNT.
   MOVE WS-REVERSED-FREIGHT-AMOUNT TO CKPT-REVERSED-FREIGHT-AMOUNT.
   MOVE WS-FREIGHT-WAIVED-COUNT   TO CKPT-FREIGHT-WAIVED-COUNT.
   MOVE WS-FREIGHT-UNRATED-COUNT  TO CKPT-FREIGHT-UNRATED-COUNT.
   MOVE WS-GRAND-POINTS-EARNED    TO CKPT-GRAND-POINTS-EARNED.
   MOVE WS-GRAND-POINTS-REDEEMED  TO CKPT-GRAND-POINTS-REDEEMED.
   MOVE WS-GRAND-POINTS-AMOUNT    TO CKPT-GRAND-POINTS-AMOUNT.
   MOVE WS-REVERSED-POINTS-AMOUNT TO CKPT-REVERSED-POINTS-AMOUNT.
   MOVE WS-COUPON-HONORED-COUNT   TO CKPT-COUPON-HONORED-COUNT.
   MOVE WS-COUPON-REFUSED-COUNT   TO CKPT-COUPON-REFUSED-COUNT.
   MOVE WS-GRAND-COUPON-AMOUNT    TO CKPT-GRAND-COUPON-AMOUNT.
   MOVE WS-REVERSED-COUPON-AMOUNT TO CKPT-REVERSED-COUPON-AMOUNT.
   MOVE WS-TAX-EXEMPT-COUNT       TO CKPT-TAX-EXEMPT-COUNT.
   MOVE WS-GRAND-EXEMPT-SALES     TO CKPT-GRAND-EXEMPT-SALES.
   MOVE TAX-EXEMPT-ADJUST-TABLE   TO CKPT-EXEMPT-ADJUST-TABLE.
   MOVE WS-RETURN-COUNT           TO CKPT-RETURN-COUNT.
   MOVE WS-RETURNED-GROSS-AMOUNT  TO CKPT-RETURNED-GROSS-AMOUNT.
   MOVE WS-RETURNED-DISC-AMOUNT   TO CKPT-RETURNED-DISC-AMOUNT.
   MOVE WS-RETURNED-COUPON-AMOUNT TO CKPT-RETURNED-COUPON-AMOUNT.
   MOVE WS-RETURNED-POINTS-AMOUNT TO CKPT-RETURNED-POINTS-AMOUNT.
   MOVE WS-RETURNED-TAX-AMOUNT    TO CKPT-RETURNED-TAX-AMOUNT.
   MOVE WS-RESTOCK-FEE-AMOUNT     TO CKPT-RESTOCK-FEE-AMOUNT.
   MOVE WS-RETURN-CREDIT-AMOUNT   TO CKPT-RETURN-CREDIT-AMOUNT.
   WRITE CHECKPOINT-REC.
   CLOSE CHECKPOINT-FILE.
 WRITE-GL-FEED.
   OPEN OUTPUT GL-FEED-FILE.
   MOVE WS-RUN-DATE  TO GLF-RUN-DATE.
   MOVE "SALESREV"   TO GLF-ACCOUNT-CODE.
   COMPUTE GLF-AMOUNT = WS-GRAND-TOTAL-AMOUNT
       + WS-GRAND-DISCOUNT-AMOUNT + WS-GRAND-POINTS-AMOUNT
       + WS-GRAND-COUPON-AMOUNT.
   MOVE "C"          TO GLF-DR-CR.
   WRITE GL-FEED-LINE.
   MOVE WS-RUN-DATE  TO GLF-RUN-DATE.
   MOVE WS-GRAND-DISCOUNT-AMOUNT TO GLF-AMOUNT.
   MOVE "D"          TO GLF-DR-CR.
   WRITE GL-FEED-LINE.
*> Coupons honoured are a promotion cost of their own, debited apart
*> from the bracket discount so marketing can see what they cost.
   MOVE WS-RUN-DATE  TO GLF-RUN-DATE.
   MOVE "COUPONEXP"  TO GLF-ACCOUNT-CODE.
   MOVE WS-GRAND-COUPON-AMOUNT TO GLF-AMOUNT.
   MOVE "D"          TO GLF-DR-CR.
   WRITE GL-FEED-LINE.
*> Loyalty points redeemed are money off paid for out of the points
*> the customers earned - debited to the redemption account, not
*> taken out of revenue.
   MOVE WS-RUN-DATE  TO GLF-RUN-DATE.
   MOVE "LOYALTYRDM" TO GLF-ACCOUNT-CODE.
   MOVE WS-GRAND-POINTS-AMOUNT TO GLF-AMOUNT.
   MOVE "D"          TO GLF-DR-CR.
   WRITE GL-FEED-LINE.
*> Freight is revenue of its own, credited under the FREIGHTREV event
*> that GLInterface maps to the freight revenue account on
*> GLACCTMAP.DAT.
   MOVE WS-RUN-DATE  TO GLF-RUN-DATE.
   MOVE "FREIGHTREV" TO GLF-ACCOUNT-CODE.
   MOVE WS-GRAND-FREIGHT-AMOUNT TO GLF-AMOUNT.
   MOVE "C"          TO GLF-DR-CR.
   WRITE GL-FEED-LINE.
*> Revenue is credited gross and the discount, coupons and points
*> debited, so what the customers owe - net of them, plus freight and
*> tax - is debited
*> to the order receivable. ARPost proves the day's AR open items
*> against this ORDERAR line, and the quarterly remittance register
*> ties back to the SALESTAXPY lines.
   MOVE WS-RUN-DATE  TO GLF-RUN-DATE.
   MOVE "ORDERAR"    TO GLF-ACCOUNT-CODE.
   COMPUTE GLF-AMOUNT = WS-GRAND-TOTAL-AMOUNT
       + WS-GRAND-FREIGHT-AMOUNT + WS-GRAND-TAX-AMOUNT.
   MOVE "D"          TO GLF-DR-CR.
   WRITE GL-FEED-LINE.
   MOVE WS-RUN-DATE  TO GLF-RUN-DATE.
   MOVE WS-GRAND-TAX-AMOUNT TO GLF-AMOUNT.
   MOVE "C"          TO GLF-DR-CR.
   WRITE GL-FEED-LINE.
   IF WS-ADJUSTMENT-COUNT > ZERO
     PERFORM WRITE-GL-REVERSALS
   END-IF.
   IF WS-RETURN-COUNT > ZERO
     PERFORM WRITE-GL-RETURNS
   END-IF.
   CLOSE GL-FEED-FILE.
*> The credit memos reverse the same accounts the other way round:
*> revenue debited gross, the discount, coupons and points redeemed
*> credited back, freight revenue debited, the order receivable
*> credited with what the customers no longer owe, and the tax
*> payable debited.
 WRITE-GL-REVERSALS.
   MOVE WS-RUN-DATE  TO GLF-RUN-DATE.
   MOVE "SALESREV"   TO GLF-ACCOUNT-CODE.
   COMPUTE GLF-AMOUNT = WS-REVERSED-TOTAL-AMOUNT
       + WS-REVERSED-DISCOUNT-AMOUNT + WS-REVERSED-POINTS-AMOUNT
       + WS-REVERSED-COUPON-AMOUNT.
   MOVE "D"          TO GLF-DR-CR.
   WRITE GL-FEED-LINE.
   MOVE WS-RUN-DATE  TO GLF-RUN-DATE.
   MOVE "DISCOUNTEX" TO GLF-ACCOUNT-CODE.
   MOVE WS-REVERSED-DISCOUNT-AMOUNT TO GLF-AMOUNT.
   MOVE "C"          TO GLF-DR-CR.
   WRITE GL-FEED-LINE.
   MOVE WS-RUN-DATE  TO GLF-RUN-DATE.
   MOVE "COUPONEXP"  TO GLF-ACCOUNT-CODE.
   MOVE WS-REVERSED-COUPON-AMOUNT TO GLF-AMOUNT.
   MOVE "C"          TO GLF-DR-CR.
   WRITE GL-FEED-LINE.
   MOVE WS-RUN-DATE  TO GLF-RUN-DATE.
   MOVE "LOYALTYRDM" TO GLF-ACCOUNT-CODE.
   MOVE WS-REVERSED-POINTS-AMOUNT TO GLF-AMOUNT.
   MOVE "C"          TO GLF-DR-CR.
   WRITE GL-FEED-LINE.
   MOVE WS-RUN-DATE  TO GLF-RUN-DATE.
   MOVE "FREIGHTREV" TO GLF-ACCOUNT-CODE.
   MOVE WS-REVERSED-FREIGHT-AMOUNT TO GLF-AMOUNT.
   MOVE "D"          TO GLF-DR-CR.
   WRITE GL-FEED-LINE.
   MOVE WS-RUN-DATE  TO GLF-RUN-DATE.
   MOVE "ORDERAR"    TO GLF-ACCOUNT-CODE.
   COMPUTE GLF-AMOUNT = WS-REVERSED-TOTAL-AMOUNT
       + WS-REVERSED-FREIGHT-AMOUNT + WS-REVERSED-TAX-AMOUNT.
   MOVE "C"          TO GLF-DR-CR.
   WRITE GL-FEED-LINE.
   MOVE WS-RUN-DATE  TO GLF-RUN-DATE.
   MOVE "SALESTAXPY" TO GLF-ACCOUNT-CODE.
   MOVE WS-REVERSED-TAX-AMOUNT TO GLF-AMOUNT.
   MOVE "D"          TO GLF-DR-CR.
   WRITE GL-FEED-LINE.
*> The refunds for goods returned: the goods debited gross to sales
*> returns (apart from revenue, so the returns can be seen), and the
*> tax payable debited; the discount, coupon and points money credited
*> back, the restocking fees kept credited as income of their own, and
*> the order receivable credited with what the credit notes allow.
 WRITE-GL-RETURNS.
   MOVE WS-RUN-DATE  TO GLF-RUN-DATE.
   MOVE "SALESRETN"  TO GLF-ACCOUNT-CODE.
   MOVE WS-RETURNED-GROSS-AMOUNT TO GLF-AMOUNT.
   MOVE "D"          TO GLF-DR-CR.
   WRITE GL-FEED-LINE.
   MOVE WS-RUN-DATE  TO GLF-RUN-DATE.
   MOVE "DISCOUNTEX" TO GLF-ACCOUNT-CODE.
   MOVE WS-RETURNED-DISC-AMOUNT TO GLF-AMOUNT.
   MOVE "C"          TO GLF-DR-CR.
   WRITE GL-FEED-LINE.
   MOVE WS-RUN-DATE  TO GLF-RUN-DATE.
   MOVE "COUPONEXP"  TO GLF-ACCOUNT-CODE.
   MOVE WS-RETURNED-COUPON-AMOUNT TO GLF-AMOUNT.
   MOVE "C"          TO GLF-DR-CR.
   WRITE GL-FEED-LINE.
   MOVE WS-RUN-DATE  TO GLF-RUN-DATE.
   MOVE "LOYALTYRDM" TO GLF-ACCOUNT-CODE.
   MOVE WS-RETURNED-POINTS-AMOUNT TO GLF-AMOUNT.
   MOVE "C"          TO GLF-DR-CR.
   WRITE GL-FEED-LINE.
   MOVE WS-RUN-DATE  TO GLF-RUN-DATE.
   MOVE "RESTOCKFEE" TO GLF-ACCOUNT-CODE.
   MOVE WS-RESTOCK-FEE-AMOUNT TO GLF-AMOUNT.
   MOVE "C"          TO GLF-DR-CR.
   WRITE GL-FEED-LINE.
   MOVE WS-RUN-DATE  TO GLF-RUN-DATE.
   MOVE "ORDERAR"    TO GLF-ACCOUNT-CODE.
   MOVE WS-RETURN-CREDIT-AMOUNT TO GLF-AMOUNT.
   MOVE "C"          TO GLF-DR-CR.
   WRITE GL-FEED-LINE.
   MOVE WS-RUN-DATE  TO GLF-RUN-DATE.
   MOVE "SALESTAXPY" TO GLF-ACCOUNT-CODE.
   MOVE WS-RETURNED-TAX-AMOUNT TO GLF-AMOUNT.
   MOVE "D"          TO GLF-DR-CR.
   WRITE GL-FEED-LINE.
 CLEAR-RESTART-POINT.
   OPEN OUTPUT CHECKPOINT-FILE.
   MOVE ZERO TO CKPT-RECORD-COUNT.
   MOVE ZERO TO CKPT-GRAND-DISCOUNT-AMOUNT.
   MOVE ZERO TO CKPT-GRAND-TAX-AMOUNT.
   MOVE SPACES TO CKPT-STATE-TAX-TABLE.
   MOVE ZERO TO CKPT-LAST-INVOICE-NO.
   MOVE ZERO TO CKPT-CREDIT-HOLD-COUNT.
   MOVE SPACES TO CKPT-RELEASE-USED-FLAGS.
   MOVE ZERO TO CKPT-BACKORDER-COUNT.
   MOVE ZERO TO CKPT-ADJUSTMENT-COUNT.
   MOVE ZERO TO CKPT-REVERSED-TOTAL-AMOUNT.
   MOVE ZERO TO CKPT-REVERSED-DISC-AMOUNT.
   MOVE ZERO TO CKPT-REVERSED-TAX-AMOUNT.
   MOVE ZERO TO CKPT-TAX-ADJUST-COUNT.
   MOVE SPACES TO CKPT-TAX-ADJUST-TABLE.
   MOVE ZERO TO CKPT-GRAND-FREIGHT-AMOUNT.
   MOVE ZERO TO CKPT-REVERSED-FREIGHT-AMOUNT.
   MOVE ZERO TO CKPT-FREIGHT-WAIVED-COUNT.
   MOVE ZERO TO CKPT-FREIGHT-UNRATED-COUNT.
   MOVE ZERO TO CKPT-GRAND-POINTS-EARNED.
   MOVE ZERO TO CKPT-GRAND-POINTS-REDEEMED.
   MOVE ZERO TO CKPT-GRAND-POINTS-AMOUNT.
   MOVE ZERO TO CKPT-REVERSED-POINTS-AMOUNT.
   MOVE ZERO TO CKPT-COUPON-HONORED-COUNT.
   MOVE ZERO TO CKPT-COUPON-REFUSED-COUNT.
   MOVE ZERO TO CKPT-GRAND-COUPON-AMOUNT.
   MOVE ZERO TO CKPT-REVERSED-COUPON-AMOUNT.
   MOVE ZERO TO CKPT-TAX-EXEMPT-COUNT.
   MOVE ZERO TO CKPT-GRAND-EXEMPT-SALES.
   MOVE SPACES TO CKPT-STATE-EXEMPT-TABLE.
   MOVE SPACES TO CKPT-EXEMPT-ADJUST-TABLE.
   MOVE ZERO TO CKPT-RETURN-COUNT.
   MOVE ZERO TO CKPT-RETURNED-GROSS-AMOUNT.
   MOVE ZERO TO CKPT-RETURNED-DISC-AMOUNT.
   MOVE ZERO TO CKPT-RETURNED-COUPON-AMOUNT.
   MOVE ZERO TO CKPT-RETURNED-POINTS-AMOUNT.
   MOVE ZERO TO CKPT-RETURNED-TAX-AMOUNT.
   MOVE ZERO TO CKPT-RESTOCK-FEE-AMOUNT.
   MOVE ZERO TO CKPT-RETURN-CREDIT-AMOUNT.
   WRITE CHECKPOINT-REC.
   CLOSE CHECKPOINT-FILE.
*> Invoice numbering picks up from the last number any run issued; a
*> missing INVOICENO.DAT starts the sequence at 1.
 READ-INVOICE-CONTROL.
   MOVE ZERO TO WS-LAST-INVOICE-NO.
   OPEN INPUT INVOICE-CONTROL-FILE.
   IF WS-INVCTL-STATUS = "00"
     READ INVOICE-CONTROL-FILE
       NOT AT END
         MOVE INC-LAST-INVOICE-NO TO WS-LAST-INVOICE-NO
     END-READ
     CLOSE INVOICE-CONTROL-FILE
   END-IF.
 WRITE-INVOICE-CONTROL.
   OPEN OUTPUT INVOICE-CONTROL-FILE.
   MOVE WS-LAST-INVOICE-NO TO INC-LAST-INVOICE-NO.
   WRITE INVOICE-CONTROL-REC.
   CLOSE INVOICE-CONTROL-FILE.
*> On restart the invoices written after the last checkpoint are
*> dropped: their orders are about to be priced again and will be
*> re-invoiced under the same numbers, in the same order.
 TRUNCATE-INVOICE-FILE.
   MOVE "N" TO WS-INVOICE-EOF.
   OPEN INPUT INVOICE-FILE.
   IF WS-INVOICE-STATUS = "35"
     SET END-OF-INVOICES TO TRUE
   END-IF.
   OPEN OUTPUT INVOICE-TEMP.
   PERFORM UNTIL END-OF-INVOICES
     READ INVOICE-FILE
       AT END
         SET END-OF-INVOICES TO TRUE
       NOT AT END
         IF INV-NUMBER NOT > WS-LAST-INVOICE-NO
           WRITE INVOICE-TEMP-REC FROM InvoiceRec
         END-IF
     END-READ
   END-PERFORM.
   IF WS-INVOICE-STATUS NOT = "35"
     CLOSE INVOICE-FILE
   END-IF.
   CLOSE INVOICE-TEMP.
   MOVE "N" TO WS-INVOICE-EOF.
   OPEN INPUT INVOICE-TEMP.
   OPEN OUTPUT INVOICE-FILE.
   PERFORM UNTIL END-OF-INVOICES
     READ INVOICE-TEMP
       AT END
         SET END-OF-INVOICES TO TRUE
       NOT AT END
         WRITE InvoiceRec FROM INVOICE-TEMP-REC
     END-READ
   END-PERFORM.
   CLOSE INVOICE-TEMP.
   CLOSE INVOICE-FILE.
*> The rate master is read whole into the rate table at start of run;
*> a missing TAXRATES.DAT falls back to the compiled defaults the
*> same way a missing CONTROL.DAT falls back to the default policy.
           ADD 1 TO TAX-RATE-COUNT
           MOVE TRX-STATE TO TAX-STATE (TAX-RATE-COUNT)
           MOVE TRX-RATE  TO TAX-RATE (TAX-RATE-COUNT)
           MOVE TRX-FREIGHT-TAXABLE
               TO TAX-FREIGHT-TAXABLE (TAX-RATE-COUNT)
           MOVE ZERO      TO TAX-STATE-AMOUNT (TAX-RATE-COUNT)
           MOVE ZERO      TO TAX-STATE-EXEMPT (TAX-RATE-COUNT)
         END-IF
     END-READ
   END-PERFORM.
         TO TAX-STATE (WS-TAX-IDX)
     MOVE DEFAULT-TAX-RATE (WS-TAX-IDX)
         TO TAX-RATE (WS-TAX-IDX)
     MOVE DEFAULT-TAX-FREIGHT-TAXABLE (WS-TAX-IDX)
         TO TAX-FREIGHT-TAXABLE (WS-TAX-IDX)
     MOVE ZERO TO TAX-STATE-AMOUNT (WS-TAX-IDX)
     MOVE ZERO TO TAX-STATE-EXEMPT (WS-TAX-IDX)
   END-PERFORM.
   MOVE DEFAULT-TAX-COUNT TO TAX-RATE-COUNT.
*> The freight rates are read whole at start of run, in file order -
*> the order the bands are searched in.
 LOAD-FREIGHT-RATES.
   MOVE ZERO TO FREIGHT-RATE-COUNT.
   MOVE "N" TO WS-FREIGHT-RATE-EOF.
   OPEN INPUT FREIGHT-RATE-FILE.
   IF WS-FREIGHT-RATE-STATUS = "35"
     DISPLAY "Warning - FREIGHTRATES.DAT not found; no freight "
         "charged this run"
     SET END-OF-FREIGHT-RATES TO TRUE
   END-IF.
   PERFORM UNTIL END-OF-FREIGHT-RATES
     READ FREIGHT-RATE-FILE
       AT END
         SET END-OF-FREIGHT-RATES TO TRUE
       NOT AT END
         IF FREIGHT-RATE-COUNT < 500
           ADD 1 TO FREIGHT-RATE-COUNT
           MOVE FRT-ZIP-FROM TO FRS-ZIP-FROM (FREIGHT-RATE-COUNT)
           MOVE FRT-ZIP-TO   TO FRS-ZIP-TO (FREIGHT-RATE-COUNT)
           MOVE FRT-ZONE     TO FRS-ZONE (FREIGHT-RATE-COUNT)
           MOVE FRT-QTY-UPTO TO FRS-QTY-UPTO (FREIGHT-RATE-COUNT)
           MOVE FRT-CHARGE   TO FRS-CHARGE (FREIGHT-RATE-COUNT)
         ELSE
           DISPLAY "Fatal - FREIGHTRATES.DAT holds more than 500 "
               "rate lines; freight cannot be trusted beyond this "
               "point - stopping"
           MOVE 8 TO RETURN-CODE
           STOP RUN
         END-IF
     END-READ
   END-PERFORM.
   IF WS-FREIGHT-RATE-STATUS NOT = "35"
     CLOSE FREIGHT-RATE-FILE
   END-IF.
*> The warehouses are read whole at start of run. Without
*> WAREHOUSE.DAT every order ships from the one (blank) location.
 LOAD-WAREHOUSES.
   MOVE ZERO TO WAREHOUSE-COUNT.
   MOVE "N" TO WS-WAREHOUSE-EOF.
   OPEN INPUT WAREHOUSE-FILE.
   IF WS-WAREHOUSE-STATUS = "35"
     SET END-OF-WAREHOUSES TO TRUE
   END-IF.
   PERFORM UNTIL END-OF-WAREHOUSES
     READ WAREHOUSE-FILE
       AT END
         SET END-OF-WAREHOUSES TO TRUE
       NOT AT END
         IF WhsDefault
           MOVE WHS-CODE TO WS-DEFAULT-WAREHOUSE
         END-IF
         IF WAREHOUSE-COUNT < 20
           ADD 1 TO WAREHOUSE-COUNT
           MOVE WHS-CODE TO WHT-CODE (WAREHOUSE-COUNT)
           PERFORM VARYING WS-WHS-STATE-IDX FROM 1 BY 1
               UNTIL WS-WHS-STATE-IDX > 12
             MOVE WHS-SHIP-STATE (WS-WHS-STATE-IDX)
                 TO WHT-SHIP-STATE (WAREHOUSE-COUNT, WS-WHS-STATE-IDX)
           END-PERFORM
         ELSE
           DISPLAY "Fatal - WAREHOUSE.DAT holds more than 20 "
               "warehouses - stopping"
           MOVE 8 TO RETURN-CODE
           STOP RUN
         END-IF
     END-READ
   END-PERFORM.
   IF WS-WAREHOUSE-STATUS NOT = "35"
     CLOSE WAREHOUSE-FILE
   END-IF.
*> The register survives the run: the existing TAXREG.DAT is read
*> whole, this run's per-state totals are merged into the state's
*> record for the current calendar quarter (new states/quarters are
   PERFORM VARYING WS-TAX-IDX FROM 1 BY 1
       UNTIL WS-TAX-IDX > TAX-RATE-COUNT
     IF TAX-STATE-AMOUNT (WS-TAX-IDX) > ZERO
         OR TAX-STATE-EXEMPT (WS-TAX-IDX) > ZERO
       PERFORM MERGE-STATE-INTO-REGISTER
     END-IF
   END-PERFORM.
   PERFORM VARYING WS-TAJ-IDX FROM 1 BY 1
       UNTIL WS-TAJ-IDX > TAX-ADJUST-COUNT
     IF TAJ-AMOUNT (WS-TAJ-IDX) NOT = ZERO
         OR TAJ-EXEMPT-AMOUNT (WS-TAJ-IDX) NOT = ZERO
       PERFORM MERGE-ADJUSTMENT-INTO-REGISTER
     END-IF
   END-PERFORM.
   PERFORM REWRITE-TAX-REGISTER.
 DERIVE-RUN-QUARTER.
   MOVE WS-RUN-DATE TO WS-QUARTER-DATE.
   PERFORM DERIVE-QUARTER.
   MOVE WS-QUARTER-NAME TO WS-RUN-QUARTER.
 DERIVE-QUARTER.
   EVALUATE TRUE
     WHEN WS-QUARTER-DATE (5:2) < "04"
       MOVE 1 TO WS-QUARTER-DIGIT
     WHEN WS-QUARTER-DATE (5:2) < "07"
       MOVE 2 TO WS-QUARTER-DIGIT
     WHEN WS-QUARTER-DATE (5:2) < "10"
       MOVE 3 TO WS-QUARTER-DIGIT
     WHEN OTHER
       MOVE 4 TO WS-QUARTER-DIGIT
   END-EVALUATE.
   MOVE SPACES TO WS-QUARTER-NAME.
   STRING WS-QUARTER-DATE (1:4) "Q" WS-QUARTER-DIGIT
       DELIMITED BY SIZE INTO WS-QUARTER-NAME.
 LOAD-TAX-REGISTER.
   MOVE ZERO TO WS-TAXREG-COUNT.
   MOVE "N" TO WS-TAXREG-EOF.
           MOVE TRG-STATE      TO WS-TRG-STATE (WS-TAXREG-COUNT)
           MOVE TRG-QUARTER    TO WS-TRG-QUARTER (WS-TAXREG-COUNT)
           MOVE TRG-TAX-AMOUNT TO WS-TRG-AMOUNT (WS-TAXREG-COUNT)
           IF TRG-EXEMPT-AMOUNT NUMERIC
             MOVE TRG-EXEMPT-AMOUNT TO WS-TRG-EXEMPT (WS-TAXREG-COUNT)
           ELSE
             MOVE ZERO TO WS-TRG-EXEMPT (WS-TAXREG-COUNT)
           END-IF
         ELSE
           DISPLAY "Fatal - TAXREG.DAT holds more than 400 "
               "state/quarter entries; the register merge cannot "
         TO WS-TRG-STATE (WS-TAXREG-IDX)
     MOVE WS-RUN-QUARTER TO WS-TRG-QUARTER (WS-TAXREG-IDX)
     MOVE ZERO TO WS-TRG-AMOUNT (WS-TAXREG-IDX)
     MOVE ZERO TO WS-TRG-EXEMPT (WS-TAXREG-IDX)
   END-IF.
   ADD TAX-STATE-AMOUNT (WS-TAX-IDX)
       TO WS-TRG-AMOUNT (WS-TAXREG-IDX).
   ADD TAX-STATE-EXEMPT (WS-TAX-IDX)
       TO WS-TRG-EXEMPT (WS-TAXREG-IDX).
*> A cancel or amend adjusts the quarter the original invoice was
*> taxed in, for the tax and for the exempt sales alike. A reversal
*> can only come off an entry that is there and can bear it - anything
*> else is reported for the tax department rather than written as a
*> negative liability.
 MERGE-ADJUSTMENT-INTO-REGISTER.
   MOVE "N" TO WS-TAXREG-FOUND.
   PERFORM VARYING WS-TAXREG-IDX FROM 1 BY 1
       UNTIL WS-TAXREG-IDX > WS-TAXREG-COUNT
           OR TAXREG-ENTRY-FOUND
     IF WS-TRG-STATE (WS-TAXREG-IDX) = TAJ-STATE (WS-TAJ-IDX)
         AND WS-TRG-QUARTER (WS-TAXREG-IDX) = TAJ-QUARTER (WS-TAJ-IDX)
       SET TAXREG-ENTRY-FOUND TO TRUE
       SUBTRACT 1 FROM WS-TAXREG-IDX
     END-IF
   END-PERFORM.
   IF NOT TAXREG-ENTRY-FOUND
     IF TAJ-AMOUNT (WS-TAJ-IDX) NOT < ZERO
         AND TAJ-EXEMPT-AMOUNT (WS-TAJ-IDX) NOT < ZERO
       ADD 1 TO WS-TAXREG-COUNT
       MOVE WS-TAXREG-COUNT TO WS-TAXREG-IDX
       MOVE TAJ-STATE (WS-TAJ-IDX)   TO WS-TRG-STATE (WS-TAXREG-IDX)
       MOVE TAJ-QUARTER (WS-TAJ-IDX) TO WS-TRG-QUARTER (WS-TAXREG-IDX)
       MOVE TAJ-AMOUNT (WS-TAJ-IDX)  TO WS-TRG-AMOUNT (WS-TAXREG-IDX)
       MOVE TAJ-EXEMPT-AMOUNT (WS-TAJ-IDX)
           TO WS-TRG-EXEMPT (WS-TAXREG-IDX)
     ELSE
       DISPLAY "Warning - no TAXREG.DAT entry for "
           TAJ-STATE (WS-TAJ-IDX) " " TAJ-QUARTER (WS-TAJ-IDX)
           " to take reversed tax or exempt sales off"
     END-IF
   ELSE
     COMPUTE WS-TRG-NEW-AMOUNT = WS-TRG-AMOUNT (WS-TAXREG-IDX)
         + TAJ-AMOUNT (WS-TAJ-IDX)
     IF WS-TRG-NEW-AMOUNT < ZERO
       DISPLAY "Warning - reversed tax exceeds TAXREG.DAT entry for "
           TAJ-STATE (WS-TAJ-IDX) " " TAJ-QUARTER (WS-TAJ-IDX)
           " - entry set to zero"
       MOVE ZERO TO WS-TRG-AMOUNT (WS-TAXREG-IDX)
     ELSE
       MOVE WS-TRG-NEW-AMOUNT TO WS-TRG-AMOUNT (WS-TAXREG-IDX)
     END-IF
     COMPUTE WS-TRG-NEW-AMOUNT = WS-TRG-EXEMPT (WS-TAXREG-IDX)
         + TAJ-EXEMPT-AMOUNT (WS-TAJ-IDX)
     IF WS-TRG-NEW-AMOUNT < ZERO
       DISPLAY "Warning - reversed exempt sales exceed TAXREG.DAT "
           "entry for " TAJ-STATE (WS-TAJ-IDX) " "
           TAJ-QUARTER (WS-TAJ-IDX) " - entry set to zero"
       MOVE ZERO TO WS-TRG-EXEMPT (WS-TAXREG-IDX)
     ELSE
       MOVE WS-TRG-NEW-AMOUNT TO WS-TRG-EXEMPT (WS-TAXREG-IDX)
     END-IF
   END-IF.
 REWRITE-TAX-REGISTER.
   OPEN OUTPUT TAXREG-FILE.
   PERFORM VARYING WS-TAXREG-IDX FROM 1 BY 1
     MOVE WS-TRG-STATE (WS-TAXREG-IDX)   TO TRG-STATE
     MOVE WS-TRG-QUARTER (WS-TAXREG-IDX) TO TRG-QUARTER
     MOVE WS-TRG-AMOUNT (WS-TAXREG-IDX)  TO TRG-TAX-AMOUNT
     MOVE WS-TRG-EXEMPT (WS-TAXREG-IDX)  TO TRG-EXEMPT-AMOUNT
     WRITE TAXREG-REC
   END-PERFORM.
   CLOSE TAXREG-FILE.
   MOVE WS-GRAND-TOTAL-AMOUNT    TO WS-GRAND-TOTAL-OUT.
   MOVE WS-GRAND-DISCOUNT-AMOUNT TO WS-GRAND-DISC-OUT.
   MOVE WS-GRAND-TAX-AMOUNT      TO WS-GRAND-TAX-OUT.
   MOVE WS-GRAND-FREIGHT-AMOUNT  TO WS-GRAND-FREIGHT-OUT.
   WRITE DISCOUNT-REPORT-LINE FROM WS-TOTAL-LINE.
   MOVE WS-CREDIT-HOLD-COUNT     TO WS-HOLD-COUNT-OUT.
   WRITE DISCOUNT-REPORT-LINE FROM WS-HOLD-TOTAL-LINE.
   MOVE WS-BACKORDER-COUNT       TO WS-BKO-COUNT-OUT.
   WRITE DISCOUNT-REPORT-LINE FROM WS-BACKORDER-TOTAL-LINE.
   MOVE WS-FREIGHT-WAIVED-COUNT  TO WS-FWV-COUNT-OUT.
   WRITE DISCOUNT-REPORT-LINE FROM WS-FREIGHT-WAIVED-LINE.
   MOVE WS-FREIGHT-UNRATED-COUNT TO WS-FUR-COUNT-OUT.
   WRITE DISCOUNT-REPORT-LINE FROM WS-FREIGHT-UNRATED-LINE.
   MOVE WS-GRAND-POINTS-EARNED   TO WS-PET-POINTS-OUT.
   WRITE DISCOUNT-REPORT-LINE FROM WS-POINTS-EARNED-TOTAL-LINE.
   MOVE WS-GRAND-POINTS-REDEEMED TO WS-PRT-POINTS-OUT.
   MOVE WS-GRAND-POINTS-AMOUNT   TO WS-PRT-AMOUNT-OUT.
   WRITE DISCOUNT-REPORT-LINE FROM WS-POINTS-REDEEMED-TOTAL-LINE.
   MOVE WS-COUPON-HONORED-COUNT  TO WS-CPT-COUNT-OUT.
   MOVE WS-GRAND-COUPON-AMOUNT   TO WS-CPT-AMOUNT-OUT.
   WRITE DISCOUNT-REPORT-LINE FROM WS-COUPON-TOTAL-LINE.
   MOVE WS-COUPON-REFUSED-COUNT  TO WS-CRT-COUNT-OUT.
   WRITE DISCOUNT-REPORT-LINE FROM WS-COUPON-REFUSED-TOTAL-LINE.
   MOVE WS-TAX-EXEMPT-COUNT      TO WS-TXT-COUNT-OUT.
   MOVE WS-GRAND-EXEMPT-SALES    TO WS-TXT-SALES-OUT.
   WRITE DISCOUNT-REPORT-LINE FROM WS-TAX-EXEMPT-TOTAL-LINE.
   IF WS-ADJUSTMENT-COUNT > ZERO
     MOVE WS-REVERSED-TOTAL-AMOUNT    TO WS-REV-TOTAL-OUT
     MOVE WS-REVERSED-DISCOUNT-AMOUNT TO WS-REV-DISC-OUT
     MOVE WS-REVERSED-TAX-AMOUNT      TO WS-REV-TAX-OUT
     MOVE WS-REVERSED-FREIGHT-AMOUNT  TO WS-REV-FREIGHT-OUT
     WRITE DISCOUNT-REPORT-LINE FROM WS-REVERSAL-TOTAL-LINE
   END-IF.
   MOVE WS-ADJUSTMENT-COUNT      TO WS-ADJ-COUNT-OUT.
   WRITE DISCOUNT-REPORT-LINE FROM WS-ADJUSTMENT-TOTAL-LINE.
   MOVE WS-RETURN-COUNT          TO WS-RTT-COUNT-OUT.
   MOVE WS-RETURN-CREDIT-AMOUNT  TO WS-RTT-CREDIT-OUT.
   WRITE DISCOUNT-REPORT-LINE FROM WS-RETURN-TOTAL-LINE.
   IF WS-RETURN-COUNT > ZERO
     MOVE WS-RESTOCK-FEE-AMOUNT  TO WS-RFT-FEE-OUT
     WRITE DISCOUNT-REPORT-LINE FROM WS-RESTOCK-FEE-TOTAL-LINE
   END-IF.
 READ-ORDER.
   READ ORDER-FILE
     AT END
       SET END-OF-ORDERS TO TRUE
     NOT AT END
       MOVE ORDER-REC         TO WS-ORDER-IMAGE-IN
       MOVE ORDER-PERSON-ID   TO PERSON-ID
       MOVE ORDER-ITEM-CODE   TO ITEM-CODE
       MOVE ORDER-ITEM-NAME   TO ITEM-NAME
       MOVE ORDER-PRICE       TO PRICE
       MOVE ORDER-AMOUNT      TO AMOUNT
   END-READ.
 COMPUTE-DISCOUNT.
   MOVE "N" TO WS-ORDER-INVALID.
   MOVE "DOES NOT RECONCILE" TO WS-REJECT-REASON.
   MOVE "N" TO WS-BACKORDER-SWITCH.
   MOVE ZERO TO WS-BACKORDER-QTY.
   MOVE ZERO TO WS-POINTS-GIVEN-BACK.
   MOVE ZERO TO WS-COUPON-AMOUNT.
   MOVE SPACES TO WS-COUPON-REFUSAL.
   PERFORM VALIDATE-ORDER-ITEM.
   IF NOT ORDER-IS-INVALID
     PERFORM ALLOCATE-ORDER-STOCK
   END-IF.
   IF NOT ORDER-IS-INVALID AND NOT ORDER-FULLY-BACKORDERED
     MULTIPLY AMOUNT BY PRICE GIVING TOTAL-AMOUNT
       ON SIZE ERROR
         MOVE "TOTAL-AMOUNT SIZE ERROR" TO EXC-REASON
         PERFORM WRITE-EXCEPTION-RECORD
         MOVE "Y" TO WS-ORDER-INVALID
     END-MULTIPLY
   END-IF.
   IF NOT ORDER-IS-INVALID AND NOT ORDER-FULLY-BACKORDERED
     PERFORM APPLY-DISCOUNT-BRACKETS
     MOVE ORDER-COUPON-CODE TO WS-COUPON-CODE-IN
     MOVE WS-RUN-DATE       TO WS-COUPON-AS-OF
     MOVE SPACES            TO WS-COUPON-GIVEN-BACK
     PERFORM APPLY-COUPON
     PERFORM APPLY-POINTS-REDEMPTION
     PERFORM COMPUTE-FREIGHT
     PERFORM COMPUTE-SALES-TAX
   END-IF.
 APPLY-DISCOUNT-BRACKETS.
   MOVE TOTAL-AMOUNT TO WS-ORIGINAL-TOTAL.
   MOVE ZERO TO DISCOUNT-PERCENT.
   MOVE ZERO TO WS-APPLIED-BRACKET.
   PERFORM VARYING WS-BRACKET-IDX FROM 1 BY 1
       UNTIL WS-BRACKET-IDX > DISCOUNT-BRACKET-COUNT
     IF TOTAL-AMOUNT > BRACKET-BOUNDARY (WS-BRACKET-IDX)
       MOVE BRACKET-PERCENT (WS-BRACKET-IDX) TO DISCOUNT-PERCENT
       MOVE WS-BRACKET-IDX TO WS-APPLIED-BRACKET
     END-IF
   END-PERFORM.
   IF DISCOUNT-PERCENT > ZERO
     COMPUTE DISCOUNT-AMOUNT ROUNDED =
         TOTAL-AMOUNT * DISCOUNT-PERCENT / 100
     SUBTRACT DISCOUNT-AMOUNT FROM TOTAL-AMOUNT
   ELSE
     MOVE ZERO TO DISCOUNT-AMOUNT
   END-IF.
   PERFORM CHECK-DISCOUNT-TOTALS.
 WRITE-EXCEPTION-RECORD.
   MOVE PERSON-ID   TO EXC-PERSON-ID.
   MOVE PERSON-NAME TO EXC-PERSON-NAME.
   MOVE AMOUNT      TO EXC-AMOUNT.
   MOVE PRICE       TO EXC-PRICE.
   WRITE EXCEPTION-REC.
   ADD 1 TO WS-EXCEPTION-COUNT.
*> The order's item must be on the item master and active, and the
*> order price must be the price in force on the run date - the
*> ITEMPRICE.DAT entry with the latest effective-from at or before
*> it, or the master's current price for an item with no history
*> (the rule SalesEdit applies to the sales feed). A failing order
*> goes to EXCEPTIONS.DAT with the reason; a passing one is invoiced
*> under the master's description.
 VALIDATE-ORDER-ITEM.
   IF NOT ORDER-IS-NEW
     MOVE "UNKNOWN TRANSACTION TYPE" TO WS-REJECT-REASON
     MOVE "Y" TO WS-ORDER-INVALID
   ELSE
     MOVE ITEM-CODE TO ItemCode
     READ ITEM-FILE
       INVALID KEY
         MOVE "ITEM NOT ON ITEM MASTER" TO WS-REJECT-REASON
         MOVE "Y" TO WS-ORDER-INVALID
       NOT INVALID KEY
         IF NOT ItemActive
           MOVE "ITEM NOT ACTIVE" TO WS-REJECT-REASON
           MOVE "Y" TO WS-ORDER-INVALID
         ELSE
           PERFORM LOOK-UP-EFFECTIVE-PRICE
           IF PRICE NOT = WS-EFFECTIVE-PRICE
             MOVE "PRICE NOT ITEM PRICE IN FORCE" TO WS-REJECT-REASON
             MOVE "Y" TO WS-ORDER-INVALID
           ELSE
             MOVE ItemDescription TO ITEM-NAME
           END-IF
         END-IF
     END-READ
   END-IF.
   IF ORDER-IS-INVALID
     MOVE WS-REJECT-REASON TO EXC-REASON
     PERFORM WRITE-EXCEPTION-RECORD
   END-IF.
 LOOK-UP-EFFECTIVE-PRICE.
   MOVE ItemUnitPrice TO WS-EFFECTIVE-PRICE.
   MOVE ZERO TO WS-BEST-EFFECTIVE.
   MOVE "N" TO WS-ITEM-PRICE-EOF.
   OPEN INPUT ITEM-PRICE-FILE.
   IF WS-ITEM-PRICE-STATUS = "35"
     SET END-OF-ITEM-PRICES TO TRUE
   END-IF.
   PERFORM UNTIL END-OF-ITEM-PRICES
     READ ITEM-PRICE-FILE
       AT END
         SET END-OF-ITEM-PRICES TO TRUE
       NOT AT END
         IF IPR-ITEM-CODE = ItemCode
             AND IPR-EFFECTIVE-FROM <= WS-RUN-DATE
             AND IPR-EFFECTIVE-FROM >= WS-BEST-EFFECTIVE
           MOVE IPR-EFFECTIVE-FROM TO WS-BEST-EFFECTIVE
           MOVE IPR-UNIT-PRICE     TO WS-EFFECTIVE-PRICE
         END-IF
     END-READ
   END-PERFORM.
   IF WS-ITEM-PRICE-STATUS NOT = "35"
     CLOSE ITEM-PRICE-FILE
   END-IF.
*> The order ships what the item can cover: on-hand less what earlier
*> orders this run have already been given. Anything beyond that is
*> taken off the order (ORDER-REC too, so a credit hold carries only
*> the shipping part) and backordered; an order with nothing to ship
*> is not priced at all. Stock is only committed once an order is
*> accepted - a held order leaves it for the orders behind it - and a
*> credit memo gives the reversed quantity back (the commitment can
*> go below zero: StockLedger returns that stock to the shelf).
 ALLOCATE-ORDER-STOCK.
   PERFORM FIND-ITEM-COMMITMENT.
   MOVE ItemOnHandQty TO WS-AVAILABLE-QTY.
   IF WS-COMMIT-MATCH-IDX > ZERO
     SUBTRACT ICT-COMMITTED-QTY (WS-COMMIT-MATCH-IDX)
         FROM WS-AVAILABLE-QTY
   END-IF.
   IF WS-AVAILABLE-QTY < ZERO
     MOVE ZERO TO WS-AVAILABLE-QTY
   END-IF.
   IF AMOUNT > WS-AVAILABLE-QTY
     COMPUTE WS-BACKORDER-QTY = AMOUNT - WS-AVAILABLE-QTY
     MOVE WS-AVAILABLE-QTY TO AMOUNT
     MOVE AMOUNT TO ORDER-AMOUNT
     IF AMOUNT = ZERO
       SET ORDER-FULLY-BACKORDERED TO TRUE
     END-IF
   END-IF.
 FIND-ITEM-COMMITMENT.
   MOVE ZERO TO WS-COMMIT-MATCH-IDX.
   PERFORM VARYING WS-COMMIT-IDX FROM 1 BY 1
       UNTIL WS-COMMIT-IDX > ITEM-COMMIT-COUNT
           OR WS-COMMIT-MATCH-IDX > ZERO
     IF ICT-ITEM-CODE (WS-COMMIT-IDX) = ITEM-CODE
       MOVE WS-COMMIT-IDX TO WS-COMMIT-MATCH-IDX
     END-IF
   END-PERFORM.
 COMMIT-ORDER-STOCK.
   PERFORM FIND-ITEM-COMMITMENT.
   IF WS-COMMIT-MATCH-IDX = ZERO
     IF ITEM-COMMIT-COUNT < 2000
       ADD 1 TO ITEM-COMMIT-COUNT
       MOVE ITEM-COMMIT-COUNT TO WS-COMMIT-MATCH-IDX
       MOVE ITEM-CODE TO ICT-ITEM-CODE (WS-COMMIT-MATCH-IDX)
       MOVE ZERO TO ICT-COMMITTED-QTY (WS-COMMIT-MATCH-IDX)
     ELSE
       DISPLAY "Fatal - more than 2000 items ordered in one run; "
           "stock allocation cannot be trusted beyond this point "
           "- stopping"
       MOVE 8 TO RETURN-CODE
       STOP RUN
     END-IF
   END-IF.
   ADD WS-COMMIT-QTY TO ICT-COMMITTED-QTY (WS-COMMIT-MATCH-IDX).
*> A coupon honoured on the part of the order that shipped is spent:
*> the backordered remainder goes back without it.
 WRITE-BACKORDER.
   MOVE WS-ORDER-IMAGE-IN         TO BKO-ORDER-IMAGE.
   IF WS-COUPON-AMOUNT > ZERO
     MOVE SPACES TO BKO-ORDER-IMAGE (97:10)
   END-IF.
   MOVE PERSON-ID                 TO BKO-PERSON-ID.
   MOVE ITEM-CODE                 TO BKO-ITEM-CODE.
   MOVE WS-BACKORDER-QTY          TO BKO-QUANTITY.
   MOVE WS-RUN-DATE               TO BKO-ORDER-DATE.
   COMPUTE BKO-ORDER-SEQ = WS-RECORD-COUNT + 1.
   WRITE BackorderRec.
   ADD 1 TO WS-BACKORDER-COUNT.
   MOVE PERSON-NAME               TO WS-BKO-NAME.
   MOVE PERSON-ID                 TO WS-BKO-PERSON-ID.
   MOVE ITEM-CODE                 TO WS-BKO-ITEM.
   MOVE WS-BACKORDER-QTY          TO WS-BKO-QTY-OUT.
   WRITE DISCOUNT-REPORT-LINE FROM WS-BACKORDER-LINE.
*> The order's freight: waived over the free-shipping threshold
*> (measured before any points come off the goods), otherwise the
*> first rate line whose zip-prefix range takes the order's zip and
*> whose quantity band takes the order's quantity.
 COMPUTE-FREIGHT.
   MOVE ZERO TO FREIGHT-AMOUNT.
   MOVE ZERO TO WS-FREIGHT-MATCH-IDX.
   MOVE SPACE TO WS-FREIGHT-SWITCH.
   IF WS-FREE-FREIGHT-THRESHOLD > ZERO
       AND TOTAL-AMOUNT + WS-POINTS-AMOUNT > WS-FREE-FREIGHT-THRESHOLD
     SET FREIGHT-WAIVED TO TRUE
   ELSE
     PERFORM VARYING WS-FREIGHT-IDX FROM 1 BY 1
         UNTIL WS-FREIGHT-IDX > FREIGHT-RATE-COUNT
             OR WS-FREIGHT-MATCH-IDX > ZERO
       IF ZIP (1:3) >= FRS-ZIP-FROM (WS-FREIGHT-IDX)
           AND ZIP (1:3) <= FRS-ZIP-TO (WS-FREIGHT-IDX)
           AND AMOUNT <= FRS-QTY-UPTO (WS-FREIGHT-IDX)
         MOVE WS-FREIGHT-IDX TO WS-FREIGHT-MATCH-IDX
       END-IF
     END-PERFORM
     IF WS-FREIGHT-MATCH-IDX > ZERO
       MOVE FRS-CHARGE (WS-FREIGHT-MATCH-IDX) TO FREIGHT-AMOUNT
       SET FREIGHT-CHARGED TO TRUE
     ELSE
       IF FREIGHT-RATE-COUNT > ZERO
         SET FREIGHT-UNRATED TO TRUE
       END-IF
     END-IF
   END-IF.
*> Tax is on the goods net of discount, and on the freight as well
*> where the state's rate master says freight is taxable. A customer
*> holding an exemption certificate for the ship-to state that is
*> still in force on the run date is charged no tax: what would have
*> been taxed is recorded as the exempt sale instead. An amendment is
*> exempt exactly when the invoice it replaces was, under the same
*> certificate (PRICE-AMENDED-ORDER sets it beforehand).
 COMPUTE-SALES-TAX.
   MOVE ZERO TO TAX-AMOUNT.
   MOVE ZERO TO WS-TAX-MATCH-IDX.
   MOVE ZERO TO WS-TAX-RATE-APPLIED.
   MOVE ZERO TO WS-EXEMPT-SALES.
   IF NOT ORDER-IS-AMEND
     MOVE SPACES TO WS-EXEMPT-CERT
   END-IF.
   MOVE TOTAL-AMOUNT TO WS-TAXABLE-AMOUNT.
   PERFORM VARYING WS-TAX-IDX FROM 1 BY 1
       UNTIL WS-TAX-IDX > TAX-RATE-COUNT
     IF STATE = TAX-STATE (WS-TAX-IDX)
       IF TAX-FREIGHT-TAXABLE (WS-TAX-IDX) = "Y"
         COMPUTE WS-TAXABLE-AMOUNT = TOTAL-AMOUNT + FREIGHT-AMOUNT
       END-IF
       COMPUTE TAX-AMOUNT ROUNDED =
           WS-TAXABLE-AMOUNT * TAX-RATE (WS-TAX-IDX) / 100
       MOVE WS-TAX-IDX TO WS-TAX-MATCH-IDX
       MOVE TAX-RATE (WS-TAX-IDX) TO WS-TAX-RATE-APPLIED
     END-IF
   END-PERFORM.
   IF WS-TAX-MATCH-IDX > ZERO AND NOT ORDER-IS-AMEND
     PERFORM FIND-TAX-EXEMPTION
   END-IF.
   IF WS-EXEMPT-CERT NOT = SPACES
     MOVE WS-TAXABLE-AMOUNT TO WS-EXEMPT-SALES
     MOVE ZERO TO TAX-AMOUNT
     MOVE ZERO TO WS-TAX-RATE-APPLIED
   END-IF.
*> A missing TAXEXEMPT.DAT means no customer is exempt. A certificate
*> is good through its expiry date.
 FIND-TAX-EXEMPTION.
   IF WS-TAXEXEMPT-STATUS NOT = "35"
     MOVE PERSON-ID TO TXE-PERSON-ID
     MOVE STATE     TO TXE-STATE
     READ TAX-EXEMPT-FILE
       INVALID KEY
         CONTINUE
       NOT INVALID KEY
         IF TXE-EXPIRY-DATE NUMERIC
             AND TXE-EXPIRY-DATE NOT < WS-RUN-DATE
           MOVE TXE-CERT-NO TO WS-EXEMPT-CERT
         END-IF
     END-READ
   END-IF.
 CHECK-DISCOUNT-TOTALS.
   IF TOTAL-AMOUNT < ZERO OR DISCOUNT-AMOUNT > WS-ORIGINAL-TOTAL
     MOVE "Y" TO WS-ORDER-INVALID
     END-IF
   END-IF.
 DISPLAY-DISCOUNT.
   EVALUATE TRUE
     WHEN ORDER-IS-INVALID
       PERFORM WRITE-REJECT-LINE
     WHEN ORDER-FULLY-BACKORDERED
       CONTINUE
     WHEN ORDER-ON-CREDIT-HOLD
       PERFORM WRITE-CREDIT-HOLD
     WHEN OTHER
       PERFORM WRITE-DETAIL-LINE
       IF WS-RELEASE-MATCH-IDX > ZERO
         MOVE CRS-RELEASED-BY (WS-RELEASE-MATCH-IDX)
             TO WS-RELEASE-BY-OUT
         WRITE DISCOUNT-REPORT-LINE FROM WS-CREDIT-RELEASE-LINE
       END-IF
       IF WS-TAX-MATCH-IDX > ZERO
         ADD TAX-AMOUNT TO TAX-STATE-AMOUNT (WS-TAX-MATCH-IDX)
         ADD WS-EXEMPT-SALES TO TAX-STATE-EXEMPT (WS-TAX-MATCH-IDX)
       END-IF
       PERFORM POST-ACCEPTED-ORDER
   END-EVALUATE.
   IF WS-BACKORDER-QTY > ZERO AND NOT ORDER-IS-INVALID
     PERFORM WRITE-BACKORDER
   END-IF.
 WRITE-REJECT-LINE.
   MOVE SPACES TO DISCOUNT-REPORT-LINE.
   STRING "** REJECTED - " DELIMITED BY SIZE
       WS-REJECT-REASON DELIMITED BY "  "
       ": " PERSON-NAME " " PERSON-ID
       DELIMITED BY SIZE INTO DISCOUNT-REPORT-LINE.
   WRITE DISCOUNT-REPORT-LINE.
 WRITE-DETAIL-LINE.
   MOVE PERSON-NAME     TO WS-DETAIL-NAME.
   MOVE PERSON-ID       TO WS-DETAIL-PERSON-ID.
   MOVE TOTAL-AMOUNT    TO WS-DETAIL-TOTAL.
   MOVE DISCOUNT-AMOUNT TO WS-DETAIL-DISCOUNT.
   MOVE TAX-AMOUNT      TO WS-DETAIL-TAX.
   MOVE FREIGHT-AMOUNT  TO WS-DETAIL-FREIGHT.
   WRITE DISCOUNT-REPORT-LINE FROM WS-DETAIL-LINE.
*> An accepted order - new, or the re-priced side of an amendment -
*> counts in the grand totals, takes its stock, and is invoiced.
 POST-ACCEPTED-ORDER.
   ADD TOTAL-AMOUNT    TO WS-GRAND-TOTAL-AMOUNT.
   ADD DISCOUNT-AMOUNT TO WS-GRAND-DISCOUNT-AMOUNT.
   ADD TAX-AMOUNT      TO WS-GRAND-TAX-AMOUNT.
   ADD FREIGHT-AMOUNT  TO WS-GRAND-FREIGHT-AMOUNT.
   IF FREIGHT-WAIVED
     ADD 1 TO WS-FREIGHT-WAIVED-COUNT
   END-IF.
   IF FREIGHT-UNRATED
     ADD 1 TO WS-FREIGHT-UNRATED-COUNT
     MOVE PERSON-NAME TO WS-NFR-NAME
     MOVE PERSON-ID   TO WS-NFR-PERSON-ID
     MOVE ZIP         TO WS-NFR-ZIP
     MOVE AMOUNT      TO WS-NFR-QTY-OUT
     WRITE DISCOUNT-REPORT-LINE FROM WS-NO-FREIGHT-LINE
   END-IF.
   IF WS-COUPON-AMOUNT > ZERO
     MOVE WS-COUPON-CODE-IN  TO WS-CPL-CODE
     MOVE WS-COUPON-AMOUNT   TO WS-CPL-AMOUNT-OUT
     WRITE DISCOUNT-REPORT-LINE FROM WS-COUPON-LINE
   END-IF.
   IF WS-COUPON-REFUSAL NOT = SPACES
     ADD 1 TO WS-COUPON-REFUSED-COUNT
     MOVE WS-COUPON-CODE-IN  TO WS-CRF-CODE
     MOVE WS-COUPON-REFUSAL  TO WS-CRF-REASON
     WRITE DISCOUNT-REPORT-LINE FROM WS-COUPON-REFUSED-LINE
   END-IF.
   IF WS-EXEMPT-CERT NOT = SPACES
     ADD 1 TO WS-TAX-EXEMPT-COUNT
     ADD WS-EXEMPT-SALES TO WS-GRAND-EXEMPT-SALES
     MOVE WS-EXEMPT-CERT  TO WS-TXL-CERT-NO
     MOVE WS-EXEMPT-SALES TO WS-TXL-SALES-OUT
     WRITE DISCOUNT-REPORT-LINE FROM WS-TAX-EXEMPT-LINE
   END-IF.
   IF WS-POINTS-REDEEMED > ZERO
     MOVE WS-POINTS-REDEEMED TO WS-PRD-POINTS-OUT
     MOVE WS-POINTS-AMOUNT   TO WS-PRD-AMOUNT-OUT
     WRITE DISCOUNT-REPORT-LINE FROM WS-POINTS-REDEEMED-LINE
   END-IF.
   MOVE ZERO TO WS-POINTS-EARNED.
   IF WS-POINTS-PER-UNIT > ZERO
     MOVE TOTAL-AMOUNT TO WS-WHOLE-UNITS
     MULTIPLY WS-WHOLE-UNITS BY WS-POINTS-PER-UNIT
         GIVING WS-POINTS-EARNED
       ON SIZE ERROR
         MOVE 99999 TO WS-POINTS-EARNED
     END-MULTIPLY
   END-IF.
   MOVE AMOUNT TO WS-COMMIT-QTY.
   PERFORM COMMIT-ORDER-STOCK.
   PERFORM WRITE-INVOICE.
   PERFORM POST-ORDER-POINTS.
   IF WS-COUPON-AMOUNT > ZERO
     PERFORM RECORD-COUPON-REDEMPTION
   END-IF.
*> Only an accepted order is invoiced, so the number sequence has no
*> holes for rejected orders to explain.
 WRITE-INVOICE.
   ADD 1 TO WS-LAST-INVOICE-NO.
   MOVE SPACES             TO InvoiceRec.
   MOVE WS-LAST-INVOICE-NO TO INV-NUMBER.
   MOVE WS-RUN-DATE        TO INV-DATE.
   MOVE PERSON-ID          TO INV-PERSON-ID.
   MOVE PERSON-NAME        TO INV-PERSON-NAME.
   MOVE STREET             TO INV-STREET.
   MOVE CITY               TO INV-CITY.
   MOVE STATE              TO INV-STATE.
   MOVE ZIP                TO INV-ZIP.
   MOVE ITEM-NAME          TO INV-ITEM-NAME.
   MOVE ITEM-CODE          TO INV-ITEM-CODE.
   MOVE PRICE              TO INV-PRICE.
   MOVE AMOUNT             TO INV-QUANTITY.
   MOVE WS-ORIGINAL-TOTAL  TO INV-GROSS-AMOUNT.
   MOVE WS-APPLIED-BRACKET TO INV-BRACKET.
   MOVE DISCOUNT-PERCENT   TO INV-DISCOUNT-PCT.
   MOVE DISCOUNT-AMOUNT    TO INV-DISCOUNT-AMOUNT.
   MOVE TAX-AMOUNT         TO INV-TAX-AMOUNT.
   MOVE FREIGHT-AMOUNT     TO INV-FREIGHT-AMOUNT.
   MOVE WS-POINTS-REDEEMED TO INV-POINTS-REDEEMED.
   MOVE WS-POINTS-AMOUNT   TO INV-POINTS-AMOUNT.
   MOVE WS-POINTS-EARNED   TO INV-POINTS-EARNED.
   MOVE WS-COUPON-AMOUNT   TO INV-COUPON-AMOUNT.
   COMPUTE INV-NET-DUE = TOTAL-AMOUNT + FREIGHT-AMOUNT + TAX-AMOUNT.
   MOVE WS-TAX-RATE-APPLIED TO INV-TAX-RATE.
   MOVE WS-EXEMPT-CERT     TO INV-TAX-EXEMPT-CERT.
   MOVE WS-EXEMPT-SALES    TO INV-EXEMPT-SALES.
   PERFORM FIND-SHIP-WAREHOUSE.
   MOVE WS-SHIP-WAREHOUSE  TO INV-WAREHOUSE.
   IF ORDER-IS-AMEND
     SET INV-IS-AMENDMENT TO TRUE
     MOVE WS-ORIG-NUMBER  TO INV-ORIGINAL-NO
   END-IF.
   MOVE ZERO               TO INV-RESTOCK-FEE.
   MOVE ZERO               TO INV-CREDITED-QTY.
   WRITE InvoiceRec.
   ADD 1 TO WS-INVOICE-COUNT.
 FIND-SHIP-WAREHOUSE.
   MOVE WS-DEFAULT-WAREHOUSE TO WS-SHIP-WAREHOUSE.
   MOVE "N" TO WS-WAREHOUSE-MATCH.
   IF STATE NOT = SPACES
     PERFORM VARYING WS-WHS-IDX FROM 1 BY 1
         UNTIL WS-WHS-IDX > WAREHOUSE-COUNT OR WAREHOUSE-MATCHED
       PERFORM VARYING WS-WHS-STATE-IDX FROM 1 BY 1
           UNTIL WS-WHS-STATE-IDX > 12 OR WAREHOUSE-MATCHED
         IF WHT-SHIP-STATE (WS-WHS-IDX, WS-WHS-STATE-IDX) = STATE
           SET WAREHOUSE-MATCHED TO TRUE
           MOVE WHT-CODE (WS-WHS-IDX) TO WS-SHIP-WAREHOUSE
         END-IF
       END-PERFORM
     END-PERFORM
   END-IF.
*> Credit control is loaded after any restart truncation: the limits,
*> then each limited customer's open AR balance, then - on a restart -
*> the invoices already accepted this run, so the balance an order is
*> measured against is the same whether or not the run was restarted.
*> The same invoices rebuild the stock already committed per item.
*> A missing CREDITLIM.DAT means no customer is limited.
 LOAD-CREDIT-CONTROL.
   MOVE ZERO TO CREDIT-LIMIT-COUNT.
   MOVE "N" TO WS-CREDIT-LIMIT-EOF.
   OPEN INPUT CREDIT-LIMIT-FILE.
   IF WS-CREDIT-LIMIT-STATUS = "35"
     SET END-OF-CREDIT-LIMITS TO TRUE
   END-IF.
   PERFORM UNTIL END-OF-CREDIT-LIMITS
     READ CREDIT-LIMIT-FILE NEXT RECORD
       AT END
         SET END-OF-CREDIT-LIMITS TO TRUE
       NOT AT END
         IF CREDIT-LIMIT-COUNT < 2000
           ADD 1 TO CREDIT-LIMIT-COUNT
           MOVE CRL-PERSON-ID
               TO CRT-PERSON-ID (CREDIT-LIMIT-COUNT)
           MOVE CRL-CREDIT-LIMIT
               TO CRT-CREDIT-LIMIT (CREDIT-LIMIT-COUNT)
           MOVE ZERO TO CRT-BALANCE (CREDIT-LIMIT-COUNT)
         ELSE
           DISPLAY "Fatal - CREDITLIM.DAT holds more than 2000 "
               "customers; credit control cannot be trusted "
               "beyond this point - stopping"
           MOVE 8 TO RETURN-CODE
           STOP RUN
         END-IF
     END-READ
   END-PERFORM.
   IF WS-CREDIT-LIMIT-STATUS NOT = "35"
     CLOSE CREDIT-LIMIT-FILE
   END-IF.
   IF CREDIT-LIMIT-COUNT > ZERO
     PERFORM LOAD-OPEN-AR-BALANCES
   END-IF.
   IF WS-RESTART-COUNT > ZERO
     PERFORM LOAD-RUN-INVOICE-BALANCES
   END-IF.
   PERFORM LOAD-CREDIT-RELEASES.
 LOAD-OPEN-AR-BALANCES.
   MOVE "N" TO WS-ARITEM-EOF.
   OPEN INPUT AR-ITEM-FILE.
   IF WS-ARITEM-STATUS = "35"
     SET END-OF-AR-ITEMS TO TRUE
   END-IF.
   PERFORM UNTIL END-OF-AR-ITEMS
     READ AR-ITEM-FILE NEXT RECORD
       AT END
         SET END-OF-AR-ITEMS TO TRUE
       NOT AT END
         IF AriOpen
           MOVE ARI-PERSON-ID TO PERSON-ID
           PERFORM FIND-CREDIT-LIMIT
           IF WS-CREDIT-MATCH-IDX > ZERO
             ADD ARI-BALANCE TO CRT-BALANCE (WS-CREDIT-MATCH-IDX)
           END-IF
         END-IF
         IF AriCustomerCredit
           MOVE ARI-PERSON-ID TO PERSON-ID
           PERFORM FIND-CREDIT-LIMIT
           MOVE ARI-BALANCE TO WS-ORIG-NET-DUE
           PERFORM REDUCE-CREDIT-BALANCE
         END-IF
     END-READ
   END-PERFORM.
   IF WS-ARITEM-STATUS NOT = "35"
     CLOSE AR-ITEM-FILE
   END-IF.
*> INVOICES.DAT is open EXTEND by now, so it is read through its own
*> temp copy - TRUNCATE-INVOICE-FILE has just left it identical.
 LOAD-RUN-INVOICE-BALANCES.
   MOVE "N" TO WS-INVOICE-EOF.
   OPEN INPUT INVOICE-TEMP.
   PERFORM UNTIL END-OF-INVOICES
     READ INVOICE-TEMP INTO InvoiceRec
       AT END
         SET END-OF-INVOICES TO TRUE
       NOT AT END
         MOVE INV-PERSON-ID TO PERSON-ID
         PERFORM FIND-CREDIT-LIMIT
         MOVE INV-ITEM-CODE TO ITEM-CODE
         IF INV-IS-CREDIT-MEMO
           MOVE INV-NET-DUE TO WS-ORIG-NET-DUE
           PERFORM REDUCE-CREDIT-BALANCE
           COMPUTE WS-COMMIT-QTY = ZERO - INV-QUANTITY
           MOVE INV-ORIGINAL-NO TO WS-ORIG-NUMBER
           IF INV-IS-RETURN
             MOVE INV-QUANTITY TO WS-RETURN-QTY
             PERFORM RECORD-RETURNED-QUANTITY
             IF INV-RETURN-DAMAGED
               MOVE ZERO TO WS-COMMIT-QTY
             END-IF
           ELSE
             PERFORM RECORD-ADJUSTED-INVOICE
           END-IF
         ELSE
           IF WS-CREDIT-MATCH-IDX > ZERO
             ADD INV-NET-DUE TO CRT-BALANCE (WS-CREDIT-MATCH-IDX)
           END-IF
           MOVE INV-QUANTITY TO WS-COMMIT-QTY
         END-IF
         IF WS-COMMIT-QTY NOT = ZERO
           PERFORM COMMIT-ORDER-STOCK
         END-IF
     END-READ
   END-PERFORM.
   CLOSE INVOICE-TEMP.
 LOAD-CREDIT-RELEASES.
   MOVE ZERO TO CREDIT-RELEASE-COUNT.
   MOVE "N" TO WS-CREDIT-RELEASE-EOF.
   OPEN INPUT CREDIT-RELEASE-FILE.
   IF WS-CREDIT-RELEASE-STATUS = "35"
     SET END-OF-CREDIT-RELEASES TO TRUE
   END-IF.
   PERFORM UNTIL END-OF-CREDIT-RELEASES
     READ CREDIT-RELEASE-FILE
       AT END
         SET END-OF-CREDIT-RELEASES TO TRUE
       NOT AT END
         IF CREDIT-RELEASE-COUNT < 500
           ADD 1 TO CREDIT-RELEASE-COUNT
           MOVE CRR-ORDER-IMAGE
               TO CRS-ORDER-IMAGE (CREDIT-RELEASE-COUNT)
           MOVE CRR-RELEASED-BY
               TO CRS-RELEASED-BY (CREDIT-RELEASE-COUNT)
           MOVE CRR-RELEASE-DATE
               TO CRS-RELEASE-DATE (CREDIT-RELEASE-COUNT)
         ELSE
           DISPLAY "Warning - more than 500 credit releases on "
               "CREDITREL.DAT; the rest wait for the next run"
           SET END-OF-CREDIT-RELEASES TO TRUE
         END-IF
     END-READ
   END-PERFORM.
   IF WS-CREDIT-RELEASE-STATUS NOT = "35"
     CLOSE CREDIT-RELEASE-FILE
   END-IF.
 FIND-CREDIT-LIMIT.
   MOVE ZERO TO WS-CREDIT-MATCH-IDX.
   PERFORM VARYING WS-CREDIT-IDX FROM 1 BY 1
       UNTIL WS-CREDIT-IDX > CREDIT-LIMIT-COUNT
           OR WS-CREDIT-MATCH-IDX > ZERO
     IF CRT-PERSON-ID (WS-CREDIT-IDX) = PERSON-ID
       MOVE WS-CREDIT-IDX TO WS-CREDIT-MATCH-IDX
     END-IF
   END-PERFORM.
*> An order that would take a limited customer past the limit - open
*> AR plus what this run has already accepted plus this order's net,
*> freight and tax - is held, unless a supervisor has released that very
*> order, in which case the release is used up and the order goes
*> through. An accepted order counts against the rest of the run.
 CHECK-CREDIT-LIMIT.
   MOVE "N" TO WS-CREDIT-HOLD-SWITCH.
   MOVE ZERO TO WS-RELEASE-MATCH-IDX.
   IF NOT ORDER-IS-INVALID AND NOT ORDER-FULLY-BACKORDERED
       AND CREDIT-LIMIT-COUNT > ZERO
     PERFORM FIND-CREDIT-LIMIT
     IF WS-CREDIT-MATCH-IDX > ZERO
       COMPUTE WS-ORDER-DUE = TOTAL-AMOUNT + FREIGHT-AMOUNT
           + TAX-AMOUNT
       IF CRT-BALANCE (WS-CREDIT-MATCH-IDX) + WS-ORDER-DUE
           > CRT-CREDIT-LIMIT (WS-CREDIT-MATCH-IDX)
         PERFORM FIND-CREDIT-RELEASE
         IF WS-RELEASE-MATCH-IDX > ZERO
           MOVE "Y" TO CRS-USED (WS-RELEASE-MATCH-IDX)
         ELSE
           SET ORDER-ON-CREDIT-HOLD TO TRUE
         END-IF
       END-IF
       IF NOT ORDER-ON-CREDIT-HOLD
         ADD WS-ORDER-DUE TO CRT-BALANCE (WS-CREDIT-MATCH-IDX)
       END-IF
     END-IF
   END-IF.
 FIND-CREDIT-RELEASE.
   MOVE ZERO TO WS-RELEASE-MATCH-IDX.
   PERFORM VARYING WS-RELEASE-IDX FROM 1 BY 1
       UNTIL WS-RELEASE-IDX > CREDIT-RELEASE-COUNT
           OR WS-RELEASE-MATCH-IDX > ZERO
     IF CRS-ORDER-IMAGE (WS-RELEASE-IDX) = WS-ORDER-IMAGE-IN
         AND CRS-USED (WS-RELEASE-IDX) NOT = "Y"
       MOVE WS-RELEASE-IDX TO WS-RELEASE-MATCH-IDX
     END-IF
   END-PERFORM.
 WRITE-CREDIT-HOLD.
   MOVE ORDER-REC                 TO CHD-ORDER-IMAGE.
   MOVE PERSON-ID                 TO CHD-PERSON-ID.
   MOVE WS-ORDER-DUE              TO CHD-ORDER-DUE.
   MOVE CRT-BALANCE (WS-CREDIT-MATCH-IDX)      TO CHD-BALANCE.
   MOVE CRT-CREDIT-LIMIT (WS-CREDIT-MATCH-IDX) TO CHD-CREDIT-LIMIT.
   MOVE WS-RUN-DATE               TO CHD-HOLD-DATE.
   COMPUTE CHD-ORDER-SEQ = WS-RECORD-COUNT + 1.
   WRITE CreditHoldRec.
   ADD 1 TO WS-CREDIT-HOLD-COUNT.
   MOVE PERSON-NAME               TO WS-HOLD-NAME.
   MOVE PERSON-ID                 TO WS-HOLD-PERSON-ID.
   MOVE CRT-CREDIT-LIMIT (WS-CREDIT-MATCH-IDX) TO WS-HOLD-LIMIT.
   MOVE WS-ORDER-DUE              TO WS-HOLD-DUE.
   WRITE DISCOUNT-REPORT-LINE FROM WS-CREDIT-HOLD-LINE.
*> On restart the holds written after the last checkpoint are dropped:
*> their orders are about to be checked again and will be held again.
 TRUNCATE-CREDIT-HOLDS.
   MOVE "N" TO WS-CREDIT-HOLD-EOF.
   OPEN INPUT CREDIT-HOLD-FILE.
   IF WS-CREDIT-HOLD-STATUS = "35"
     SET END-OF-CREDIT-HOLDS TO TRUE
   END-IF.
   OPEN OUTPUT CREDIT-HOLD-TEMP.
   PERFORM UNTIL END-OF-CREDIT-HOLDS
     READ CREDIT-HOLD-FILE
       AT END
         SET END-OF-CREDIT-HOLDS TO TRUE
       NOT AT END
         IF CHD-HOLD-DATE NOT = WS-RUN-DATE
             OR CHD-ORDER-SEQ NOT > WS-RESTART-COUNT
           WRITE CREDIT-HOLD-TEMP-REC FROM CreditHoldRec
         END-IF
     END-READ
   END-PERFORM.
   IF WS-CREDIT-HOLD-STATUS NOT = "35"
     CLOSE CREDIT-HOLD-FILE
   END-IF.
   CLOSE CREDIT-HOLD-TEMP.
   MOVE "N" TO WS-CREDIT-HOLD-EOF.
   OPEN INPUT CREDIT-HOLD-TEMP.
   OPEN OUTPUT CREDIT-HOLD-FILE.
   PERFORM UNTIL END-OF-CREDIT-HOLDS
     READ CREDIT-HOLD-TEMP
       AT END
         SET END-OF-CREDIT-HOLDS TO TRUE
       NOT AT END
         WRITE CreditHoldRec FROM CREDIT-HOLD-TEMP-REC
     END-READ
   END-PERFORM.
   CLOSE CREDIT-HOLD-TEMP.
   CLOSE CREDIT-HOLD-FILE.
*> The releases used this run are dropped; any not yet matched (the
*> order has not come back through OrderMatch yet) stay for the next.
 REWRITE-CREDIT-RELEASES.
   IF CREDIT-RELEASE-COUNT > ZERO
     OPEN OUTPUT CREDIT-RELEASE-FILE
     PERFORM VARYING WS-RELEASE-IDX FROM 1 BY 1
         UNTIL WS-RELEASE-IDX > CREDIT-RELEASE-COUNT
       IF CRS-USED (WS-RELEASE-IDX) NOT = "Y"
         MOVE CRS-ORDER-IMAGE (WS-RELEASE-IDX)  TO CRR-ORDER-IMAGE
         MOVE CRS-RELEASED-BY (WS-RELEASE-IDX)  TO CRR-RELEASED-BY
         MOVE CRS-RELEASE-DATE (WS-RELEASE-IDX) TO CRR-RELEASE-DATE
         WRITE CreditReleaseRec
       END-IF
     END-PERFORM
     CLOSE CREDIT-RELEASE-FILE
   END-IF.
*> On restart the backorders written after the last checkpoint are
*> dropped the same way: their orders are about to be allocated again.
 TRUNCATE-BACKORDERS.
   MOVE "N" TO WS-BACKORDER-EOF.
   OPEN INPUT BACKORDER-FILE.
   IF WS-BACKORDER-STATUS = "35"
     SET END-OF-BACKORDERS TO TRUE
   END-IF.
   OPEN OUTPUT BACKORDER-TEMP.
   PERFORM UNTIL END-OF-BACKORDERS
     READ BACKORDER-FILE
       AT END
         SET END-OF-BACKORDERS TO TRUE
       NOT AT END
         IF BKO-ORDER-DATE NOT = WS-RUN-DATE
             OR BKO-ORDER-SEQ NOT > WS-RESTART-COUNT
           WRITE BACKORDER-TEMP-REC FROM BackorderRec
         END-IF
     END-READ
   END-PERFORM.
   IF WS-BACKORDER-STATUS NOT = "35"
     CLOSE BACKORDER-FILE
   END-IF.
   CLOSE BACKORDER-TEMP.
   MOVE "N" TO WS-BACKORDER-EOF.
   OPEN INPUT BACKORDER-TEMP.
   OPEN OUTPUT BACKORDER-FILE.
   PERFORM UNTIL END-OF-BACKORDERS
     READ BACKORDER-TEMP
       AT END
         SET END-OF-BACKORDERS TO TRUE
       NOT AT END
         WRITE BackorderRec FROM BACKORDER-TEMP-REC
     END-READ
   END-PERFORM.
   CLOSE BACKORDER-TEMP.
   CLOSE BACKORDER-FILE.
*> A cancel or amend: the invoice it names is found and checked, an
*> amend's new quantity is priced, and only when all of that passes
*> is anything written - the credit memo, then for an amend the new
*> invoice. A failing one goes to EXCEPTIONS.DAT like a bad order.
 PROCESS-ORDER-ADJUSTMENT.
   MOVE "N" TO WS-ORDER-INVALID.
   MOVE ZERO TO WS-COUPON-AMOUNT.
   MOVE SPACES TO WS-COUPON-REFUSAL.
   MOVE "DOES NOT RECONCILE" TO WS-REJECT-REASON.
   PERFORM FIND-ORIGINAL-INVOICE.
   IF NOT ORDER-IS-INVALID AND ORDER-IS-AMEND
     PERFORM PRICE-AMENDED-ORDER
   END-IF.
   IF ORDER-IS-INVALID
     MOVE WS-REJECT-REASON TO EXC-REASON
     PERFORM WRITE-EXCEPTION-RECORD
     PERFORM WRITE-REJECT-LINE
   ELSE
     PERFORM WRITE-CREDIT-MEMO
     IF ORDER-IS-AMEND
       PERFORM WRITE-DETAIL-LINE
       MOVE TAX-AMOUNT TO WS-TAJ-AMOUNT
       MOVE WS-EXEMPT-SALES TO WS-TAJ-EXEMPT-AMOUNT
       PERFORM ADD-TAX-ADJUSTMENT
       PERFORM FIND-CREDIT-LIMIT
       IF WS-CREDIT-MATCH-IDX > ZERO
         COMPUTE CRT-BALANCE (WS-CREDIT-MATCH-IDX) =
             CRT-BALANCE (WS-CREDIT-MATCH-IDX) + TOTAL-AMOUNT
             + FREIGHT-AMOUNT + TAX-AMOUNT
       END-IF
       PERFORM POST-ACCEPTED-ORDER
     END-IF
   END-IF.
*> The original must be on the invoice history, be an invoice (not a
*> credit memo) for this customer, and not already reversed this run.
*> Its amounts are kept, with the quantity credits have already taken
*> back from it - on file, and by returns earlier in this run.
 READ-ORIGINAL-INVOICE.
   IF WS-INVHIST-STATUS = "35"
     MOVE "ORIGINAL INVOICE NOT ON FILE" TO WS-REJECT-REASON
     MOVE "Y" TO WS-ORDER-INVALID
   ELSE
     MOVE ORDER-REF-INVOICE-NO TO IVH-NUMBER
     READ INVOICE-HISTORY-FILE INTO InvoiceRec
       INVALID KEY
         MOVE "ORIGINAL INVOICE NOT ON FILE" TO WS-REJECT-REASON
         MOVE "Y" TO WS-ORDER-INVALID
     END-READ
   END-IF.
   IF NOT ORDER-IS-INVALID
     EVALUATE TRUE
       WHEN INV-PERSON-ID NOT = PERSON-ID
         MOVE "INVOICE NOT FOR THIS CUSTOMER" TO WS-REJECT-REASON
         MOVE "Y" TO WS-ORDER-INVALID
       WHEN INV-IS-CREDIT-MEMO
         MOVE "INVOICE IS A CREDIT MEMO" TO WS-REJECT-REASON
         MOVE "Y" TO WS-ORDER-INVALID
       WHEN OTHER
         MOVE INV-NUMBER TO WS-ORIG-NUMBER
         PERFORM FIND-ADJUSTED-INVOICE
         IF WS-ADJ-MATCH-IDX > ZERO
           MOVE "INVOICE ALREADY ADJUSTED" TO WS-REJECT-REASON
           MOVE "Y" TO WS-ORDER-INVALID
         END-IF
     END-EVALUATE
   END-IF.
   IF NOT ORDER-IS-INVALID
     MOVE InvoiceRec          TO WS-ORIGINAL-INVOICE
     MOVE INV-DATE            TO WS-ORIG-DATE
     MOVE INV-ITEM-CODE       TO WS-ORIG-ITEM-CODE
     MOVE INV-ITEM-NAME       TO WS-ORIG-ITEM-NAME
     MOVE INV-PRICE           TO WS-ORIG-PRICE
     MOVE INV-QUANTITY        TO WS-ORIG-QUANTITY
     MOVE INV-DISCOUNT-AMOUNT TO WS-ORIG-DISCOUNT-AMOUNT
     MOVE INV-TAX-AMOUNT      TO WS-ORIG-TAX-AMOUNT
     MOVE INV-NET-DUE         TO WS-ORIG-NET-DUE
     MOVE INV-TAX-RATE        TO WS-ORIG-TAX-RATE
     IF INV-FREIGHT-AMOUNT NUMERIC
       MOVE INV-FREIGHT-AMOUNT TO WS-ORIG-FREIGHT-AMOUNT
     ELSE
       MOVE ZERO TO WS-ORIG-FREIGHT-AMOUNT
     END-IF
     IF INV-POINTS-REDEEMED NUMERIC AND INV-POINTS-AMOUNT NUMERIC
         AND INV-POINTS-EARNED NUMERIC
       MOVE INV-POINTS-REDEEMED TO WS-ORIG-POINTS-REDEEMED
       MOVE INV-POINTS-AMOUNT   TO WS-ORIG-POINTS-AMOUNT
       MOVE INV-POINTS-EARNED   TO WS-ORIG-POINTS-EARNED
     ELSE
       MOVE ZERO TO WS-ORIG-POINTS-REDEEMED
       MOVE ZERO TO WS-ORIG-POINTS-AMOUNT
       MOVE ZERO TO WS-ORIG-POINTS-EARNED
     END-IF
     MOVE SPACES TO WS-ORIG-COUPON-CODE
     MOVE ZERO TO WS-ORIG-COUPON-AMOUNT
     IF INV-COUPON-AMOUNT NUMERIC
       MOVE INV-COUPON-AMOUNT TO WS-ORIG-COUPON-AMOUNT
       IF WS-ORIG-COUPON-AMOUNT > ZERO
         PERFORM FIND-ORIGINAL-COUPON
       END-IF
     END-IF
     IF INV-EXEMPT-SALES NUMERIC
       MOVE INV-TAX-EXEMPT-CERT TO WS-ORIG-TAX-EXEMPT-CERT
       MOVE INV-EXEMPT-SALES    TO WS-ORIG-EXEMPT-SALES
     ELSE
       MOVE SPACES TO WS-ORIG-TAX-EXEMPT-CERT
       MOVE ZERO TO WS-ORIG-EXEMPT-SALES
     END-IF
     MOVE INV-ADDRESS         TO WS-ORIG-ADDRESS
     MOVE WS-ORIG-DATE        TO WS-QUARTER-DATE
     PERFORM DERIVE-QUARTER
     MOVE WS-QUARTER-NAME     TO WS-ORIG-QUARTER
     IF INV-SHIP-DATE NUMERIC AND INV-SHIP-DATE = ZERO
       MOVE "N" TO WS-ORIG-SHIPPED
     ELSE
       MOVE "Y" TO WS-ORIG-SHIPPED
     END-IF
     IF INV-CREDITED-QTY NUMERIC
       MOVE INV-CREDITED-QTY TO WS-CREDITED-QTY
     ELSE
       MOVE ZERO TO WS-CREDITED-QTY
     END-IF
     PERFORM FIND-RETURNED-INVOICE
     IF WS-RTN-MATCH-IDX > ZERO
       ADD RTN-QUANTITY (WS-RTN-MATCH-IDX) TO WS-CREDITED-QTY
     END-IF
   END-IF.
*> A cancel or amend also needs the original open on the AR subledger
*> with nothing yet paid against it and nothing yet returned - a paid
*> or part-paid invoice is a refund, not a cancellation, and goods
*> already back are credited by their own credit note.
 FIND-ORIGINAL-INVOICE.
   PERFORM READ-ORIGINAL-INVOICE.
   IF NOT ORDER-IS-INVALID AND WS-CREDITED-QTY > ZERO
     MOVE "INVOICE PART RETURNED" TO WS-REJECT-REASON
     MOVE "Y" TO WS-ORDER-INVALID
   END-IF.
   IF NOT ORDER-IS-INVALID
     IF WS-ARITEM-STATUS = "35"
       MOVE "INVOICE NOT OPEN ON AR" TO WS-REJECT-REASON
       MOVE "Y" TO WS-ORDER-INVALID
     ELSE
       MOVE WS-ORIG-NUMBER TO ARI-INVOICE-NO
       READ AR-ITEM-FILE
         INVALID KEY
           MOVE "INVOICE NOT OPEN ON AR" TO WS-REJECT-REASON
           MOVE "Y" TO WS-ORDER-INVALID
         NOT INVALID KEY
           EVALUATE TRUE
             WHEN NOT AriOpen OR ARI-BALANCE = ZERO
               MOVE "INVOICE NOT OPEN ON AR" TO WS-REJECT-REASON
               MOVE "Y" TO WS-ORDER-INVALID
             WHEN ARI-BALANCE < WS-ORIG-NET-DUE
               MOVE "INVOICE PART PAID" TO WS-REJECT-REASON
               MOVE "Y" TO WS-ORDER-INVALID
           END-EVALUATE
       END-READ
     END-IF
   END-IF.
*> The amended quantity is priced as one order at the original unit
*> price, through the discount brackets and any points redemption
*> (counting the points the credit memo is about to give back as
*> redeemable), with the coupon the original was honoured with (good
*> as of the original's date, and free again once the credit memo
*> reverses its redemption), carries freight for the new
*> quantity to the original address, and is taxed at the original
*> invoice's rate (the state's rate today for an invoice issued
*> before the rate was recorded on it) - or not at all when the
*> original was sold tax-exempt. It is billed to the address
*> the original was. Stock is checked against what the item will
*> hold once the original quantity comes back.
 PRICE-AMENDED-ORDER.
   MOVE WS-ORIG-ITEM-CODE TO ITEM-CODE.
   MOVE WS-ORIG-ITEM-NAME TO ITEM-NAME.
   MOVE WS-ORIG-PRICE     TO PRICE.
   MOVE WS-ORIG-ADDRESS   TO PERSON-ADDRESS.
   IF AMOUNT = ZERO
     MOVE "AMENDED QUANTITY ZERO" TO WS-REJECT-REASON
     MOVE "Y" TO WS-ORDER-INVALID
   ELSE
     PERFORM FIND-ITEM-COMMITMENT
     MOVE WS-ORIG-ITEM-CODE TO ItemCode
     READ ITEM-FILE
       INVALID KEY
         MOVE ZERO TO WS-AVAILABLE-QTY
       NOT INVALID KEY
         MOVE ItemOnHandQty TO WS-AVAILABLE-QTY
     END-READ
     IF WS-COMMIT-MATCH-IDX > ZERO
       SUBTRACT ICT-COMMITTED-QTY (WS-COMMIT-MATCH-IDX)
           FROM WS-AVAILABLE-QTY
     END-IF
     ADD WS-ORIG-QUANTITY TO WS-AVAILABLE-QTY
     IF AMOUNT > WS-AVAILABLE-QTY
       MOVE "AMENDED QUANTITY NOT IN STOCK" TO WS-REJECT-REASON
       MOVE "Y" TO WS-ORDER-INVALID
     END-IF
   END-IF.
   IF NOT ORDER-IS-INVALID
     MULTIPLY AMOUNT BY PRICE GIVING TOTAL-AMOUNT
       ON SIZE ERROR
         MOVE "AMENDED TOTAL SIZE ERROR" TO WS-REJECT-REASON
         MOVE "Y" TO WS-ORDER-INVALID
     END-MULTIPLY
   END-IF.
   IF NOT ORDER-IS-INVALID
     PERFORM APPLY-DISCOUNT-BRACKETS
     MOVE WS-ORIG-COUPON-CODE TO WS-COUPON-CODE-IN
     MOVE WS-ORIG-DATE        TO WS-COUPON-AS-OF
     MOVE WS-ORIG-COUPON-CODE TO WS-COUPON-GIVEN-BACK
     PERFORM APPLY-COUPON
     MOVE WS-ORIG-POINTS-REDEEMED TO WS-POINTS-GIVEN-BACK
     PERFORM APPLY-POINTS-REDEMPTION
     PERFORM COMPUTE-FREIGHT
     MOVE WS-ORIG-TAX-EXEMPT-CERT TO WS-EXEMPT-CERT
     PERFORM COMPUTE-SALES-TAX
     IF WS-ORIG-TAX-RATE NUMERIC AND WS-EXEMPT-CERT = SPACES
       MOVE WS-ORIG-TAX-RATE TO WS-TAX-RATE-APPLIED
       COMPUTE TAX-AMOUNT ROUNDED =
           WS-TAXABLE-AMOUNT * WS-TAX-RATE-APPLIED / 100
     END-IF
   END-IF.
*> The credit memo is the original invoice turned round: every amount
*> exactly as first charged, under the next number in the sequence.
*> The reversal comes off the grand reversal totals for the GL, off
*> the original quarter's tax, off the customer's credit exposure,
*> gives the original quantity back to stock, takes back the points
*> the original earned while returning those it redeemed, and
*> reverses the original's coupon redemption.
 WRITE-CREDIT-MEMO.
   ADD 1 TO WS-LAST-INVOICE-NO.
   MOVE WS-LAST-INVOICE-NO  TO WS-CREDIT-MEMO-NO.
   MOVE WS-ORIGINAL-INVOICE TO InvoiceRec.
   MOVE WS-CREDIT-MEMO-NO   TO INV-NUMBER.
   MOVE WS-RUN-DATE         TO INV-DATE.
   SET INV-IS-CREDIT-MEMO   TO TRUE.
   MOVE WS-ORIG-NUMBER      TO INV-ORIGINAL-NO.
   MOVE ZERO                TO INV-SHIP-DATE.
   MOVE WS-ORIG-FREIGHT-AMOUNT TO INV-FREIGHT-AMOUNT.
   MOVE WS-ORIG-POINTS-REDEEMED TO INV-POINTS-REDEEMED.
   MOVE WS-ORIG-POINTS-AMOUNT  TO INV-POINTS-AMOUNT.
   MOVE WS-ORIG-POINTS-EARNED  TO INV-POINTS-EARNED.
   MOVE WS-ORIG-COUPON-AMOUNT  TO INV-COUPON-AMOUNT.
   MOVE WS-ORIG-TAX-EXEMPT-CERT TO INV-TAX-EXEMPT-CERT.
   MOVE WS-ORIG-EXEMPT-SALES   TO INV-EXEMPT-SALES.
   MOVE SPACES                 TO INV-RETURN-REASON.
   MOVE SPACES                 TO INV-RETURN-CONDITION.
   MOVE ZERO                   TO INV-RESTOCK-FEE.
   MOVE ZERO                   TO INV-CREDITED-QTY.
   WRITE InvoiceRec.
   ADD 1 TO WS-INVOICE-COUNT.
   ADD 1 TO WS-ADJUSTMENT-COUNT.
   COMPUTE WS-REVERSED-TOTAL-AMOUNT = WS-REVERSED-TOTAL-AMOUNT
       + WS-ORIG-NET-DUE - WS-ORIG-TAX-AMOUNT - WS-ORIG-FREIGHT-AMOUNT.
   ADD WS-ORIG-FREIGHT-AMOUNT  TO WS-REVERSED-FREIGHT-AMOUNT.
   ADD WS-ORIG-POINTS-AMOUNT   TO WS-REVERSED-POINTS-AMOUNT.
   PERFORM REVERSE-ORDER-POINTS.
   ADD WS-ORIG-COUPON-AMOUNT   TO WS-REVERSED-COUPON-AMOUNT.
   PERFORM REVERSE-COUPON-REDEMPTION.
   ADD WS-ORIG-DISCOUNT-AMOUNT TO WS-REVERSED-DISCOUNT-AMOUNT.
   ADD WS-ORIG-TAX-AMOUNT      TO WS-REVERSED-TAX-AMOUNT.
   COMPUTE WS-TAJ-AMOUNT = ZERO - WS-ORIG-TAX-AMOUNT.
   COMPUTE WS-TAJ-EXEMPT-AMOUNT = ZERO - WS-ORIG-EXEMPT-SALES.
   PERFORM ADD-TAX-ADJUSTMENT.
   PERFORM FIND-CREDIT-LIMIT.
   PERFORM REDUCE-CREDIT-BALANCE.
   MOVE WS-ORIG-ITEM-CODE TO ITEM-CODE.
   COMPUTE WS-COMMIT-QTY = ZERO - WS-ORIG-QUANTITY.
   PERFORM COMMIT-ORDER-STOCK.
   PERFORM RECORD-ADJUSTED-INVOICE.
   IF ORDER-IS-CANCEL
     MOVE "** CANCELLED " TO WS-ADJ-ACTION
   ELSE
     MOVE "** AMENDED   " TO WS-ADJ-ACTION
   END-IF.
   MOVE WS-ORIG-NUMBER    TO WS-ADJ-ORIG-NO.
   MOVE " CREDIT MEMO "   TO WS-ADJ-DOC-LABEL.
   MOVE WS-CREDIT-MEMO-NO TO WS-ADJ-MEMO-NO.
   MOVE PERSON-NAME       TO WS-ADJ-NAME.
   MOVE PERSON-ID         TO WS-ADJ-PERSON-ID.
   WRITE DISCOUNT-REPORT-LINE FROM WS-ADJUSTMENT-LINE.
 REDUCE-CREDIT-BALANCE.
   IF WS-CREDIT-MATCH-IDX > ZERO
     IF CRT-BALANCE (WS-CREDIT-MATCH-IDX) > WS-ORIG-NET-DUE
       SUBTRACT WS-ORIG-NET-DUE FROM CRT-BALANCE (WS-CREDIT-MATCH-IDX)
     ELSE
       MOVE ZERO TO CRT-BALANCE (WS-CREDIT-MATCH-IDX)
     END-IF
   END-IF.
 FIND-ADJUSTED-INVOICE.
   MOVE ZERO TO WS-ADJ-MATCH-IDX.
   PERFORM VARYING WS-ADJ-IDX FROM 1 BY 1
       UNTIL WS-ADJ-IDX > ADJUSTED-INVOICE-COUNT
           OR WS-ADJ-MATCH-IDX > ZERO
     IF ADJ-INVOICE-NO (WS-ADJ-IDX) = WS-ORIG-NUMBER
       MOVE WS-ADJ-IDX TO WS-ADJ-MATCH-IDX
     END-IF
   END-PERFORM.
 RECORD-ADJUSTED-INVOICE.
   IF ADJUSTED-INVOICE-COUNT < 500
     ADD 1 TO ADJUSTED-INVOICE-COUNT
     MOVE WS-ORIG-NUMBER TO ADJ-INVOICE-NO (ADJUSTED-INVOICE-COUNT)
   ELSE
     DISPLAY "Fatal - more than 500 invoices cancelled or amended in "
         "one run; a second reversal could not be refused - stopping"
     MOVE 8 TO RETURN-CODE
     STOP RUN
   END-IF.
*> A return: the invoice it names is found and checked, the goods
*> coming back are checked against it and priced, and only then is
*> the credit note written. A failing one goes to EXCEPTIONS.DAT like
*> a bad order.
 PROCESS-ORDER-RETURN.
   MOVE "N" TO WS-ORDER-INVALID.
   MOVE "DOES NOT RECONCILE" TO WS-REJECT-REASON.
   PERFORM READ-ORIGINAL-INVOICE.
   IF NOT ORDER-IS-INVALID
     PERFORM CHECK-RETURNED-GOODS
   END-IF.
   IF ORDER-IS-INVALID
     MOVE WS-REJECT-REASON TO EXC-REASON
     PERFORM WRITE-EXCEPTION-RECORD
     PERFORM WRITE-REJECT-LINE
   ELSE
     PERFORM PRICE-RETURNED-GOODS
     PERFORM WRITE-RETURN-CREDIT-NOTE
   END-IF.
*> Goods can only come back from an invoice that has shipped (one
*> still waiting is cancelled instead), must be the invoice's item
*> when the return names one, and carry a known reason and a
*> condition of R (fit to sell again) or D (damaged).
 CHECK-RETURNED-GOODS.
   MOVE AMOUNT TO WS-RETURN-QTY.
   COMPUTE WS-RETURNABLE-QTY = WS-ORIG-QUANTITY - WS-CREDITED-QTY.
   MOVE ZERO TO WS-RTR-MATCH-IDX.
   PERFORM VARYING WS-RTR-IDX FROM 1 BY 1
       UNTIL WS-RTR-IDX > RTR-COUNT OR WS-RTR-MATCH-IDX > ZERO
     IF RTR-CODE (WS-RTR-IDX) = ORDER-RETURN-REASON
       MOVE WS-RTR-IDX TO WS-RTR-MATCH-IDX
     END-IF
   END-PERFORM.
   EVALUATE TRUE
     WHEN NOT ORIGINAL-SHIPPED
       MOVE "INVOICE NOT YET SHIPPED" TO WS-REJECT-REASON
       MOVE "Y" TO WS-ORDER-INVALID
     WHEN ITEM-CODE NOT = SPACES AND ITEM-CODE NOT = WS-ORIG-ITEM-CODE
       MOVE "ITEM NOT ON INVOICE" TO WS-REJECT-REASON
       MOVE "Y" TO WS-ORDER-INVALID
     WHEN WS-RETURN-QTY = ZERO
       MOVE "RETURN QUANTITY ZERO" TO WS-REJECT-REASON
       MOVE "Y" TO WS-ORDER-INVALID
     WHEN WS-RETURN-QTY > WS-RETURNABLE-QTY
       MOVE "MORE RETURNED THAN INVOICED" TO WS-REJECT-REASON
       MOVE "Y" TO WS-ORDER-INVALID
     WHEN WS-RTR-MATCH-IDX = ZERO
       MOVE "RETURN REASON NOT KNOWN" TO WS-REJECT-REASON
       MOVE "Y" TO WS-ORDER-INVALID
     WHEN NOT ORDER-RETURN-CONDITION-VALID
       MOVE "RETURN CONDITION NOT R OR D" TO WS-REJECT-REASON
       MOVE "Y" TO WS-ORDER-INVALID
   END-EVALUATE.
*> The goods are credited at the original unit price, less their share
*> of the discount, coupon and points money the original took off;
*> the points it earned and redeemed are given back in the same share.
*> Tax comes back on the goods at the original invoice's rate (their
*> share of its tax, for an invoice issued before the rate was
*> recorded on it) - or, for an invoice sold tax-exempt, the goods
*> come off its exempt sales instead. The restocking fee is the
*> reason's percentage of the goods credited, and is kept back from
*> the credit.
 PRICE-RETURNED-GOODS.
   COMPUTE WS-RETURN-GROSS = WS-ORIG-PRICE * WS-RETURN-QTY.
   IF WS-RETURN-QTY = WS-ORIG-QUANTITY
     MOVE WS-ORIG-DISCOUNT-AMOUNT TO WS-RETURN-DISCOUNT
     MOVE WS-ORIG-COUPON-AMOUNT   TO WS-RETURN-COUPON
     MOVE WS-ORIG-POINTS-AMOUNT   TO WS-RETURN-POINTS-AMOUNT
     MOVE WS-ORIG-POINTS-REDEEMED TO WS-RETURN-POINTS-REDEEMED
     MOVE WS-ORIG-POINTS-EARNED   TO WS-RETURN-POINTS-EARNED
   ELSE
     COMPUTE WS-RETURN-DISCOUNT ROUNDED = WS-ORIG-DISCOUNT-AMOUNT
         * WS-RETURN-QTY / WS-ORIG-QUANTITY
     COMPUTE WS-RETURN-COUPON ROUNDED = WS-ORIG-COUPON-AMOUNT
         * WS-RETURN-QTY / WS-ORIG-QUANTITY
     COMPUTE WS-RETURN-POINTS-AMOUNT ROUNDED = WS-ORIG-POINTS-AMOUNT
         * WS-RETURN-QTY / WS-ORIG-QUANTITY
     COMPUTE WS-RETURN-POINTS-REDEEMED ROUNDED =
         WS-ORIG-POINTS-REDEEMED * WS-RETURN-QTY / WS-ORIG-QUANTITY
     COMPUTE WS-RETURN-POINTS-EARNED ROUNDED =
         WS-ORIG-POINTS-EARNED * WS-RETURN-QTY / WS-ORIG-QUANTITY
   END-IF.
   COMPUTE WS-RETURN-GOODS = WS-RETURN-GROSS - WS-RETURN-DISCOUNT
       - WS-RETURN-COUPON - WS-RETURN-POINTS-AMOUNT.
   MOVE ZERO TO WS-RETURN-EXEMPT-SALES.
   EVALUATE TRUE
     WHEN WS-ORIG-TAX-EXEMPT-CERT NOT = SPACES
       MOVE ZERO TO WS-RETURN-TAX
       MOVE WS-RETURN-GOODS TO WS-RETURN-EXEMPT-SALES
     WHEN WS-ORIG-TAX-RATE NUMERIC
       COMPUTE WS-RETURN-TAX ROUNDED =
           WS-RETURN-GOODS * WS-ORIG-TAX-RATE / 100
       IF WS-RETURN-TAX > WS-ORIG-TAX-AMOUNT
         MOVE WS-ORIG-TAX-AMOUNT TO WS-RETURN-TAX
       END-IF
     WHEN OTHER
       COMPUTE WS-RETURN-TAX ROUNDED = WS-ORIG-TAX-AMOUNT
           * WS-RETURN-QTY / WS-ORIG-QUANTITY
   END-EVALUATE.
   COMPUTE WS-RETURN-FEE ROUNDED =
       WS-RETURN-GOODS * RTR-FEE-PCT (WS-RTR-MATCH-IDX) / 100.
   COMPUTE WS-RETURN-CREDIT = WS-RETURN-GOODS + WS-RETURN-TAX
       - WS-RETURN-FEE.
*> The credit note is a credit memo against the original for the
*> quantity returned, under the next number in the sequence, carrying
*> the reason, the condition and the fee kept. It goes on the return
*> totals for the GL, takes the tax off the original quarter (and the
*> exempt sales, for an exempt invoice), comes off the customer's
*> credit exposure, reverses its share of the points, and - when the
*> goods are fit to sell again - gives the quantity back to stock.
 WRITE-RETURN-CREDIT-NOTE.
   ADD 1 TO WS-LAST-INVOICE-NO.
   MOVE WS-LAST-INVOICE-NO  TO WS-CREDIT-MEMO-NO.
   MOVE WS-ORIGINAL-INVOICE TO InvoiceRec.
   MOVE WS-CREDIT-MEMO-NO   TO INV-NUMBER.
   MOVE WS-RUN-DATE         TO INV-DATE.
   SET INV-IS-CREDIT-MEMO   TO TRUE.
   MOVE WS-ORIG-NUMBER      TO INV-ORIGINAL-NO.
   MOVE ZERO                TO INV-SHIP-DATE.
   MOVE WS-RETURN-QTY       TO INV-QUANTITY.
   MOVE WS-RETURN-GROSS     TO INV-GROSS-AMOUNT.
   MOVE WS-RETURN-DISCOUNT  TO INV-DISCOUNT-AMOUNT.
   MOVE WS-RETURN-TAX       TO INV-TAX-AMOUNT.
   MOVE WS-RETURN-CREDIT    TO INV-NET-DUE.
   MOVE ZERO                TO INV-FREIGHT-AMOUNT.
   MOVE WS-RETURN-POINTS-REDEEMED TO INV-POINTS-REDEEMED.
   MOVE WS-RETURN-POINTS-AMOUNT TO INV-POINTS-AMOUNT.
   MOVE WS-RETURN-POINTS-EARNED TO INV-POINTS-EARNED.
   MOVE WS-RETURN-COUPON    TO INV-COUPON-AMOUNT.
   MOVE WS-ORIG-TAX-EXEMPT-CERT TO INV-TAX-EXEMPT-CERT.
   MOVE WS-RETURN-EXEMPT-SALES TO INV-EXEMPT-SALES.
   MOVE ORDER-RETURN-REASON TO INV-RETURN-REASON.
   MOVE ORDER-RETURN-CONDITION TO INV-RETURN-CONDITION.
   MOVE WS-RETURN-FEE       TO INV-RESTOCK-FEE.
   MOVE ZERO                TO INV-CREDITED-QTY.
   WRITE InvoiceRec.
   ADD 1 TO WS-INVOICE-COUNT.
   ADD 1 TO WS-RETURN-COUNT.
   ADD WS-RETURN-GROSS         TO WS-RETURNED-GROSS-AMOUNT.
   ADD WS-RETURN-DISCOUNT      TO WS-RETURNED-DISC-AMOUNT.
   ADD WS-RETURN-COUPON        TO WS-RETURNED-COUPON-AMOUNT.
   ADD WS-RETURN-POINTS-AMOUNT TO WS-RETURNED-POINTS-AMOUNT.
   ADD WS-RETURN-TAX           TO WS-RETURNED-TAX-AMOUNT.
   ADD WS-RETURN-FEE           TO WS-RESTOCK-FEE-AMOUNT.
   ADD WS-RETURN-CREDIT        TO WS-RETURN-CREDIT-AMOUNT.
   MOVE WS-RETURN-POINTS-EARNED   TO WS-ORIG-POINTS-EARNED.
   MOVE WS-RETURN-POINTS-REDEEMED TO WS-ORIG-POINTS-REDEEMED.
   PERFORM REVERSE-ORDER-POINTS.
   COMPUTE WS-TAJ-AMOUNT = ZERO - WS-RETURN-TAX.
   COMPUTE WS-TAJ-EXEMPT-AMOUNT = ZERO - WS-RETURN-EXEMPT-SALES.
   PERFORM ADD-TAX-ADJUSTMENT.
   MOVE WS-RETURN-CREDIT TO WS-ORIG-NET-DUE.
   PERFORM FIND-CREDIT-LIMIT.
   PERFORM REDUCE-CREDIT-BALANCE.
   IF ORDER-RETURN-RESTOCK
     MOVE WS-ORIG-ITEM-CODE TO ITEM-CODE
     COMPUTE WS-COMMIT-QTY = ZERO - WS-RETURN-QTY
     PERFORM COMMIT-ORDER-STOCK
   END-IF.
   PERFORM RECORD-RETURNED-QUANTITY.
   MOVE "** RETURNED  "   TO WS-ADJ-ACTION.
   MOVE WS-ORIG-NUMBER    TO WS-ADJ-ORIG-NO.
   MOVE " CREDIT NOTE "   TO WS-ADJ-DOC-LABEL.
   MOVE WS-CREDIT-MEMO-NO TO WS-ADJ-MEMO-NO.
   MOVE PERSON-NAME       TO WS-ADJ-NAME.
   MOVE PERSON-ID         TO WS-ADJ-PERSON-ID.
   WRITE DISCOUNT-REPORT-LINE FROM WS-ADJUSTMENT-LINE.
   MOVE WS-RETURN-QTY     TO WS-RTL-QTY-OUT.
   MOVE RTR-TEXT (WS-RTR-MATCH-IDX) TO WS-RTL-REASON.
   IF ORDER-RETURN-RESTOCK
     MOVE "RESTOCKED"     TO WS-RTL-CONDITION
   ELSE
     MOVE "NOT RESTOCKED" TO WS-RTL-CONDITION
   END-IF.
   MOVE WS-RETURN-FEE     TO WS-RTL-FEE-OUT.
   MOVE WS-RETURN-CREDIT  TO WS-RTL-CREDIT-OUT.
   WRITE DISCOUNT-REPORT-LINE FROM WS-RETURN-DETAIL-LINE.
 FIND-RETURNED-INVOICE.
   MOVE ZERO TO WS-RTN-MATCH-IDX.
   PERFORM VARYING WS-RTN-IDX FROM 1 BY 1
       UNTIL WS-RTN-IDX > RETURNED-INVOICE-COUNT
           OR WS-RTN-MATCH-IDX > ZERO
     IF RTN-INVOICE-NO (WS-RTN-IDX) = WS-ORIG-NUMBER
       MOVE WS-RTN-IDX TO WS-RTN-MATCH-IDX
     END-IF
   END-PERFORM.
 RECORD-RETURNED-QUANTITY.
   PERFORM FIND-RETURNED-INVOICE.
   IF WS-RTN-MATCH-IDX = ZERO
     IF RETURNED-INVOICE-COUNT < 500
       ADD 1 TO RETURNED-INVOICE-COUNT
       MOVE RETURNED-INVOICE-COUNT TO WS-RTN-MATCH-IDX
       MOVE WS-ORIG-NUMBER TO RTN-INVOICE-NO (WS-RTN-MATCH-IDX)
       MOVE ZERO           TO RTN-QUANTITY (WS-RTN-MATCH-IDX)
     ELSE
       DISPLAY "Fatal - more than 500 invoices returned against in "
           "one run; a return beyond what was sold could not be "
           "refused - stopping"
       MOVE 8 TO RETURN-CODE
       STOP RUN
     END-IF
   END-IF.
   ADD WS-RETURN-QTY TO RTN-QUANTITY (WS-RTN-MATCH-IDX).
*> Tax for the original invoice's state and quarter, netted per
*> state and quarter until the register is rewritten at end of run.
 ADD-TAX-ADJUSTMENT.
   MOVE WS-ORIG-ADDRESS (36:2) TO WS-TAJ-STATE.
   MOVE ZERO TO WS-TAJ-MATCH-IDX.
   PERFORM VARYING WS-TAJ-IDX FROM 1 BY 1
       UNTIL WS-TAJ-IDX > TAX-ADJUST-COUNT
           OR WS-TAJ-MATCH-IDX > ZERO
     IF TAJ-STATE (WS-TAJ-IDX) = WS-TAJ-STATE
         AND TAJ-QUARTER (WS-TAJ-IDX) = WS-ORIG-QUARTER
       MOVE WS-TAJ-IDX TO WS-TAJ-MATCH-IDX
     END-IF
   END-PERFORM.
   IF WS-TAJ-MATCH-IDX = ZERO
     IF TAX-ADJUST-COUNT < 100
       ADD 1 TO TAX-ADJUST-COUNT
       MOVE TAX-ADJUST-COUNT TO WS-TAJ-MATCH-IDX
       MOVE WS-TAJ-STATE    TO TAJ-STATE (WS-TAJ-MATCH-IDX)
       MOVE WS-ORIG-QUARTER TO TAJ-QUARTER (WS-TAJ-MATCH-IDX)
       MOVE ZERO            TO TAJ-AMOUNT (WS-TAJ-MATCH-IDX)
       MOVE ZERO            TO TAJ-EXEMPT-AMOUNT (WS-TAJ-MATCH-IDX)
     ELSE
       DISPLAY "Fatal - more than 100 state/quarter tax adjustments "
           "in one run; the register cannot be trusted beyond this "
           "point - stopping"
       MOVE 8 TO RETURN-CODE
       STOP RUN
     END-IF
   END-IF.
   ADD WS-TAJ-AMOUNT TO TAJ-AMOUNT (WS-TAJ-MATCH-IDX).
   ADD WS-TAJ-EXEMPT-AMOUNT TO TAJ-EXEMPT-AMOUNT (WS-TAJ-MATCH-IDX).
*> Points redeemed against the order: only when the order asks, and
*> only while points have a value. The customer's redeemable points
*> are taken up to the goods total after discount (whole points, and
*> no more than an invoice can carry); the money off comes off the
*> goods total before freight and tax.
 APPLY-POINTS-REDEMPTION.
   MOVE ZERO TO WS-POINTS-REDEEMED.
   MOVE ZERO TO WS-POINTS-AMOUNT.
   IF ORDER-REDEEM-POINTS AND WS-POINT-VALUE > ZERO
       AND TOTAL-AMOUNT > ZERO
     PERFORM FIND-LOYALTY-ACCOUNT
     PERFORM COMPUTE-POINTS-AVAILABLE
     ADD WS-POINTS-GIVEN-BACK TO WS-POINTS-AVAILABLE
     IF WS-POINTS-AVAILABLE > ZERO
       IF TOTAL-AMOUNT > 9999.99
         MOVE 9999.99 TO WS-POINTS-CAP-AMOUNT
       ELSE
         MOVE TOTAL-AMOUNT TO WS-POINTS-CAP-AMOUNT
       END-IF
       DIVIDE WS-POINTS-CAP-AMOUNT BY WS-POINT-VALUE
           GIVING WS-POINTS-REDEEMABLE
       IF WS-POINTS-REDEEMABLE > WS-POINTS-AVAILABLE
         MOVE WS-POINTS-AVAILABLE TO WS-POINTS-REDEEMABLE
       END-IF
       IF WS-POINTS-REDEEMABLE > 99999
         MOVE 99999 TO WS-POINTS-REDEEMABLE
       END-IF
       MOVE WS-POINTS-REDEEMABLE TO WS-POINTS-REDEEMED
       MULTIPLY WS-POINTS-REDEEMED BY WS-POINT-VALUE
           GIVING WS-POINTS-AMOUNT
       SUBTRACT WS-POINTS-AMOUNT FROM TOTAL-AMOUNT
     END-IF
   END-IF.
*> Redeemable points: everything earned, less what has been redeemed
*> or lapsed - or, where more was earned before the cutoff than has
*> been used since, less the whole of that older lot.
 COMPUTE-POINTS-AVAILABLE.
   MOVE ZERO TO WS-POINTS-AVAILABLE.
   IF WS-LOYALTY-MATCH-IDX > ZERO
     IF LYT-USED (WS-LOYALTY-MATCH-IDX)
         > LYT-EARNED-LAPSING (WS-LOYALTY-MATCH-IDX)
       COMPUTE WS-POINTS-AVAILABLE = LYT-EARNED (WS-LOYALTY-MATCH-IDX)
           - LYT-USED (WS-LOYALTY-MATCH-IDX)
     ELSE
       COMPUTE WS-POINTS-AVAILABLE = LYT-EARNED (WS-LOYALTY-MATCH-IDX)
           - LYT-EARNED-LAPSING (WS-LOYALTY-MATCH-IDX)
     END-IF
   END-IF.
   IF WS-POINTS-AVAILABLE < ZERO
     MOVE ZERO TO WS-POINTS-AVAILABLE
   END-IF.
 FIND-LOYALTY-ACCOUNT.
   MOVE ZERO TO WS-LOYALTY-MATCH-IDX.
   PERFORM VARYING WS-LOYALTY-IDX FROM 1 BY 1
       UNTIL WS-LOYALTY-IDX > LOYALTY-COUNT
           OR WS-LOYALTY-MATCH-IDX > ZERO
     IF LYT-PERSON-ID (WS-LOYALTY-IDX) = PERSON-ID
       MOVE WS-LOYALTY-IDX TO WS-LOYALTY-MATCH-IDX
     END-IF
   END-PERFORM.
*> The order's points go on the ledger under the invoice just written:
*> the redemption first, then what the order earned.
 POST-ORDER-POINTS.
   IF WS-POINTS-REDEEMED > ZERO
     MOVE "R"                TO WS-LOYALTY-TYPE
     MOVE WS-POINTS-REDEEMED TO WS-LOYALTY-POINTS
     MOVE WS-RUN-DATE        TO WS-LOYALTY-ENTRY-DATE
     PERFORM POST-LOYALTY-ENTRY
     ADD WS-POINTS-REDEEMED  TO WS-GRAND-POINTS-REDEEMED
     ADD WS-POINTS-AMOUNT    TO WS-GRAND-POINTS-AMOUNT
   END-IF.
   IF WS-POINTS-EARNED > ZERO
     MOVE "E"                TO WS-LOYALTY-TYPE
     MOVE WS-POINTS-EARNED   TO WS-LOYALTY-POINTS
     MOVE WS-RUN-DATE        TO WS-LOYALTY-ENTRY-DATE
     PERFORM POST-LOYALTY-ENTRY
     ADD WS-POINTS-EARNED    TO WS-GRAND-POINTS-EARNED
   END-IF.
*> A credit memo takes back the points the original earned - dated
*> as they were earned, so they come off the same lot - and returns
*> the points it redeemed.
 REVERSE-ORDER-POINTS.
   IF WS-ORIG-POINTS-EARNED > ZERO
     MOVE "E"                TO WS-LOYALTY-TYPE
     COMPUTE WS-LOYALTY-POINTS = ZERO - WS-ORIG-POINTS-EARNED
     MOVE WS-ORIG-DATE       TO WS-LOYALTY-ENTRY-DATE
     PERFORM POST-LOYALTY-ENTRY
   END-IF.
   IF WS-ORIG-POINTS-REDEEMED > ZERO
     MOVE "R"                TO WS-LOYALTY-TYPE
     COMPUTE WS-LOYALTY-POINTS = ZERO - WS-ORIG-POINTS-REDEEMED
     MOVE WS-RUN-DATE        TO WS-LOYALTY-ENTRY-DATE
     PERFORM POST-LOYALTY-ENTRY
   END-IF.
 POST-LOYALTY-ENTRY.
   MOVE PERSON-ID             TO LYL-PERSON-ID.
   MOVE WS-LOYALTY-ENTRY-DATE TO LYL-ENTRY-DATE.
   MOVE WS-LOYALTY-TYPE       TO LYL-ENTRY-TYPE.
   MOVE WS-LOYALTY-POINTS     TO LYL-POINTS.
   MOVE WS-LAST-INVOICE-NO    TO LYL-INVOICE-NO.
   MOVE WS-RUN-DATE           TO LYL-POSTED-DATE.
   COMPUTE LYL-ORDER-SEQ = WS-RECORD-COUNT + 1.
   WRITE LoyaltyLedgerRec.
   PERFORM APPLY-LOYALTY-ENTRY.
*> Each customer's points are summed from the whole ledger at start of
*> run, after any restart truncation, against the expiry cutoff.
 LOAD-LOYALTY-BALANCES.
   PERFORM DERIVE-POINTS-CUTOFF.
   MOVE ZERO TO LOYALTY-COUNT.
   MOVE "N" TO WS-LOYALTY-EOF.
   OPEN INPUT LOYALTY-FILE.
   IF WS-LOYALTY-STATUS = "35"
     SET END-OF-LOYALTY TO TRUE
   END-IF.
   PERFORM UNTIL END-OF-LOYALTY
     READ LOYALTY-FILE
       AT END
         SET END-OF-LOYALTY TO TRUE
       NOT AT END
         MOVE LYL-PERSON-ID TO PERSON-ID
         PERFORM APPLY-LOYALTY-ENTRY
     END-READ
   END-PERFORM.
   IF WS-LOYALTY-STATUS NOT = "35"
     CLOSE LOYALTY-FILE
   END-IF.
 APPLY-LOYALTY-ENTRY.
   PERFORM FIND-LOYALTY-ACCOUNT.
   IF WS-LOYALTY-MATCH-IDX = ZERO
     IF LOYALTY-COUNT < 5000
       ADD 1 TO LOYALTY-COUNT
       MOVE LOYALTY-COUNT TO WS-LOYALTY-MATCH-IDX
       MOVE PERSON-ID TO LYT-PERSON-ID (WS-LOYALTY-MATCH-IDX)
       MOVE ZERO TO LYT-EARNED (WS-LOYALTY-MATCH-IDX)
       MOVE ZERO TO LYT-EARNED-LAPSING (WS-LOYALTY-MATCH-IDX)
       MOVE ZERO TO LYT-USED (WS-LOYALTY-MATCH-IDX)
     ELSE
       DISPLAY "Fatal - more than 5000 customers on LOYALTY.DAT; "
           "points balances cannot be trusted beyond this point "
           "- stopping"
       MOVE 8 TO RETURN-CODE
       STOP RUN
     END-IF
   END-IF.
   IF LYL-IS-EARNED
     ADD LYL-POINTS TO LYT-EARNED (WS-LOYALTY-MATCH-IDX)
     IF LYL-ENTRY-DATE < WS-POINTS-CUTOFF-DATE
       ADD LYL-POINTS TO LYT-EARNED-LAPSING (WS-LOYALTY-MATCH-IDX)
     END-IF
   ELSE
     ADD LYL-POINTS TO LYT-USED (WS-LOYALTY-MATCH-IDX)
   END-IF.
*> The cutoff is the run date the expiry months back; with no expiry
*> months nothing is before it.
 DERIVE-POINTS-CUTOFF.
   MOVE ZERO TO WS-POINTS-CUTOFF-DATE.
   IF WS-POINTS-EXPIRY-MONTHS > ZERO
     MOVE WS-RUN-DATE (1:4) TO WS-CUTOFF-YEAR
     MOVE WS-RUN-DATE (5:2) TO WS-CUTOFF-MONTH
     COMPUTE WS-CUTOFF-PERIOD = WS-CUTOFF-YEAR * 12
         + WS-CUTOFF-MONTH - 1 - WS-POINTS-EXPIRY-MONTHS
     DIVIDE WS-CUTOFF-PERIOD BY 12 GIVING WS-CUTOFF-YEAR
         REMAINDER WS-CUTOFF-MONTH
     ADD 1 TO WS-CUTOFF-MONTH
     STRING WS-CUTOFF-YEAR WS-CUTOFF-MONTH WS-RUN-DATE (7:2)
         DELIMITED BY SIZE INTO WS-POINTS-CUTOFF-DATE
   END-IF.
*> On restart the ledger entries written after the last checkpoint are
*> dropped the same way as the backorders: their orders are about to
*> be priced again.
 TRUNCATE-LOYALTY-LEDGER.
   MOVE "N" TO WS-LOYALTY-EOF.
   OPEN INPUT LOYALTY-FILE.
   IF WS-LOYALTY-STATUS = "35"
     SET END-OF-LOYALTY TO TRUE
   END-IF.
   OPEN OUTPUT LOYALTY-TEMP.
   PERFORM UNTIL END-OF-LOYALTY
     READ LOYALTY-FILE
       AT END
         SET END-OF-LOYALTY TO TRUE
       NOT AT END
         IF LYL-POSTED-DATE NOT = WS-RUN-DATE
             OR LYL-ORDER-SEQ NOT > WS-RESTART-COUNT
           WRITE LOYALTY-TEMP-REC FROM LoyaltyLedgerRec
         END-IF
     END-READ
   END-PERFORM.
   IF WS-LOYALTY-STATUS NOT = "35"
     CLOSE LOYALTY-FILE
   END-IF.
   CLOSE LOYALTY-TEMP.
   MOVE "N" TO WS-LOYALTY-EOF.
   OPEN INPUT LOYALTY-TEMP.
   OPEN OUTPUT LOYALTY-FILE.
   PERFORM UNTIL END-OF-LOYALTY
     READ LOYALTY-TEMP
       AT END
         SET END-OF-LOYALTY TO TRUE
       NOT AT END
         WRITE LoyaltyLedgerRec FROM LOYALTY-TEMP-REC
     END-READ
   END-PERFORM.
   CLOSE LOYALTY-TEMP.
   CLOSE LOYALTY-FILE.
*> Up to 500 coupons are held; a missing COUPONS.DAT honours none.
 LOAD-COUPONS.
   MOVE ZERO TO COUPON-MASTER-COUNT.
   MOVE "N" TO WS-COUPON-EOF.
   OPEN INPUT COUPON-FILE.
   IF WS-COUPON-STATUS = "35"
     SET END-OF-COUPONS TO TRUE
   END-IF.
   PERFORM UNTIL END-OF-COUPONS
     READ COUPON-FILE
       AT END
         SET END-OF-COUPONS TO TRUE
       NOT AT END
         IF COUPON-MASTER-COUNT < 500
           ADD 1 TO COUPON-MASTER-COUNT
           MOVE CPN-CODE       TO CPS-CODE (COUPON-MASTER-COUNT)
           MOVE CPN-KIND       TO CPS-KIND (COUPON-MASTER-COUNT)
           MOVE CPN-VALUE      TO CPS-VALUE (COUPON-MASTER-COUNT)
           MOVE CPN-START-DATE TO CPS-START-DATE (COUPON-MASTER-COUNT)
           MOVE CPN-END-DATE   TO CPS-END-DATE (COUPON-MASTER-COUNT)
           MOVE CPN-USE        TO CPS-USE (COUPON-MASTER-COUNT)
           MOVE CPN-MIN-ORDER  TO CPS-MIN-ORDER (COUPON-MASTER-COUNT)
           MOVE CPN-STACKING   TO CPS-STACKING (COUPON-MASTER-COUNT)
           MOVE ZERO           TO CPS-USES (COUPON-MASTER-COUNT)
         ELSE
           DISPLAY "Fatal - COUPONS.DAT holds more than 500 coupons; "
               "coupons cannot be checked beyond this point - stopping"
           MOVE 8 TO RETURN-CODE
           STOP RUN
         END-IF
     END-READ
   END-PERFORM.
   IF WS-COUPON-STATUS NOT = "35"
     CLOSE COUPON-FILE
   END-IF.
*> The redemption file is opened for update for the whole run. Each
*> coupon's standing redemptions are counted from it, after putting
*> right on a restart what the abended run did past the checkpoint:
*> redemptions on invoices numbered after it are deleted (their orders
*> are about to be priced again) and reversals by credit memos
*> numbered after it are undone.
 LOAD-COUPON-REDEMPTIONS.
   OPEN I-O COUPON-REDEMPTION-FILE.
   IF WS-CPNRDM-STATUS = "35"
     OPEN OUTPUT COUPON-REDEMPTION-FILE
     CLOSE COUPON-REDEMPTION-FILE
     OPEN I-O COUPON-REDEMPTION-FILE
   END-IF.
   MOVE "N" TO WS-CPNRDM-EOF.
   PERFORM UNTIL END-OF-REDEMPTIONS
     READ COUPON-REDEMPTION-FILE NEXT RECORD
       AT END
         SET END-OF-REDEMPTIONS TO TRUE
       NOT AT END
         IF WS-RESTART-COUNT > ZERO
             AND CPR-INVOICE-NO > WS-CKPT-INVOICE-NO
           DELETE COUPON-REDEMPTION-FILE RECORD
         ELSE
           IF WS-RESTART-COUNT > ZERO
               AND CPR-REVERSED-BY > WS-CKPT-INVOICE-NO
             MOVE ZERO TO CPR-REVERSED-BY
             MOVE ZERO TO CPR-REVERSED-DATE
             REWRITE CouponRedemptionRec
           END-IF
           IF CPR-REVERSED-BY = ZERO
             MOVE CPR-COUPON-CODE TO WS-COUPON-CODE-IN
             PERFORM FIND-COUPON
             IF WS-COUPON-MATCH-IDX > ZERO
               ADD 1 TO CPS-USES (WS-COUPON-MATCH-IDX)
             END-IF
           END-IF
         END-IF
     END-READ
   END-PERFORM.
 FIND-COUPON.
   MOVE ZERO TO WS-COUPON-MATCH-IDX.
   PERFORM VARYING WS-COUPON-IDX FROM 1 BY 1
       UNTIL WS-COUPON-IDX > COUPON-MASTER-COUNT
           OR WS-COUPON-MATCH-IDX > ZERO
     IF CPS-CODE (WS-COUPON-IDX) = WS-COUPON-CODE-IN
       MOVE WS-COUPON-IDX TO WS-COUPON-MATCH-IDX
     END-IF
   END-PERFORM.
*> The coupon must be on the master, good on the date the order is
*> priced as of, not already used when it is single-use (a redemption
*> an amendment's credit memo is about to reverse does not count), and
*> the order's goods total before any discount must reach its minimum.
 APPLY-COUPON.
   MOVE ZERO TO WS-COUPON-AMOUNT.
   MOVE SPACES TO WS-COUPON-REFUSAL.
   IF WS-COUPON-CODE-IN NOT = SPACES
     PERFORM FIND-COUPON
     IF WS-COUPON-MATCH-IDX > ZERO
       MOVE CPS-USES (WS-COUPON-MATCH-IDX) TO WS-COUPON-USES
       IF WS-COUPON-GIVEN-BACK = WS-COUPON-CODE-IN
         SUBTRACT 1 FROM WS-COUPON-USES
       END-IF
     END-IF
     EVALUATE TRUE
       WHEN WS-COUPON-MATCH-IDX = ZERO
         MOVE "UNKNOWN COUPON" TO WS-COUPON-REFUSAL
       WHEN WS-COUPON-AS-OF < CPS-START-DATE (WS-COUPON-MATCH-IDX)
           OR WS-COUPON-AS-OF > CPS-END-DATE (WS-COUPON-MATCH-IDX)
         MOVE "COUPON NOT IN ITS DATES" TO WS-COUPON-REFUSAL
       WHEN CPS-USE (WS-COUPON-MATCH-IDX) NOT = "M"
           AND WS-COUPON-USES > ZERO
         MOVE "COUPON ALREADY USED" TO WS-COUPON-REFUSAL
       WHEN WS-ORIGINAL-TOTAL < CPS-MIN-ORDER (WS-COUPON-MATCH-IDX)
         MOVE "ORDER BELOW COUPON MINIMUM" TO WS-COUPON-REFUSAL
       WHEN OTHER
         PERFORM PRICE-COUPON
     END-EVALUATE
   END-IF.
*> A stacking coupon is worked out on the goods after the bracket
*> discount and comes off as well; any other is worked out on the
*> goods before it and replaces the bracket discount only when it is
*> worth more. Either way no more than the goods, nor than an invoice
*> can carry, comes off.
 PRICE-COUPON.
   IF CPS-STACKING (WS-COUPON-MATCH-IDX) = "Y"
     MOVE TOTAL-AMOUNT TO WS-COUPON-BASE
   ELSE
     MOVE WS-ORIGINAL-TOTAL TO WS-COUPON-BASE
   END-IF.
   IF CPS-KIND (WS-COUPON-MATCH-IDX) = "P"
     COMPUTE WS-COUPON-WORTH ROUNDED =
         WS-COUPON-BASE * CPS-VALUE (WS-COUPON-MATCH-IDX) / 100
   ELSE
     MOVE CPS-VALUE (WS-COUPON-MATCH-IDX) TO WS-COUPON-WORTH
   END-IF.
   IF WS-COUPON-WORTH > WS-COUPON-BASE
     MOVE WS-COUPON-BASE TO WS-COUPON-WORTH
   END-IF.
   IF WS-COUPON-WORTH > 9999.99
     MOVE 9999.99 TO WS-COUPON-WORTH
   END-IF.
   EVALUATE TRUE
     WHEN WS-COUPON-WORTH = ZERO
       MOVE "COUPON WORTH NOTHING HERE" TO WS-COUPON-REFUSAL
     WHEN CPS-STACKING (WS-COUPON-MATCH-IDX) = "Y"
       MOVE WS-COUPON-WORTH TO WS-COUPON-AMOUNT
       SUBTRACT WS-COUPON-AMOUNT FROM TOTAL-AMOUNT
     WHEN WS-COUPON-WORTH > DISCOUNT-AMOUNT
       MOVE WS-ORIGINAL-TOTAL TO TOTAL-AMOUNT
       MOVE ZERO TO DISCOUNT-AMOUNT
       MOVE ZERO TO DISCOUNT-PERCENT
       MOVE ZERO TO WS-APPLIED-BRACKET
       MOVE WS-COUPON-WORTH TO WS-COUPON-AMOUNT
       SUBTRACT WS-COUPON-AMOUNT FROM TOTAL-AMOUNT
     WHEN OTHER
       MOVE "BRACKET DISCOUNT WORTH MORE" TO WS-COUPON-REFUSAL
   END-EVALUATE.
 RECORD-COUPON-REDEMPTION.
   MOVE WS-LAST-INVOICE-NO TO CPR-INVOICE-NO.
   MOVE WS-COUPON-CODE-IN  TO CPR-COUPON-CODE.
   MOVE PERSON-ID          TO CPR-PERSON-ID.
   MOVE WS-RUN-DATE        TO CPR-RUN-DATE.
   MOVE WS-ORIGINAL-TOTAL  TO CPR-ORDER-GROSS.
   MOVE WS-COUPON-AMOUNT   TO CPR-COUPON-AMOUNT.
   MOVE ZERO               TO CPR-REVERSED-BY.
   MOVE ZERO               TO CPR-REVERSED-DATE.
   WRITE CouponRedemptionRec
     INVALID KEY
       DISPLAY "Warning - coupon redemption for invoice "
           CPR-INVOICE-NO " already on COUPONRDM.DAT"
   END-WRITE.
   ADD 1 TO CPS-USES (WS-COUPON-MATCH-IDX).
   ADD 1 TO WS-COUPON-HONORED-COUNT.
   ADD WS-COUPON-AMOUNT TO WS-GRAND-COUPON-AMOUNT.
*> The coupon an invoice was honoured with, from its standing
*> redemption; spaces when there is none.
 FIND-ORIGINAL-COUPON.
   MOVE WS-ORIG-NUMBER TO CPR-INVOICE-NO.
   READ COUPON-REDEMPTION-FILE
     INVALID KEY
       MOVE SPACES TO WS-ORIG-COUPON-CODE
     NOT INVALID KEY
       IF CPR-REVERSED-BY = ZERO
         MOVE CPR-COUPON-CODE TO WS-ORIG-COUPON-CODE
       END-IF
   END-READ.
 REVERSE-COUPON-REDEMPTION.
   IF WS-ORIG-COUPON-CODE NOT = SPACES
     MOVE WS-ORIG-NUMBER TO CPR-INVOICE-NO
     READ COUPON-REDEMPTION-FILE
       INVALID KEY
         CONTINUE
       NOT INVALID KEY
         MOVE WS-CREDIT-MEMO-NO TO CPR-REVERSED-BY
         MOVE WS-RUN-DATE       TO CPR-REVERSED-DATE
         REWRITE CouponRedemptionRec
         MOVE WS-ORIG-COUPON-CODE TO WS-COUPON-CODE-IN
         PERFORM FIND-COUPON
         IF WS-COUPON-MATCH-IDX > ZERO
           SUBTRACT 1 FROM CPS-USES (WS-COUPON-MATCH-IDX)
         END-IF
     END-READ
   END-IF.
