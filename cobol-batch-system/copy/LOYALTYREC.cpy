*> Loyalty points ledger entry on LOYALTY.DAT, one per movement on a
*> customer's points: earned on an invoice (E), redeemed against an
*> order (R), or lapsed unredeemed past the expiry months on
*> CONTROL.DAT (X, written by LoyaltyStatement at month end). A credit
*> memo reverses the original's entries with negative points - an
*> earning reversal dated as the original was earned, so it comes off
*> the same lot. A customer's points lapse oldest first: the points
*> still redeemable are those earned on or after the expiry cutoff
*> date, less whatever has been redeemed or lapsed beyond the points
*> earned before it. LYL-POSTED-DATE and LYL-ORDER-SEQ are the run
*> date and ORDERS.DAT position that wrote the entry, so a restarted
*> BATCH-DISCOUNT can drop the entries it is about to write again.
 01 LoyaltyLedgerRec.
    05 LYL-PERSON-ID   PIC 9(6).
    05 LYL-ENTRY-DATE  PIC 9(8).
    05 LYL-ENTRY-TYPE  PIC X.
       88 LYL-IS-EARNED   VALUE "E".
       88 LYL-IS-REDEEMED VALUE "R".
       88 LYL-IS-EXPIRED  VALUE "X".
    05 LYL-POINTS      PIC S9(7).
    05 LYL-INVOICE-NO  PIC 9(8).
    05 LYL-POSTED-DATE PIC 9(8).
    05 LYL-ORDER-SEQ   PIC 9(7).
