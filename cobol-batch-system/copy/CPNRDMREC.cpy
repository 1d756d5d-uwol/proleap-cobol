*> Coupon redemption on COUPONRDM.DAT, keyed by the invoice the coupon
*> was honoured on: written by BATCH-DISCOUNT for every accepted order
*> a coupon came off, with the order's goods total before any discount
*> (the business the coupon brought in) and the money the coupon took
*> off it. A credit memo that reverses the invoice marks the
*> redemption reversed rather than deleting it, so a single-use coupon
*> can be honoured again and CouponReport can show both sides.
 01 CouponRedemptionRec.
    05 CPR-INVOICE-NO    PIC 9(8).
    05 CPR-COUPON-CODE   PIC X(10).
    05 CPR-PERSON-ID     PIC 9(6).
    05 CPR-RUN-DATE      PIC 9(8).
    05 CPR-ORDER-GROSS   PIC 9(7)V99.
    05 CPR-COUPON-AMOUNT PIC 9(4)V99.
*> The credit memo that reversed the redemption and its date; zero
*> while the redemption stands.
    05 CPR-REVERSED-BY   PIC 9(8).
    05 CPR-REVERSED-DATE PIC 9(8).
