*> Coupon on COUPONS.DAT - one line per printed coupon code, kept by
*> marketing alongside PROMO.DAT. A value coupon takes CPN-VALUE off
*> the order's goods total; a percent coupon takes CPN-VALUE percent.
*> The coupon is good for orders priced from CPN-START-DATE through
*> CPN-END-DATE whose goods total before any discount is at least
*> CPN-MIN-ORDER. A single-use coupon is honoured once across all
*> customers (a redemption that a credit memo reverses frees it
*> again); a multi-use coupon any number of times. CPN-STACKING says
*> whether the coupon comes off on top of the bracket discount (Y) or
*> instead of it (anything else), in which case the customer gets
*> whichever of the two is worth more.
 01 CouponRec.
    05 CPN-CODE        PIC X(10).
    05 CPN-DESCRIPTION PIC X(20).
    05 CPN-KIND        PIC X.
       88 CPN-IS-VALUE     VALUE "V".
       88 CPN-IS-PERCENT   VALUE "P".
    05 CPN-VALUE       PIC 9(4)V99.
    05 CPN-START-DATE  PIC 9(8).
    05 CPN-END-DATE    PIC 9(8).
    05 CPN-USE         PIC X.
       88 CPN-SINGLE-USE   VALUE "S".
       88 CPN-MULTI-USE    VALUE "M".
    05 CPN-MIN-ORDER   PIC 9(5)V99.
    05 CPN-STACKING    PIC X.
       88 CPN-STACKS       VALUE "Y".
