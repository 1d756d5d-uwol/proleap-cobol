*> reaches CTL-REJECT-FAIL-PCT. Zero means "use the program default".
    05 CTL-REJECT-WARN-PCT PIC 9(3).
    05 CTL-REJECT-FAIL-PCT PIC 9(3).
*> Free-shipping threshold: an order whose goods total (net of
*> discount) is above this carries no freight charge. Zero means
*> freight is never waived.
    05 CTL-FREE-FREIGHT-THRESHOLD PIC 9(5)V99.
*> Loyalty points policy: points earned per whole unit of an order's
*> goods total (net of discount and of any points redeemed against
*> it), the money one point is worth when redeemed, and the months a
*> point stays redeemable before it lapses. Zero points per unit means
*> no points are earned; zero months means points never lapse.
    05 CTL-POINTS-PER-UNIT PIC 99.
    05 CTL-POINT-VALUE PIC 9V999.
    05 CTL-POINTS-EXPIRY-MONTHS PIC 9(3).
*> Period basis the summary, close, target, comparison and commission
*> jobs bucket sales by (shared ResolvePeriod): C, or blank on a record
*> written before the switch existed, is the calendar month; F is the
*> fiscal period off FISCALCAL.DAT. Changed only at a fiscal year
*> boundary, so no period is ever bucketed two ways.
    05 CTL-PERIOD-BASIS PIC X.
       88 CtlCalendarPeriods VALUES "C" SPACE.
       88 CtlFiscalPeriods   VALUE "F".
