*> and listed with the actual-versus-target percentage on quantity
*> and amount. Salespeople with no target on file are listed so the
*> sales manager can see whose quota was never keyed - the by-hand
*> re-derivation of all of this at month end retires. The quotas are
*> keyed by whichever period basis CONTROL.DAT selects (calendar month
*> or fiscal period), the same one SummaryPeriod carries.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
