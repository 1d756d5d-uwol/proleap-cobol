*> Commission plan version on COMMPLAN.DAT, keyed by the plan id and
*> the date the version takes effect, and maintained through
*> CommPlanMaint. Each salesperson on SALESPERSONS.DAT names a plan;
*> the version in force for a monthly period is the one with the
*> latest effective date on or before the first of that month, so a
*> change of plan mid-year is a new version rather than an overwrite
*> and every earlier period still reprices under the terms it was
*> paid under. The tiers are read against the period's units sold
*> (basis Q) or its sales amount (basis A), in ascending order, and
*> the highest tier passed sets the commission percent on the whole
*> period's amount. The operator and date of the last change are
*> kept on the record.
 01 CommPlanRec.
    05 CPL-KEY.
       10 CPL-PLAN-ID        PIC X(6).
       10 CPL-EFFECTIVE-DATE PIC 9(8).
    05 CPL-DESCRIPTION       PIC X(30).
    05 CPL-BASIS             PIC X.
       88 CPL-QTY-BASIS          VALUE "Q".
       88 CPL-AMOUNT-BASIS       VALUE "A".
    05 CPL-TIER-COUNT        PIC 9.
    05 CPL-TIER OCCURS 5 TIMES.
       10 CPL-TIER-BOUNDARY  PIC 9(9)V99.
       10 CPL-TIER-PERCENT   PIC 99V99.
    05 CPL-SET-BY            PIC X(8).
    05 CPL-SET-DATE          PIC 9(8).
