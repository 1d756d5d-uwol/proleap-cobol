*> Shared linkage record for the ResolveCommPlan subprogram -
*> MakeSummaryFile, CommissionStatements and CommissionAdjust load the
*> salesperson, the period being priced (calendar or fiscal, as
*> SummaryPeriod carries it) and that period's
*> units and sales amount, CALL "ResolveCommPlan", and get back the
*> commission plan version in force for the period (see COMMPLANREC),
*> the tier that applied and the commission it earns, so every job
*> prices a period the same way.
 01 CommissionControlRec.
    05 CMC-PERSON-ID      PIC 9(6).
    05 CMC-PERIOD         PIC 9(6).
    05 CMC-CALC-QTY       PIC S9(9).
    05 CMC-CALC-AMOUNT    PIC S9(11)V99.
*> Returned: the plan version used. A salesperson with no plan, or a
*> plan with no version in force yet, is priced on the STD plan; with
*> no STD version on file either, the standard tiers the system has
*> always paid are used (source S).
    05 CMC-PLAN-ID        PIC X(6).
    05 CMC-EFFECTIVE-DATE PIC 9(8).
    05 CMC-BASIS          PIC X.
       88 CmcQuantityBasis    VALUE "Q".
       88 CmcAmountBasis      VALUE "A".
    05 CMC-PLAN-SOURCE    PIC X.
       88 CmcPlanOnFile       VALUE "F".
       88 CmcStandardTiers    VALUE "S".
*> Returned: the tier boundary passed (zero when below the first
*> tier), its percent, and the commission on the period's amount.
    05 CMC-TIER-BOUNDARY  PIC 9(9)V99.
    05 CMC-PERCENT        PIC 99V99.
    05 CMC-COMMISSION     PIC S9(9)V99.
