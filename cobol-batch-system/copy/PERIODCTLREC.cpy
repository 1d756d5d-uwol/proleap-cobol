*> Shared linkage record for the ResolvePeriod subprogram - every job
*> that buckets sales by period (the summary, the close, targets, the
*> period comparison and the commission jobs) asks it rather than
*> taking YYYYMM off the date, so all of them agree on the basis
*> CONTROL.DAT names: the calendar month (YYYYMM) or the fiscal
*> period off FISCALCAL.DAT (fiscal year and period, YYYYPP).
*>   D - PRD-DATE in; the period it falls in and that period's first
*>       and last day out.
*>   P - PRD-PERIOD in; its first and last day out.
 01 PeriodControlRec.
    05 PRD-ACTION        PIC X.
       88 PrdDateToPeriod  VALUE "D".
       88 PrdPeriodBounds  VALUE "P".
    05 PRD-DATE          PIC 9(8).
    05 PRD-PERIOD        PIC 9(6).
    05 PRD-PERIOD-START  PIC 9(8).
    05 PRD-PERIOD-END    PIC 9(8).
*> Returned: the basis in force, and whether the date or period was
*> found. A date the fiscal calendar does not cover comes back N with
*> its calendar month filled in, so the caller can warn and carry on;
*> a period that is not on the calendar comes back N with no dates.
    05 PRD-BASIS         PIC X.
       88 PrdCalendarBasis VALUE "C".
       88 PrdFiscalBasis   VALUE "F".
    05 PRD-RESULT        PIC X.
       88 PrdResolved      VALUE "Y".
       88 PrdNotResolved   VALUE "N".
