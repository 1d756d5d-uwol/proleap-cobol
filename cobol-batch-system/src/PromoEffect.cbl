    05 ISR-PERIOD       PIC 9(6).
    05 ISR-TOTAL-QTY    PIC 9(7).
    05 ISR-TOTAL-AMOUNT PIC S9(9)V99.
    05 ISR-TOTAL-COST   PIC S9(9)V99.
 FD EffectReport.
 01 EffectReportLine PIC X(80).
 WORKING-STORAGE SECTION.
