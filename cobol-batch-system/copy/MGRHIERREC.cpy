*> Manager entry in the sales hierarchy on MGRHIER.DAT, keyed by the
*> level and the unit it manages - T a territory (SPX-TERRITORY), R a
*> region (SPX-REGION) - and maintained through MgrHierMaint. The
*> manager named earns the override percent on the period sales of
*> every salesperson the unit takes in, computed by ManagerOverride
*> from the day's SUMMARY.DAT generation. A manager who also sells is
*> never paid an override on their own sales. The operator and date
*> of the last change are kept on the record.
 01 ManagerHierRec.
    05 MGH-KEY.
       10 MGH-LEVEL          PIC X.
          88 MGH-TERRITORY-LEVEL VALUE "T".
          88 MGH-REGION-LEVEL    VALUE "R".
       10 MGH-UNIT-CODE      PIC X(10).
    05 MGH-MANAGER-ID        PIC 9(6).
    05 MGH-OVERRIDE-PERCENT  PIC 99V99.
    05 MGH-SET-BY            PIC X(8).
    05 MGH-SET-DATE          PIC 9(8).
