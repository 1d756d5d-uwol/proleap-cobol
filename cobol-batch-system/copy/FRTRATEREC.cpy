*> Freight rate on FREIGHTRATES.DAT - one line per destination zone and
*> quantity band, kept by the shipping department alongside the tax
*> rate master. A zone is a range of three-digit zip prefixes; within
*> a zone, the bands ascend by FRT-QTY-UPTO and an order takes the
*> first band whose upper bound covers its quantity. The charge is per
*> order, not per unit.
 01 FreightRateRec.
    05 FRT-ZIP-FROM PIC X(3).
    05 FRT-ZIP-TO   PIC X(3).
    05 FRT-ZONE     PIC X(2).
    05 FRT-QTY-UPTO PIC 9(3).
    05 FRT-CHARGE   PIC 9(3)V99.
