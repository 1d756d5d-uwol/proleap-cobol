*> Physical inventory count entry on COUNT.DAT, keyed by item code -
*> one per item on an issued count sheet. CountSheet freezes the book
*> on-hand quantity, unit price and standard cost when it prints the
*> sheet; CountEntry takes the counted quantity (a first count outside
*> tolerance must be recounted, and the recount stands); CountApprove
*> is the supervisor's sign-off; CountAdjust posts the approved
*> variance - counted less frozen book - onto ItemOnHandQty, so stock
*> that moved between the sheet and the posting is never counted
*> twice. A posted entry stays on file (status X) until the item is
*> put on a new sheet.
 01 PhysCountRec.
    05 CNT-ITEM-CODE     PIC X(10).
    05 CNT-CATEGORY      PIC X(6).
    05 CNT-SHEET-DATE    PIC 9(8).
    05 CNT-BOOK-QTY      PIC S9(7).
    05 CNT-UNIT-PRICE    PIC 9(5)V99.
    05 CNT-STATUS        PIC X.
       88 CntAwaitingCount  VALUE "P".
       88 CntRecountNeeded  VALUE "R".
       88 CntCounted        VALUE "C".
       88 CntApproved       VALUE "A".
       88 CntPosted         VALUE "X".
    05 CNT-FIRST-QTY     PIC 9(7).
    05 CNT-FIRST-BY      PIC X(8).
    05 CNT-RECOUNT-QTY   PIC 9(7).
    05 CNT-RECOUNT-BY    PIC X(8).
*> The count that stands - the first count inside tolerance, else the
*> recount.
    05 CNT-COUNT-QTY     PIC 9(7).
    05 CNT-COUNT-DATE    PIC 9(8).
    05 CNT-APPROVED-BY   PIC X(8).
    05 CNT-APPROVED-DATE PIC 9(8).
    05 CNT-POSTED-DATE   PIC 9(8).
*> Standard cost frozen with the sheet - the value the shrinkage is
*> taken out of inventory at, where the unit price is what the count
*> is reported at.
    05 CNT-STD-COST      PIC 9(5)V99.
