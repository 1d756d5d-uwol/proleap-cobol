*> Kit bill of material on KITBOM.DAT, keyed by kit item code and
*> component item code - one entry for each stocked ITEMS.DAT item
*> that goes into a kit sold under its own SalesItemCode, with the
*> number of that component in one kit. Nobody stocks the kit code
*> itself: StockLedger explodes each kit sale, return and shipped
*> invoice line into postings against the components, and
*> ItemAnalysis reports component movement alongside the kit sales.
*> Kits do not nest - a component is never itself a kit. Maintained
*> through KitMaint.
 01 KitComponentRec.
    05 KIT-KEY.
       10 KIT-ITEM-CODE      PIC X(10).
       10 KIT-COMPONENT-CODE PIC X(10).
    05 KIT-COMPONENT-QTY     PIC 9(3).
    05 KIT-SET-BY            PIC X(8).
    05 KIT-SET-DATE          PIC 9(8).
