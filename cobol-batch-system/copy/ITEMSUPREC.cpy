*> Preferred-supplier cross-reference on ITEMSUPP.DAT, keyed by item
*> code - one entry per ITEMS.DAT item that is bought in, naming the
*> SUPPLIER.DAT supplier PurchaseOrderGen orders it from, the
*> supplier's own part number for it, and the smallest quantity the
*> supplier will ship (an order line is raised to it). Maintained
*> through SupplierMaint; an item with no entry is reported by
*> PurchaseOrderGen instead of being ordered.
 01 ItemSupplierRec.
    05 ISP-ITEM-CODE     PIC X(10).
    05 ISP-SUPPLIER-CODE PIC X(8).
    05 ISP-SUPPLIER-PART PIC X(15).
    05 ISP-MIN-ORDER-QTY PIC 9(5).
    05 ISP-SET-BY        PIC X(8).
    05 ISP-SET-DATE      PIC 9(8).
