*> Stock by location on STOCKLOC.DAT, keyed by item code and
*> WAREHOUSE.DAT warehouse - the on-hand balance and reorder point of
*> one item at one site. ItemOnHandQty on ITEMS.DAT stays the company
*> total, so every posting that moves it moves the location too:
*> StockLedger posts sales and orders to the warehouse they shipped
*> from, ItemMaint posts receipts to the receiving warehouse and moves
*> stock between sites by transfer, and CountAdjust posts count
*> variances to the default warehouse. REORDER.RPT compares each
*> location's balance to its own reorder point. Signed for the same
*> reason as ItemOnHandQty.
 01 StockLocationRec.
    05 SLC-KEY.
       10 SLC-ITEM-CODE    PIC X(10).
       10 SLC-WAREHOUSE    PIC X(4).
    05 SLC-ON-HAND-QTY     PIC S9(7).
    05 SLC-REORDER-POINT   PIC 9(5).
    05 SLC-LAST-MOVED-DATE PIC 9(8).
