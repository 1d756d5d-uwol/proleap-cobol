*> CATEGORY.DAT reference file) - the level the buyers think in,
*> which the item-level rankings could never answer for.
    05 ItemCategory     PIC X(6).
*> Standard cost per unit - what the item is carried at in inventory
*> and charged to cost of goods when it moves, the other half of the
*> margin ItemUnitPrice alone could never show. Changed through
*> ItemMaint, which keeps the effective-dated history on ITEMCOST.DAT
*> the way it keeps prices on ITEMPRICE.DAT.
    05 ItemStdCost      PIC 9(5)V99.
