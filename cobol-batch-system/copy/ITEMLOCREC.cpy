*> Warehouse pick location for an item on ITEMLOC.DAT - one line per
*> ITEMS.DAT ItemCode, kept by the warehouse alongside the item master
*> the way CATEGORY.DAT is kept beside it. ILC-LOCATION is the zone,
*> aisle, bay and shelf (for example A0312B) and sorts in walking
*> order, so the pick list can be printed in the order the pickers
*> go round the floor.
 01 ItemLocationRec.
    05 ILC-ITEM-CODE PIC X(10).
    05 ILC-LOCATION  PIC X(8).
