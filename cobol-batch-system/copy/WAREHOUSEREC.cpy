*> Warehouse on WAREHOUSE.DAT - one line per site the company stocks
*> from, kept by the warehouse with the same editor discipline as
*> CATEGORY.DAT. Exactly one warehouse carries the default flag: a
*> sale or invoice that names no warehouse (everything written before
*> stock was kept by location) is posted there, and
*> ConvertStockLocations places each item's whole balance there at
*> cutover. An order ships from the warehouse that lists the
*> customer's ship-to state, else from the default one.
 01 WarehouseRec.
    05 WHS-CODE         PIC X(4).
    05 WHS-NAME         PIC X(30).
    05 WHS-DEFAULT-FLAG PIC X.
       88 WhsDefault       VALUE "Y".
    05 WHS-SHIP-STATE   PIC XX OCCURS 12 TIMES.
