*> the record priced out against a PROMO.DAT window instead of the
*> item master, so promo volume is reportable. Blank = no promotion.
    05 SalesPromoCode PIC X(6).
*> Buyer: the PersonId of the customer the sale was made to, so a
*> person who buys as well as sells can be shown their own purchases.
*> SalesEdit proves a keyed buyer is on PERSONS.DAT; blank (or zero)
*> means the buyer is not known - every sale before the buyer was
*> carried, and any feed that still does not send one.
    05 SalesBuyerId PIC 9(6).
    05 SalesBuyerIdText REDEFINES SalesBuyerId PIC X(6).
       88 SalesBuyerUnknown VALUES SPACES "000000".
*> Ship-from warehouse: the WAREHOUSE.DAT site the goods left (or, on
*> a return, came back into), which SalesEdit proves is on file and
*> StockLedger posts the movement against. Blank on legacy feeds and
*> every sale recorded before stock was kept by location - posted to
*> the default warehouse.
    05 SalesWarehouse PIC X(4).
