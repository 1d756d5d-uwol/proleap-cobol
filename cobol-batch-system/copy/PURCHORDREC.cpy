*> Purchase order line on PURCHORD.DAT, keyed by PO number and line
*> number. PurchaseOrderGen raises one purchase order per supplier per
*> run, numbered consecutively from the highest on file, with a line
*> per item to be bought; the supplier, order date and due date are
*> carried on every line. ItemMaint's receipts path applies each
*> receipt to the item's open lines oldest PO first, adding to the
*> received quantity: a line stays open (O, then P once part
*> received) until the ordered quantity is in (C), or until
*> purchasing accepts a short delivery as final (S). The quantity
*> still to come on open lines is what PurchaseOrderGen nets off
*> before ordering an item again. The source says what raised the
*> line - the reorder point (R), the demand forecast (F) or both (B).
 01 PurchOrderLineRec.
    05 POL-KEY.
       10 POL-PO-NUMBER     PIC 9(7).
       10 POL-LINE-NO       PIC 9(3).
    05 POL-SUPPLIER-CODE    PIC X(8).
    05 POL-ITEM-CODE        PIC X(10).
    05 POL-ORDER-DATE       PIC 9(8).
    05 POL-DUE-DATE         PIC 9(8).
    05 POL-ORDERED-QTY      PIC 9(7).
    05 POL-RECEIVED-QTY     PIC 9(7).
    05 POL-UNIT-COST        PIC 9(5)V99.
    05 POL-SOURCE           PIC X.
       88 PolFromReorderPoint VALUE "R".
       88 PolFromForecast     VALUE "F".
       88 PolFromBoth         VALUE "B".
    05 POL-STATUS           PIC X.
       88 PolOpen             VALUE "O" "P".
       88 PolNothingReceived  VALUE "O".
       88 PolPartReceived     VALUE "P".
       88 PolComplete         VALUE "C".
       88 PolClosedShort      VALUE "S".
    05 POL-LAST-RECEIPT-DATE PIC 9(8).
