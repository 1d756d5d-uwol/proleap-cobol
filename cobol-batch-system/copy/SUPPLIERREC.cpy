*> Supplier master record on SUPPLIER.DAT, keyed by supplier code and
*> maintained through SupplierMaint. PurchaseOrderGen addresses each
*> purchase order to the supplier's contact and e-mail and dates it
*> due the supplier's lead time after the order date. A supplier no
*> longer used is made inactive (flag N) rather than deleted - its
*> purchase orders stay on PURCHORD.DAT - and an inactive supplier is
*> never sent a new order. The operator and date of the last change
*> are kept on the record.
 01 SupplierRec.
    05 SUP-SUPPLIER-CODE PIC X(8).
    05 SUP-NAME          PIC X(30).
    05 SUP-CONTACT       PIC X(30).
    05 SUP-EMAIL         PIC X(40).
    05 SUP-PHONE         PIC X(15).
    05 SUP-LEAD-DAYS     PIC 9(3).
    05 SUP-ACTIVE-FLAG   PIC X.
       88 SupActive         VALUE "Y".
    05 SUP-SET-BY        PIC X(8).
    05 SUP-SET-DATE      PIC 9(8).
