*> Receipt exception entry on RCVEXC.DAT, appended by ItemMaint's
*> receipts path whenever a receipt does not simply fill (or part
*> fill) an open purchase order line: more arrived than was ordered
*> (O), a delivery came in short of the line (S, with whether
*> purchasing closed the balance), or nothing was on order for the
*> item at all (N). The PO fields are those of the last line the
*> receipt was applied to, and are zero on a type N entry.
*> ReceiptExceptions reports and clears the file each cycle.
 01 ReceiptExceptionRec.
    05 RCX-RECEIPT-DATE   PIC 9(8).
    05 RCX-ITEM-CODE      PIC X(10).
    05 RCX-EXCEPTION-TYPE PIC X.
       88 RcxOverReceipt     VALUE "O".
       88 RcxShortReceipt    VALUE "S".
       88 RcxNoOrder         VALUE "N".
    05 RCX-PO-NUMBER      PIC 9(7).
    05 RCX-LINE-NO        PIC 9(3).
    05 RCX-SUPPLIER-CODE  PIC X(8).
    05 RCX-ORDERED-QTY    PIC 9(7).
    05 RCX-RECEIVED-QTY   PIC 9(7).
    05 RCX-RECEIPT-QTY    PIC 9(7).
*> Over: the quantity beyond the order. Short: the balance still to
*> come (or written off when the line was closed short).
    05 RCX-EXCEPTION-QTY  PIC 9(7).
    05 RCX-LINE-CLOSED    PIC X.
    05 RCX-OPERATOR-ID    PIC X(8).
