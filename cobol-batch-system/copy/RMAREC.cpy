*> Return merchandise authorization on RMA.DAT, keyed by RMA number -
*> customer service's agreement that the warehouse will take goods
*> back, issued through RmaMaint against one original sale (the
*> salesperson, the item and the sale's SalesTransDate, the same
*> reference a type-R return carries in SalesOrigDate) for a quantity,
*> with a reason and an expiry date. SalesEdit accepts a return only
*> against an open, unexpired authorization with quantity left on it
*> and draws the returned quantity down; the authorization closes
*> when it is fully used. RmaOpen lists those still waiting for goods.
 01 RmaRec.
    05 RMA-NUMBER        PIC 9(8).
    05 RMA-PERSON-ID     PIC 9(6).
    05 RMA-ITEM-CODE     PIC X(10).
    05 RMA-ORIG-DATE     PIC 9(8).
    05 RMA-AUTH-QTY      PIC 9(5).
    05 RMA-RETURNED-QTY  PIC 9(5).
    05 RMA-REASON-CODE   PIC XX.
       88 RmaReasonDefective  VALUE "DF".
       88 RmaReasonDamaged    VALUE "DM".
       88 RmaReasonWrongItem  VALUE "WI".
       88 RmaReasonNotWanted  VALUE "NW".
       88 RmaReasonOther      VALUE "OT".
       88 RmaReasonValid VALUES "DF" "DM" "WI" "NW" "OT".
    05 RMA-ISSUE-DATE    PIC 9(8).
    05 RMA-EXPIRY-DATE   PIC 9(8).
    05 RMA-STATUS        PIC X.
       88 RmaOpen      VALUE "O".
       88 RmaClosed    VALUE "C".
       88 RmaCancelled VALUE "X".
    05 RMA-CLOSED-DATE   PIC 9(8).
    05 RMA-SET-BY        PIC X(8).
    05 RMA-SET-DATE      PIC 9(8).
