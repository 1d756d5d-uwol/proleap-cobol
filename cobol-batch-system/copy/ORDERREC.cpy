*> Customer order record - the ORDERSIN.DAT intake feed, the matched
*> ORDERS.DAT file BATCH-DISCOUNT prices, and the order images held on
*> the order-match exception and release files all share this shape.
*> A customer return of a shipped order travels the same feed as an
*> R transaction (below), carrying its reason and condition where a
*> new order carries its coupon code.
*> The customer arrives identified only by name and address; OrderMatch
*> resolves that to the PERSONS.DAT key and carries it forward in
*> ORDER-PERSON-ID (zero on the raw intake feed). ORDER-COUPON-CODE is
*> the COUPONS.DAT code of a printed coupon the customer presented,
*> blank for none.
 01 ORDER-REC.
    05 ORDER-ITEM-NAME PIC X(20).
*> The item field carries the ITEMS.DAT ItemCode, left-justified;
*> BATCH-DISCOUNT validates it against the active item master and the
*> price in force, and invoices under the master's description.
*> The rest of the field carries the transaction type: blank (or N)
*> for a new order, C to cancel or A to amend the quantity of an
*> invoice already issued, named in ORDER-REF-INVOICE-NO. An amend
*> carries the new quantity in ORDER-AMOUNT. R returns goods from a
*> shipped invoice named the same way: ORDER-AMOUNT is the quantity
*> sent back, and the item code, when given, must be the invoice's.
*> The last byte is Y when
*> the customer asks to redeem loyalty points against the order.
    05 ORDER-ITEM-KEY REDEFINES ORDER-ITEM-NAME.
       10 ORDER-ITEM-CODE      PIC X(10).
       10 ORDER-TRANS-TYPE     PIC X.
          88 ORDER-IS-NEW      VALUE SPACE "N".
          88 ORDER-IS-CANCEL   VALUE "C".
          88 ORDER-IS-AMEND    VALUE "A".
          88 ORDER-IS-RETURN   VALUE "R".
       10 ORDER-REF-INVOICE-NO PIC 9(8).
       10 ORDER-REDEEM-FLAG    PIC X.
          88 ORDER-REDEEM-POINTS VALUE "Y".
    05 ORDER-PRICE PIC 999V99.
    05 ORDER-AMOUNT PIC 999.
    05 ORDER-PERSON-NAME PIC X(20).
    05 ORDER-STREET PIC X(20).
    05 ORDER-CITY PIC X(15).
    05 ORDER-STATE PIC XX.
    05 ORDER-ZIP PIC X(5).
    05 ORDER-PERSON-ID PIC 9(6).
    05 ORDER-COUPON-CODE PIC X(10).
*> On a return: the reason code (RTNREASON), and whether the goods came
*> back fit to sell again (R, back into stock) or damaged (D).
    05 ORDER-RETURN-DETAIL REDEFINES ORDER-COUPON-CODE.
       10 ORDER-RETURN-REASON    PIC XX.
       10 ORDER-RETURN-CONDITION PIC X.
          88 ORDER-RETURN-RESTOCK VALUE "R".
          88 ORDER-RETURN-DAMAGED VALUE "D".
          88 ORDER-RETURN-CONDITION-VALID VALUES "R" "D".
       10 FILLER                 PIC X(7).
