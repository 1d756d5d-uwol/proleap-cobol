*> Backorder entry on BACKORDER.DAT: the part of an order BATCH-DISCOUNT
*> could not fill from the item's on-hand stock. BKO-ORDER-IMAGE is the
*> order exactly as it was read (ORDERREC's shape); BKO-QUANTITY is
*> what is still owed on it. BKO-ORDER-DATE is the run date the order
*> was taken, and BKO-ORDER-SEQ its position on that run's ORDERS.DAT,
*> so a restarted run can drop the entries it is about to write again.
*> The file is appended in run order, so it is always oldest first;
*> BackorderRelease fills it in that order and BackorderAging ages it.
 01 BackorderRec.
    05 BKO-ORDER-IMAGE PIC X(109).
    05 BKO-PERSON-ID   PIC 9(6).
    05 BKO-ITEM-CODE   PIC X(10).
    05 BKO-QUANTITY    PIC 9(3).
    05 BKO-ORDER-DATE  PIC 9(8).
    05 BKO-ORDER-SEQ   PIC 9(7).
