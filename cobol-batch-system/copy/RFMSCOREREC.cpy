*> Recency/frequency/value score for one person on RFMSCORE.DAT,
*> keyed by PersonId and rebuilt by CustomerScoring on the last day of
*> every month from the purchase history - INVHIST.DAT orders and the
*> buyer's sales in the cataloged SALES generations. Recency scores
*> the days since the last purchase; frequency the purchases, and
*> value the net spend, over the frequency window; each runs 5 (best)
*> down to 1, and 0 where there is nothing to score. The segment
*> follows the recency alone: active, lapsing, lapsed, or never
*> bought. The segment the previous month's run gave is kept
*> alongside, so the month a customer first lapses can be told apart
*> (the win-back letter goes then) and campaigns can select on the
*> segment.
 01 CustomerScoreRec.
    05 RFM-PERSON-ID        PIC 9(6).
    05 RFM-LAST-PURCHASE    PIC 9(8).
    05 RFM-PURCHASE-COUNT   PIC 9(5).
    05 RFM-NET-AMOUNT       PIC S9(9)V99.
    05 RFM-SCORES.
       10 RFM-RECENCY-SCORE   PIC 9.
       10 RFM-FREQUENCY-SCORE PIC 9.
       10 RFM-VALUE-SCORE     PIC 9.
    05 RFM-SEGMENT          PIC X.
       88 RfmActive         VALUE "A".
       88 RfmLapsing        VALUE "L".
       88 RfmLapsed         VALUE "P".
       88 RfmNeverBought    VALUE "N".
    05 RFM-PRIOR-SEGMENT    PIC X.
       88 RfmWasBuying      VALUES "A" "L".
    05 RFM-SCORED-DATE      PIC 9(8).
