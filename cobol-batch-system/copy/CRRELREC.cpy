*> Single-use credit release on CREDITREL.DAT, written by CreditRelease
*> when a supervisor lets a held order through: the order image that
*> is going back through ORDMATCH.REL, who released it and when. The
*> next BATCH-DISCOUNT run accepts that exact order over the limit and
*> drops the entry.
 01 CreditReleaseRec.
    05 CRR-ORDER-IMAGE  PIC X(109).
    05 CRR-RELEASED-BY  PIC X(8).
    05 CRR-RELEASE-DATE PIC 9(8).
