    05 SPX-REGION    PIC X(4).
    05 SPX-ACTIVE    PIC X.
    05 SPX-TERM-DATE PIC 9(8).
    05 SPX-PLAN-ID   PIC X(6).
 SD RegionSortWork.
 01 RegionWorkRec.
    05 RWR-REGION      PIC X(4).
