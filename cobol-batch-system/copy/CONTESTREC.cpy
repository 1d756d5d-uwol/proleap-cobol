*> Sales incentive contest (SPIFF) master record on CONTEST.DAT, keyed
*> by contest id and maintained through ContestMaint. A contest pays a
*> bonus on sales dated inside its window, either on a list of up to
*> five item codes (scope I) or on every item of one ItemCategory
*> (scope C), at a fixed amount per unit sold (basis U) or a percent
*> of the sales amount (basis A). Up to five territories may be named;
*> none named opens the contest to every territory. ContestEarnings
*> computes what each salesperson has earned from the SALES.DAT
*> generations, net of returns within the window.
 01 ContestRec.
    05 CON-CONTEST-ID     PIC X(6).
    05 CON-DESCRIPTION    PIC X(30).
    05 CON-START-DATE     PIC 9(8).
    05 CON-END-DATE       PIC 9(8).
    05 CON-SCOPE          PIC X.
       88 CON-ITEM-SCOPE     VALUE "I".
       88 CON-CATEGORY-SCOPE VALUE "C".
    05 CON-ITEM-CODE      PIC X(10) OCCURS 5 TIMES.
    05 CON-CATEGORY       PIC X(6).
    05 CON-BONUS-BASIS    PIC X.
       88 CON-PER-UNIT       VALUE "U".
       88 CON-PER-AMOUNT     VALUE "A".
*> Dollars per unit on a U contest, percent of the amount on an A.
    05 CON-BONUS-RATE     PIC 9(5)V99.
    05 CON-TERRITORY      PIC X(10) OCCURS 5 TIMES.
    05 CON-SET-BY         PIC X(8).
    05 CON-SET-DATE       PIC 9(8).
