*> transactions are stamped with. DECEASED.TRANS carries the Change
*> transactions DeceasedMatch generates from the subscribed monthly
*> deceased-persons file; POSTAL.TRANS the moves PostalMoves
*> generates from the purchased change-of-address file; MASSCHG.TRANS
*> the criteria-driven Change transactions MassChangeGen writes.
 01 WS-SOURCE-TABLE-VALUES.
    05 FILLER PIC X(17) VALUE "BRANCH.TRANS  BRN".
    05 FILLER PIC X(17) VALUE "WEB.TRANS     WEB".
    05 FILLER PIC X(17) VALUE "LOCAL.TRANS   LOC".
    05 FILLER PIC X(17) VALUE "DECEASED.TRANSDEC".
    05 FILLER PIC X(17) VALUE "POSTAL.TRANS  PCA".
    05 FILLER PIC X(17) VALUE "MASSCHG.TRANS MAS".
 01 WS-SOURCE-TABLE REDEFINES WS-SOURCE-TABLE-VALUES.
    05 WS-SOURCE-ENTRY OCCURS 6 TIMES.
       10 WS-SOURCE-FILE PIC X(14).
       10 WS-SOURCE-CODE PIC X(3).
 01 WS-SOURCE-COUNTS.
    05 WS-SOURCE-COUNT OCCURS 6 TIMES PIC 9(7) VALUE ZERO.
 77 WS-SOURCE-TABLE-SIZE PIC 9 VALUE 6.
 77 WS-SOURCE-IDX PIC 9.
 01 WS-TOTAL-COUNT PIC 9(7) VALUE ZERO.
 01 WS-HASH-TOTAL  PIC 9(12) VALUE ZERO.
