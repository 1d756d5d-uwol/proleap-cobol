*> Customer return reasons: the code a return carries on the order
*> feed and its credit note, the restocking fee kept back from the
*> credit as a percentage of the goods returned, and the wording the
*> credit note prints. A fault on our side carries no fee.
 01 RTR-REASON-VALUES.
    05 FILLER PIC X(24) VALUE "DF00DEFECTIVE           ".
    05 FILLER PIC X(24) VALUE "DM00DAMAGED IN TRANSIT  ".
    05 FILLER PIC X(24) VALUE "WI00WRONG ITEM SENT     ".
    05 FILLER PIC X(24) VALUE "NW15NO LONGER WANTED    ".
    05 FILLER PIC X(24) VALUE "OE10ORDERED IN ERROR    ".
 01 RTR-REASON-TABLE REDEFINES RTR-REASON-VALUES.
    05 RTR-ENTRY OCCURS 5 TIMES.
       10 RTR-CODE    PIC XX.
       10 RTR-FEE-PCT PIC 99.
       10 RTR-TEXT    PIC X(20).
 01 RTR-COUNT PIC 9 VALUE 5.
