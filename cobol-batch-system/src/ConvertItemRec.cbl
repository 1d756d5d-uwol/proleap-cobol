*> ConvertPersonContact played for the person master. The live file
*> still carries the original 48-byte record (code, description,
*> price, active flag); the widened layout adds the on-hand balance,
*> the reorder point, the category code and the standard cost. An
*> indexed file cannot simply be reopened with a longer FD (the open
*> fails with a length mismatch), so the conversion runs in two
*> passes: the old-layout file is read whole into a staging cluster
*> carrying the new layout (zero stock and reorder point until
*> receipts and maintenance set real ones, category blank until
*> assigned, cost zero until ItemMaint sets one), then the live name
*> is recreated from the staging copy. A rerun against
*> an already-converted file fails loudly on the length check
*> instead of mangling it.
 ENVIRONMENT DIVISION.
    05 STG-ON-HAND-QTY      PIC S9(7).
    05 STG-REORDER-POINT    PIC 9(5).
    05 STG-CATEGORY         PIC X(6).
    05 STG-STD-COST         PIC 9(5)V99.
*> The layout every program expects from here on.
 FD NewItemFile.
 COPY ITEMREC.
           MOVE ZERO   TO STG-ON-HAND-QTY
           MOVE ZERO   TO STG-REORDER-POINT
           MOVE SPACES TO STG-CATEGORY
           MOVE ZERO   TO STG-STD-COST
           WRITE StageRec
           ADD 1 TO WS-CONVERTED-COUNT
       END-READ
