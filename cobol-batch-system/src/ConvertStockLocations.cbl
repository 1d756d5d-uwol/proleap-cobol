 IDENTIFICATION DIVISION.
 PROGRAM-ID. ConvertStockLocations.
*> One-time seeding of STOCKLOC.DAT, run once before the first cycle
*> that keeps stock by location. Until now the whole of an item's
*> stock has been ItemOnHandQty on ITEMS.DAT, so every item is given
*> one location at the default warehouse on WAREHOUSE.DAT carrying
*> that balance and the item's reorder point; stock already sitting
*> elsewhere is then moved there with ItemMaint transfers. An item
*> that already has its default location is passed over, so the job
*> is safely rerunnable. With no default warehouse on file the run
*> ends 8 and nothing is written.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT ItemFile ASSIGN TO "ITEMS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS ItemCode
         FILE STATUS IS WS-ITEM-FILE-STATUS.
     SELECT StockLocFile ASSIGN TO "STOCKLOC.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS SLC-KEY
         FILE STATUS IS WS-STOCKLOC-FILE-STATUS.
     SELECT WarehouseFile ASSIGN TO "WAREHOUSE.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-WAREHOUSE-FILE-STATUS.
 DATA DIVISION.
 FILE SECTION.
 FD ItemFile.
 COPY ITEMREC.
 FD StockLocFile.
 COPY STOCKLOCREC.
 FD WarehouseFile.
 COPY WAREHOUSEREC.
 WORKING-STORAGE SECTION.
 01 WS-ITEM-FILE-STATUS PIC XX.
 01 WS-STOCKLOC-FILE-STATUS PIC XX.
 01 WS-WAREHOUSE-FILE-STATUS PIC XX.
 01 WS-ITEM-EOF PIC X VALUE "N".
    88 EndOfItems VALUE "Y".
 01 WS-WAREHOUSE-EOF PIC X VALUE "N".
    88 EndOfWarehouses VALUE "Y".
 01 WS-DEFAULT-WAREHOUSE PIC X(4) VALUE SPACES.
 01 WS-DEFAULT-FOUND PIC X VALUE "N".
    88 DefaultWarehouseFound VALUE "Y".
 01 WS-RUN-DATE PIC 9(8).
 01 WS-READ-COUNT    PIC 9(7) VALUE ZERO.
 01 WS-SEEDED-COUNT  PIC 9(7) VALUE ZERO.
 01 WS-PASSED-COUNT  PIC 9(7) VALUE ZERO.
*> Run-log reporting (the shared WriteRunLog subprogram appends one
*> record per execution to RUNLOG.DAT).
 COPY RUNLOGREC.
 01 WS-LOG-TS-DATE PIC 9(8).
 01 WS-LOG-TS-TIME PIC 9(8).

 PROCEDURE DIVISION.
 Begin.
     PERFORM SetRunLogStart.
     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
     OPEN INPUT WarehouseFile.
     IF WS-WAREHOUSE-FILE-STATUS = "35"
       SET EndOfWarehouses TO TRUE
     END-IF.
     PERFORM UNTIL EndOfWarehouses
       READ WarehouseFile
         AT END
           SET EndOfWarehouses TO TRUE
         NOT AT END
           IF WhsDefault
             MOVE WHS-CODE TO WS-DEFAULT-WAREHOUSE
             SET DefaultWarehouseFound TO TRUE
           END-IF
       END-READ
     END-PERFORM.
     IF WS-WAREHOUSE-FILE-STATUS NOT = "35"
       CLOSE WarehouseFile
     END-IF.
     IF NOT DefaultWarehouseFound
       DISPLAY "No default warehouse on WAREHOUSE.DAT - "
           "nothing seeded"
       MOVE 8 TO RETURN-CODE
       PERFORM WriteRunLogRecord
       STOP RUN
     END-IF.
     OPEN INPUT ItemFile.
     IF WS-ITEM-FILE-STATUS = "35"
       DISPLAY "ITEMS.DAT not found - nothing to seed"
       MOVE 4 TO RETURN-CODE
       PERFORM WriteRunLogRecord
       STOP RUN
     END-IF.
     OPEN I-O StockLocFile.
     IF WS-STOCKLOC-FILE-STATUS = "35"
       OPEN OUTPUT StockLocFile
       CLOSE StockLocFile
       OPEN I-O StockLocFile
     END-IF.
     PERFORM UNTIL EndOfItems
       READ ItemFile NEXT RECORD
         AT END
           SET EndOfItems TO TRUE
         NOT AT END
           ADD 1 TO WS-READ-COUNT
           PERFORM SeedDefaultLocation
       END-READ
     END-PERFORM.
     CLOSE StockLocFile.
     CLOSE ItemFile.
     DISPLAY "Stock locations seeded at " WS-DEFAULT-WAREHOUSE " - "
         WS-SEEDED-COUNT " items, " WS-PASSED-COUNT
         " already located".
     PERFORM WriteRunLogRecord.
     STOP RUN.
 SeedDefaultLocation.
     MOVE ItemCode             TO SLC-ITEM-CODE.
     MOVE WS-DEFAULT-WAREHOUSE TO SLC-WAREHOUSE.
     MOVE ItemOnHandQty        TO SLC-ON-HAND-QTY.
     MOVE ItemReorderPoint     TO SLC-REORDER-POINT.
     MOVE WS-RUN-DATE          TO SLC-LAST-MOVED-DATE.
     WRITE StockLocationRec
       INVALID KEY
         ADD 1 TO WS-PASSED-COUNT
       NOT INVALID KEY
         ADD 1 TO WS-SEEDED-COUNT
     END-WRITE.
 SetRunLogStart.
     MOVE "CONVERTSTOCKLOC" TO RLG-JOB-NAME.
     ACCEPT WS-LOG-TS-DATE FROM DATE YYYYMMDD.
     ACCEPT WS-LOG-TS-TIME FROM TIME.
     MOVE WS-LOG-TS-DATE TO RLG-RUN-DATE.
     STRING WS-LOG-TS-DATE WS-LOG-TS-TIME DELIMITED BY SIZE
         INTO RLG-START-TIMESTAMP.
 WriteRunLogRecord.
     MOVE WS-READ-COUNT TO RLG-READ-COUNT.
     MOVE WS-SEEDED-COUNT TO RLG-WRITTEN-COUNT.
     MOVE ZERO TO RLG-REJECTED-COUNT.
     MOVE RETURN-CODE TO RLG-RETURN-CODE.
     CALL "WriteRunLog" USING RunLogRec.
