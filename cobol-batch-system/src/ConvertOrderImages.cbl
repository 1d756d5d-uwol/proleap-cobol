 IDENTIFICATION DIVISION.
 PROGRAM-ID. ConvertOrderImages.
*> One-time conversion of the held order images to the widened order
*> record. ORDERREC grew a coupon code at its end, and every file that
*> holds an order image - ORDMATCH.EXC, BACKORDER.DAT, CREDITHOLD.DAT
*> and CREDITREL.DAT - carries that image at the FRONT of its record,
*> so the image field grew by ten bytes and everything after it moved
*> along. An entry written before the cutover would read under the new
*> layout with its own trailing fields inside the widened image. Each
*> entry is therefore reshaped once, the ConvertRejectSus way: the old
*> 99-byte image keeps its bytes, the coupon code is spaces (nothing
*> was keyed for it), and the rest of the entry moves to its new
*> position. Each file's entries end in a numeric date (and sequence),
*> and where that field sits tells the two shapes apart: entries
*> already on the new shape pass through untouched, so the job is
*> safely rerunnable; anything matching neither shape is reported and
*> left alone, and the run ends 8 for the operator. A file that does
*> not exist is simply skipped. Run once before the first cycle on the
*> widened record. ORDERSIN.DAT, ORDERS.DAT and ORDMATCH.REL need no
*> pass - they hold the bare order, whose new field is at the end, so
*> old lines read correctly as-is.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT HeldOrderFile ASSIGN TO WS-HELD-FILENAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-HELD-FILE-STATUS.
     SELECT HeldOrderTemp ASSIGN TO "ORDIMAGE.CNV.TMP"
         ORGANIZATION IS LINE SEQUENTIAL.
 DATA DIVISION.
 FILE SECTION.
 FD HeldOrderFile.
 01 HeldOrderRec PIC X(159).
 FD HeldOrderTemp.
 01 HeldOrderTempRec PIC X(159).
 WORKING-STORAGE SECTION.
 01 WS-HELD-FILE-STATUS PIC XX.
 01 WS-HELD-FILENAME PIC X(16).
 01 WS-HELD-EOF PIC X.
    88 EndOfHeldFile VALUE "Y".
 01 WS-TEMP-EOF PIC X.
    88 EndOfTemp VALUE "Y".
*> The files to reshape: name, the entry length before the cutover,
*> and the length of the numeric date (and sequence) each entry ends
*> with.
 01 WS-HELD-FILE-VALUES.
    05 FILLER PIC X(21) VALUE "ORDMATCH.EXC    13908".
    05 FILLER PIC X(21) VALUE "BACKORDER.DAT   13315".
    05 FILLER PIC X(21) VALUE "CREDITHOLD.DAT  14915".
    05 FILLER PIC X(21) VALUE "CREDITREL.DAT   11508".
 01 WS-HELD-FILE-TABLE REDEFINES WS-HELD-FILE-VALUES.
    05 WS-HELD-FILE-ENTRY OCCURS 4 TIMES.
       10 WS-HFT-NAME       PIC X(16).
       10 WS-HFT-OLD-LENGTH PIC 9(3).
       10 WS-HFT-TAIL       PIC 99.
 77 WS-HELD-FILE-COUNT PIC 9 VALUE 4.
 01 WS-HELD-FILE-IDX PIC 9.
*> Where the trailing numeric field starts on each shape, and where
*> the widening falls.
 01 WS-OLD-TAIL-POS  PIC 9(3).
 01 WS-NEW-TAIL-POS  PIC 9(3).
 01 WS-OLD-REST-LEN  PIC 9(3).
 01 WS-OLD-PAST-END  PIC 9(3).
 01 WS-NEW-ENTRY     PIC X(159).
 01 WS-CONVERTED-COUNT    PIC 9(7) VALUE ZERO.
 01 WS-PASSED-COUNT       PIC 9(7) VALUE ZERO.
 01 WS-UNRECOGNIZED-COUNT PIC 9(7) VALUE ZERO.
 01 WS-FILE-CONVERTED     PIC 9(7).
 01 WS-FILE-PASSED        PIC 9(7).
 01 WS-FILE-UNRECOGNIZED  PIC 9(7).
*> Run-log reporting (the shared WriteRunLog subprogram appends one
*> record per execution to RUNLOG.DAT).
 COPY RUNLOGREC.
 01 WS-LOG-TS-DATE PIC 9(8).
 01 WS-LOG-TS-TIME PIC 9(8).

 PROCEDURE DIVISION.
 Begin.
     PERFORM SetRunLogStart.
     PERFORM VARYING WS-HELD-FILE-IDX FROM 1 BY 1
         UNTIL WS-HELD-FILE-IDX > WS-HELD-FILE-COUNT
       PERFORM ConvertOneFile
     END-PERFORM.
     IF WS-UNRECOGNIZED-COUNT > ZERO
       MOVE 8 TO RETURN-CODE
     END-IF.
     PERFORM WriteRunLogRecord.
     STOP RUN.
 ConvertOneFile.
     MOVE WS-HFT-NAME (WS-HELD-FILE-IDX) TO WS-HELD-FILENAME.
     COMPUTE WS-OLD-TAIL-POS = WS-HFT-OLD-LENGTH (WS-HELD-FILE-IDX)
         - WS-HFT-TAIL (WS-HELD-FILE-IDX) + 1.
     COMPUTE WS-NEW-TAIL-POS = WS-OLD-TAIL-POS + 10.
     COMPUTE WS-OLD-REST-LEN = WS-HFT-OLD-LENGTH (WS-HELD-FILE-IDX)
         - 99.
     COMPUTE WS-OLD-PAST-END = WS-HFT-OLD-LENGTH (WS-HELD-FILE-IDX)
         + 1.
     MOVE ZERO TO WS-FILE-CONVERTED.
     MOVE ZERO TO WS-FILE-PASSED.
     MOVE ZERO TO WS-FILE-UNRECOGNIZED.
     MOVE "N" TO WS-HELD-EOF.
     OPEN INPUT HeldOrderFile.
     IF WS-HELD-FILE-STATUS = "35"
       DISPLAY WS-HELD-FILENAME " not found - nothing to convert"
     ELSE
       OPEN OUTPUT HeldOrderTemp
       PERFORM UNTIL EndOfHeldFile
         READ HeldOrderFile
           AT END
             SET EndOfHeldFile TO TRUE
           NOT AT END
             PERFORM ConvertOneEntry
         END-READ
       END-PERFORM
       CLOSE HeldOrderFile
       CLOSE HeldOrderTemp
       PERFORM CopyTempBackToHeldFile
       DISPLAY WS-HELD-FILENAME " conversion done - "
           WS-FILE-CONVERTED " reshaped, " WS-FILE-PASSED
           " already current, " WS-FILE-UNRECOGNIZED " unrecognized"
     END-IF.
*>   On the new shape the trailing numeric field sits ten bytes on; on
*>   the old shape it ends the entry with nothing beyond it.
 ConvertOneEntry.
     EVALUATE TRUE
       WHEN HeldOrderRec (WS-NEW-TAIL-POS :
           WS-HFT-TAIL (WS-HELD-FILE-IDX)) NUMERIC
         MOVE HeldOrderRec TO HeldOrderTempRec
         ADD 1 TO WS-FILE-PASSED
         ADD 1 TO WS-PASSED-COUNT
       WHEN HeldOrderRec (WS-OLD-TAIL-POS :
           WS-HFT-TAIL (WS-HELD-FILE-IDX)) NUMERIC
           AND HeldOrderRec (WS-OLD-PAST-END : 10) = SPACES
         MOVE SPACES TO WS-NEW-ENTRY
         MOVE HeldOrderRec (1:99) TO WS-NEW-ENTRY (1:99)
         MOVE HeldOrderRec (100 : WS-OLD-REST-LEN)
             TO WS-NEW-ENTRY (110 : WS-OLD-REST-LEN)
         MOVE WS-NEW-ENTRY TO HeldOrderTempRec
         ADD 1 TO WS-FILE-CONVERTED
         ADD 1 TO WS-CONVERTED-COUNT
       WHEN OTHER
         DISPLAY "ConvertOrderImages - " WS-HELD-FILENAME
             " entry matches neither layout, left as-is: "
             HeldOrderRec (1:40)
         MOVE HeldOrderRec TO HeldOrderTempRec
         ADD 1 TO WS-FILE-UNRECOGNIZED
         ADD 1 TO WS-UNRECOGNIZED-COUNT
     END-EVALUATE.
     WRITE HeldOrderTempRec.
 CopyTempBackToHeldFile.
     MOVE "N" TO WS-TEMP-EOF.
     OPEN INPUT HeldOrderTemp.
     OPEN OUTPUT HeldOrderFile.
     PERFORM UNTIL EndOfTemp
       READ HeldOrderTemp
         AT END
           SET EndOfTemp TO TRUE
         NOT AT END
           WRITE HeldOrderRec FROM HeldOrderTempRec
       END-READ
     END-PERFORM.
     CLOSE HeldOrderTemp.
     CLOSE HeldOrderFile.
 SetRunLogStart.
     MOVE "CONVERTORDIMAGES" TO RLG-JOB-NAME.
     ACCEPT WS-LOG-TS-DATE FROM DATE YYYYMMDD.
     ACCEPT WS-LOG-TS-TIME FROM TIME.
     MOVE WS-LOG-TS-DATE TO RLG-RUN-DATE.
     STRING WS-LOG-TS-DATE WS-LOG-TS-TIME DELIMITED BY SIZE
         INTO RLG-START-TIMESTAMP.
 WriteRunLogRecord.
     COMPUTE RLG-READ-COUNT = WS-CONVERTED-COUNT + WS-PASSED-COUNT
         + WS-UNRECOGNIZED-COUNT.
     MOVE WS-CONVERTED-COUNT TO RLG-WRITTEN-COUNT.
     MOVE WS-UNRECOGNIZED-COUNT TO RLG-REJECTED-COUNT.
     MOVE RETURN-CODE TO RLG-RETURN-CODE.
     CALL "WriteRunLog" USING RunLogRec.
