 FD PayFeedFile.
 01 PayFeedRec.
    05 PAY-RECORD-TYPE PIC X.
    05 PAY-REST        PIC X(39).
 01 PayFeedTrailer REDEFINES PayFeedRec.
    05 FILLER            PIC X.
    05 PAY-RECORD-COUNT  PIC 9(7).
