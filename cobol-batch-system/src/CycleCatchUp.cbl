 01 WS-TRANS-GEN-NAME PIC X(28).
 01 WS-GEN-FOUND PIC X.
    88 TransGenFound VALUE "Y".
 01 WS-CONTROL-IMAGE PIC X(68).
 01 WS-PLAN-DETAIL.
    05 FILLER        PIC X(8) VALUE "SUBMIT  ".
    05 PLN-DATE      PIC 9(8).
