*> Unapplied-cash suspense entry (UNAPPLIED.DAT, appended): the part of
*> a lockbox remittance cash application could not put against an
*> open item - the remittance exactly as received, the amount left
*> over, why, and the run date it was suspended on. The total stays
*> on the UNAPPCASH account in the GL until someone identifies it.
 01 UnappliedCashRec.
    05 UNA-LOCKBOX-IMAGE  PIC X(41).
    05 UNA-AMOUNT         PIC 9(7)V99.
    05 UNA-REASON-CODE    PIC XX.
       88 UnaUnidentified VALUE "UI".
       88 UnaOverpayment  VALUE "OP".
    05 UNA-REASON-TEXT    PIC X(30).
    05 UNA-SUSPENSE-DATE  PIC 9(8).
