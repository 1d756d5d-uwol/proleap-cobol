*> Accounts-receivable control record (ARCONTROL.DAT): the balance the
*> open-item subledger should add up to, carried forward day by day.
*> Every job that changes an ARITEMS.DAT balance moves this control
*> total by the same amount, so ARPost and ARAging can prove the
*> subledger against it.
 01 ArControlRec.
    05 ARC-CONTROL-BALANCE  PIC 9(9)V99.
    05 ARC-LAST-POST-DATE   PIC 9(8).
    05 ARC-LAST-POSTED-BY   PIC X(12).
