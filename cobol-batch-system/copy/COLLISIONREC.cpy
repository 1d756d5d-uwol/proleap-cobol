*> Lost-update collision entry, COLLISION.LOG - appended by the
*> RecordStamp subprogram each time a maintenance Change is refused
*> because another operator changed the record after it was shown,
*> and listed for the supervisor by CollisionReport. The refused
*> operator and the one whose change stands, with the change counts
*> either side, say who needs to talk to whom.
 01 CollisionRec.
    05 CLG-TIMESTAMP       PIC X(16).
    05 CLG-PROGRAM         PIC X(16).
    05 CLG-FILE-NAME       PIC X(16).
    05 CLG-RECORD-KEY      PIC X(40).
    05 CLG-REFUSED-OPER    PIC X(8).
    05 CLG-TAKEN-COUNT     PIC 9(7).
    05 CLG-FOUND-COUNT     PIC 9(7).
    05 CLG-CHANGED-BY      PIC X(8).
    05 CLG-CHANGED-AT      PIC X(16).
    05 CLG-CHANGED-PROGRAM PIC X(16).
