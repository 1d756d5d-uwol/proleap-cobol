 IDENTIFICATION DIVISION.
 PROGRAM-ID. RecordStamp.
*> Shared lost-update guard for the maintenance programs. Keeps one
*> change stamp per maintained record on RECSTAMP.DAT, keyed on the
*> file and the record's key: how many times it has been changed
*> through maintenance, and by whom, when and from which program it
*> was last changed. A record never changed since the stamps were
*> introduced has no stamp yet and counts as zero - the first change
*> creates it. T takes the stamp as the record is shown; C checks it
*> again at the REWRITE and either advances it (the change goes
*> ahead) or, when it has moved since it was taken, refuses the
*> change and appends the collision to COLLISION.LOG. See
*> RECSTAMPCTL for the calling protocol.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT StampFile ASSIGN TO "RECSTAMP.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS STP-KEY
         FILE STATUS IS WS-STAMP-FILE-STATUS.
     SELECT CollisionLog ASSIGN TO "COLLISION.LOG"
         ORGANIZATION IS LINE SEQUENTIAL.
 DATA DIVISION.
 FILE SECTION.
 FD StampFile.
 01 RecordStampRec.
    05 STP-KEY.
       10 STP-FILE-NAME    PIC X(16).
       10 STP-RECORD-KEY   PIC X(40).
    05 STP-CHANGE-COUNT    PIC 9(7).
    05 STP-CHANGED-BY      PIC X(8).
    05 STP-CHANGED-AT      PIC X(16).
    05 STP-CHANGED-PROGRAM PIC X(16).
 FD CollisionLog.
 COPY COLLISIONREC.
 WORKING-STORAGE SECTION.
 01 WS-STAMP-FILE-STATUS PIC XX.
 01 WS-STAMP-FOUND PIC X.
    88 StampOnFile VALUE "Y".
 01 WS-TS-DATE PIC 9(8).
 01 WS-TS-TIME PIC 9(8).
 LINKAGE SECTION.
 COPY RECSTAMPCTL.

 PROCEDURE DIVISION USING RecordStampControlRec.
 Begin.
     MOVE SPACES TO RST-MESSAGE.
     OPEN I-O StampFile.
     IF WS-STAMP-FILE-STATUS = "35"
       OPEN OUTPUT StampFile
       CLOSE StampFile
       OPEN I-O StampFile
     END-IF.
     PERFORM ReadStamp.
     EVALUATE TRUE
       WHEN RstTakeStamp
         MOVE RST-FILE-NAME    TO RST-TAKEN-FILE
         MOVE RST-RECORD-KEY   TO RST-TAKEN-KEY
         MOVE RST-CHANGE-COUNT TO RST-TAKEN-COUNT
         SET RstChangeAllowed TO TRUE
       WHEN RST-FILE-NAME NOT = RST-TAKEN-FILE
         OR RST-RECORD-KEY NOT = RST-TAKEN-KEY
         SET RstNotShown TO TRUE
         MOVE "the details keyed are not for the record shown"
             TO RST-MESSAGE
       WHEN RST-CHANGE-COUNT NOT = RST-TAKEN-COUNT
         SET RstChangedSince TO TRUE
         STRING "changed by " RST-CHANGED-BY " at "
             RST-CHANGED-AT (1:8) " " RST-CHANGED-AT (9:6)
             " since it was shown" DELIMITED BY SIZE
             INTO RST-MESSAGE
         PERFORM LogCollision
       WHEN OTHER
         PERFORM AdvanceStamp
         SET RstChangeAllowed TO TRUE
     END-EVALUATE.
     IF NOT RstTakeStamp
       MOVE SPACES TO RST-TAKEN-FILE RST-TAKEN-KEY
     END-IF.
     CLOSE StampFile.
     GOBACK.
 ReadStamp.
     MOVE RST-FILE-NAME  TO STP-FILE-NAME.
     MOVE RST-RECORD-KEY TO STP-RECORD-KEY.
     READ StampFile
       INVALID KEY
         MOVE "N" TO WS-STAMP-FOUND
         MOVE ZERO   TO RST-CHANGE-COUNT
         MOVE SPACES TO RST-CHANGED-BY RST-CHANGED-AT
       NOT INVALID KEY
         MOVE "Y" TO WS-STAMP-FOUND
         MOVE STP-CHANGE-COUNT TO RST-CHANGE-COUNT
         MOVE STP-CHANGED-BY   TO RST-CHANGED-BY
         MOVE STP-CHANGED-AT   TO RST-CHANGED-AT
     END-READ.
 AdvanceStamp.
     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
     ACCEPT WS-TS-TIME FROM TIME.
     ADD 1 TO RST-CHANGE-COUNT.
     MOVE RST-OPERATOR-ID TO RST-CHANGED-BY.
     MOVE SPACES TO RST-CHANGED-AT.
     STRING WS-TS-DATE WS-TS-TIME DELIMITED BY SIZE
         INTO RST-CHANGED-AT.
     MOVE RST-CHANGE-COUNT TO STP-CHANGE-COUNT.
     MOVE RST-CHANGED-BY   TO STP-CHANGED-BY.
     MOVE RST-CHANGED-AT   TO STP-CHANGED-AT.
     MOVE RST-PROGRAM      TO STP-CHANGED-PROGRAM.
     IF StampOnFile
       REWRITE RecordStampRec
     ELSE
       WRITE RecordStampRec
     END-IF.
 LogCollision.
     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
     ACCEPT WS-TS-TIME FROM TIME.
     MOVE SPACES TO CLG-TIMESTAMP.
     STRING WS-TS-DATE WS-TS-TIME DELIMITED BY SIZE
         INTO CLG-TIMESTAMP.
     MOVE RST-PROGRAM         TO CLG-PROGRAM.
     MOVE RST-FILE-NAME       TO CLG-FILE-NAME.
     MOVE RST-RECORD-KEY      TO CLG-RECORD-KEY.
     MOVE RST-OPERATOR-ID     TO CLG-REFUSED-OPER.
     MOVE RST-TAKEN-COUNT     TO CLG-TAKEN-COUNT.
     MOVE RST-CHANGE-COUNT    TO CLG-FOUND-COUNT.
     MOVE RST-CHANGED-BY      TO CLG-CHANGED-BY.
     MOVE RST-CHANGED-AT      TO CLG-CHANGED-AT.
     MOVE STP-CHANGED-PROGRAM TO CLG-CHANGED-PROGRAM.
     OPEN EXTEND CollisionLog.
     WRITE CollisionRec.
     CLOSE CollisionLog.
