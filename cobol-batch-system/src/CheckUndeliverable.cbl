 IDENTIFICATION DIVISION.
 PROGRAM-ID. CheckUndeliverable.
*> Shared access to the UNDELIV.DAT undeliverable-address register.
*> A query is one keyed read on person plus address; a clear walks the
*> person's entries and closes the open ones with the date passed.
*> No register on file means nothing is undeliverable.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT UndeliverableFile ASSIGN TO "UNDELIV.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS UND-KEY
         FILE STATUS IS WS-UNDELIV-FILE-STATUS.
 DATA DIVISION.
 FILE SECTION.
 FD UndeliverableFile.
 COPY UNDELIVREC.
 WORKING-STORAGE SECTION.
 01 WS-UNDELIV-FILE-STATUS PIC XX.
 01 WS-SCAN-EOF PIC X.
    88 EndOfPersonEntries VALUE "Y".
 LINKAGE SECTION.
 COPY UNDLVCTL.

 PROCEDURE DIVISION USING UndeliverableControlRec.
 Begin.
     MOVE "N" TO UCK-RESULT.
     MOVE ZERO TO UCK-CLEARED-COUNT.
     IF UckClear
       OPEN I-O UndeliverableFile
     ELSE
       OPEN INPUT UndeliverableFile
     END-IF.
     IF WS-UNDELIV-FILE-STATUS NOT = "00"
       GOBACK
     END-IF.
     IF UckClear
       PERFORM ClearPersonEntries
     ELSE
       PERFORM QueryAddress
     END-IF.
     CLOSE UndeliverableFile.
     GOBACK.
 QueryAddress.
     MOVE UCK-PERSON-ID TO UND-PERSON-ID.
     MOVE UCK-STREET    TO UND-STREET.
     MOVE UCK-CITY      TO UND-CITY.
     READ UndeliverableFile
       INVALID KEY
         CONTINUE
       NOT INVALID KEY
         IF UndOpen
           MOVE "Y" TO UCK-RESULT
         END-IF
     END-READ.
 ClearPersonEntries.
     MOVE "N" TO WS-SCAN-EOF.
     MOVE UCK-PERSON-ID TO UND-PERSON-ID.
     MOVE LOW-VALUES    TO UND-ADDRESS.
     START UndeliverableFile KEY IS NOT LESS THAN UND-KEY
       INVALID KEY
         SET EndOfPersonEntries TO TRUE
     END-START.
     PERFORM UNTIL EndOfPersonEntries
       READ UndeliverableFile NEXT RECORD
         AT END
           SET EndOfPersonEntries TO TRUE
         NOT AT END
           IF UND-PERSON-ID NOT = UCK-PERSON-ID
             SET EndOfPersonEntries TO TRUE
           ELSE
             IF UndOpen
               SET UndCleared TO TRUE
               MOVE UCK-RUN-DATE TO UND-CLEARED-DATE
               REWRITE UndeliverableRec
               ADD 1 TO UCK-CLEARED-COUNT
             END-IF
           END-IF
       END-READ
     END-PERFORM.
