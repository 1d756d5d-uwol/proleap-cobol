 IDENTIFICATION DIVISION.
 PROGRAM-ID. ContactHistory.
*> Shared access to the CONTACT.DAT contact history. A record call
*> finds the last sequence the person already has for the contact
*> date and writes the new entry after it; a query walks the
*> person's entries, oldest first, for the content id asked about.
*> No history on file is created on the first record call and, for a
*> query, means nothing has been sent.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT ContactFile ASSIGN TO "CONTACT.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS CTH-KEY
         FILE STATUS IS WS-CONTACT-FILE-STATUS.
 DATA DIVISION.
 FILE SECTION.
 FD ContactFile.
 COPY CONTACTREC.
 WORKING-STORAGE SECTION.
 01 WS-CONTACT-FILE-STATUS PIC XX.
 01 WS-SCAN-EOF PIC X.
    88 EndOfPersonEntries VALUE "Y".
 01 WS-LAST-SEQ PIC 9(3).
 LINKAGE SECTION.
 COPY CONTACTCTL.

 PROCEDURE DIVISION USING ContactControlRec.
 Begin.
     MOVE "N" TO CCT-RESULT.
     MOVE ZERO TO CCT-LAST-SENT-DATE.
     IF CctRecord
       OPEN I-O ContactFile
       IF WS-CONTACT-FILE-STATUS = "35"
         OPEN OUTPUT ContactFile
         CLOSE ContactFile
         OPEN I-O ContactFile
       END-IF
     ELSE
       OPEN INPUT ContactFile
     END-IF.
     IF WS-CONTACT-FILE-STATUS NOT = "00"
       GOBACK
     END-IF.
     IF CctRecord
       PERFORM RecordContact
     ELSE
       PERFORM QueryContent
     END-IF.
     CLOSE ContactFile.
     GOBACK.
 RecordContact.
     MOVE ZERO TO WS-LAST-SEQ.
     MOVE "N" TO WS-SCAN-EOF.
     MOVE CCT-PERSON-ID    TO CTH-PERSON-ID.
     MOVE CCT-CONTACT-DATE TO CTH-CONTACT-DATE.
     MOVE ZERO             TO CTH-SEQ.
     START ContactFile KEY IS NOT LESS THAN CTH-KEY
       INVALID KEY
         SET EndOfPersonEntries TO TRUE
     END-START.
     PERFORM UNTIL EndOfPersonEntries
       READ ContactFile NEXT RECORD
         AT END
           SET EndOfPersonEntries TO TRUE
         NOT AT END
           IF CTH-PERSON-ID NOT = CCT-PERSON-ID
               OR CTH-CONTACT-DATE NOT = CCT-CONTACT-DATE
             SET EndOfPersonEntries TO TRUE
           ELSE
             MOVE CTH-SEQ TO WS-LAST-SEQ
           END-IF
       END-READ
     END-PERFORM.
     MOVE CCT-PERSON-ID    TO CTH-PERSON-ID.
     MOVE CCT-CONTACT-DATE TO CTH-CONTACT-DATE.
     ADD 1 WS-LAST-SEQ GIVING CTH-SEQ.
     MOVE CCT-CONTENT-ID   TO CTH-CONTENT-ID.
     MOVE CCT-CHANNEL      TO CTH-CHANNEL.
     MOVE CCT-ADDRESS-USED TO CTH-ADDRESS-USED.
     MOVE CCT-REFERENCE    TO CTH-REFERENCE.
     MOVE CCT-SENT-BY      TO CTH-SENT-BY.
     WRITE ContactHistoryRec
       INVALID KEY
         DISPLAY "ContactHistory - entry for " CCT-PERSON-ID
             " on " CCT-CONTACT-DATE " not written"
     END-WRITE.
 QueryContent.
     MOVE "N" TO WS-SCAN-EOF.
     MOVE CCT-PERSON-ID TO CTH-PERSON-ID.
     MOVE ZERO          TO CTH-CONTACT-DATE CTH-SEQ.
     START ContactFile KEY IS NOT LESS THAN CTH-KEY
       INVALID KEY
         SET EndOfPersonEntries TO TRUE
     END-START.
     PERFORM UNTIL EndOfPersonEntries
       READ ContactFile NEXT RECORD
         AT END
           SET EndOfPersonEntries TO TRUE
         NOT AT END
           IF CTH-PERSON-ID NOT = CCT-PERSON-ID
             SET EndOfPersonEntries TO TRUE
           ELSE
             IF CTH-CONTENT-ID = CCT-CONTENT-ID
               MOVE "Y" TO CCT-RESULT
               MOVE CTH-CONTACT-DATE TO CCT-LAST-SENT-DATE
             END-IF
           END-IF
       END-READ
     END-PERFORM.
