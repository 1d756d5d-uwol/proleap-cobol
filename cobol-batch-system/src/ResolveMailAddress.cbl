 IDENTIFICATION DIVISION.
 PROGRAM-ID. ResolveMailAddress.
*> Shared mailing-address resolution against ADDRESS.DAT: every entry
*> for the person whose from/to dates span the mailing date is in
*> force, and the one used is the seasonal entry if there is one,
*> else the mailing entry, else a residence entry - the latest-dated
*> where two of a type overlap. A person with nothing in force (or no
*> ADDRESS.DAT at all) keeps the address the caller passed in. A
*> blank state on the entry leaves the caller's state standing.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT AddressFile ASSIGN TO "ADDRESS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS ADR-KEY
         FILE STATUS IS WS-ADDRESS-FILE-STATUS.
 DATA DIVISION.
 FILE SECTION.
 FD AddressFile.
 COPY PERSADDRREC.
 WORKING-STORAGE SECTION.
 01 WS-ADDRESS-FILE-STATUS PIC XX.
 01 WS-ADDRESS-EOF PIC X.
    88 EndOfPersonAddresses VALUE "Y".
*> Rank of the best entry found so far: 0 none, 1 residence,
*> 2 mailing, 3 seasonal.
 01 WS-BEST-RANK  PIC 9.
 01 WS-ENTRY-RANK PIC 9.
 LINKAGE SECTION.
 COPY MAILADDRCTL.

 PROCEDURE DIVISION USING MailAddressControlRec.
 Begin.
     MOVE SPACE TO MAC-SOURCE.
     MOVE ZERO TO WS-BEST-RANK.
     MOVE "N" TO WS-ADDRESS-EOF.
     OPEN INPUT AddressFile.
     IF WS-ADDRESS-FILE-STATUS NOT = "00"
       GOBACK
     END-IF.
     MOVE MAC-PERSON-ID TO ADR-PERSON-ID.
     MOVE LOW-VALUE TO ADR-TYPE.
     MOVE ZERO TO ADR-FROM-DATE.
     START AddressFile KEY IS NOT LESS THAN ADR-KEY
       INVALID KEY
         SET EndOfPersonAddresses TO TRUE
     END-START.
     PERFORM UNTIL EndOfPersonAddresses
       READ AddressFile NEXT RECORD
         AT END
           SET EndOfPersonAddresses TO TRUE
         NOT AT END
           IF ADR-PERSON-ID NOT = MAC-PERSON-ID
             SET EndOfPersonAddresses TO TRUE
           ELSE
             PERFORM ConsiderAddressEntry
           END-IF
       END-READ
     END-PERFORM.
     CLOSE AddressFile.
     GOBACK.
*>   Entries come back in type then from-date order, so a later entry
*>   of the rank already held replaces it - the latest-dated wins.
 ConsiderAddressEntry.
     IF ADR-FROM-DATE NOT > MAC-MAIL-DATE
         AND (AdrOpenEnded OR ADR-TO-DATE NOT < MAC-MAIL-DATE)
       EVALUATE TRUE
         WHEN AdrSeasonal
           MOVE 3 TO WS-ENTRY-RANK
         WHEN AdrMailing
           MOVE 2 TO WS-ENTRY-RANK
         WHEN AdrResidence
           MOVE 1 TO WS-ENTRY-RANK
         WHEN OTHER
           MOVE 0 TO WS-ENTRY-RANK
       END-EVALUATE
       IF WS-ENTRY-RANK > ZERO AND WS-ENTRY-RANK NOT < WS-BEST-RANK
         MOVE WS-ENTRY-RANK   TO WS-BEST-RANK
         MOVE ADR-TYPE        TO MAC-SOURCE
         MOVE ADR-STREET      TO MAC-STREET
         MOVE ADR-CITY        TO MAC-CITY
         MOVE ADR-POSTAL-CODE TO MAC-POSTAL-CODE
         IF ADR-STATE NOT = SPACES
           MOVE ADR-STATE TO MAC-STATE
         END-IF
       END-IF
     END-IF.
