*> the new key is already taken - and every file that carries the old
*> id is rewritten to match: the cataloged SALES and SUMMARY
*> generations (found through GENCAT.DAT), TRANSHIST.DAT,
*> PERSONHIST.DAT, REJECT.SUS, PERSONS.ARCHIVE, the ADDRESS.DAT
*> dated addresses, the CONTACT.DAT contact history, the UNDELIV.DAT
*> undeliverable entries, the CAMPSEL.DAT campaign mailings, the
*> CASES.DAT customer cases, and both sides of the RELATION.DAT
*> relationship pairs. Audit entries REKEYO (against the old id) and
*> REKEYN (against the new) link the two sides of the move, and
*> REKEY.RPT reports what was repointed where. A mis-keyed id stops
*> being a life sentence.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT PersonArchive ASSIGN TO "PERSONS.ARCHIVE"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
     SELECT AddressFile ASSIGN TO "ADDRESS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS ADR-KEY
         FILE STATUS IS WS-ADDRESS-FILE-STATUS.
     SELECT ContactFile ASSIGN TO "CONTACT.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS CTH-KEY
         FILE STATUS IS WS-CONTACT-FILE-STATUS.
     SELECT UndeliverableFile ASSIGN TO "UNDELIV.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS UND-KEY
         FILE STATUS IS WS-UNDELIV-FILE-STATUS.
     SELECT SelectionFile ASSIGN TO "CAMPSEL.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS CSL-KEY
         FILE STATUS IS WS-CAMPSEL-FILE-STATUS.
     SELECT CaseFile ASSIGN TO "CASES.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS CAS-KEY
         FILE STATUS IS WS-CASE-FILE-STATUS.
     SELECT RelationFile ASSIGN TO "RELATION.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS REL-KEY
         FILE STATUS IS WS-RELATION-FILE-STATUS.
     SELECT RekeyTemp ASSIGN TO "REKEY.TMP"
         ORGANIZATION IS LINE SEQUENTIAL.
     SELECT AuditFile ASSIGN TO "PERSONS.AUDIT"
 01 ArchivePersonRec.
    05 ARC-PERSON-ID PIC 9(6).
    05 FILLER        PIC X(122).
 FD AddressFile.
 COPY PERSADDRREC.
 FD ContactFile.
 COPY CONTACTREC.
 FD UndeliverableFile.
 COPY UNDELIVREC.
 FD SelectionFile.
 COPY CAMPSELREC.
 FD CaseFile.
 COPY CASEREC.
 FD RelationFile.
 COPY PERSRELREC.
 FD RekeyTemp.
 01 RekeyTempRec PIC X(128).
 FD AuditFile.
 01 WS-PERSONHIST-STATUS PIC XX.
 01 WS-REJECT-FILE-STATUS PIC XX.
 01 WS-ARCHIVE-FILE-STATUS PIC XX.
 01 WS-RELATION-FILE-STATUS PIC XX.
 01 WS-ADDRESS-FILE-STATUS PIC XX.
 01 WS-CONTACT-FILE-STATUS PIC XX.
 01 WS-UNDELIV-FILE-STATUS PIC XX.
 01 WS-CAMPSEL-FILE-STATUS PIC XX.
 01 WS-CASE-FILE-STATUS PIC XX.
 01 WS-CAMPSEL-FOUND PIC X.
    88 OldSelectionFound VALUE "Y".
 01 WS-OPERATOR-ID PIC X(8).
 01 WS-TS-DATE PIC 9(8).
 01 WS-TS-TIME PIC 9(8).
 01 WS-PERSHIST-REPOINTED  PIC 9(7) VALUE ZERO.
 01 WS-REJECT-REPOINTED    PIC 9(7) VALUE ZERO.
 01 WS-ARCHIVE-REPOINTED   PIC 9(7) VALUE ZERO.
 01 WS-RELATION-REPOINTED  PIC 9(7) VALUE ZERO.
 01 WS-ADDRESS-REPOINTED   PIC 9(7) VALUE ZERO.
 01 WS-CONTACT-REPOINTED   PIC 9(7) VALUE ZERO.
 01 WS-UNDELIV-REPOINTED   PIC 9(7) VALUE ZERO.
 01 WS-CAMPSEL-REPOINTED   PIC 9(7) VALUE ZERO.
 01 WS-CASE-REPOINTED      PIC 9(7) VALUE ZERO.
 01 WS-TITLE-LINE.
    05 FILLER PIC X(10) VALUE "RE-KEYED ".
    05 TTL-OLD-ID PIC ZZZZZ9.
     PERFORM RepointPersonHist.
     PERFORM RepointRejectFile.
     PERFORM RepointArchive.
     PERFORM RepointAddresses.
     PERFORM RepointContacts.
     PERFORM RepointUndeliverable.
     PERFORM RepointCampaignSelections.
     PERFORM RepointCases.
     PERFORM RepointRelations.
     MOVE WS-OLD-PERSON-ID TO WS-AUDIT-PERSON-ID.
     MOVE "REKEYO" TO WS-AUDIT-ACTION.
     PERFORM WriteAuditRecord.
             MOVE WS-NEW-PERSON-ID TO SalesPersonId
             ADD 1 TO WS-REPOINT-COUNT
           END-IF
           IF NOT SalesBuyerUnknown
               AND SalesBuyerId = WS-OLD-PERSON-ID
             MOVE WS-NEW-PERSON-ID TO SalesBuyerId
             ADD 1 TO WS-REPOINT-COUNT
           END-IF
           WRITE RekeyTempRec FROM SalesRec
       END-READ
     END-PERFORM.
         AT END
           SET EndOfFile TO TRUE
         NOT AT END
           WRITE SalesRec FROM RekeyTempRec (1:89)
       END-READ
     END-PERFORM.
     CLOSE RekeyTemp.
     END-PERFORM.
     CLOSE RekeyTemp.
     CLOSE PersonArchive.
*>   An address moves by keyed WRITE under the new id and DELETE of
*>   the old, the same order the master itself moves in; the old
*>   id's entries are found by starting at it, and the scan restarts
*>   after each move because the new key lands elsewhere in the file.
 RepointAddresses.
     MOVE "N" TO WS-EOF-SWITCH.
     OPEN I-O AddressFile.
     IF WS-ADDRESS-FILE-STATUS = "35"
       SET EndOfFile TO TRUE
     END-IF.
     PERFORM UNTIL EndOfFile
       MOVE WS-OLD-PERSON-ID TO ADR-PERSON-ID
       MOVE LOW-VALUE TO ADR-TYPE
       MOVE ZERO TO ADR-FROM-DATE
       START AddressFile KEY IS NOT LESS THAN ADR-KEY
         INVALID KEY
           SET EndOfFile TO TRUE
       END-START
       IF NOT EndOfFile
         READ AddressFile NEXT RECORD
           AT END
             SET EndOfFile TO TRUE
         END-READ
       END-IF
       IF NOT EndOfFile AND ADR-PERSON-ID NOT = WS-OLD-PERSON-ID
         SET EndOfFile TO TRUE
       END-IF
       IF NOT EndOfFile
         PERFORM MoveOneAddress
       END-IF
     END-PERFORM.
     IF WS-ADDRESS-FILE-STATUS NOT = "35"
       CLOSE AddressFile
     END-IF.
 MoveOneAddress.
     MOVE WS-NEW-PERSON-ID TO ADR-PERSON-ID.
     WRITE PersonAddressRec
       INVALID KEY
         DISPLAY "Warning - " WS-NEW-PERSON-ID " already has a "
             ADR-TYPE " address from " ADR-FROM-DATE
             " - old entry dropped"
       NOT INVALID KEY
         ADD 1 TO WS-ADDRESS-REPOINTED
     END-WRITE.
     MOVE WS-OLD-PERSON-ID TO ADR-PERSON-ID.
     DELETE AddressFile.
*>   Contact history and undeliverable entries move the same way as
*>   the addresses.
 RepointContacts.
     MOVE "N" TO WS-EOF-SWITCH.
     OPEN I-O ContactFile.
     IF WS-CONTACT-FILE-STATUS = "35"
       SET EndOfFile TO TRUE
     END-IF.
     PERFORM UNTIL EndOfFile
       MOVE WS-OLD-PERSON-ID TO CTH-PERSON-ID
       MOVE ZERO TO CTH-CONTACT-DATE CTH-SEQ
       START ContactFile KEY IS NOT LESS THAN CTH-KEY
         INVALID KEY
           SET EndOfFile TO TRUE
       END-START
       IF NOT EndOfFile
         READ ContactFile NEXT RECORD
           AT END
             SET EndOfFile TO TRUE
         END-READ
       END-IF
       IF NOT EndOfFile AND CTH-PERSON-ID NOT = WS-OLD-PERSON-ID
         SET EndOfFile TO TRUE
       END-IF
       IF NOT EndOfFile
         PERFORM MoveOneContact
       END-IF
     END-PERFORM.
     IF WS-CONTACT-FILE-STATUS NOT = "35"
       CLOSE ContactFile
     END-IF.
 MoveOneContact.
     MOVE WS-NEW-PERSON-ID TO CTH-PERSON-ID.
     WRITE ContactHistoryRec
       INVALID KEY
         DISPLAY "Warning - " WS-NEW-PERSON-ID " already has contact "
             CTH-SEQ " on " CTH-CONTACT-DATE " - old entry dropped"
       NOT INVALID KEY
         ADD 1 TO WS-CONTACT-REPOINTED
     END-WRITE.
     MOVE WS-OLD-PERSON-ID TO CTH-PERSON-ID.
     DELETE ContactFile.
 RepointUndeliverable.
     MOVE "N" TO WS-EOF-SWITCH.
     OPEN I-O UndeliverableFile.
     IF WS-UNDELIV-FILE-STATUS = "35"
       SET EndOfFile TO TRUE
     END-IF.
     PERFORM UNTIL EndOfFile
       MOVE WS-OLD-PERSON-ID TO UND-PERSON-ID
       MOVE LOW-VALUES TO UND-ADDRESS
       START UndeliverableFile KEY IS NOT LESS THAN UND-KEY
         INVALID KEY
           SET EndOfFile TO TRUE
       END-START
       IF NOT EndOfFile
         READ UndeliverableFile NEXT RECORD
           AT END
             SET EndOfFile TO TRUE
         END-READ
       END-IF
       IF NOT EndOfFile AND UND-PERSON-ID NOT = WS-OLD-PERSON-ID
         SET EndOfFile TO TRUE
       END-IF
       IF NOT EndOfFile
         PERFORM MoveOneUndeliverable
       END-IF
     END-PERFORM.
     IF WS-UNDELIV-FILE-STATUS NOT = "35"
       CLOSE UndeliverableFile
     END-IF.
 MoveOneUndeliverable.
     MOVE WS-NEW-PERSON-ID TO UND-PERSON-ID.
     WRITE UndeliverableRec
       INVALID KEY
         DISPLAY "Warning - " WS-NEW-PERSON-ID " already has an "
             "undeliverable entry for " UND-STREET " - old entry dropped"
       NOT INVALID KEY
         ADD 1 TO WS-UNDELIV-REPOINTED
     END-WRITE.
     MOVE WS-OLD-PERSON-ID TO UND-PERSON-ID.
     DELETE UndeliverableFile.
*>   Cases move the same way. The case number is unique across the
*>   file, so the new key cannot be taken; should the write fail all
*>   the same, the case stays under the old id rather than being lost,
*>   and the scan stops there.
 RepointCases.
     MOVE "N" TO WS-EOF-SWITCH.
     OPEN I-O CaseFile.
     IF WS-CASE-FILE-STATUS = "35"
       SET EndOfFile TO TRUE
     END-IF.
     PERFORM UNTIL EndOfFile
       MOVE WS-OLD-PERSON-ID TO CAS-PERSON-ID
       MOVE ZERO TO CAS-NUMBER
       START CaseFile KEY IS NOT LESS THAN CAS-KEY
         INVALID KEY
           SET EndOfFile TO TRUE
       END-START
       IF NOT EndOfFile
         READ CaseFile NEXT RECORD
           AT END
             SET EndOfFile TO TRUE
         END-READ
       END-IF
       IF NOT EndOfFile AND CAS-PERSON-ID NOT = WS-OLD-PERSON-ID
         SET EndOfFile TO TRUE
       END-IF
       IF NOT EndOfFile
         PERFORM MoveOneCase
       END-IF
     END-PERFORM.
     IF WS-CASE-FILE-STATUS NOT = "35"
       CLOSE CaseFile
     END-IF.
 MoveOneCase.
     MOVE WS-NEW-PERSON-ID TO CAS-PERSON-ID.
     WRITE CaseRec
       INVALID KEY
         DISPLAY "Warning - case " CAS-NUMBER " could not move to "
             WS-NEW-PERSON-ID " - left under the old id"
         SET EndOfFile TO TRUE
       NOT INVALID KEY
         ADD 1 TO WS-CASE-REPOINTED
         MOVE WS-OLD-PERSON-ID TO CAS-PERSON-ID
         DELETE CaseFile
     END-WRITE.
*>   CAMPSEL.DAT is keyed by campaign first: the file is read through
*>   for the old id, and after each move the read picks up again just
*>   past the key that was moved.
 RepointCampaignSelections.
     MOVE "N" TO WS-EOF-SWITCH.
     OPEN I-O SelectionFile.
     IF WS-CAMPSEL-FILE-STATUS = "35"
       SET EndOfFile TO TRUE
     END-IF.
     MOVE LOW-VALUES TO CSL-KEY.
     PERFORM UNTIL EndOfFile
       START SelectionFile KEY IS GREATER THAN CSL-KEY
         INVALID KEY
           SET EndOfFile TO TRUE
       END-START
       MOVE "N" TO WS-CAMPSEL-FOUND
       PERFORM UNTIL EndOfFile OR OldSelectionFound
         READ SelectionFile NEXT RECORD
           AT END
             SET EndOfFile TO TRUE
           NOT AT END
             IF CSL-PERSON-ID = WS-OLD-PERSON-ID
               SET OldSelectionFound TO TRUE
             END-IF
         END-READ
       END-PERFORM
       IF OldSelectionFound
         PERFORM MoveOneSelection
       END-IF
     END-PERFORM.
     IF WS-CAMPSEL-FILE-STATUS NOT = "35"
       CLOSE SelectionFile
     END-IF.
 MoveOneSelection.
     MOVE WS-NEW-PERSON-ID TO CSL-PERSON-ID.
     WRITE CampaignSelectionRec
       INVALID KEY
         DISPLAY "Warning - " WS-NEW-PERSON-ID " was already mailed "
             "campaign " CSL-CAMPAIGN-CODE " - old entry dropped"
       NOT INVALID KEY
         ADD 1 TO WS-CAMPSEL-REPOINTED
     END-WRITE.
     MOVE WS-OLD-PERSON-ID TO CSL-PERSON-ID.
     DELETE SelectionFile.
*>   Both the person and the related-person halves of every key can
*>   carry the old id, and the new keys no longer sort where the old
*>   ones did - the whole file goes out to REKEY.TMP and is rebuilt by
*>   keyed WRITE.
 RepointRelations.
     MOVE ZERO TO WS-REPOINT-COUNT.
     MOVE "N" TO WS-EOF-SWITCH.
     OPEN INPUT RelationFile.
     IF WS-RELATION-FILE-STATUS = "35"
       SET EndOfFile TO TRUE
     ELSE
       OPEN OUTPUT RekeyTemp
     END-IF.
     PERFORM UNTIL EndOfFile
       READ RelationFile NEXT RECORD
         AT END
           SET EndOfFile TO TRUE
         NOT AT END
           IF REL-PERSON-ID = WS-OLD-PERSON-ID
             MOVE WS-NEW-PERSON-ID TO REL-PERSON-ID
             ADD 1 TO WS-REPOINT-COUNT
           END-IF
           IF REL-RELATED-ID = WS-OLD-PERSON-ID
             MOVE WS-NEW-PERSON-ID TO REL-RELATED-ID
             ADD 1 TO WS-REPOINT-COUNT
           END-IF
           WRITE RekeyTempRec FROM PersonRelationRec
       END-READ
     END-PERFORM.
     IF WS-RELATION-FILE-STATUS NOT = "35"
       CLOSE RelationFile
       CLOSE RekeyTemp
       PERFORM CopyTempBackToRelations
       MOVE WS-REPOINT-COUNT TO WS-RELATION-REPOINTED
     END-IF.
 CopyTempBackToRelations.
     MOVE "N" TO WS-EOF-SWITCH.
     OPEN INPUT RekeyTemp.
     OPEN OUTPUT RelationFile.
     PERFORM UNTIL EndOfFile
       READ RekeyTemp
         AT END
           SET EndOfFile TO TRUE
         NOT AT END
           MOVE RekeyTempRec (1:46) TO PersonRelationRec
           WRITE PersonRelationRec
             INVALID KEY
               DISPLAY "Warning - duplicate relationship "
                   REL-PERSON-ID "/" REL-RELATED-ID " dropped"
           END-WRITE
       END-READ
     END-PERFORM.
     CLOSE RekeyTemp.
     CLOSE RelationFile.
 WriteAuditRecord.
     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
     ACCEPT WS-TS-TIME FROM TIME.
     MOVE "ARCHIVE RECORDS REPOINTED"     TO SUM-LABEL.
     MOVE WS-ARCHIVE-REPOINTED            TO SUM-VALUE.
     WRITE RekeyReportLine FROM WS-SUMMARY-LINE.
     MOVE "ADDRESS ENTRIES REPOINTED"     TO SUM-LABEL.
     MOVE WS-ADDRESS-REPOINTED            TO SUM-VALUE.
     WRITE RekeyReportLine FROM WS-SUMMARY-LINE.
     MOVE "CONTACT ENTRIES REPOINTED"     TO SUM-LABEL.
     MOVE WS-CONTACT-REPOINTED            TO SUM-VALUE.
     WRITE RekeyReportLine FROM WS-SUMMARY-LINE.
     MOVE "UNDELIVERABLE ENTRIES REPOINTED" TO SUM-LABEL.
     MOVE WS-UNDELIV-REPOINTED            TO SUM-VALUE.
     WRITE RekeyReportLine FROM WS-SUMMARY-LINE.
     MOVE "CAMPAIGN MAILINGS REPOINTED"     TO SUM-LABEL.
     MOVE WS-CAMPSEL-REPOINTED            TO SUM-VALUE.
     WRITE RekeyReportLine FROM WS-SUMMARY-LINE.
     MOVE "CUSTOMER CASES REPOINTED"      TO SUM-LABEL.
     MOVE WS-CASE-REPOINTED               TO SUM-VALUE.
     WRITE RekeyReportLine FROM WS-SUMMARY-LINE.
     MOVE "RELATION KEYS REPOINTED"       TO SUM-LABEL.
     MOVE WS-RELATION-REPOINTED           TO SUM-VALUE.
     WRITE RekeyReportLine FROM WS-SUMMARY-LINE.
     CLOSE RekeyReport.
     DISPLAY "Re-key complete - see REKEY.RPT".
