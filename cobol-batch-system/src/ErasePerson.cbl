*> Right-to-erasure processing for an approved PersonId: the
*> personal fields are overwritten with anonymized values in every
*> file that carries them - the live master, PERSONS.ARCHIVE,
*> PERSONS.HISTORY, PERSONHIST.DAT, TRANSHIST.DAT, the person's
*> PERSNOTES.DAT note text, the ADDRESS.DAT dated addresses, and the
*> addresses used on the CONTACT.DAT contact history - while every
*> record stays in place, so record counts, the PersonId hash totals,
*> and the audit chain AuditChainCheck proves are all preserved (the
*> audit trail itself carries only the pseudonymous PersonId and is
*> left intact). The run appends its own ERASUR audit-chain entry,
*> reseals the master, and writes a completion certificate to
*> ERASURE.RPT naming every file touched with the records modified in
*> each. Relationships
*> are the one thing not kept in place: a RELATION.DAT link names who
*> the person's family are, so both halves of every pair the person
*> is in are deleted and counted on the certificate. The person's
*> UNDELIV.DAT undeliverable entries go the same way, the address
*> being part of their key. The address each CAMPSEL.DAT campaign
*> piece went to is anonymized in place, so the campaign's counts
*> and response totals stand. The free-text subject of each of the
*> person's CASES.DAT customer cases is anonymized in place too; the
*> case, its dates and its history stay, so the service-level figures
*> CaseAging reports still hold.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
         FILE STATUS IS WS-NOTES-FILE-STATUS.
     SELECT PersonNotesTemp ASSIGN TO "ERASE.NOTES.TMP"
         ORGANIZATION IS LINE SEQUENTIAL.
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
     SELECT RelationFile ASSIGN TO "RELATION.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS REL-KEY
         FILE STATUS IS WS-RELATION-FILE-STATUS.
     SELECT CaseFile ASSIGN TO "CASES.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS CAS-KEY
         FILE STATUS IS WS-CASE-FILE-STATUS.
     SELECT AuditFile ASSIGN TO "PERSONS.AUDIT"
         ORGANIZATION IS LINE SEQUENTIAL.
     SELECT CertificateFile ASSIGN TO "ERASURE.RPT"
    05 NTE-TEXT      PIC X(60).
 FD PersonNotesTemp.
 01 PersonNotesTempRec PIC X(90).
 FD AddressFile.
 COPY PERSADDRREC.
 FD ContactFile.
 COPY CONTACTREC.
 FD UndeliverableFile.
 COPY UNDELIVREC.
 FD SelectionFile.
 COPY CAMPSELREC.
 FD RelationFile.
 COPY PERSRELREC.
 FD CaseFile.
 COPY CASEREC.
 FD AuditFile.
 COPY AUDITREC.
 FD CertificateFile.
 01 WS-PERSONHIST-STATUS PIC XX.
 01 WS-TRANSHIST-STATUS PIC XX.
 01 WS-NOTES-FILE-STATUS PIC XX.
 01 WS-RELATION-FILE-STATUS PIC XX.
 01 WS-ADDRESS-FILE-STATUS PIC XX.
 01 WS-CONTACT-FILE-STATUS PIC XX.
 01 WS-UNDELIV-FILE-STATUS PIC XX.
 01 WS-CAMPSEL-FILE-STATUS PIC XX.
 01 WS-CASE-FILE-STATUS PIC XX.
 01 WS-FLAT-FILENAME PIC X(16).
 01 WS-OPERATOR-ID PIC X(8).
 01 WS-OVERRIDE-ANSWER PIC X.
    88 EndOfTransHist VALUE "Y".
 01 WS-NOTES-EOF PIC X.
    88 EndOfNotes VALUE "Y".
 01 WS-RELATION-EOF PIC X.
    88 EndOfRelations VALUE "Y".
 01 WS-ADDRESS-EOF PIC X.
    88 EndOfAddresses VALUE "Y".
 01 WS-CONTACT-EOF PIC X.
    88 EndOfContacts VALUE "Y".
 01 WS-UNDELIV-EOF PIC X.
    88 EndOfUndeliverable VALUE "Y".
 01 WS-CAMPSEL-EOF PIC X.
    88 EndOfSelections VALUE "Y".
 01 WS-CASE-EOF PIC X.
    88 EndOfCases VALUE "Y".
*> The anonymized replacements. The PersonId itself stays - it is
*> the pseudonymous key the control totals and audit chain hang on.
 77 ERASED-NAME   PIC X(20) VALUE "ERASED".
 01 WS-PHIST-TOUCHED   PIC 9(7) VALUE ZERO.
 01 WS-THIST-TOUCHED   PIC 9(7) VALUE ZERO.
 01 WS-NOTES-TOUCHED   PIC 9(7) VALUE ZERO.
 01 WS-RELATION-TOUCHED PIC 9(7) VALUE ZERO.
 01 WS-ADDRESS-TOUCHED  PIC 9(7) VALUE ZERO.
 01 WS-CONTACT-TOUCHED  PIC 9(7) VALUE ZERO.
 01 WS-UNDELIV-TOUCHED  PIC 9(7) VALUE ZERO.
 01 WS-CAMPSEL-TOUCHED  PIC 9(7) VALUE ZERO.
 01 WS-CASE-TOUCHED     PIC 9(7) VALUE ZERO.
 01 WS-FLAT-TOUCHED    PIC 9(7).
 01 WS-CERT-LINE.
    05 CRT-FILE-NAME PIC X(18).
     PERFORM EraseOnPersonHist.
     PERFORM EraseOnTransHist.
     PERFORM EraseOnNotes.
     PERFORM EraseOnAddresses.
     PERFORM EraseOnContacts.
     PERFORM EraseOnRelations.
     PERFORM EraseOnUndeliverable.
     PERFORM EraseOnCampaignSelections.
     PERFORM EraseOnCases.
     PERFORM WriteErasureAuditRecord.
     SET SealWrite TO TRUE.
     CALL "VerifyMasterSeal" USING SealControlRec.
     END-PERFORM.
     CLOSE PersonNotesTemp.
     CLOSE PersonNotesFile.
*>   The person's addresses are keyed on the PersonId, so they are
*>   found by starting at it rather than by reading the whole file.
 EraseOnAddresses.
     MOVE "N" TO WS-ADDRESS-EOF.
     OPEN I-O AddressFile.
     IF WS-ADDRESS-FILE-STATUS = "35"
       SET EndOfAddresses TO TRUE
     ELSE
       MOVE WS-TARGET-PERSON-ID TO ADR-PERSON-ID
       MOVE LOW-VALUE TO ADR-TYPE
       MOVE ZERO TO ADR-FROM-DATE
       START AddressFile KEY IS NOT LESS THAN ADR-KEY
         INVALID KEY
           SET EndOfAddresses TO TRUE
       END-START
     END-IF.
     PERFORM UNTIL EndOfAddresses
       READ AddressFile NEXT RECORD
         AT END
           SET EndOfAddresses TO TRUE
         NOT AT END
           IF ADR-PERSON-ID NOT = WS-TARGET-PERSON-ID
             SET EndOfAddresses TO TRUE
           ELSE
             MOVE ERASED-STREET TO ADR-STREET
             MOVE ERASED-CITY   TO ADR-CITY
             MOVE SPACES TO ADR-STATE
             MOVE SPACES TO ADR-POSTAL-CODE
             REWRITE PersonAddressRec
             ADD 1 TO WS-ADDRESS-TOUCHED
           END-IF
       END-READ
     END-PERFORM.
     IF WS-ADDRESS-FILE-STATUS NOT = "35"
       CLOSE AddressFile
     END-IF.
*>   Like the addresses, the cases are keyed under the PersonId.
 EraseOnCases.
     MOVE "N" TO WS-CASE-EOF.
     OPEN I-O CaseFile.
     IF WS-CASE-FILE-STATUS = "35"
       SET EndOfCases TO TRUE
     ELSE
       MOVE WS-TARGET-PERSON-ID TO CAS-PERSON-ID
       MOVE ZERO TO CAS-NUMBER
       START CaseFile KEY IS NOT LESS THAN CAS-KEY
         INVALID KEY
           SET EndOfCases TO TRUE
       END-START
     END-IF.
     PERFORM UNTIL EndOfCases
       READ CaseFile NEXT RECORD
         AT END
           SET EndOfCases TO TRUE
         NOT AT END
           IF CAS-PERSON-ID NOT = WS-TARGET-PERSON-ID
             SET EndOfCases TO TRUE
           ELSE
             MOVE ERASED-TEXT TO CAS-SUBJECT
             REWRITE CaseRec
             ADD 1 TO WS-CASE-TOUCHED
           END-IF
       END-READ
     END-PERFORM.
     IF WS-CASE-FILE-STATUS NOT = "35"
       CLOSE CaseFile
     END-IF.
 EraseOnContacts.
     MOVE "N" TO WS-CONTACT-EOF.
     OPEN I-O ContactFile.
     IF WS-CONTACT-FILE-STATUS = "35"
       SET EndOfContacts TO TRUE
     ELSE
       MOVE WS-TARGET-PERSON-ID TO CTH-PERSON-ID
       MOVE ZERO TO CTH-CONTACT-DATE CTH-SEQ
       START ContactFile KEY IS NOT LESS THAN CTH-KEY
         INVALID KEY
           SET EndOfContacts TO TRUE
       END-START
     END-IF.
     PERFORM UNTIL EndOfContacts
       READ ContactFile NEXT RECORD
         AT END
           SET EndOfContacts TO TRUE
         NOT AT END
           IF CTH-PERSON-ID NOT = WS-TARGET-PERSON-ID
             SET EndOfContacts TO TRUE
           ELSE
             IF CthByEmail
               MOVE ERASED-STREET TO CTH-EMAIL-USED
             ELSE
               MOVE ERASED-STREET TO CTH-STREET
               MOVE ERASED-CITY   TO CTH-CITY
               MOVE SPACES TO CTH-POSTAL-CODE
             END-IF
             REWRITE ContactHistoryRec
             ADD 1 TO WS-CONTACT-TOUCHED
           END-IF
       END-READ
     END-PERFORM.
     IF WS-CONTACT-FILE-STATUS NOT = "35"
       CLOSE ContactFile
     END-IF.
 EraseOnUndeliverable.
     MOVE "N" TO WS-UNDELIV-EOF.
     OPEN I-O UndeliverableFile.
     IF WS-UNDELIV-FILE-STATUS = "35"
       SET EndOfUndeliverable TO TRUE
     ELSE
       MOVE WS-TARGET-PERSON-ID TO UND-PERSON-ID
       MOVE LOW-VALUES TO UND-ADDRESS
       START UndeliverableFile KEY IS NOT LESS THAN UND-KEY
         INVALID KEY
           SET EndOfUndeliverable TO TRUE
       END-START
     END-IF.
     PERFORM UNTIL EndOfUndeliverable
       READ UndeliverableFile NEXT RECORD
         AT END
           SET EndOfUndeliverable TO TRUE
         NOT AT END
           IF UND-PERSON-ID NOT = WS-TARGET-PERSON-ID
             SET EndOfUndeliverable TO TRUE
           ELSE
             DELETE UndeliverableFile RECORD
             ADD 1 TO WS-UNDELIV-TOUCHED
           END-IF
       END-READ
     END-PERFORM.
     IF WS-UNDELIV-FILE-STATUS NOT = "35"
       CLOSE UndeliverableFile
     END-IF.
*>   CAMPSEL.DAT is keyed by campaign first, so the person's entries
*>   are found by reading the whole file.
 EraseOnCampaignSelections.
     MOVE "N" TO WS-CAMPSEL-EOF.
     OPEN I-O SelectionFile.
     IF WS-CAMPSEL-FILE-STATUS = "35"
       SET EndOfSelections TO TRUE
     END-IF.
     PERFORM UNTIL EndOfSelections
       READ SelectionFile NEXT RECORD
         AT END
           SET EndOfSelections TO TRUE
         NOT AT END
           IF CSL-PERSON-ID = WS-TARGET-PERSON-ID
             MOVE ERASED-STREET TO CSL-STREET
             MOVE ERASED-CITY   TO CSL-CITY
             MOVE SPACES TO CSL-POSTAL-CODE
             REWRITE CampaignSelectionRec
             ADD 1 TO WS-CAMPSEL-TOUCHED
           END-IF
       END-READ
     END-PERFORM.
     IF WS-CAMPSEL-FILE-STATUS NOT = "35"
       CLOSE SelectionFile
     END-IF.
 EraseOnRelations.
     MOVE "N" TO WS-RELATION-EOF.
     OPEN I-O RelationFile.
     IF WS-RELATION-FILE-STATUS = "35"
       SET EndOfRelations TO TRUE
     END-IF.
     PERFORM UNTIL EndOfRelations
       READ RelationFile NEXT RECORD
         AT END
           SET EndOfRelations TO TRUE
         NOT AT END
           IF REL-PERSON-ID = WS-TARGET-PERSON-ID
               OR REL-RELATED-ID = WS-TARGET-PERSON-ID
             DELETE RelationFile
             ADD 1 TO WS-RELATION-TOUCHED
           END-IF
       END-READ
     END-PERFORM.
     IF WS-RELATION-FILE-STATUS NOT = "35"
       CLOSE RelationFile
     END-IF.
*>   Sign-on and cycle-lock discipline, the same as every other
*>   attended master-writer: who may touch the master is
*>   OPERATORS.DAT's call (a refused id leaves an AUTHVL entry on
     MOVE "PERSNOTES.DAT"   TO CRT-FILE-NAME.
     MOVE WS-NOTES-TOUCHED  TO CRT-COUNT.
     WRITE CertificateLine FROM WS-CERT-LINE.
     MOVE "ADDRESS.DAT"     TO CRT-FILE-NAME.
     MOVE WS-ADDRESS-TOUCHED TO CRT-COUNT.
     WRITE CertificateLine FROM WS-CERT-LINE.
     MOVE "CONTACT.DAT"     TO CRT-FILE-NAME.
     MOVE WS-CONTACT-TOUCHED TO CRT-COUNT.
     WRITE CertificateLine FROM WS-CERT-LINE.
     MOVE "RELATION.DAT"    TO CRT-FILE-NAME.
     MOVE WS-RELATION-TOUCHED TO CRT-COUNT.
     WRITE CertificateLine FROM WS-CERT-LINE.
     MOVE "UNDELIV.DAT"     TO CRT-FILE-NAME.
     MOVE WS-UNDELIV-TOUCHED TO CRT-COUNT.
     WRITE CertificateLine FROM WS-CERT-LINE.
     MOVE "CAMPSEL.DAT"     TO CRT-FILE-NAME.
     MOVE WS-CAMPSEL-TOUCHED TO CRT-COUNT.
     WRITE CertificateLine FROM WS-CERT-LINE.
     MOVE "CASES.DAT"       TO CRT-FILE-NAME.
     MOVE WS-CASE-TOUCHED   TO CRT-COUNT.
     WRITE CertificateLine FROM WS-CERT-LINE.
     MOVE "PERSONS.AUDIT - PSEUDONYMOUS, LEFT INTACT"
         TO CertificateLine.
     WRITE CertificateLine.
