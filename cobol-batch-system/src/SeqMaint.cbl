 IDENTIFICATION DIVISION.
 PROGRAM-ID. SeqMaint.
*> Add/Change/Delete maintenance menu for PERSONS.DAT, built on the
*> same entry-edit and duplicate-check logic as SeqWrite. The R
*> transaction keeps RELATION.DAT, the spouse/parent/guardian links
*> between people, under the same authority checks and audit trail,
*> and the M transaction keeps ADDRESS.DAT, each person's dated
*> residence, mailing and seasonal addresses, the same way. A change
*> of a person, relationship or address shows it as it stands first
*> and is refused, with the other operator's values shown, when
*> someone else changed it in the meantime (shared RecordStamp).
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
         FILE STATUS IS WS-PARAMETER-STATUS.
     SELECT PersonNotesFile ASSIGN TO "PERSNOTES.DAT"
         ORGANIZATION IS LINE SEQUENTIAL.
     SELECT AddressFile ASSIGN TO "ADDRESS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS ADR-KEY
         FILE STATUS IS WS-ADDRESS-FILE-STATUS.
     SELECT RelationFile ASSIGN TO "RELATION.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS REL-KEY
         FILE STATUS IS WS-RELATION-FILE-STATUS.
 DATA DIVISION.
 FILE SECTION.
 FD PersonFile.
    05 NTE-TIMESTAMP PIC X(16).
    05 NTE-OPERATOR  PIC X(8).
    05 NTE-TEXT      PIC X(60).
 FD RelationFile.
 COPY PERSRELREC.
 FD AddressFile.
 COPY PERSADDRREC.
 WORKING-STORAGE SECTION.
 01 WS-TRANS-CODE PIC X.
    88 AddTransaction    VALUE "A".
    88 ChangeTransaction VALUE "C".
    88 DeleteTransaction VALUE "D".
    88 NoteTransaction   VALUE "N".
    88 RelationTransaction VALUE "R".
    88 AddressTransaction  VALUE "M".
    88 EndTransactions   VALUE "X".
*> PersonId/PersonName/date-of-birth checks are done by the shared
*> EditPersonDetails subprogram (see req 041).
*> delete is refused just the delete. Refusals are logged to the audit
*> trail with the AUTHVL action.
 COPY OPERCTLREC.
 COPY RECSTAMPCTL.
 01 WS-DEP-OVERRIDE-ANSWER PIC X.
 01 WS-OLD-PERSON-STATUS PIC X.
 01 WS-OLD-PREF-FLAGS PIC X(3).
 01 WS-NEW-PERSON-DETAILS PIC X(128).
 01 WS-TARGET-PERSON-ID PIC 9(6).
 01 WS-PERSON-FILE-STATUS PIC XX.
 01 WS-RELATION-FILE-STATUS PIC XX.
*> A relationship transaction: the action (A add, C change type or
*> dates, D delete), then the person, the related person, what the
*> related person is to this one, and the effective dates.
 01 WS-REL-ACTION PIC X.
    88 RelAddAction    VALUE "A".
    88 RelChangeAction VALUE "C".
    88 RelDeleteAction VALUE "D".
 01 WS-REL-DETAILS.
    05 WS-REL-IN-PERSON-ID  PIC 9(6).
    05 WS-REL-IN-RELATED-ID PIC 9(6).
    05 WS-REL-IN-TYPE       PIC XX.
       88 RelInTypeValid VALUES "SP" "PA" "CH" "GU" "WA".
    05 WS-REL-IN-FROM-DATE  PIC 9(8).
    05 WS-REL-IN-TO-DATE    PIC 9(8).
 01 WS-REL-RECIPROCAL-TYPE PIC XX.
 01 WS-REL-EDITS-OK PIC X.
    88 RelEditsPassed VALUE "Y".
 01 WS-REL-EDIT-MESSAGE PIC X(40).
 01 WS-REL-AUDIT-ACTION PIC X(6).
*> A relationship pair is change-stamped as one, under the lower
*> PersonId then the higher, whichever direction was keyed.
 01 WS-REL-STAMP-KEY.
    05 WS-REL-STAMP-LOW-ID  PIC 9(6).
    05 WS-REL-STAMP-HIGH-ID PIC 9(6).
 01 WS-ADDRESS-FILE-STATUS PIC XX.
*> An address transaction: the action (A add, C change, D delete),
*> then the key - person, type, effective-from - and the rest of the
*> entry.
 01 WS-ADR-ACTION PIC X.
    88 AdrAddAction    VALUE "A".
    88 AdrChangeAction VALUE "C".
    88 AdrDeleteAction VALUE "D".
 01 WS-ADR-DETAILS.
    05 WS-ADR-IN-PERSON-ID   PIC 9(6).
    05 WS-ADR-IN-TYPE        PIC X.
       88 AdrInTypeValid VALUES "R" "M" "S".
    05 WS-ADR-IN-FROM-DATE   PIC 9(8).
    05 WS-ADR-IN-TO-DATE     PIC 9(8).
    05 WS-ADR-IN-STREET      PIC X(20).
    05 WS-ADR-IN-CITY        PIC X(15).
    05 WS-ADR-IN-STATE       PIC XX.
    05 WS-ADR-IN-POSTAL-CODE PIC X(8).
 01 WS-ADR-EDITS-OK PIC X.
    88 AdrEditsPassed VALUE "Y".
 01 WS-ADR-EDIT-MESSAGE PIC X(40).
 01 WS-OPERATOR-ID PIC X(8).
 01 WS-PARAMETER-STATUS PIC XX.
 01 WS-PARM-MODE PIC X VALUE "N".
       MOVE 8 TO RETURN-CODE
       STOP RUN
     END-IF.
     MOVE "SeqMaint" TO RST-PROGRAM.
     MOVE WS-OPERATOR-ID TO RST-OPERATOR-ID.
     PERFORM CheckCycleLockGate.
     OPEN I-O PersonFile.
     IF WS-PERSON-FILE-STATUS = "35"
       CLOSE PersonFile
       OPEN I-O PersonFile
     END-IF.
     OPEN I-O RelationFile.
     IF WS-RELATION-FILE-STATUS = "35"
       OPEN OUTPUT RelationFile
       CLOSE RelationFile
       OPEN I-O RelationFile
     END-IF.
     OPEN I-O AddressFile.
     IF WS-ADDRESS-FILE-STATUS = "35"
       OPEN OUTPUT AddressFile
       CLOSE AddressFile
       OPEN I-O AddressFile
     END-IF.
     PERFORM GetTransaction.
     PERFORM UNTIL EndTransactions
       EVALUATE TRUE
           IF OperAuthorized
             PERFORM AddPersonNote
           END-IF
         WHEN RelationTransaction
           PERFORM MaintainRelationship
         WHEN AddressTransaction
           PERFORM MaintainAddress
         WHEN OTHER
           DISPLAY "Error - invalid transaction code " WS-TRANS-CODE
       END-EVALUATE
       PERFORM GetTransaction
     END-PERFORM.
     CLOSE AddressFile.
     CLOSE RelationFile.
     CLOSE PersonFile.
     SET SealWrite TO TRUE.
     CALL "VerifyMasterSeal" USING SealControlRec.
     WRITE AuditRec.
     CLOSE AuditFile.
 GetTransaction.
     DISPLAY "Enter transaction code (A/C/D/N note/R relationship/"
         "M address/X to end): ".
     ACCEPT WS-TRANS-CODE.
     IF ChangeTransaction AND NOT ParameterDriven
       PERFORM ShowPersonForChange
     END-IF.
     IF NOT EndTransactions AND NOT NoteTransaction
         AND NOT RelationTransaction AND NOT AddressTransaction
       DISPLAY "Enter person details: "
       ACCEPT PersonDetails
     END-IF.
*>   A change starts from the record as it stands: it is shown, and
*>   its change stamp taken, before the new details are keyed, so
*>   another operator's change made meanwhile is caught at the
*>   REWRITE instead of overwritten.
 ShowPersonForChange.
     MOVE "PERSONS.DAT" TO RST-FILE-NAME.
     DISPLAY "Enter PersonId to change: ".
     ACCEPT PersonId.
     READ PersonFile
       INVALID KEY
         DISPLAY "Error - " PersonId " not found in file"
       NOT INVALID KEY
         DISPLAY "Person as it stands: " PersonDetails
         MOVE PersonId TO RST-RECORD-KEY
         PERFORM TakeChangeStamp
     END-READ.
*>   A note is an annotation, not a change to the record - it rides
*>   the change authority, the person must exist, and the entry gets
*>   its own NOTE audit action.
           DISPLAY "Note recorded for " WS-NOTE-PERSON-ID
       END-READ
     END-IF.
*>   A relationship is held both ways, so every action writes the
*>   pair - the record keyed and its reciprocal - and both people get
*>   the audit entry. The action rides the matching add/change/delete
*>   authority.
 MaintainRelationship.
     DISPLAY "Enter relationship action (A add, C change, D delete): ".
     ACCEPT WS-REL-ACTION.
     IF RelChangeAction AND NOT ParameterDriven
       PERFORM ShowRelationshipForChange
     END-IF.
     DISPLAY "Enter PersonId, related PersonId, what the related "
         "person is (SP spouse, PA parent, CH child, GU guardian, "
         "WA ward), effective from and to (YYYYMMDD, 0 open): ".
     ACCEPT WS-REL-DETAILS.
     MOVE WS-REL-IN-PERSON-ID TO PersonId.
     EVALUATE TRUE
       WHEN RelAddAction
         MOVE "A" TO OPR-FUNCTION
         PERFORM CheckFunctionAuthority
         IF OperAuthorized
           PERFORM AddRelationship
         END-IF
       WHEN RelChangeAction
         MOVE "C" TO OPR-FUNCTION
         PERFORM CheckFunctionAuthority
         IF OperAuthorized
           PERFORM ChangeRelationship
         END-IF
       WHEN RelDeleteAction
         MOVE "D" TO OPR-FUNCTION
         PERFORM CheckFunctionAuthority
         IF OperAuthorized
           PERFORM DeleteRelationship
         END-IF
       WHEN OTHER
         DISPLAY "Error - invalid relationship action " WS-REL-ACTION
     END-EVALUATE.
 ShowRelationshipForChange.
     MOVE "RELATION.DAT" TO RST-FILE-NAME.
     DISPLAY "Enter PersonId and related PersonId to change: ".
     ACCEPT REL-KEY.
     READ RelationFile
       INVALID KEY
         DISPLAY "Error - " REL-PERSON-ID " is not related to "
             REL-RELATED-ID
       NOT INVALID KEY
         DISPLAY "Relationship as it stands: " PersonRelationRec
         PERFORM SetRelationStampKey
         PERFORM TakeChangeStamp
     END-READ.
 SetRelationStampKey.
     IF REL-PERSON-ID < REL-RELATED-ID
       MOVE REL-PERSON-ID  TO WS-REL-STAMP-LOW-ID
       MOVE REL-RELATED-ID TO WS-REL-STAMP-HIGH-ID
     ELSE
       MOVE REL-RELATED-ID TO WS-REL-STAMP-LOW-ID
       MOVE REL-PERSON-ID  TO WS-REL-STAMP-HIGH-ID
     END-IF.
     MOVE WS-REL-STAMP-KEY TO RST-RECORD-KEY.
 EditRelationship.
     MOVE "Y" TO WS-REL-EDITS-OK.
     MOVE SPACES TO WS-REL-EDIT-MESSAGE.
     IF WS-REL-IN-PERSON-ID = WS-REL-IN-RELATED-ID
       MOVE "N" TO WS-REL-EDITS-OK
       MOVE "A person cannot be related to themselves"
           TO WS-REL-EDIT-MESSAGE
     END-IF.
     IF RelEditsPassed AND NOT RelInTypeValid
       MOVE "N" TO WS-REL-EDITS-OK
       MOVE "Type must be SP, PA, CH, GU or WA"
           TO WS-REL-EDIT-MESSAGE
     END-IF.
     IF RelEditsPassed
         AND (WS-REL-IN-FROM-DATE NOT NUMERIC
              OR WS-REL-IN-FROM-DATE = ZERO)
       MOVE "N" TO WS-REL-EDITS-OK
       MOVE "Effective-from date is required"
           TO WS-REL-EDIT-MESSAGE
     END-IF.
     IF RelEditsPassed
         AND (WS-REL-IN-TO-DATE NOT NUMERIC
              OR (WS-REL-IN-TO-DATE NOT = ZERO
                  AND WS-REL-IN-TO-DATE < WS-REL-IN-FROM-DATE))
       MOVE "N" TO WS-REL-EDITS-OK
       MOVE "Effective-to must be 0 or not before from"
           TO WS-REL-EDIT-MESSAGE
     END-IF.
     IF RelEditsPassed
       MOVE WS-REL-IN-RELATED-ID TO PersonId
       READ PersonFile
         INVALID KEY
           MOVE "N" TO WS-REL-EDITS-OK
           MOVE "Related person not on file" TO WS-REL-EDIT-MESSAGE
       END-READ
     END-IF.
     IF RelEditsPassed
       MOVE WS-REL-IN-PERSON-ID TO PersonId
       READ PersonFile
         INVALID KEY
           MOVE "N" TO WS-REL-EDITS-OK
           MOVE "Person not on file" TO WS-REL-EDIT-MESSAGE
       END-READ
     END-IF.
     EVALUATE WS-REL-IN-TYPE
       WHEN "PA"
         MOVE "CH" TO WS-REL-RECIPROCAL-TYPE
       WHEN "CH"
         MOVE "PA" TO WS-REL-RECIPROCAL-TYPE
       WHEN "GU"
         MOVE "WA" TO WS-REL-RECIPROCAL-TYPE
       WHEN "WA"
         MOVE "GU" TO WS-REL-RECIPROCAL-TYPE
       WHEN OTHER
         MOVE WS-REL-IN-TYPE TO WS-REL-RECIPROCAL-TYPE
     END-EVALUATE.
 AddRelationship.
     PERFORM EditRelationship.
     IF RelEditsPassed
       MOVE WS-REL-IN-PERSON-ID  TO REL-PERSON-ID
       MOVE WS-REL-IN-RELATED-ID TO REL-RELATED-ID
       MOVE WS-REL-IN-TYPE       TO REL-TYPE
       PERFORM FillRelationshipTerms
       WRITE PersonRelationRec
         INVALID KEY
           DISPLAY "Error - " WS-REL-IN-PERSON-ID " is already "
               "related to " WS-REL-IN-RELATED-ID
         NOT INVALID KEY
           PERFORM WriteReciprocalRelationship
           DISPLAY "Relationship " WS-REL-IN-PERSON-ID " "
               WS-REL-IN-TYPE " " WS-REL-IN-RELATED-ID " added"
           MOVE "RELADD" TO WS-REL-AUDIT-ACTION
           PERFORM AuditRelationshipPair
       END-WRITE
     ELSE
       DISPLAY "Error - " WS-REL-EDIT-MESSAGE
     END-IF.
 ChangeRelationship.
     PERFORM EditRelationship.
     IF RelEditsPassed
       MOVE WS-REL-IN-PERSON-ID  TO REL-PERSON-ID
       MOVE WS-REL-IN-RELATED-ID TO REL-RELATED-ID
       READ RelationFile
         INVALID KEY
           DISPLAY "Error - " WS-REL-IN-PERSON-ID " is not related "
               "to " WS-REL-IN-RELATED-ID
         NOT INVALID KEY
           MOVE "RELATION.DAT" TO RST-FILE-NAME
           PERFORM SetRelationStampKey
           PERFORM CheckChangeStamp
           IF RstChangeAllowed
             MOVE WS-REL-IN-TYPE TO REL-TYPE
             PERFORM FillRelationshipTerms
             REWRITE PersonRelationRec
             PERFORM WriteReciprocalRelationship
             DISPLAY "Relationship " WS-REL-IN-PERSON-ID " "
                 WS-REL-IN-TYPE " " WS-REL-IN-RELATED-ID " changed"
             MOVE "RELCHG" TO WS-REL-AUDIT-ACTION
             PERFORM AuditRelationshipPair
           ELSE
             DISPLAY "Now on file: " PersonRelationRec
           END-IF
       END-READ
     ELSE
       DISPLAY "Error - " WS-REL-EDIT-MESSAGE
     END-IF.
 DeleteRelationship.
     MOVE WS-REL-IN-PERSON-ID  TO REL-PERSON-ID.
     MOVE WS-REL-IN-RELATED-ID TO REL-RELATED-ID.
     READ RelationFile
       INVALID KEY
         DISPLAY "Error - " WS-REL-IN-PERSON-ID " is not related "
             "to " WS-REL-IN-RELATED-ID
       NOT INVALID KEY
         DELETE RelationFile
         MOVE WS-REL-IN-RELATED-ID TO REL-PERSON-ID
         MOVE WS-REL-IN-PERSON-ID  TO REL-RELATED-ID
         DELETE RelationFile
           INVALID KEY
             CONTINUE
         END-DELETE
         DISPLAY "Relationship " WS-REL-IN-PERSON-ID " - "
             WS-REL-IN-RELATED-ID " deleted"
         MOVE "RELDEL" TO WS-REL-AUDIT-ACTION
         PERFORM AuditRelationshipPair
     END-READ.
 FillRelationshipTerms.
     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
     MOVE WS-REL-IN-FROM-DATE TO REL-EFFECTIVE-FROM.
     MOVE WS-REL-IN-TO-DATE   TO REL-EFFECTIVE-TO.
     MOVE WS-OPERATOR-ID      TO REL-SET-BY.
     MOVE WS-TS-DATE          TO REL-SET-DATE.
*>   The other direction carries the same dates; one already there
*>   (left behind by an earlier partial change) is brought into line.
 WriteReciprocalRelationship.
     MOVE WS-REL-IN-RELATED-ID   TO REL-PERSON-ID.
     MOVE WS-REL-IN-PERSON-ID    TO REL-RELATED-ID.
     MOVE WS-REL-RECIPROCAL-TYPE TO REL-TYPE.
     PERFORM FillRelationshipTerms.
     WRITE PersonRelationRec
       INVALID KEY
         REWRITE PersonRelationRec
     END-WRITE.
 AuditRelationshipPair.
     MOVE WS-REL-AUDIT-ACTION TO AuditAction.
     MOVE WS-REL-IN-PERSON-ID TO WS-TARGET-PERSON-ID.
     PERFORM WriteAuditRecord.
     MOVE WS-REL-AUDIT-ACTION TO AuditAction.
     MOVE WS-REL-IN-RELATED-ID TO WS-TARGET-PERSON-ID.
     PERFORM WriteAuditRecord.
*>   A dated address is keyed on person, type and effective-from, so
*>   a change can move the end date or the address lines but not the
*>   start - a new start is a new entry.
 MaintainAddress.
     DISPLAY "Enter address action (A add, C change, D delete): ".
     ACCEPT WS-ADR-ACTION.
     IF AdrChangeAction AND NOT ParameterDriven
       PERFORM ShowAddressForChange
     END-IF.
     DISPLAY "Enter PersonId, type (R residence, M mailing, S "
         "seasonal), effective from and to (YYYYMMDD, 0 open), "
         "street, city, state, postal code: ".
     ACCEPT WS-ADR-DETAILS.
     MOVE WS-ADR-IN-PERSON-ID TO PersonId.
     EVALUATE TRUE
       WHEN AdrAddAction
         MOVE "A" TO OPR-FUNCTION
         PERFORM CheckFunctionAuthority
         IF OperAuthorized
           PERFORM AddAddressEntry
         END-IF
       WHEN AdrChangeAction
         MOVE "C" TO OPR-FUNCTION
         PERFORM CheckFunctionAuthority
         IF OperAuthorized
           PERFORM ChangeAddressEntry
         END-IF
       WHEN AdrDeleteAction
         MOVE "D" TO OPR-FUNCTION
         PERFORM CheckFunctionAuthority
         IF OperAuthorized
           PERFORM DeleteAddressEntry
         END-IF
       WHEN OTHER
         DISPLAY "Error - invalid address action " WS-ADR-ACTION
     END-EVALUATE.
 ShowAddressForChange.
     MOVE "ADDRESS.DAT" TO RST-FILE-NAME.
     DISPLAY "Enter PersonId, type and effective-from of the "
         "address to change: ".
     ACCEPT ADR-KEY.
     READ AddressFile
       INVALID KEY
         DISPLAY "Error - no " ADR-TYPE " address from "
             ADR-FROM-DATE " for " ADR-PERSON-ID
       NOT INVALID KEY
         DISPLAY "Address as it stands: " PersonAddressRec
         MOVE ADR-KEY TO RST-RECORD-KEY
         PERFORM TakeChangeStamp
     END-READ.
 EditAddressEntry.
     MOVE "Y" TO WS-ADR-EDITS-OK.
     MOVE SPACES TO WS-ADR-EDIT-MESSAGE.
     IF NOT AdrInTypeValid
       MOVE "N" TO WS-ADR-EDITS-OK
       MOVE "Type must be R, M or S" TO WS-ADR-EDIT-MESSAGE
     END-IF.
     IF AdrEditsPassed
         AND (WS-ADR-IN-FROM-DATE NOT NUMERIC
              OR WS-ADR-IN-FROM-DATE = ZERO)
       MOVE "N" TO WS-ADR-EDITS-OK
       MOVE "Effective-from date is required"
           TO WS-ADR-EDIT-MESSAGE
     END-IF.
     IF AdrEditsPassed
         AND (WS-ADR-IN-TO-DATE NOT NUMERIC
              OR (WS-ADR-IN-TO-DATE NOT = ZERO
                  AND WS-ADR-IN-TO-DATE < WS-ADR-IN-FROM-DATE))
       MOVE "N" TO WS-ADR-EDITS-OK
       MOVE "Effective-to must be 0 or not before from"
           TO WS-ADR-EDIT-MESSAGE
     END-IF.
     IF AdrEditsPassed
         AND (WS-ADR-IN-STREET = SPACES OR WS-ADR-IN-CITY = SPACES)
       MOVE "N" TO WS-ADR-EDITS-OK
       MOVE "Street and city are required" TO WS-ADR-EDIT-MESSAGE
     END-IF.
     IF AdrEditsPassed
       READ PersonFile
         INVALID KEY
           MOVE "N" TO WS-ADR-EDITS-OK
           MOVE "Person not on file" TO WS-ADR-EDIT-MESSAGE
       END-READ
     END-IF.
 AddAddressEntry.
     PERFORM EditAddressEntry.
     IF AdrEditsPassed
       MOVE WS-ADR-IN-PERSON-ID TO ADR-PERSON-ID
       MOVE WS-ADR-IN-TYPE      TO ADR-TYPE
       MOVE WS-ADR-IN-FROM-DATE TO ADR-FROM-DATE
       PERFORM FillAddressEntry
       WRITE PersonAddressRec
         INVALID KEY
           DISPLAY "Error - " WS-ADR-IN-PERSON-ID " already has a "
               WS-ADR-IN-TYPE " address from " WS-ADR-IN-FROM-DATE
         NOT INVALID KEY
           DISPLAY "Address " WS-ADR-IN-TYPE " from "
               WS-ADR-IN-FROM-DATE " added for " WS-ADR-IN-PERSON-ID
           MOVE "ADRADD" TO AuditAction
           MOVE WS-ADR-IN-PERSON-ID TO WS-TARGET-PERSON-ID
           PERFORM WriteAuditRecord
       END-WRITE
     ELSE
       DISPLAY "Error - " WS-ADR-EDIT-MESSAGE
     END-IF.
 ChangeAddressEntry.
     PERFORM EditAddressEntry.
     IF AdrEditsPassed
       MOVE WS-ADR-IN-PERSON-ID TO ADR-PERSON-ID
       MOVE WS-ADR-IN-TYPE      TO ADR-TYPE
       MOVE WS-ADR-IN-FROM-DATE TO ADR-FROM-DATE
       READ AddressFile
         INVALID KEY
           DISPLAY "Error - no " WS-ADR-IN-TYPE " address from "
               WS-ADR-IN-FROM-DATE " for " WS-ADR-IN-PERSON-ID
         NOT INVALID KEY
           MOVE "ADDRESS.DAT" TO RST-FILE-NAME
           MOVE ADR-KEY TO RST-RECORD-KEY
           PERFORM CheckChangeStamp
           IF RstChangeAllowed
             PERFORM FillAddressEntry
             REWRITE PersonAddressRec
             DISPLAY "Address " WS-ADR-IN-TYPE " from "
                 WS-ADR-IN-FROM-DATE " changed for "
                 WS-ADR-IN-PERSON-ID
             MOVE "ADRCHG" TO AuditAction
             MOVE WS-ADR-IN-PERSON-ID TO WS-TARGET-PERSON-ID
             PERFORM WriteAuditRecord
           ELSE
             DISPLAY "Now on file: " PersonAddressRec
           END-IF
       END-READ
     ELSE
       DISPLAY "Error - " WS-ADR-EDIT-MESSAGE
     END-IF.
 DeleteAddressEntry.
     MOVE WS-ADR-IN-PERSON-ID TO ADR-PERSON-ID.
     MOVE WS-ADR-IN-TYPE      TO ADR-TYPE.
     MOVE WS-ADR-IN-FROM-DATE TO ADR-FROM-DATE.
     READ AddressFile
       INVALID KEY
         DISPLAY "Error - no " WS-ADR-IN-TYPE " address from "
             WS-ADR-IN-FROM-DATE " for " WS-ADR-IN-PERSON-ID
       NOT INVALID KEY
         DELETE AddressFile
         DISPLAY "Address " WS-ADR-IN-TYPE " from "
             WS-ADR-IN-FROM-DATE " deleted for " WS-ADR-IN-PERSON-ID
         MOVE "ADRDEL" TO AuditAction
         MOVE WS-ADR-IN-PERSON-ID TO WS-TARGET-PERSON-ID
         PERFORM WriteAuditRecord
     END-READ.
 FillAddressEntry.
     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
     MOVE WS-ADR-IN-TO-DATE     TO ADR-TO-DATE.
     MOVE WS-ADR-IN-STREET      TO ADR-STREET.
     MOVE WS-ADR-IN-CITY        TO ADR-CITY.
     MOVE WS-ADR-IN-STATE       TO ADR-STATE.
     MOVE WS-ADR-IN-POSTAL-CODE TO ADR-POSTAL-CODE.
     MOVE WS-OPERATOR-ID        TO ADR-SET-BY.
     MOVE WS-TS-DATE            TO ADR-SET-DATE.
 WritePersonNote.
     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
     ACCEPT WS-TS-TIME FROM TIME.
         INVALID KEY
           DISPLAY "Error - " WS-TARGET-PERSON-ID " not found in file"
         NOT INVALID KEY
           MOVE "PERSONS.DAT" TO RST-FILE-NAME
           MOVE WS-TARGET-PERSON-ID TO RST-RECORD-KEY
           PERFORM CheckChangeStamp
           IF RstChangeAllowed
*>           A status change gets its own audit entry on top of the
*>           CHANGE - "who suspended this person" is a question on its
*>           own.
             MOVE PersonStatus TO WS-OLD-PERSON-STATUS
             MOVE SPACES TO WS-OLD-PREF-FLAGS
             STRING PersonDoNotMail PersonDoNotCall PersonDoNotEmail
                 DELIMITED BY SIZE INTO WS-OLD-PREF-FLAGS
             MOVE WS-NEW-PERSON-DETAILS TO PersonDetails
             REWRITE PersonDetails
             DISPLAY "Person " WS-TARGET-PERSON-ID " changed"
             MOVE "CHANGE" TO AuditAction
             PERFORM WriteAuditRecord
             IF PersonStatus NOT = WS-OLD-PERSON-STATUS
               MOVE "STATUS" TO AuditAction
               PERFORM WriteAuditRecord
             END-IF
*>           A contact-preference change is its own auditable event -
*>           "who turned off this person's mailings" must be
*>           answerable on its own.
             MOVE SPACES TO WS-NEW-PREF-FLAGS
             STRING PersonDoNotMail PersonDoNotCall PersonDoNotEmail
                 DELIMITED BY SIZE INTO WS-NEW-PREF-FLAGS
             IF WS-NEW-PREF-FLAGS NOT = WS-OLD-PREF-FLAGS
               MOVE "PREF" TO AuditAction
               PERFORM WriteAuditRecord
             END-IF
           ELSE
             DISPLAY "Now on file: " PersonDetails
           END-IF
       END-READ
     ELSE
       MOVE NID-ASSIGNED-ID TO PersonId
       DISPLAY "Assigned PersonId " PersonId
     END-IF.
*>   The lost-update guard round a Change (shared RecordStamp). A
*>   parameter-driven run shows nothing first, so its stamp is taken
*>   from the record just read - the check then only moves the stamp
*>   on, catching any operator who was shown the record before.
 TakeChangeStamp.
     SET RstTakeStamp TO TRUE.
     CALL "RecordStamp" USING RecordStampControlRec.
 CheckChangeStamp.
     IF ParameterDriven
       PERFORM TakeChangeStamp
     END-IF.
     SET RstCheckStamp TO TRUE.
     CALL "RecordStamp" USING RecordStampControlRec.
     IF NOT RstChangeAllowed
       DISPLAY "Refused - " RST-MESSAGE
     END-IF.
