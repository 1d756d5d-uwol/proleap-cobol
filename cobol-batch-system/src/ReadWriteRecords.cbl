*> promotion step expects. Checkpoints, control totals, reject
*> handling, and the audit/history writes are unchanged; on a restart
*> the work copy already on disk carries everything applied before
*> the checkpoint, exactly as the flat file used to. A Change that
*> moves a person to a new address clears any open undeliverable
*> entries held against them (shared CheckUndeliverable), since the
*> returned mail was addressed to where they no longer live.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
*> from the control record (shared ResolveRunDate), so a catch-up
*> cycle really processes the date CONTROL.DAT names.
 COPY RUNDATEREC.
*> Open undeliverable entries are cleared when the address changes.
 COPY UNDLVCTL.
 PROCEDURE DIVISION.
 Begin.
     PERFORM SetRunLogStart.
             OR WRK-PERSON-ADDRESS NOT = BLD-PERSON-ADDRESS
           PERFORM WritePersonHistRecord
         END-IF
         IF WRK-PERSON-ADDRESS NOT = BLD-PERSON-ADDRESS
             AND NOT SimulateMode
           PERFORM ClearUndeliverableEntries
         END-IF
         IF TransPostalCode = SPACES
           MOVE WRK-POSTAL-CODE TO BLD-POSTAL-CODE
         END-IF
         PERFORM WriteAuditRecord
         PERFORM WriteTransHistRecord
     END-READ.
 ClearUndeliverableEntries.
     SET UckClear TO TRUE.
     MOVE WS-TARGET-PERSON-ID TO UCK-PERSON-ID.
     MOVE WS-RUN-DATE TO UCK-RUN-DATE.
     CALL "CheckUndeliverable" USING UndeliverableControlRec.
 DeletePersonFromTransaction.
     MOVE TransPersonId TO WS-TARGET-PERSON-ID.
*>   No operator to override in batch - a delete for a person who
