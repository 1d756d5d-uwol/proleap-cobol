*> Shared linkage record for the RecordStamp subprogram - the
*> lost-update guard every maintenance program puts round a Change.
*> The caller loads its own name, the signed-on operator, the file
*> and the record's key. T (take) is called when the record is shown
*> to the operator, before the new details are keyed: the record's
*> change count on RECSTAMP.DAT is handed back and the key it was
*> taken on remembered here. C (check) is called after the record is
*> read again for the REWRITE: when the count is still the one taken
*> the change is allowed and the count advanced, stamped with the
*> operator and time; when another operator's change has moved it
*> meanwhile, the change is refused, the collision is written to
*> COLLISION.LOG for the supervisor, and the caller shows the record
*> as it now stands instead of overwriting it. A change keyed against
*> a record other than the one shown is refused the same way.
 01 RecordStampControlRec.
    05 RST-ACTION        PIC X.
       88 RstTakeStamp   VALUE "T".
       88 RstCheckStamp  VALUE "C".
    05 RST-PROGRAM       PIC X(16).
    05 RST-OPERATOR-ID   PIC X(8).
    05 RST-FILE-NAME     PIC X(16).
    05 RST-RECORD-KEY    PIC X(40).
    05 RST-TAKEN-FILE    PIC X(16).
    05 RST-TAKEN-KEY     PIC X(40).
    05 RST-TAKEN-COUNT   PIC 9(7).
*> The stamp as found on file - after a refusal, the change that got
*> there first.
    05 RST-CHANGE-COUNT  PIC 9(7).
    05 RST-CHANGED-BY    PIC X(8).
    05 RST-CHANGED-AT    PIC X(16).
    05 RST-RESULT        PIC X.
       88 RstChangeAllowed VALUE "Y".
       88 RstChangedSince  VALUE "N".
       88 RstNotShown      VALUE "K".
    05 RST-MESSAGE       PIC X(60).
