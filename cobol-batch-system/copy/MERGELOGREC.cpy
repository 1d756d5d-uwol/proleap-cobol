*> Merge log, MERGELOG.DAT - what ConsolidateDuplicates moved, so that
*> UnmergePerson can move exactly that back. Each applied decision
*> leaves one P entry, then one entry per record repointed from the
*> merged-away id to the survivor: S where it was the seller on a
*> sale and B where it was the buyer (both identified by the sale's
*> SalesTransId), M for a summary record (identified by its period
*> and amounts, a summary carrying no id of its own). An unmerge
*> marks the pair's entries U so a merge is only ever reversed once.
 01 MergeLogRec.
    05 MLG-MERGE-DATE       PIC 9(8).
    05 MLG-SURVIVOR-ID      PIC 9(6).
    05 MLG-MERGED-ID        PIC 9(6).
    05 MLG-ENTRY-KIND       PIC X.
       88 MlgPersonMerged   VALUE "P".
       88 MlgSaleSeller     VALUE "S".
       88 MlgSaleBuyer      VALUE "B".
       88 MlgSummary        VALUE "M".
    05 MLG-FILE-NAME        PIC X(28).
    05 MLG-TRANS-ID         PIC 9(14).
    05 MLG-SUMMARY-PERIOD   PIC 9(6).
    05 MLG-SUMMARY-AMOUNT   PIC S9(9)V99.
    05 MLG-SUMMARY-COMM     PIC S9(9)V99.
    05 MLG-STATUS           PIC X.
       88 MlgApplied        VALUE "A".
       88 MlgUnmerged       VALUE "U".
