 IDENTIFICATION DIVISION.
 PROGRAM-ID. OrphanSweep.
*> Weekly referential sweep of the reference and subsidiary files: it
*> follows every foreign key they carry back to the master it names
*> and lists each record whose master is no longer there. Checked -
*> SALESPERSONS.DAT against PERSONS.DAT; TARGETS.DAT and DRAWBAL.DAT
*> against SALESPERSONS.DAT (a row for someone who is no longer a
*> salesperson, or a target for a period after the salesperson's
*> termination); ITEMS.DAT's ItemCategory against CATEGORY.DAT (blank
*> is uncategorised and passes); PROMO.DAT, ITEMPRICE.DAT and
*> ITEMCOST.DAT against ITEMS.DAT; and COMMADJ.DAT's person and item
*> against PERSONS.DAT and ITEMS.DAT. A person who is gone because
*> ConsolidateDuplicates merged them away is traced through the
*> applied merges on MERGELOG.DAT to the survivor, so the orphan can
*> be repointed rather than lost. Each orphan is listed on ORPHAN.RPT
*> by file and key with the corrective action suggested - nothing is
*> changed here; the maintenance programs named make the corrections.
*> The sweep runs on the Friday cycle only, any other run date ends at
*> once; orphans found end the run 4, a master that cannot be opened
*> ends it 8.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT PersonFile ASSIGN TO "PERSONS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS PersonId
         FILE STATUS IS WS-PERSON-FILE-STATUS.
     SELECT SalespersonFile ASSIGN TO "SALESPERSONS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS SPX-PERSON-ID
         FILE STATUS IS WS-SALESPERSON-FILE-STATUS.
     SELECT ItemFile ASSIGN TO "ITEMS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS ItemCode
         FILE STATUS IS WS-ITEM-FILE-STATUS.
     SELECT CategoryFile ASSIGN TO "CATEGORY.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-CATEGORY-FILE-STATUS.
     SELECT MergeLogFile ASSIGN TO "MERGELOG.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-MERGELOG-FILE-STATUS.
     SELECT TargetFile ASSIGN TO "TARGETS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS TGT-KEY
         FILE STATUS IS WS-SWEEP-STATUS.
     SELECT DrawFile ASSIGN TO "DRAWBAL.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS DRW-PERSON-ID
         FILE STATUS IS WS-SWEEP-STATUS.
     SELECT PromoFile ASSIGN TO "PROMO.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-SWEEP-STATUS.
     SELECT ItemPriceFile ASSIGN TO "ITEMPRICE.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-SWEEP-STATUS.
     SELECT ItemCostFile ASSIGN TO "ITEMCOST.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-SWEEP-STATUS.
     SELECT CommAdjFile ASSIGN TO "COMMADJ.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-SWEEP-STATUS.
     SELECT OrphanReport ASSIGN TO "ORPHAN.RPT"
         ORGANIZATION IS LINE SEQUENTIAL.
 DATA DIVISION.
 FILE SECTION.
 FD PersonFile.
 COPY PERSONREC.
 FD SalespersonFile.
 01 SalespersonRec.
    05 SPX-PERSON-ID PIC 9(6).
    05 SPX-TERRITORY PIC X(10).
    05 SPX-REGION    PIC X(4).
    05 SPX-ACTIVE    PIC X.
       88 SalespersonActive VALUE "Y".
    05 SPX-TERM-DATE PIC 9(8).
    05 SPX-PLAN-ID   PIC X(6).
 FD ItemFile.
 COPY ITEMREC.
 FD CategoryFile.
 01 CategoryRec.
    05 CAT-CODE        PIC X(6).
    05 CAT-DESCRIPTION PIC X(30).
 FD MergeLogFile.
 COPY MERGELOGREC.
 FD TargetFile.
 01 TargetRec.
    05 TGT-KEY.
       10 TGT-PERSON-ID PIC 9(6).
       10 TGT-PERIOD    PIC 9(6).
    05 TGT-QUOTA-QTY    PIC 9(7).
    05 TGT-QUOTA-AMOUNT PIC 9(9)V99.
 FD DrawFile.
 01 DrawRec.
    05 DRW-PERSON-ID PIC 9(6).
    05 DRW-GUARANTEE PIC 9(7)V99.
    05 DRW-ACCRUED   PIC S9(9)V99.
 FD PromoFile.
 01 PromoRec.
    05 PRO-ITEM-CODE   PIC X(10).
    05 PRO-PROMO-CODE  PIC X(6).
    05 PRO-PROMO-PRICE PIC 9(5)V99.
    05 PRO-START-DATE  PIC 9(8).
    05 PRO-END-DATE    PIC 9(8).
 FD ItemPriceFile.
 01 ItemPriceRec.
    05 IPR-ITEM-CODE      PIC X(10).
    05 IPR-EFFECTIVE-FROM PIC 9(8).
    05 IPR-UNIT-PRICE     PIC 9(5)V99.
 FD ItemCostFile.
 01 ItemCostRec.
    05 ICS-ITEM-CODE      PIC X(10).
    05 ICS-EFFECTIVE-FROM PIC 9(8).
    05 ICS-STD-COST       PIC 9(5)V99.
 FD CommAdjFile.
 COPY COMMADJREC.
 FD OrphanReport.
 01 OrphanReportLine PIC X(80).
 WORKING-STORAGE SECTION.
 01 WS-PERSON-FILE-STATUS      PIC XX.
 01 WS-SALESPERSON-FILE-STATUS PIC XX.
 01 WS-ITEM-FILE-STATUS        PIC XX.
 01 WS-CATEGORY-FILE-STATUS    PIC XX.
 01 WS-MERGELOG-FILE-STATUS    PIC XX.
 01 WS-SWEEP-STATUS PIC XX.
 01 WS-SWEEP-EOF PIC X.
    88 EndOfSweepFile VALUE "Y".
 01 WS-LOAD-EOF PIC X.
    88 EndOfLoadFile VALUE "Y".
*> How the file in hand fared: C checked, M not present, F there but
*> could not be opened.
 01 WS-FILE-OUTCOME PIC X.
    88 FileChecked    VALUE "C".
    88 FileMissing    VALUE "M".
    88 FileOpenFailed VALUE "F".
 01 WS-OPEN-STATUS PIC XX.
 01 WS-RUN-DATE PIC 9(8).
 01 WS-RUN-DATE-INT PIC 9(8).
*> The sweep's day, as the day number's remainder by 7 - day 1 of the
*> calendar, 1 January 1601, was a Monday, so 1 is Monday, 5 Friday
*> and 0 Sunday.
 77 WS-SWEEP-WEEKDAY PIC 9 VALUE 5.
 01 WS-MASTERS-OPEN PIC X VALUE "Y".
    88 MastersOpen VALUE "Y".
*> The categories on CATEGORY.DAT.
 01 WS-CATEGORY-TABLE.
    05 WS-CATEGORY-ENTRY PIC X(6) OCCURS 500 TIMES.
 01 WS-CATEGORY-COUNT PIC 9(3) VALUE ZERO.
 01 WS-CATEGORY-IDX   PIC 9(3).
 01 WS-CATEGORY-PRESENT PIC X VALUE "N".
    88 CategoryFilePresent VALUE "Y".
 01 WS-CATEGORY-FOUND PIC X.
    88 CategoryOnFile VALUE "Y".
*> Every applied person merge on MERGELOG.DAT, merged-away id to
*> survivor; an unmerged pair is marked U there and is not loaded.
 01 WS-MERGE-TABLE.
    05 WS-MERGE-ENTRY OCCURS 2000 TIMES.
       10 MRG-MERGED-ID   PIC 9(6).
       10 MRG-SURVIVOR-ID PIC 9(6).
 01 WS-MERGE-COUNT PIC 9(4) VALUE ZERO.
 01 WS-MERGE-IDX   PIC 9(4).
 01 WS-MERGE-HIT PIC X.
    88 MergeFound VALUE "Y".
 01 WS-CHASE-ID    PIC 9(6).
 01 WS-CHASE-HOPS  PIC 99.
 01 WS-CHASE-DONE PIC X.
    88 ChaseDone VALUE "Y".
 01 WS-LOOKUP-ID   PIC 9(6).
 01 WS-SURVIVOR-ID PIC 9(6).
*> The file and record in hand, and the counts for the file.
 01 WS-SWEEP-FILE PIC X(16).
 01 WS-RECORD-KEY PIC X(24).
 01 WS-RECORD-NUMBER PIC 9(7).
 01 WS-RECORD-ORPHANS PIC 9(3).
 01 WS-FILE-READ    PIC 9(7).
 01 WS-FILE-ORPHANS PIC 9(7).
 01 WS-TOTAL-READ    PIC 9(7) VALUE ZERO.
 01 WS-TOTAL-ORPHANS PIC 9(7) VALUE ZERO.
 01 WS-OPEN-FAILURES PIC 9(3) VALUE ZERO.
*> One orphan.
 01 WS-ORPHAN-PROBLEM PIC X(54) VALUE SPACES.
 01 WS-ORPHAN-ACTION  PIC X(46) VALUE SPACES.
*> Each file's outcome, for the summary page.
 01 WS-SUMMARY-TABLE.
    05 WS-SUMMARY-ENTRY OCCURS 10 TIMES.
       10 SMT-FILE    PIC X(16).
       10 SMT-OUTCOME PIC X.
       10 SMT-STATUS  PIC XX.
       10 SMT-READ    PIC 9(7).
       10 SMT-ORPHANS PIC 9(7).
 01 WS-SUMMARY-COUNT PIC 99 VALUE ZERO.
 01 WS-SUMMARY-IDX   PIC 99.
 01 WS-FILE-HEADING.
    05 FILLER     PIC X(6) VALUE "FILE: ".
    05 FHD-FILE   PIC X(16).
    05 FILLER     PIC X(14) VALUE "  REFERS TO: ".
    05 FHD-MASTER PIC X(44).
 01 WS-ORPHAN-HEADING.
    05 FILLER PIC X(26) VALUE "RECORD".
    05 FILLER PIC X(54) VALUE "PROBLEM / SUGGESTED ACTION".
 01 WS-ORPHAN-LINE.
    05 ORL-KEY     PIC X(24).
    05 FILLER      PIC X(2) VALUE SPACES.
    05 ORL-PROBLEM PIC X(54).
 01 WS-ACTION-LINE.
    05 FILLER      PIC X(26) VALUE SPACES.
    05 FILLER      PIC X(8) VALUE "ACTION: ".
    05 ACL-ACTION  PIC X(46).
 01 WS-COUNT-LINE.
    05 CNT-LABEL PIC X(30).
    05 CNT-VALUE PIC Z(6)9.
 01 WS-MESSAGE-LINE.
    05 MSG-TEXT   PIC X(38).
    05 MSG-STATUS PIC XX.
 01 WS-SUMMARY-HEADING.
    05 FILLER PIC X(18) VALUE "FILE".
    05 FILLER PIC X(14) VALUE "OUTCOME".
    05 FILLER PIC X(10) VALUE "     READ".
    05 FILLER PIC X(11) VALUE "   ORPHANS".
 01 WS-SUMMARY-LINE.
    05 SML-FILE    PIC X(16).
    05 FILLER      PIC X(2) VALUE SPACES.
    05 SML-OUTCOME PIC X(12).
    05 FILLER      PIC X(2) VALUE SPACES.
    05 SML-READ    PIC Z(8)9.
    05 FILLER      PIC X(2) VALUE SPACES.
    05 SML-ORPHANS PIC Z(8)9.
*> Standard heading/footer lines (shared PrintReport).
 COPY PRINTCTLREC.
*> Run-log reporting (the shared WriteRunLog subprogram appends one
*> record per execution to RUNLOG.DAT).
 COPY RUNLOGREC.
 01 WS-LOG-TS-DATE PIC 9(8).
 01 WS-LOG-TS-TIME PIC 9(8).

*> The run date every generation name and dated entry carries comes
*> from the control record (shared ResolveRunDate), so a catch-up
*> cycle really processes the date CONTROL.DAT names.
 COPY RUNDATEREC.
 PROCEDURE DIVISION.
 Begin.
     PERFORM SetRunLogStart.
     CALL "ResolveRunDate" USING RunDateControlRec.
     MOVE RDT-RUN-DATE TO WS-RUN-DATE.
     COMPUTE WS-RUN-DATE-INT = FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
     IF FUNCTION MOD (WS-RUN-DATE-INT, 7) NOT = WS-SWEEP-WEEKDAY
       DISPLAY "OrphanSweep - " WS-RUN-DATE
           " is not the weekly sweep day, no sweep"
       PERFORM WriteRunLogRecord
       STOP RUN
     END-IF.
     PERFORM OpenMasters.
     IF NOT MastersOpen
       MOVE 8 TO RETURN-CODE
       PERFORM WriteRunLogRecord
       STOP RUN
     END-IF.
     PERFORM LoadCategories.
     PERFORM LoadMerges.
     OPEN OUTPUT OrphanReport.
     MOVE "ORPHANED REFERENCE SWEEP" TO PRC-REPORT-TITLE.
     MOVE WS-RUN-DATE TO PRC-RUN-DATE.
     MOVE ZERO TO PRC-PAGE-NUMBER.
     PERFORM SweepSalespersons.
     PERFORM SweepTargets.
     PERFORM SweepDrawBalances.
     PERFORM SweepItemCategories.
     PERFORM SweepPromotions.
     PERFORM SweepItemPrices.
     PERFORM SweepItemCosts.
     PERFORM SweepCommissionAdjustments.
     PERFORM WriteSweepSummary.
     CLOSE OrphanReport.
     CLOSE PersonFile SalespersonFile ItemFile.
     EVALUATE TRUE
       WHEN WS-OPEN-FAILURES > ZERO
         MOVE 8 TO RETURN-CODE
       WHEN WS-TOTAL-ORPHANS > ZERO
         MOVE 4 TO RETURN-CODE
     END-EVALUATE.
     DISPLAY "OrphanSweep - " WS-TOTAL-READ " records checked, "
         WS-TOTAL-ORPHANS " orphaned references, " WS-OPEN-FAILURES
         " files unreadable - see ORPHAN.RPT".
     PERFORM WriteRunLogRecord.
     STOP RUN.
*>   The three masters every key is looked up on must all be there;
*>   without one, an absent record proves nothing.
 OpenMasters.
     OPEN INPUT PersonFile.
     IF WS-PERSON-FILE-STATUS NOT = "00" AND NOT = "05"
       DISPLAY "OrphanSweep - PERSONS.DAT cannot be opened, status "
           WS-PERSON-FILE-STATUS
       MOVE "N" TO WS-MASTERS-OPEN
     END-IF.
     OPEN INPUT SalespersonFile.
     IF WS-SALESPERSON-FILE-STATUS NOT = "00" AND NOT = "05"
       DISPLAY "OrphanSweep - SALESPERSONS.DAT cannot be opened, "
           "status " WS-SALESPERSON-FILE-STATUS
       MOVE "N" TO WS-MASTERS-OPEN
     END-IF.
     OPEN INPUT ItemFile.
     IF WS-ITEM-FILE-STATUS NOT = "00" AND NOT = "05"
       DISPLAY "OrphanSweep - ITEMS.DAT cannot be opened, status "
           WS-ITEM-FILE-STATUS
       MOVE "N" TO WS-MASTERS-OPEN
     END-IF.
 LoadCategories.
     MOVE "N" TO WS-LOAD-EOF.
     OPEN INPUT CategoryFile.
     IF WS-CATEGORY-FILE-STATUS = "35"
       SET EndOfLoadFile TO TRUE
     ELSE
       SET CategoryFilePresent TO TRUE
     END-IF.
     PERFORM UNTIL EndOfLoadFile
       READ CategoryFile
         AT END
           SET EndOfLoadFile TO TRUE
         NOT AT END
           IF WS-CATEGORY-COUNT < 500
             ADD 1 TO WS-CATEGORY-COUNT
             MOVE CAT-CODE TO WS-CATEGORY-ENTRY (WS-CATEGORY-COUNT)
           END-IF
       END-READ
     END-PERFORM.
     IF CategoryFilePresent
       CLOSE CategoryFile
     END-IF.
 LoadMerges.
     MOVE "N" TO WS-LOAD-EOF.
     OPEN INPUT MergeLogFile.
     IF WS-MERGELOG-FILE-STATUS = "35"
       SET EndOfLoadFile TO TRUE
     END-IF.
     PERFORM UNTIL EndOfLoadFile
       READ MergeLogFile
         AT END
           SET EndOfLoadFile TO TRUE
         NOT AT END
           IF MlgPersonMerged AND MlgApplied
               AND WS-MERGE-COUNT < 2000
             ADD 1 TO WS-MERGE-COUNT
             MOVE MLG-MERGED-ID   TO MRG-MERGED-ID (WS-MERGE-COUNT)
             MOVE MLG-SURVIVOR-ID TO MRG-SURVIVOR-ID (WS-MERGE-COUNT)
           END-IF
       END-READ
     END-PERFORM.
     IF WS-MERGELOG-FILE-STATUS NOT = "35"
       CLOSE MergeLogFile
     END-IF.
 SweepSalespersons.
     MOVE "SALESPERSONS.DAT" TO WS-SWEEP-FILE.
     MOVE "PERSONS.DAT" TO FHD-MASTER.
     PERFORM StartFileSection.
     SET FileChecked TO TRUE.
     MOVE "00" TO WS-OPEN-STATUS.
     MOVE ZERO TO SPX-PERSON-ID.
     START SalespersonFile KEY IS NOT LESS THAN SPX-PERSON-ID
       INVALID KEY
         SET EndOfSweepFile TO TRUE
     END-START.
     PERFORM UNTIL EndOfSweepFile
       READ SalespersonFile NEXT RECORD
         AT END
           SET EndOfSweepFile TO TRUE
         NOT AT END
           PERFORM StartRecordCheck
           MOVE SPX-PERSON-ID (1:) TO WS-RECORD-KEY
           PERFORM CheckSalespersonRecord
           PERFORM EndRecordCheck
       END-READ
     END-PERFORM.
     PERFORM EndFileSection.
 CheckSalespersonRecord.
     MOVE SPX-PERSON-ID TO PersonId.
     READ PersonFile
       INVALID KEY
         MOVE SPX-PERSON-ID TO WS-LOOKUP-ID
         PERFORM FindSurvivor
         IF WS-SURVIVOR-ID NOT = ZERO
           PERFORM SetMergedProblem
           STRING "DELETE, RE-ADD FOR " WS-SURVIVOR-ID
               " (SalespersonMaint)" DELIMITED BY SIZE
               INTO WS-ORPHAN-ACTION
         ELSE
           STRING "PERSON " SPX-PERSON-ID " NOT ON PERSONS.DAT"
               DELIMITED BY SIZE INTO WS-ORPHAN-PROBLEM
           MOVE "DELETE SALESPERSON (SalespersonMaint D)"
               TO WS-ORPHAN-ACTION
         END-IF
         PERFORM LogOrphan
     END-READ.
 SweepTargets.
     MOVE "TARGETS.DAT" TO WS-SWEEP-FILE.
     MOVE "SALESPERSONS.DAT" TO FHD-MASTER.
     PERFORM StartFileSection.
     OPEN INPUT TargetFile.
     PERFORM CheckOpenStatus.
     PERFORM UNTIL EndOfSweepFile
       READ TargetFile NEXT RECORD
         AT END
           SET EndOfSweepFile TO TRUE
         NOT AT END
           PERFORM StartRecordCheck
           STRING TGT-PERSON-ID " " TGT-PERIOD DELIMITED BY SIZE
               INTO WS-RECORD-KEY
           PERFORM CheckTargetRecord
           PERFORM EndRecordCheck
       END-READ
     END-PERFORM.
     IF FileChecked
       CLOSE TargetFile
     END-IF.
     PERFORM EndFileSection.
*>   A target is orphaned when its person is not a salesperson at all,
*>   or is one no longer and the target is for a period after the
*>   month of termination.
 CheckTargetRecord.
     MOVE TGT-PERSON-ID TO SPX-PERSON-ID.
     READ SalespersonFile
       INVALID KEY
         MOVE TGT-PERSON-ID TO WS-LOOKUP-ID
         PERFORM FindSurvivor
         IF WS-SURVIVOR-ID NOT = ZERO
           PERFORM SetMergedProblem
           STRING "DELETE, RE-ADD FOR " WS-SURVIVOR-ID
               " (TargetMaint)" DELIMITED BY SIZE
               INTO WS-ORPHAN-ACTION
         ELSE
           STRING "PERSON " TGT-PERSON-ID " NOT A SALESPERSON"
               DELIMITED BY SIZE INTO WS-ORPHAN-PROBLEM
           MOVE "DELETE TARGET (TargetMaint D)" TO WS-ORPHAN-ACTION
         END-IF
         PERFORM LogOrphan
       NOT INVALID KEY
         IF NOT SalespersonActive AND SPX-TERM-DATE NOT = ZERO
             AND TGT-PERIOD > SPX-TERM-DATE (1:6)
           STRING "PERIOD AFTER TERMINATION ON " SPX-TERM-DATE
               DELIMITED BY SIZE INTO WS-ORPHAN-PROBLEM
           MOVE "DELETE TARGET (TargetMaint D)" TO WS-ORPHAN-ACTION
           PERFORM LogOrphan
         END-IF
     END-READ.
 SweepDrawBalances.
     MOVE "DRAWBAL.DAT" TO WS-SWEEP-FILE.
     MOVE "SALESPERSONS.DAT" TO FHD-MASTER.
     PERFORM StartFileSection.
     OPEN INPUT DrawFile.
     PERFORM CheckOpenStatus.
     PERFORM UNTIL EndOfSweepFile
       READ DrawFile NEXT RECORD
         AT END
           SET EndOfSweepFile TO TRUE
         NOT AT END
           PERFORM StartRecordCheck
           MOVE DRW-PERSON-ID (1:) TO WS-RECORD-KEY
           PERFORM CheckDrawRecord
           PERFORM EndRecordCheck
       END-READ
     END-PERFORM.
     IF FileChecked
       CLOSE DrawFile
     END-IF.
     PERFORM EndFileSection.
*>   A draw balance still carried for someone who is no longer a
*>   salesperson is settled with payroll before it is cleared.
 CheckDrawRecord.
     MOVE DRW-PERSON-ID TO SPX-PERSON-ID.
     READ SalespersonFile
       INVALID KEY
         MOVE DRW-PERSON-ID TO WS-LOOKUP-ID
         PERFORM FindSurvivor
         IF WS-SURVIVOR-ID NOT = ZERO
           PERFORM SetMergedProblem
           STRING "MOVE BALANCE TO " WS-SURVIVOR-ID
               " (DrawMaint)" DELIMITED BY SIZE
               INTO WS-ORPHAN-ACTION
         ELSE
           STRING "PERSON " DRW-PERSON-ID " NOT A SALESPERSON"
               DELIMITED BY SIZE INTO WS-ORPHAN-PROBLEM
           MOVE "SETTLE, THEN DELETE DRAW (DrawMaint D)"
               TO WS-ORPHAN-ACTION
         END-IF
         PERFORM LogOrphan
       NOT INVALID KEY
         IF NOT SalespersonActive
           STRING "SALESPERSON NO LONGER ACTIVE, TERMINATED "
               SPX-TERM-DATE DELIMITED BY SIZE
               INTO WS-ORPHAN-PROBLEM
           MOVE "SETTLE, THEN DELETE DRAW (DrawMaint D)"
               TO WS-ORPHAN-ACTION
           PERFORM LogOrphan
         END-IF
     END-READ.
*>   Without CATEGORY.DAT there is nothing to hold the categories
*>   against, so the section is noted and passed.
 SweepItemCategories.
     MOVE "ITEMS.DAT" TO WS-SWEEP-FILE.
     MOVE "CATEGORY.DAT" TO FHD-MASTER.
     PERFORM StartFileSection.
     IF CategoryFilePresent
       SET FileChecked TO TRUE
       MOVE "00" TO WS-OPEN-STATUS
       MOVE LOW-VALUES TO ItemCode
       START ItemFile KEY IS NOT LESS THAN ItemCode
         INVALID KEY
           SET EndOfSweepFile TO TRUE
       END-START
     ELSE
       SET FileMissing TO TRUE
       MOVE SPACES TO WS-OPEN-STATUS
       SET EndOfSweepFile TO TRUE
     END-IF.
     PERFORM UNTIL EndOfSweepFile
       READ ItemFile NEXT RECORD
         AT END
           SET EndOfSweepFile TO TRUE
         NOT AT END
           PERFORM StartRecordCheck
           MOVE ItemCode TO WS-RECORD-KEY
           PERFORM CheckItemCategory
           PERFORM EndRecordCheck
       END-READ
     END-PERFORM.
     PERFORM EndFileSection.
 CheckItemCategory.
     IF ItemCategory NOT = SPACES
       MOVE "N" TO WS-CATEGORY-FOUND
       PERFORM VARYING WS-CATEGORY-IDX FROM 1 BY 1
           UNTIL WS-CATEGORY-IDX > WS-CATEGORY-COUNT
              OR CategoryOnFile
         IF WS-CATEGORY-ENTRY (WS-CATEGORY-IDX) = ItemCategory
           SET CategoryOnFile TO TRUE
         END-IF
       END-PERFORM
       IF NOT CategoryOnFile
         STRING "CATEGORY " DELIMITED BY SIZE
             ItemCategory DELIMITED BY SPACE
             " NOT ON CATEGORY.DAT" DELIMITED BY SIZE
             INTO WS-ORPHAN-PROBLEM
         MOVE "ADD CATEGORY, OR RECATEGORISE (ItemMaint C)"
             TO WS-ORPHAN-ACTION
         PERFORM LogOrphan
       END-IF
     END-IF.
 SweepPromotions.
     MOVE "PROMO.DAT" TO WS-SWEEP-FILE.
     MOVE "ITEMS.DAT" TO FHD-MASTER.
     PERFORM StartFileSection.
     OPEN INPUT PromoFile.
     PERFORM CheckOpenStatus.
     PERFORM UNTIL EndOfSweepFile
       READ PromoFile
         AT END
           SET EndOfSweepFile TO TRUE
         NOT AT END
           PERFORM StartRecordCheck
           STRING PRO-ITEM-CODE " " PRO-PROMO-CODE DELIMITED BY SIZE
               INTO WS-RECORD-KEY
           MOVE PRO-ITEM-CODE TO ItemCode
           MOVE "REMOVE THE ENTRY FROM PROMO.DAT" TO WS-ORPHAN-ACTION
           PERFORM CheckItemOnFile
           PERFORM EndRecordCheck
       END-READ
     END-PERFORM.
     IF FileChecked
       CLOSE PromoFile
     END-IF.
     PERFORM EndFileSection.
 SweepItemPrices.
     MOVE "ITEMPRICE.DAT" TO WS-SWEEP-FILE.
     MOVE "ITEMS.DAT" TO FHD-MASTER.
     PERFORM StartFileSection.
     OPEN INPUT ItemPriceFile.
     PERFORM CheckOpenStatus.
     PERFORM UNTIL EndOfSweepFile
       READ ItemPriceFile
         AT END
           SET EndOfSweepFile TO TRUE
         NOT AT END
           PERFORM StartRecordCheck
           STRING IPR-ITEM-CODE " " IPR-EFFECTIVE-FROM
               DELIMITED BY SIZE INTO WS-RECORD-KEY
           MOVE IPR-ITEM-CODE TO ItemCode
           MOVE "REMOVE THE ENTRY FROM ITEMPRICE.DAT"
               TO WS-ORPHAN-ACTION
           PERFORM CheckItemOnFile
           PERFORM EndRecordCheck
       END-READ
     END-PERFORM.
     IF FileChecked
       CLOSE ItemPriceFile
     END-IF.
     PERFORM EndFileSection.
 SweepItemCosts.
     MOVE "ITEMCOST.DAT" TO WS-SWEEP-FILE.
     MOVE "ITEMS.DAT" TO FHD-MASTER.
     PERFORM StartFileSection.
     OPEN INPUT ItemCostFile.
     PERFORM CheckOpenStatus.
     PERFORM UNTIL EndOfSweepFile
       READ ItemCostFile
         AT END
           SET EndOfSweepFile TO TRUE
         NOT AT END
           PERFORM StartRecordCheck
           STRING ICS-ITEM-CODE " " ICS-EFFECTIVE-FROM
               DELIMITED BY SIZE INTO WS-RECORD-KEY
           MOVE ICS-ITEM-CODE TO ItemCode
           MOVE "REMOVE THE ENTRY FROM ITEMCOST.DAT"
               TO WS-ORPHAN-ACTION
           PERFORM CheckItemOnFile
           PERFORM EndRecordCheck
       END-READ
     END-PERFORM.
     IF FileChecked
       CLOSE ItemCostFile
     END-IF.
     PERFORM EndFileSection.
*>   The caller has set ItemCode and the action to suggest.
 CheckItemOnFile.
     READ ItemFile
       INVALID KEY
         STRING "ITEM " DELIMITED BY SIZE
             ItemCode DELIMITED BY SPACE
             " NOT ON ITEMS.DAT" DELIMITED BY SIZE
             INTO WS-ORPHAN-PROBLEM
         PERFORM LogOrphan
     END-READ.
     MOVE SPACES TO WS-ORPHAN-ACTION.
*>   The ledger is sequential with no key to trust, so an entry is
*>   named by its position in the file.
 SweepCommissionAdjustments.
     MOVE "COMMADJ.DAT" TO WS-SWEEP-FILE.
     MOVE "PERSONS.DAT, ITEMS.DAT" TO FHD-MASTER.
     PERFORM StartFileSection.
     OPEN INPUT CommAdjFile.
     PERFORM CheckOpenStatus.
     PERFORM UNTIL EndOfSweepFile
       READ CommAdjFile
         AT END
           SET EndOfSweepFile TO TRUE
         NOT AT END
           PERFORM StartRecordCheck
           STRING "REC " WS-RECORD-NUMBER DELIMITED BY SIZE
               INTO WS-RECORD-KEY
           PERFORM CheckCommAdjRecord
           PERFORM EndRecordCheck
       END-READ
     END-PERFORM.
     IF FileChecked
       CLOSE CommAdjFile
     END-IF.
     PERFORM EndFileSection.
*>   A pending adjustment for a merged-away person would be paid to
*>   nobody; repointed to the survivor it reaches the payroll feed.
*>   The item only names the return behind the adjustment, so one
*>   deleted since is noted for review, not removal.
 CheckCommAdjRecord.
     MOVE ADJ-PERSON-ID TO PersonId.
     READ PersonFile
       INVALID KEY
         MOVE ADJ-PERSON-ID TO WS-LOOKUP-ID
         PERFORM FindSurvivor
         IF WS-SURVIVOR-ID NOT = ZERO
           PERFORM SetMergedProblem
           STRING "REPOINT ADJ-PERSON-ID TO SURVIVOR " WS-SURVIVOR-ID
               DELIMITED BY SIZE INTO WS-ORPHAN-ACTION
         ELSE
           STRING "PERSON " ADJ-PERSON-ID " NOT ON PERSONS.DAT"
               DELIMITED BY SIZE INTO WS-ORPHAN-PROBLEM
           IF AdjPending
             MOVE "HOLD FROM PAYROLL FEED AND REVIEW"
                 TO WS-ORPHAN-ACTION
           ELSE
             MOVE "NONE NEEDED - SETTLED, KEEP AS HISTORY"
                 TO WS-ORPHAN-ACTION
           END-IF
         END-IF
         PERFORM LogOrphan
     END-READ.
     MOVE ADJ-ITEM-CODE TO ItemCode.
     MOVE "REVIEW - ITEM DELETED SINCE THE RETURN"
         TO WS-ORPHAN-ACTION.
     PERFORM CheckItemOnFile.
*>   Follows WS-LOOKUP-ID through the applied merges to the person it
*>   now lives on (a survivor may itself have been merged away since);
*>   WS-SURVIVOR-ID is zero when the id was never merged.
 FindSurvivor.
     MOVE ZERO TO WS-SURVIVOR-ID.
     MOVE WS-LOOKUP-ID TO WS-CHASE-ID.
     MOVE ZERO TO WS-CHASE-HOPS.
     MOVE "N" TO WS-CHASE-DONE.
     PERFORM UNTIL ChaseDone
       MOVE "N" TO WS-MERGE-HIT
       PERFORM VARYING WS-MERGE-IDX FROM 1 BY 1
           UNTIL WS-MERGE-IDX > WS-MERGE-COUNT OR MergeFound
         IF MRG-MERGED-ID (WS-MERGE-IDX) = WS-CHASE-ID
           MOVE MRG-SURVIVOR-ID (WS-MERGE-IDX) TO WS-CHASE-ID
           SET MergeFound TO TRUE
         END-IF
       END-PERFORM
       IF MergeFound
         MOVE WS-CHASE-ID TO WS-SURVIVOR-ID
         ADD 1 TO WS-CHASE-HOPS
         IF WS-CHASE-HOPS > 20
           SET ChaseDone TO TRUE
         END-IF
       ELSE
         SET ChaseDone TO TRUE
       END-IF
     END-PERFORM.
 SetMergedProblem.
     STRING "PERSON " WS-LOOKUP-ID " MERGED AWAY INTO "
         WS-SURVIVOR-ID DELIMITED BY SIZE INTO WS-ORPHAN-PROBLEM.
*>   Each file starts a page of its own.
 StartFileSection.
     MOVE ZERO TO WS-FILE-READ WS-FILE-ORPHANS WS-RECORD-NUMBER.
     MOVE "N" TO WS-SWEEP-EOF.
     SET PrcBuildHeading TO TRUE.
     CALL "PrintReport" USING PrintControlRec.
     IF PRC-PAGE-NUMBER > 1
       MOVE SPACES TO OrphanReportLine
       WRITE OrphanReportLine
       BEFORE ADVANCING PAGE
     END-IF.
     WRITE OrphanReportLine FROM PRC-OUTPUT-LINE.
     MOVE SPACES TO OrphanReportLine.
     WRITE OrphanReportLine.
     MOVE WS-SWEEP-FILE TO FHD-FILE.
     WRITE OrphanReportLine FROM WS-FILE-HEADING.
     MOVE SPACES TO OrphanReportLine.
     WRITE OrphanReportLine.
     WRITE OrphanReportLine FROM WS-ORPHAN-HEADING.
*>   Not there at all is noted and passed; there but unopenable is a
*>   failure of the sweep.
 CheckOpenStatus.
     MOVE WS-SWEEP-STATUS TO WS-OPEN-STATUS.
     EVALUATE WS-SWEEP-STATUS
       WHEN "00"
       WHEN "05"
         SET FileChecked TO TRUE
       WHEN "35"
         SET FileMissing TO TRUE
         SET EndOfSweepFile TO TRUE
       WHEN OTHER
         SET FileOpenFailed TO TRUE
         SET EndOfSweepFile TO TRUE
         ADD 1 TO WS-OPEN-FAILURES
     END-EVALUATE.
 StartRecordCheck.
     ADD 1 TO WS-RECORD-NUMBER.
     ADD 1 TO WS-FILE-READ.
     MOVE ZERO TO WS-RECORD-ORPHANS.
     MOVE SPACES TO WS-RECORD-KEY.
 EndRecordCheck.
     IF WS-RECORD-ORPHANS > ZERO
       ADD 1 TO WS-FILE-ORPHANS
     END-IF.
 LogOrphan.
     ADD 1 TO WS-RECORD-ORPHANS.
     MOVE WS-RECORD-KEY     TO ORL-KEY.
     MOVE WS-ORPHAN-PROBLEM TO ORL-PROBLEM.
     WRITE OrphanReportLine FROM WS-ORPHAN-LINE.
     MOVE WS-ORPHAN-ACTION  TO ACL-ACTION.
     WRITE OrphanReportLine FROM WS-ACTION-LINE.
     MOVE SPACES TO WS-ORPHAN-PROBLEM WS-ORPHAN-ACTION.
 EndFileSection.
     MOVE SPACES TO OrphanReportLine.
     WRITE OrphanReportLine.
     EVALUATE TRUE
       WHEN FileMissing
         MOVE "FILE NOT PRESENT - NOT CHECKED" TO MSG-TEXT
         MOVE SPACES TO MSG-STATUS
         WRITE OrphanReportLine FROM WS-MESSAGE-LINE
       WHEN FileOpenFailed
         MOVE "FILE COULD NOT BE OPENED - STATUS" TO MSG-TEXT
         MOVE WS-OPEN-STATUS TO MSG-STATUS
         WRITE OrphanReportLine FROM WS-MESSAGE-LINE
       WHEN OTHER
         MOVE "RECORDS READ" TO CNT-LABEL
         MOVE WS-FILE-READ TO CNT-VALUE
         WRITE OrphanReportLine FROM WS-COUNT-LINE
         MOVE "RECORDS ORPHANED" TO CNT-LABEL
         MOVE WS-FILE-ORPHANS TO CNT-VALUE
         WRITE OrphanReportLine FROM WS-COUNT-LINE
     END-EVALUATE.
     ADD WS-FILE-READ    TO WS-TOTAL-READ.
     ADD WS-FILE-ORPHANS TO WS-TOTAL-ORPHANS.
     ADD 1 TO WS-SUMMARY-COUNT.
     MOVE WS-SWEEP-FILE   TO SMT-FILE (WS-SUMMARY-COUNT).
     MOVE WS-FILE-OUTCOME TO SMT-OUTCOME (WS-SUMMARY-COUNT).
     MOVE WS-OPEN-STATUS  TO SMT-STATUS (WS-SUMMARY-COUNT).
     MOVE WS-FILE-READ    TO SMT-READ (WS-SUMMARY-COUNT).
     MOVE WS-FILE-ORPHANS TO SMT-ORPHANS (WS-SUMMARY-COUNT).
 WriteSweepSummary.
     SET PrcBuildHeading TO TRUE.
     CALL "PrintReport" USING PrintControlRec.
     MOVE SPACES TO OrphanReportLine.
     WRITE OrphanReportLine
     BEFORE ADVANCING PAGE.
     WRITE OrphanReportLine FROM PRC-OUTPUT-LINE.
     MOVE SPACES TO OrphanReportLine.
     WRITE OrphanReportLine.
     WRITE OrphanReportLine FROM WS-SUMMARY-HEADING.
     PERFORM VARYING WS-SUMMARY-IDX FROM 1 BY 1
         UNTIL WS-SUMMARY-IDX > WS-SUMMARY-COUNT
       MOVE SMT-FILE (WS-SUMMARY-IDX) TO SML-FILE
       EVALUATE SMT-OUTCOME (WS-SUMMARY-IDX)
         WHEN "C"
           IF SMT-ORPHANS (WS-SUMMARY-IDX) > ZERO
             MOVE "ORPHANS" TO SML-OUTCOME
           ELSE
             MOVE "CLEAN" TO SML-OUTCOME
           END-IF
         WHEN "M"
           MOVE "NOT PRESENT" TO SML-OUTCOME
         WHEN OTHER
           MOVE SPACES TO SML-OUTCOME
           STRING "UNREADABLE " SMT-STATUS (WS-SUMMARY-IDX)
               DELIMITED BY SIZE INTO SML-OUTCOME
       END-EVALUATE
       MOVE SMT-READ (WS-SUMMARY-IDX)    TO SML-READ
       MOVE SMT-ORPHANS (WS-SUMMARY-IDX) TO SML-ORPHANS
       WRITE OrphanReportLine FROM WS-SUMMARY-LINE
     END-PERFORM.
     MOVE SPACES TO OrphanReportLine.
     WRITE OrphanReportLine.
     MOVE "RECORDS READ" TO CNT-LABEL.
     MOVE WS-TOTAL-READ TO CNT-VALUE.
     WRITE OrphanReportLine FROM WS-COUNT-LINE.
     MOVE "RECORDS ORPHANED" TO CNT-LABEL.
     MOVE WS-TOTAL-ORPHANS TO CNT-VALUE.
     WRITE OrphanReportLine FROM WS-COUNT-LINE.
     SET PrcBuildFooter TO TRUE.
     MOVE WS-TOTAL-ORPHANS TO PRC-DETAIL-COUNT.
     CALL "PrintReport" USING PrintControlRec.
     WRITE OrphanReportLine FROM PRC-OUTPUT-LINE.
 SetRunLogStart.
     MOVE "ORPHANSWEEP" TO RLG-JOB-NAME.
     ACCEPT WS-LOG-TS-DATE FROM DATE YYYYMMDD.
     ACCEPT WS-LOG-TS-TIME FROM TIME.
     MOVE WS-LOG-TS-DATE TO RLG-RUN-DATE.
     STRING WS-LOG-TS-DATE WS-LOG-TS-TIME DELIMITED BY SIZE
         INTO RLG-START-TIMESTAMP.
 WriteRunLogRecord.
     MOVE WS-TOTAL-READ TO RLG-READ-COUNT.
     MOVE ZERO TO RLG-WRITTEN-COUNT.
     MOVE WS-TOTAL-ORPHANS TO RLG-REJECTED-COUNT.
     MOVE RETURN-CODE TO RLG-RETURN-CODE.
     CALL "WriteRunLog" USING RunLogRec.
