 IDENTIFICATION DIVISION.
 PROGRAM-ID. StructureSweep.
*> Nightly structural validation of the permanent file set, run at
*> the head of the daily cycle before anything reads or rewrites it:
*> PERSONS.DAT, SALESPERSONS.DAT, ITEMS.DAT, TARGETS.DAT, DRAWBAL.DAT,
*> COMMADJ.DAT, TAXRATES.DAT and the TRANSHIST.DAT, PERSONHIST.DAT and
*> INVHIST.DAT histories. Every record is read and every numeric field
*> tested against its picture (sign included) and every coded field
*> against its 88-level values - the blank a copybook documents as
*> allowed on legacy records passes - so a YOBirth of spaces is found
*> here rather than by the job it would have abended. A record of the
*> wrong length is an error too, and so is a file that is there but
*> cannot be opened or read; a file not there at all is noted. Each
*> file gets its own page of STRUCTURE.RPT - the failing fields by
*> record, up to 100 listed, and the counts - and a closing page
*> summarises them all. Any error ends the run 8, which holds the
*> cycle before the bad data spreads.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT PersonFile ASSIGN TO "PERSONS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS PersonId
         FILE STATUS IS WS-SWEEP-STATUS.
     SELECT SalespersonFile ASSIGN TO "SALESPERSONS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS SPX-PERSON-ID
         FILE STATUS IS WS-SWEEP-STATUS.
     SELECT ItemFile ASSIGN TO "ITEMS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS ItemCode
         FILE STATUS IS WS-SWEEP-STATUS.
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
     SELECT CommAdjFile ASSIGN TO "COMMADJ.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-SWEEP-STATUS.
     SELECT TaxRateFile ASSIGN TO "TAXRATES.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS TRX-STATE
         FILE STATUS IS WS-SWEEP-STATUS.
     SELECT TransHistFile ASSIGN TO "TRANSHIST.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-SWEEP-STATUS.
     SELECT PersonHistFile ASSIGN TO "PERSONHIST.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-SWEEP-STATUS.
     SELECT InvoiceHistFile ASSIGN TO "INVHIST.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS IVH-NUMBER
         FILE STATUS IS WS-SWEEP-STATUS.
     SELECT StructureReport ASSIGN TO "STRUCTURE.RPT"
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
       88 SpxActiveValid VALUES "Y" "N".
    05 SPX-TERM-DATE PIC 9(8).
    05 SPX-PLAN-ID   PIC X(6).
 FD ItemFile.
 COPY ITEMREC.
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
 FD CommAdjFile.
 COPY COMMADJREC.
 FD TaxRateFile.
 01 TaxRateRec.
    05 TRX-STATE  PIC XX.
    05 TRX-RATE   PIC 99V99.
    05 TRX-ACTIVE PIC X.
       88 TrxActiveValid VALUES "Y" "N".
    05 TRX-FREIGHT-TAXABLE PIC X.
       88 TrxFreightValid VALUES "Y" "N".
 FD TransHistFile.
 COPY TRANSHISTREC.
 FD PersonHistFile.
 COPY PERSONHISTREC.
 FD InvoiceHistFile.
 COPY INVHISTREC.
 FD StructureReport.
 01 StructureReportLine PIC X(80).
 WORKING-STORAGE SECTION.
 01 WS-SWEEP-STATUS PIC XX.
 01 WS-SWEEP-EOF PIC X.
    88 EndOfSweepFile VALUE "Y".
*> How the file in hand fared: C checked, M not present, F there but
*> could not be opened.
 01 WS-FILE-OUTCOME PIC X.
    88 FileChecked    VALUE "C".
    88 FileMissing    VALUE "M".
    88 FileOpenFailed VALUE "F".
 01 WS-OPEN-STATUS PIC XX.
 01 WS-RUN-DATE PIC 9(8).
 COPY INVOICEREC.
*> The file and record in hand, and the counts for the file.
 01 WS-SWEEP-FILE PIC X(16).
 01 WS-RECORD-KEY PIC X(14).
 01 WS-RECORD-NUMBER PIC 9(7).
 01 WS-RECORD-ERRORS PIC 9(3).
 01 WS-FILE-READ     PIC 9(7).
 01 WS-FILE-BAD      PIC 9(7).
 01 WS-FILE-ERRORS   PIC 9(7).
 01 WS-FILE-UNLISTED PIC 9(7).
 77 WS-LIST-LIMIT PIC 9(3) VALUE 100.
 01 WS-TOTAL-READ   PIC 9(7) VALUE ZERO.
 01 WS-TOTAL-BAD    PIC 9(7) VALUE ZERO.
 01 WS-TOTAL-ERRORS PIC 9(7) VALUE ZERO.
 01 WS-OPEN-FAILURES PIC 9(3) VALUE ZERO.
*> One field in error.
 01 WS-ERR-FIELD   PIC X(20).
 01 WS-ERR-VALUE   PIC X(20).
 01 WS-ERR-PROBLEM PIC X(20).
*> Each file's outcome, for the summary page.
 01 WS-SUMMARY-TABLE.
    05 WS-SUMMARY-ENTRY OCCURS 10 TIMES.
       10 SMT-FILE    PIC X(16).
       10 SMT-OUTCOME PIC X.
       10 SMT-STATUS  PIC XX.
       10 SMT-READ    PIC 9(7).
       10 SMT-BAD     PIC 9(7).
       10 SMT-ERRORS  PIC 9(7).
 01 WS-SUMMARY-COUNT PIC 99 VALUE ZERO.
 01 WS-SUMMARY-IDX   PIC 99.
 01 WS-FILE-HEADING.
    05 FILLER     PIC X(6) VALUE "FILE: ".
    05 FHD-FILE   PIC X(16).
 01 WS-ERROR-HEADING.
    05 FILLER PIC X(16) VALUE "RECORD".
    05 FILLER PIC X(22) VALUE "FIELD".
    05 FILLER PIC X(22) VALUE "VALUE FOUND".
    05 FILLER PIC X(20) VALUE "PROBLEM".
 01 WS-ERROR-LINE.
    05 ERL-KEY     PIC X(14).
    05 FILLER      PIC X(2) VALUE SPACES.
    05 ERL-FIELD   PIC X(20).
    05 FILLER      PIC X(2) VALUE SPACES.
    05 ERL-VALUE   PIC X(20).
    05 FILLER      PIC X(2) VALUE SPACES.
    05 ERL-PROBLEM PIC X(20).
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
    05 FILLER PIC X(11) VALUE "  IN ERROR".
    05 FILLER PIC X(10) VALUE "   ERRORS".
 01 WS-SUMMARY-LINE.
    05 SML-FILE    PIC X(16).
    05 FILLER      PIC X(2) VALUE SPACES.
    05 SML-OUTCOME PIC X(12).
    05 FILLER      PIC X(2) VALUE SPACES.
    05 SML-READ    PIC Z(8)9.
    05 FILLER      PIC X(2) VALUE SPACES.
    05 SML-BAD     PIC Z(8)9.
    05 FILLER      PIC X(1) VALUE SPACES.
    05 SML-ERRORS  PIC Z(8)9.
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
     OPEN OUTPUT StructureReport.
     MOVE "STRUCTURAL VALIDATION SWEEP" TO PRC-REPORT-TITLE.
     MOVE WS-RUN-DATE TO PRC-RUN-DATE.
     MOVE ZERO TO PRC-PAGE-NUMBER.
     PERFORM SweepPersons.
     PERFORM SweepSalespersons.
     PERFORM SweepItems.
     PERFORM SweepTargets.
     PERFORM SweepDrawBalances.
     PERFORM SweepCommissionAdjustments.
     PERFORM SweepTaxRates.
     PERFORM SweepTransHistory.
     PERFORM SweepPersonHistory.
     PERFORM SweepInvoiceHistory.
     PERFORM WriteSweepSummary.
     CLOSE StructureReport.
     IF WS-TOTAL-ERRORS > ZERO OR WS-OPEN-FAILURES > ZERO
       MOVE 8 TO RETURN-CODE
       DISPLAY "StructureSweep - " WS-TOTAL-ERRORS " field errors in "
           WS-TOTAL-BAD " records, " WS-OPEN-FAILURES
           " files unreadable - cycle held, see STRUCTURE.RPT"
     ELSE
       DISPLAY "StructureSweep - " WS-TOTAL-READ
           " records checked, no structural errors"
     END-IF.
     PERFORM WriteRunLogRecord.
     STOP RUN.
 SweepPersons.
     MOVE "PERSONS.DAT" TO WS-SWEEP-FILE.
     PERFORM StartFileSection.
     OPEN INPUT PersonFile.
     PERFORM CheckOpenStatus.
     PERFORM UNTIL EndOfSweepFile
       READ PersonFile NEXT RECORD
         AT END
           SET EndOfSweepFile TO TRUE
         NOT AT END
           PERFORM StartRecordCheck
           MOVE PersonId (1:) TO WS-RECORD-KEY
           PERFORM CheckPersonRecord
           PERFORM EndRecordCheck
       END-READ
       PERFORM CheckReadStatus
     END-PERFORM.
     IF FileChecked
       CLOSE PersonFile
     END-IF.
     PERFORM EndFileSection.
 CheckPersonRecord.
     IF PersonId NOT NUMERIC
       MOVE "PersonId" TO WS-ERR-FIELD
       MOVE PersonId (1:) TO WS-ERR-VALUE
       PERFORM LogNotNumeric
     END-IF.
     IF YOBirth NOT NUMERIC
       MOVE "YOBirth" TO WS-ERR-FIELD
       MOVE YOBirth (1:) TO WS-ERR-VALUE
       PERFORM LogNotNumeric
     END-IF.
     IF MOBirth NOT NUMERIC
       MOVE "MOBirth" TO WS-ERR-FIELD
       MOVE MOBirth (1:) TO WS-ERR-VALUE
       PERFORM LogNotNumeric
     END-IF.
     IF DOBirth NOT NUMERIC
       MOVE "DOBirth" TO WS-ERR-FIELD
       MOVE DOBirth (1:) TO WS-ERR-VALUE
       PERFORM LogNotNumeric
     END-IF.
     IF NOT (PersonActive OR PersonSuspended OR PersonDeceased
             OR PersonStatus = SPACE)
       MOVE "PersonStatus" TO WS-ERR-FIELD
       MOVE PersonStatus TO WS-ERR-VALUE
       PERFORM LogInvalidCode
     END-IF.
     IF PersonDoNotMail NOT = "Y" AND NOT = "N" AND NOT = SPACE
       MOVE "PersonDoNotMail" TO WS-ERR-FIELD
       MOVE PersonDoNotMail TO WS-ERR-VALUE
       PERFORM LogInvalidCode
     END-IF.
     IF PersonDoNotCall NOT = "Y" AND NOT = "N" AND NOT = SPACE
       MOVE "PersonDoNotCall" TO WS-ERR-FIELD
       MOVE PersonDoNotCall TO WS-ERR-VALUE
       PERFORM LogInvalidCode
     END-IF.
     IF PersonDoNotEmail NOT = "Y" AND NOT = "N" AND NOT = SPACE
       MOVE "PersonDoNotEmail" TO WS-ERR-FIELD
       MOVE PersonDoNotEmail TO WS-ERR-VALUE
       PERFORM LogInvalidCode
     END-IF.
 SweepSalespersons.
     MOVE "SALESPERSONS.DAT" TO WS-SWEEP-FILE.
     PERFORM StartFileSection.
     OPEN INPUT SalespersonFile.
     PERFORM CheckOpenStatus.
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
       PERFORM CheckReadStatus
     END-PERFORM.
     IF FileChecked
       CLOSE SalespersonFile
     END-IF.
     PERFORM EndFileSection.
 CheckSalespersonRecord.
     IF SPX-PERSON-ID NOT NUMERIC
       MOVE "SPX-PERSON-ID" TO WS-ERR-FIELD
       MOVE SPX-PERSON-ID (1:) TO WS-ERR-VALUE
       PERFORM LogNotNumeric
     END-IF.
     IF NOT SpxActiveValid
       MOVE "SPX-ACTIVE" TO WS-ERR-FIELD
       MOVE SPX-ACTIVE TO WS-ERR-VALUE
       PERFORM LogInvalidCode
     END-IF.
     IF SPX-TERM-DATE NOT NUMERIC
       MOVE "SPX-TERM-DATE" TO WS-ERR-FIELD
       MOVE SPX-TERM-DATE (1:) TO WS-ERR-VALUE
       PERFORM LogNotNumeric
     END-IF.
 SweepItems.
     MOVE "ITEMS.DAT" TO WS-SWEEP-FILE.
     PERFORM StartFileSection.
     OPEN INPUT ItemFile.
     PERFORM CheckOpenStatus.
     PERFORM UNTIL EndOfSweepFile
       READ ItemFile NEXT RECORD
         AT END
           SET EndOfSweepFile TO TRUE
         NOT AT END
           PERFORM StartRecordCheck
           MOVE ItemCode TO WS-RECORD-KEY
           PERFORM CheckItemRecord
           PERFORM EndRecordCheck
       END-READ
       PERFORM CheckReadStatus
     END-PERFORM.
     IF FileChecked
       CLOSE ItemFile
     END-IF.
     PERFORM EndFileSection.
 CheckItemRecord.
     IF ItemUnitPrice NOT NUMERIC
       MOVE "ItemUnitPrice" TO WS-ERR-FIELD
       MOVE ItemUnitPrice (1:) TO WS-ERR-VALUE
       PERFORM LogNotNumeric
     END-IF.
     IF ItemActiveFlag NOT = "Y" AND NOT = "N"
       MOVE "ItemActiveFlag" TO WS-ERR-FIELD
       MOVE ItemActiveFlag TO WS-ERR-VALUE
       PERFORM LogInvalidCode
     END-IF.
     IF ItemOnHandQty NOT NUMERIC
       MOVE "ItemOnHandQty" TO WS-ERR-FIELD
       MOVE ItemOnHandQty (1:) TO WS-ERR-VALUE
       PERFORM LogNotNumeric
     END-IF.
     IF ItemReorderPoint NOT NUMERIC
       MOVE "ItemReorderPoint" TO WS-ERR-FIELD
       MOVE ItemReorderPoint (1:) TO WS-ERR-VALUE
       PERFORM LogNotNumeric
     END-IF.
     IF ItemStdCost NOT NUMERIC
       MOVE "ItemStdCost" TO WS-ERR-FIELD
       MOVE ItemStdCost (1:) TO WS-ERR-VALUE
       PERFORM LogNotNumeric
     END-IF.
 SweepTargets.
     MOVE "TARGETS.DAT" TO WS-SWEEP-FILE.
     PERFORM StartFileSection.
     OPEN INPUT TargetFile.
     PERFORM CheckOpenStatus.
     PERFORM UNTIL EndOfSweepFile
       READ TargetFile NEXT RECORD
         AT END
           SET EndOfSweepFile TO TRUE
         NOT AT END
           PERFORM StartRecordCheck
           MOVE TGT-KEY TO WS-RECORD-KEY
           PERFORM CheckTargetRecord
           PERFORM EndRecordCheck
       END-READ
       PERFORM CheckReadStatus
     END-PERFORM.
     IF FileChecked
       CLOSE TargetFile
     END-IF.
     PERFORM EndFileSection.
 CheckTargetRecord.
     IF TGT-PERSON-ID NOT NUMERIC
       MOVE "TGT-PERSON-ID" TO WS-ERR-FIELD
       MOVE TGT-PERSON-ID (1:) TO WS-ERR-VALUE
       PERFORM LogNotNumeric
     END-IF.
     IF TGT-PERIOD NOT NUMERIC
       MOVE "TGT-PERIOD" TO WS-ERR-FIELD
       MOVE TGT-PERIOD (1:) TO WS-ERR-VALUE
       PERFORM LogNotNumeric
     END-IF.
     IF TGT-QUOTA-QTY NOT NUMERIC
       MOVE "TGT-QUOTA-QTY" TO WS-ERR-FIELD
       MOVE TGT-QUOTA-QTY (1:) TO WS-ERR-VALUE
       PERFORM LogNotNumeric
     END-IF.
     IF TGT-QUOTA-AMOUNT NOT NUMERIC
       MOVE "TGT-QUOTA-AMOUNT" TO WS-ERR-FIELD
       MOVE TGT-QUOTA-AMOUNT (1:) TO WS-ERR-VALUE
       PERFORM LogNotNumeric
     END-IF.
 SweepDrawBalances.
     MOVE "DRAWBAL.DAT" TO WS-SWEEP-FILE.
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
       PERFORM CheckReadStatus
     END-PERFORM.
     IF FileChecked
       CLOSE DrawFile
     END-IF.
     PERFORM EndFileSection.
 CheckDrawRecord.
     IF DRW-PERSON-ID NOT NUMERIC
       MOVE "DRW-PERSON-ID" TO WS-ERR-FIELD
       MOVE DRW-PERSON-ID (1:) TO WS-ERR-VALUE
       PERFORM LogNotNumeric
     END-IF.
     IF DRW-GUARANTEE NOT NUMERIC
       MOVE "DRW-GUARANTEE" TO WS-ERR-FIELD
       MOVE DRW-GUARANTEE (1:) TO WS-ERR-VALUE
       PERFORM LogNotNumeric
     END-IF.
     IF DRW-ACCRUED NOT NUMERIC
       MOVE "DRW-ACCRUED" TO WS-ERR-FIELD
       MOVE DRW-ACCRUED (1:) TO WS-ERR-VALUE
       PERFORM LogNotNumeric
     END-IF.
*>   The sequential files have no key to trust, so a record is named
*>   by its position in the file.
 SweepCommissionAdjustments.
     MOVE "COMMADJ.DAT" TO WS-SWEEP-FILE.
     PERFORM StartFileSection.
     OPEN INPUT CommAdjFile.
     PERFORM CheckOpenStatus.
     PERFORM UNTIL EndOfSweepFile
       READ CommAdjFile
         AT END
           SET EndOfSweepFile TO TRUE
         NOT AT END
           PERFORM StartRecordCheck
           PERFORM SetRecordNumberKey
           PERFORM CheckCommAdjRecord
           PERFORM EndRecordCheck
       END-READ
       PERFORM CheckReadStatus
     END-PERFORM.
     IF FileChecked
       CLOSE CommAdjFile
     END-IF.
     PERFORM EndFileSection.
 CheckCommAdjRecord.
     IF ADJ-PERSON-ID NOT NUMERIC
       MOVE "ADJ-PERSON-ID" TO WS-ERR-FIELD
       MOVE ADJ-PERSON-ID (1:) TO WS-ERR-VALUE
       PERFORM LogNotNumeric
     END-IF.
     IF ADJ-ADJUST-PERIOD NOT NUMERIC
       MOVE "ADJ-ADJUST-PERIOD" TO WS-ERR-FIELD
       MOVE ADJ-ADJUST-PERIOD (1:) TO WS-ERR-VALUE
       PERFORM LogNotNumeric
     END-IF.
     IF ADJ-RETURN-PERIOD NOT NUMERIC
       MOVE "ADJ-RETURN-PERIOD" TO WS-ERR-FIELD
       MOVE ADJ-RETURN-PERIOD (1:) TO WS-ERR-VALUE
       PERFORM LogNotNumeric
     END-IF.
     IF ADJ-RETURN-QTY NOT NUMERIC
       MOVE "ADJ-RETURN-QTY" TO WS-ERR-FIELD
       MOVE ADJ-RETURN-QTY (1:) TO WS-ERR-VALUE
       PERFORM LogNotNumeric
     END-IF.
     IF ADJ-RETURN-AMOUNT NOT NUMERIC
       MOVE "ADJ-RETURN-AMOUNT" TO WS-ERR-FIELD
       MOVE ADJ-RETURN-AMOUNT (1:) TO WS-ERR-VALUE
       PERFORM LogNotNumeric
     END-IF.
     IF ADJ-AMOUNT NOT NUMERIC
       MOVE "ADJ-AMOUNT" TO WS-ERR-FIELD
       MOVE ADJ-AMOUNT (1:) TO WS-ERR-VALUE
       PERFORM LogNotNumeric
     END-IF.
     IF ADJ-RUN-DATE NOT NUMERIC
       MOVE "ADJ-RUN-DATE" TO WS-ERR-FIELD
       MOVE ADJ-RUN-DATE (1:) TO WS-ERR-VALUE
       PERFORM LogNotNumeric
     END-IF.
     IF NOT (AdjPending OR AdjSettled)
       MOVE "ADJ-STATUS" TO WS-ERR-FIELD
       MOVE ADJ-STATUS TO WS-ERR-VALUE
       PERFORM LogInvalidCode
     END-IF.
 SweepTaxRates.
     MOVE "TAXRATES.DAT" TO WS-SWEEP-FILE.
     PERFORM StartFileSection.
     OPEN INPUT TaxRateFile.
     PERFORM CheckOpenStatus.
     PERFORM UNTIL EndOfSweepFile
       READ TaxRateFile NEXT RECORD
         AT END
           SET EndOfSweepFile TO TRUE
         NOT AT END
           PERFORM StartRecordCheck
           MOVE TRX-STATE TO WS-RECORD-KEY
           PERFORM CheckTaxRateRecord
           PERFORM EndRecordCheck
       END-READ
       PERFORM CheckReadStatus
     END-PERFORM.
     IF FileChecked
       CLOSE TaxRateFile
     END-IF.
     PERFORM EndFileSection.
 CheckTaxRateRecord.
     IF TRX-RATE NOT NUMERIC
       MOVE "TRX-RATE" TO WS-ERR-FIELD
       MOVE TRX-RATE (1:) TO WS-ERR-VALUE
       PERFORM LogNotNumeric
     END-IF.
     IF NOT TrxActiveValid
       MOVE "TRX-ACTIVE" TO WS-ERR-FIELD
       MOVE TRX-ACTIVE TO WS-ERR-VALUE
       PERFORM LogInvalidCode
     END-IF.
     IF NOT TrxFreightValid
       MOVE "TRX-FREIGHT-TAXABLE" TO WS-ERR-FIELD
       MOVE TRX-FREIGHT-TAXABLE TO WS-ERR-VALUE
       PERFORM LogInvalidCode
     END-IF.
 SweepTransHistory.
     MOVE "TRANSHIST.DAT" TO WS-SWEEP-FILE.
     PERFORM StartFileSection.
     OPEN INPUT TransHistFile.
     PERFORM CheckOpenStatus.
     PERFORM UNTIL EndOfSweepFile
       READ TransHistFile
         AT END
           SET EndOfSweepFile TO TRUE
         NOT AT END
           PERFORM StartRecordCheck
           PERFORM SetRecordNumberKey
           PERFORM CheckTransHistRecord
           PERFORM EndRecordCheck
       END-READ
       PERFORM CheckReadStatus
     END-PERFORM.
     IF FileChecked
       CLOSE TransHistFile
     END-IF.
     PERFORM EndFileSection.
*>   A Delete carries only the person it deletes, so its birth-date
*>   fields may be blank.
 CheckTransHistRecord.
     IF THR-RUN-DATE NOT NUMERIC
       MOVE "THR-RUN-DATE" TO WS-ERR-FIELD
       MOVE THR-RUN-DATE (1:) TO WS-ERR-VALUE
       PERFORM LogNotNumeric
     END-IF.
     IF THR-TRANS-CODE NOT = "A" AND NOT = "C" AND NOT = "D"
       MOVE "THR-TRANS-CODE" TO WS-ERR-FIELD
       MOVE THR-TRANS-CODE TO WS-ERR-VALUE
       PERFORM LogInvalidCode
     END-IF.
     IF THR-PERSON-ID NOT NUMERIC
       MOVE "THR-PERSON-ID" TO WS-ERR-FIELD
       MOVE THR-PERSON-ID (1:) TO WS-ERR-VALUE
       PERFORM LogNotNumeric
     END-IF.
     IF THR-TRANS-CODE NOT = "D"
       IF THR-YOBIRTH NOT NUMERIC
         MOVE "THR-YOBIRTH" TO WS-ERR-FIELD
         MOVE THR-YOBIRTH (1:) TO WS-ERR-VALUE
         PERFORM LogNotNumeric
       END-IF
       IF THR-MOBIRTH NOT NUMERIC
         MOVE "THR-MOBIRTH" TO WS-ERR-FIELD
         MOVE THR-MOBIRTH (1:) TO WS-ERR-VALUE
         PERFORM LogNotNumeric
       END-IF
       IF THR-DOBIRTH NOT NUMERIC
         MOVE "THR-DOBIRTH" TO WS-ERR-FIELD
         MOVE THR-DOBIRTH (1:) TO WS-ERR-VALUE
         PERFORM LogNotNumeric
       END-IF
     END-IF.
     IF THR-STATUS NOT = "A" AND NOT = "S" AND NOT = "D"
         AND NOT = SPACE
       MOVE "THR-STATUS" TO WS-ERR-FIELD
       MOVE THR-STATUS TO WS-ERR-VALUE
       PERFORM LogInvalidCode
     END-IF.
 SweepPersonHistory.
     MOVE "PERSONHIST.DAT" TO WS-SWEEP-FILE.
     PERFORM StartFileSection.
     OPEN INPUT PersonHistFile.
     PERFORM CheckOpenStatus.
     PERFORM UNTIL EndOfSweepFile
       READ PersonHistFile
         AT END
           SET EndOfSweepFile TO TRUE
         NOT AT END
           PERFORM StartRecordCheck
           PERFORM SetRecordNumberKey
           PERFORM CheckPersonHistRecord
           PERFORM EndRecordCheck
       END-READ
       PERFORM CheckReadStatus
     END-PERFORM.
     IF FileChecked
       CLOSE PersonHistFile
     END-IF.
     PERFORM EndFileSection.
 CheckPersonHistRecord.
     IF PHR-PERSON-ID NOT NUMERIC
       MOVE "PHR-PERSON-ID" TO WS-ERR-FIELD
       MOVE PHR-PERSON-ID (1:) TO WS-ERR-VALUE
       PERFORM LogNotNumeric
     END-IF.
     IF PHR-EFFECTIVE-DATE NOT NUMERIC
       MOVE "PHR-EFFECTIVE-DATE" TO WS-ERR-FIELD
       MOVE PHR-EFFECTIVE-DATE (1:) TO WS-ERR-VALUE
       PERFORM LogNotNumeric
     END-IF.
 SweepInvoiceHistory.
     MOVE "INVHIST.DAT" TO WS-SWEEP-FILE.
     PERFORM StartFileSection.
     OPEN INPUT InvoiceHistFile.
     PERFORM CheckOpenStatus.
     PERFORM UNTIL EndOfSweepFile
       READ InvoiceHistFile NEXT RECORD INTO InvoiceRec
         AT END
           SET EndOfSweepFile TO TRUE
         NOT AT END
           PERFORM StartRecordCheck
           MOVE IVH-NUMBER (1:) TO WS-RECORD-KEY
           PERFORM CheckInvoiceHistRecord
           PERFORM EndRecordCheck
       END-READ
       PERFORM CheckReadStatus
     END-PERFORM.
     IF FileChecked
       CLOSE InvoiceHistFile
     END-IF.
     PERFORM EndFileSection.
*>   The amounts every invoice has carried from the start must be
*>   numeric; those added since (tax rate, ship date, freight, points,
*>   coupon, exemption) are blank on the invoices issued before them.
 CheckInvoiceHistRecord.
     IF INV-NUMBER NOT NUMERIC
       MOVE "INV-NUMBER" TO WS-ERR-FIELD
       MOVE INV-NUMBER (1:) TO WS-ERR-VALUE
       PERFORM LogNotNumeric
     END-IF.
     IF INV-DATE NOT NUMERIC
       MOVE "INV-DATE" TO WS-ERR-FIELD
       MOVE INV-DATE (1:) TO WS-ERR-VALUE
       PERFORM LogNotNumeric
     END-IF.
     IF INV-PERSON-ID NOT NUMERIC
       MOVE "INV-PERSON-ID" TO WS-ERR-FIELD
       MOVE INV-PERSON-ID (1:) TO WS-ERR-VALUE
       PERFORM LogNotNumeric
     END-IF.
     IF INV-PRICE NOT NUMERIC
       MOVE "INV-PRICE" TO WS-ERR-FIELD
       MOVE INV-PRICE (1:) TO WS-ERR-VALUE
       PERFORM LogNotNumeric
     END-IF.
     IF INV-QUANTITY NOT NUMERIC
       MOVE "INV-QUANTITY" TO WS-ERR-FIELD
       MOVE INV-QUANTITY (1:) TO WS-ERR-VALUE
       PERFORM LogNotNumeric
     END-IF.
     IF INV-GROSS-AMOUNT NOT NUMERIC
       MOVE "INV-GROSS-AMOUNT" TO WS-ERR-FIELD
       MOVE INV-GROSS-AMOUNT (1:) TO WS-ERR-VALUE
       PERFORM LogNotNumeric
     END-IF.
     IF INV-BRACKET NOT NUMERIC
       MOVE "INV-BRACKET" TO WS-ERR-FIELD
       MOVE INV-BRACKET (1:) TO WS-ERR-VALUE
       PERFORM LogNotNumeric
     END-IF.
     IF INV-DISCOUNT-PCT NOT NUMERIC
       MOVE "INV-DISCOUNT-PCT" TO WS-ERR-FIELD
       MOVE INV-DISCOUNT-PCT (1:) TO WS-ERR-VALUE
       PERFORM LogNotNumeric
     END-IF.
     IF INV-DISCOUNT-AMOUNT NOT NUMERIC
       MOVE "INV-DISCOUNT-AMOUNT" TO WS-ERR-FIELD
       MOVE INV-DISCOUNT-AMOUNT (1:) TO WS-ERR-VALUE
       PERFORM LogNotNumeric
     END-IF.
     IF INV-TAX-AMOUNT NOT NUMERIC
       MOVE "INV-TAX-AMOUNT" TO WS-ERR-FIELD
       MOVE INV-TAX-AMOUNT (1:) TO WS-ERR-VALUE
       PERFORM LogNotNumeric
     END-IF.
     IF INV-NET-DUE NOT NUMERIC
       MOVE "INV-NET-DUE" TO WS-ERR-FIELD
       MOVE INV-NET-DUE (1:) TO WS-ERR-VALUE
       PERFORM LogNotNumeric
     END-IF.
     IF NOT (INV-IS-INVOICE OR INV-IS-CREDIT-MEMO
             OR INV-IS-AMENDMENT)
       MOVE "INV-DOC-TYPE" TO WS-ERR-FIELD
       MOVE INV-DOC-TYPE TO WS-ERR-VALUE
       PERFORM LogInvalidCode
     END-IF.
     IF INV-ORIGINAL-NO NOT NUMERIC
         AND INV-ORIGINAL-NO (1:) NOT = SPACES
       MOVE "INV-ORIGINAL-NO" TO WS-ERR-FIELD
       MOVE INV-ORIGINAL-NO (1:) TO WS-ERR-VALUE
       PERFORM LogNotNumeric
     END-IF.
     IF INV-TAX-RATE NOT NUMERIC
         AND INV-TAX-RATE (1:) NOT = SPACES
       MOVE "INV-TAX-RATE" TO WS-ERR-FIELD
       MOVE INV-TAX-RATE (1:) TO WS-ERR-VALUE
       PERFORM LogNotNumeric
     END-IF.
     IF INV-SHIP-DATE NOT NUMERIC
         AND INV-SHIP-DATE (1:) NOT = SPACES
       MOVE "INV-SHIP-DATE" TO WS-ERR-FIELD
       MOVE INV-SHIP-DATE (1:) TO WS-ERR-VALUE
       PERFORM LogNotNumeric
     END-IF.
     IF INV-FREIGHT-AMOUNT NOT NUMERIC
         AND INV-FREIGHT-AMOUNT (1:) NOT = SPACES
       MOVE "INV-FREIGHT-AMOUNT" TO WS-ERR-FIELD
       MOVE INV-FREIGHT-AMOUNT (1:) TO WS-ERR-VALUE
       PERFORM LogNotNumeric
     END-IF.
     IF INV-POINTS-REDEEMED NOT NUMERIC
         AND INV-POINTS-REDEEMED (1:) NOT = SPACES
       MOVE "INV-POINTS-REDEEMED" TO WS-ERR-FIELD
       MOVE INV-POINTS-REDEEMED (1:) TO WS-ERR-VALUE
       PERFORM LogNotNumeric
     END-IF.
     IF INV-POINTS-AMOUNT NOT NUMERIC
         AND INV-POINTS-AMOUNT (1:) NOT = SPACES
       MOVE "INV-POINTS-AMOUNT" TO WS-ERR-FIELD
       MOVE INV-POINTS-AMOUNT (1:) TO WS-ERR-VALUE
       PERFORM LogNotNumeric
     END-IF.
     IF INV-POINTS-EARNED NOT NUMERIC
         AND INV-POINTS-EARNED (1:) NOT = SPACES
       MOVE "INV-POINTS-EARNED" TO WS-ERR-FIELD
       MOVE INV-POINTS-EARNED (1:) TO WS-ERR-VALUE
       PERFORM LogNotNumeric
     END-IF.
     IF INV-COUPON-AMOUNT NOT NUMERIC
         AND INV-COUPON-AMOUNT (1:) NOT = SPACES
       MOVE "INV-COUPON-AMOUNT" TO WS-ERR-FIELD
       MOVE INV-COUPON-AMOUNT (1:) TO WS-ERR-VALUE
       PERFORM LogNotNumeric
     END-IF.
     IF INV-EXEMPT-SALES NOT NUMERIC
         AND INV-EXEMPT-SALES (1:) NOT = SPACES
       MOVE "INV-EXEMPT-SALES" TO WS-ERR-FIELD
       MOVE INV-EXEMPT-SALES (1:) TO WS-ERR-VALUE
       PERFORM LogNotNumeric
     END-IF.
     IF NOT INV-IS-RETURN AND INV-RETURN-CONDITION NOT = SPACE
       MOVE "INV-RETURN-CONDITION" TO WS-ERR-FIELD
       MOVE INV-RETURN-CONDITION TO WS-ERR-VALUE
       PERFORM LogInvalidCode
     END-IF.
     IF INV-RESTOCK-FEE NOT NUMERIC
         AND INV-RESTOCK-FEE (1:) NOT = SPACES
       MOVE "INV-RESTOCK-FEE" TO WS-ERR-FIELD
       MOVE INV-RESTOCK-FEE (1:) TO WS-ERR-VALUE
       PERFORM LogNotNumeric
     END-IF.
     IF INV-CREDITED-QTY NOT NUMERIC
         AND INV-CREDITED-QTY (1:) NOT = SPACES
       MOVE "INV-CREDITED-QTY" TO WS-ERR-FIELD
       MOVE INV-CREDITED-QTY (1:) TO WS-ERR-VALUE
       PERFORM LogNotNumeric
     END-IF.
*>   Each file starts a page of its own.
 StartFileSection.
     MOVE ZERO TO WS-FILE-READ WS-FILE-BAD WS-FILE-ERRORS
                  WS-FILE-UNLISTED WS-RECORD-NUMBER.
     MOVE "N" TO WS-SWEEP-EOF.
     SET PrcBuildHeading TO TRUE.
     CALL "PrintReport" USING PrintControlRec.
     IF PRC-PAGE-NUMBER > 1
       MOVE SPACES TO StructureReportLine
       WRITE StructureReportLine
       BEFORE ADVANCING PAGE
     END-IF.
     WRITE StructureReportLine FROM PRC-OUTPUT-LINE.
     MOVE SPACES TO StructureReportLine.
     WRITE StructureReportLine.
     MOVE WS-SWEEP-FILE TO FHD-FILE.
     WRITE StructureReportLine FROM WS-FILE-HEADING.
     MOVE SPACES TO StructureReportLine.
     WRITE StructureReportLine.
     WRITE StructureReportLine FROM WS-ERROR-HEADING.
*>   Not there at all is noted and passed; there but unopenable
*>   (wrong record length, damaged index) is itself an error.
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
*>   A read that fails outright ends the file there, as one error.
 CheckReadStatus.
     IF WS-SWEEP-STATUS NOT = "00" AND NOT = "02" AND NOT = "04"
         AND NOT = "10" AND NOT EndOfSweepFile
       MOVE "(READ)" TO WS-ERR-FIELD
       MOVE WS-SWEEP-STATUS TO WS-ERR-VALUE
       MOVE "READ FAILED - STATUS" TO WS-ERR-PROBLEM
       PERFORM SetRecordNumberKey
       PERFORM LogFieldError
       SET EndOfSweepFile TO TRUE
     END-IF.
 StartRecordCheck.
     ADD 1 TO WS-RECORD-NUMBER.
     ADD 1 TO WS-FILE-READ.
     MOVE ZERO TO WS-RECORD-ERRORS.
     IF WS-SWEEP-STATUS = "04"
       PERFORM SetRecordNumberKey
       MOVE "(RECORD)" TO WS-ERR-FIELD
       MOVE SPACES TO WS-ERR-VALUE
       MOVE "WRONG RECORD LENGTH" TO WS-ERR-PROBLEM
       PERFORM LogFieldError
     END-IF.
 EndRecordCheck.
     IF WS-RECORD-ERRORS > ZERO
       ADD 1 TO WS-FILE-BAD
     END-IF.
 SetRecordNumberKey.
     MOVE SPACES TO WS-RECORD-KEY.
     STRING "REC " WS-RECORD-NUMBER DELIMITED BY SIZE
         INTO WS-RECORD-KEY.
 LogNotNumeric.
     MOVE "NOT NUMERIC" TO WS-ERR-PROBLEM.
     PERFORM LogFieldError.
 LogInvalidCode.
     MOVE "NOT A VALID CODE" TO WS-ERR-PROBLEM.
     PERFORM LogFieldError.
 LogFieldError.
     ADD 1 TO WS-RECORD-ERRORS.
     ADD 1 TO WS-FILE-ERRORS.
     IF WS-FILE-ERRORS > WS-LIST-LIMIT
       ADD 1 TO WS-FILE-UNLISTED
     ELSE
       IF WS-ERR-VALUE = SPACES
         MOVE "(BLANK)" TO WS-ERR-VALUE
       END-IF
       INSPECT WS-ERR-VALUE REPLACING ALL LOW-VALUE BY "?"
       MOVE WS-RECORD-KEY  TO ERL-KEY
       MOVE WS-ERR-FIELD   TO ERL-FIELD
       MOVE WS-ERR-VALUE   TO ERL-VALUE
       MOVE WS-ERR-PROBLEM TO ERL-PROBLEM
       WRITE StructureReportLine FROM WS-ERROR-LINE
     END-IF.
     MOVE SPACES TO WS-ERR-VALUE.
 EndFileSection.
     MOVE SPACES TO StructureReportLine.
     WRITE StructureReportLine.
     EVALUATE TRUE
       WHEN FileMissing
         MOVE "FILE NOT PRESENT - NOT CHECKED" TO MSG-TEXT
         MOVE SPACES TO MSG-STATUS
         WRITE StructureReportLine FROM WS-MESSAGE-LINE
       WHEN FileOpenFailed
         MOVE "FILE COULD NOT BE OPENED - STATUS" TO MSG-TEXT
         MOVE WS-OPEN-STATUS TO MSG-STATUS
         WRITE StructureReportLine FROM WS-MESSAGE-LINE
       WHEN OTHER
         IF WS-FILE-UNLISTED > ZERO
           MOVE "FURTHER ERRORS NOT LISTED" TO CNT-LABEL
           MOVE WS-FILE-UNLISTED TO CNT-VALUE
           WRITE StructureReportLine FROM WS-COUNT-LINE
         END-IF
         MOVE "RECORDS READ" TO CNT-LABEL
         MOVE WS-FILE-READ TO CNT-VALUE
         WRITE StructureReportLine FROM WS-COUNT-LINE
         MOVE "RECORDS IN ERROR" TO CNT-LABEL
         MOVE WS-FILE-BAD TO CNT-VALUE
         WRITE StructureReportLine FROM WS-COUNT-LINE
         MOVE "FIELD ERRORS" TO CNT-LABEL
         MOVE WS-FILE-ERRORS TO CNT-VALUE
         WRITE StructureReportLine FROM WS-COUNT-LINE
     END-EVALUATE.
     ADD WS-FILE-READ   TO WS-TOTAL-READ.
     ADD WS-FILE-BAD    TO WS-TOTAL-BAD.
     ADD WS-FILE-ERRORS TO WS-TOTAL-ERRORS.
     ADD 1 TO WS-SUMMARY-COUNT.
     MOVE WS-SWEEP-FILE   TO SMT-FILE (WS-SUMMARY-COUNT).
     MOVE WS-FILE-OUTCOME TO SMT-OUTCOME (WS-SUMMARY-COUNT).
     MOVE WS-OPEN-STATUS  TO SMT-STATUS (WS-SUMMARY-COUNT).
     MOVE WS-FILE-READ    TO SMT-READ (WS-SUMMARY-COUNT).
     MOVE WS-FILE-BAD     TO SMT-BAD (WS-SUMMARY-COUNT).
     MOVE WS-FILE-ERRORS  TO SMT-ERRORS (WS-SUMMARY-COUNT).
 WriteSweepSummary.
     SET PrcBuildHeading TO TRUE.
     CALL "PrintReport" USING PrintControlRec.
     MOVE SPACES TO StructureReportLine.
     WRITE StructureReportLine
     BEFORE ADVANCING PAGE.
     WRITE StructureReportLine FROM PRC-OUTPUT-LINE.
     MOVE SPACES TO StructureReportLine.
     WRITE StructureReportLine.
     WRITE StructureReportLine FROM WS-SUMMARY-HEADING.
     PERFORM VARYING WS-SUMMARY-IDX FROM 1 BY 1
         UNTIL WS-SUMMARY-IDX > WS-SUMMARY-COUNT
       MOVE SMT-FILE (WS-SUMMARY-IDX) TO SML-FILE
       EVALUATE SMT-OUTCOME (WS-SUMMARY-IDX)
         WHEN "C"
           IF SMT-ERRORS (WS-SUMMARY-IDX) > ZERO
             MOVE "ERRORS" TO SML-OUTCOME
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
       MOVE SMT-READ (WS-SUMMARY-IDX)   TO SML-READ
       MOVE SMT-BAD (WS-SUMMARY-IDX)    TO SML-BAD
       MOVE SMT-ERRORS (WS-SUMMARY-IDX) TO SML-ERRORS
       WRITE StructureReportLine FROM WS-SUMMARY-LINE
     END-PERFORM.
     MOVE SPACES TO StructureReportLine.
     WRITE StructureReportLine.
     MOVE "RECORDS READ" TO CNT-LABEL.
     MOVE WS-TOTAL-READ TO CNT-VALUE.
     WRITE StructureReportLine FROM WS-COUNT-LINE.
     MOVE "RECORDS IN ERROR" TO CNT-LABEL.
     MOVE WS-TOTAL-BAD TO CNT-VALUE.
     WRITE StructureReportLine FROM WS-COUNT-LINE.
     MOVE "FIELD ERRORS" TO CNT-LABEL.
     MOVE WS-TOTAL-ERRORS TO CNT-VALUE.
     WRITE StructureReportLine FROM WS-COUNT-LINE.
     SET PrcBuildFooter TO TRUE.
     MOVE WS-TOTAL-ERRORS TO PRC-DETAIL-COUNT.
     CALL "PrintReport" USING PrintControlRec.
     WRITE StructureReportLine FROM PRC-OUTPUT-LINE.
 SetRunLogStart.
     MOVE "STRUCTURESWEEP" TO RLG-JOB-NAME.
     ACCEPT WS-LOG-TS-DATE FROM DATE YYYYMMDD.
     ACCEPT WS-LOG-TS-TIME FROM TIME.
     MOVE WS-LOG-TS-DATE TO RLG-RUN-DATE.
     STRING WS-LOG-TS-DATE WS-LOG-TS-TIME DELIMITED BY SIZE
         INTO RLG-START-TIMESTAMP.
 WriteRunLogRecord.
     MOVE WS-TOTAL-READ TO RLG-READ-COUNT.
     MOVE ZERO TO RLG-WRITTEN-COUNT.
     MOVE WS-TOTAL-BAD TO RLG-REJECTED-COUNT.
     MOVE RETURN-CODE TO RLG-RETURN-CODE.
     CALL "WriteRunLog" USING RunLogRec.
