 IDENTIFICATION DIVISION.
 PROGRAM-ID. ReportBurst.
*> Report bursting, run in the daily cycle straight after
*> ArchiveReports. Each report named on the distribution master
*> DISTLIST.DAT is found through RPTCAT.DAT as tonight's archived
*> copy, and every recipient listed against it gets their own
*> DLV.<recipient>.<report>.<date> output: the whole report, or only
*> the sections they are down for - a region's statement page, a
*> territory's line of the territory statement, a salesperson's
*> commission (or override) statement. Each output is registered on
*> DELIVERY.DAT with the form and destination it goes in. A second
*> pass over each sectioned report lists on BURST.RPT every region,
*> territory or salesperson section that nobody is down to receive,
*> along with any listed report not archived tonight and any entry
*> asking for a section the report is not divided by; any of these
*> ends the run 4.
*>
*> Where a report's sections start and what keys them is held in the
*> layout table below. A section start counts only when it follows
*> a page heading, so a "REGION TOTAL" line is never taken for a new
*> region. Blank lines and page headings between sections go with
*> the section that follows them; lines ahead of the first section go
*> to everyone, as does the END OF REPORT footer, and the run totals
*> after the last section only to whole-report recipients.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT DistListFile ASSIGN TO "DISTLIST.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS DST-KEY
         FILE STATUS IS WS-DISTLIST-FILE-STATUS.
     SELECT ReportCatalog ASSIGN TO "RPTCAT.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-CATALOG-STATUS.
     SELECT ArchiveInFile ASSIGN TO WS-ARCHIVE-FILENAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
     SELECT DeliveryOutFile ASSIGN TO WS-DELIVERY-FILENAME
         ORGANIZATION IS LINE SEQUENTIAL.
     SELECT DeliveryFile ASSIGN TO "DELIVERY.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-DELIVERY-FILE-STATUS.
     SELECT BurstReport ASSIGN TO "BURST.RPT"
         ORGANIZATION IS LINE SEQUENTIAL.
 DATA DIVISION.
 FILE SECTION.
 FD DistListFile.
 COPY DISTLISTREC.
 FD ReportCatalog.
 01 ReportCatalogRec.
    05 RCT-REPORT-NAME    PIC X(20).
    05 RCT-RUN-DATE       PIC 9(8).
    05 RCT-LINE-COUNT     PIC 9(7).
    05 RCT-RETENTION-DAYS PIC 9(4).
    05 RCT-STATUS         PIC X.
       88 RptCatActive VALUE "A".
 FD ArchiveInFile.
 01 ArchiveInLine PIC X(132).
 FD DeliveryOutFile.
 01 DeliveryOutLine PIC X(132).
 FD DeliveryFile.
 COPY DELIVERYREC.
 FD BurstReport.
 01 BurstReportLine PIC X(80).
 WORKING-STORAGE SECTION.
 01 WS-DISTLIST-FILE-STATUS PIC XX.
 01 WS-CATALOG-STATUS PIC XX.
 01 WS-ARCHIVE-FILE-STATUS PIC XX.
 01 WS-DELIVERY-FILE-STATUS PIC XX.
 01 WS-RUN-DATE PIC 9(8).
 01 WS-ARCHIVE-FILENAME  PIC X(40).
 01 WS-DELIVERY-FILENAME PIC X(60).
 01 WS-DISTLIST-EOF PIC X VALUE "N".
    88 EndOfDistList VALUE "Y".
 01 WS-CATALOG-EOF PIC X.
    88 EndOfCatalog VALUE "Y".
 01 WS-ARCHIVE-EOF PIC X.
    88 EndOfArchivedCopy VALUE "Y".
 01 WS-ARCHIVE-FOUND PIC X.
    88 ArchivedTonight VALUE "Y".
*> Where each burstable report's sections begin and how they are
*> keyed: the report, the kind of marker (P a section starting a new
*> page, L the column heading above a run of one-line sections that
*> ends at the next blank line, E the end of all sections), the
*> section type it gives (R region, T territory, S salesperson), the
*> marker text and its length, and the column and length of the key.
 01 WS-LAYOUT-TABLE-VALUES.
    05 FILLER PIC X(43) VALUE
       "REGIONSTMT.RPT      PRREGION        0700804".
    05 FILLER PIC X(43) VALUE
       "TERRSTMT.RPT        PRREGION        0700804".
    05 FILLER PIC X(43) VALUE
       "TERRSTMT.RPT        LTTERRITORY     0900110".
    05 FILLER PIC X(43) VALUE
       "TERRSTMT.RPT        E NO BUYER      0800000".
    05 FILLER PIC X(43) VALUE
       "COMMSTMT.RPT        PSSALESPERSON:  1404206".
    05 FILLER PIC X(43) VALUE
       "COMMSTMT.RPT        PSMANAGER:      1404206".
 01 WS-LAYOUT-TABLE REDEFINES WS-LAYOUT-TABLE-VALUES.
    05 WS-LAYOUT-ENTRY OCCURS 6 TIMES.
       10 LAY-REPORT-NAME   PIC X(20).
       10 LAY-MARKER-KIND   PIC X.
          88 LaySectionStart VALUE "P".
          88 LayLineSections VALUE "L".
          88 LaySectionsEnd  VALUE "E".
       10 LAY-SECTION-TYPE  PIC X.
       10 LAY-MARKER        PIC X(14).
       10 LAY-MARKER-LENGTH PIC 99.
       10 LAY-KEY-COLUMN    PIC 999.
       10 LAY-KEY-LENGTH    PIC 99.
 77 WS-LAYOUT-TABLE-SIZE PIC 99 VALUE 6.
 77 WS-LAYOUT-IDX PIC 99.
 01 WS-LAYOUT-FOUND PIC X.
    88 LayoutFound VALUE "Y".
*> The distribution master, held in key order - each report's
*> entries together.
 01 WS-DIST-TABLE.
    05 WS-DIST-ENTRY OCCURS 500 TIMES.
       10 DSE-REPORT-NAME    PIC X(20).
       10 DSE-SECTION-TYPE   PIC X.
       10 DSE-SECTION-VALUE  PIC X(10).
       10 DSE-RECIPIENT-ID   PIC X(8).
       10 DSE-FORM           PIC X.
       10 DSE-DESTINATION    PIC X(40).
 77 WS-DIST-MAX PIC 999 VALUE 500.
 01 WS-DIST-COUNT PIC 999 VALUE ZERO.
 01 WS-DIST-IDX   PIC 999.
 01 WS-SEARCH-IDX PIC 999.
 01 WS-RPT-FIRST  PIC 999.
 01 WS-RPT-LAST   PIC 999.
 01 WS-ENTRY-FOUND PIC X.
    88 EntryFound VALUE "Y".
*> The report and recipient in hand, and what the scan is for: D a
*> recipient's delivery, C the check that every section has someone.
 01 WS-BURST-REPORT PIC X(20).
 01 WS-BURST-RECIPIENT PIC X(8).
 01 WS-SCAN-MODE PIC X.
    88 ScanForDelivery VALUE "D".
    88 ScanForCoverage VALUE "C".
 01 WS-WHOLE-WANTED PIC X.
    88 WholeReportWanted VALUE "Y".
 01 WS-REPORT-SECTIONED PIC X.
    88 ReportSectioned VALUE "Y".
*> Where the scan is: B ahead of the first section, S in one, T in
*> the run totals after the last.
 01 WS-SCAN-PART PIC X.
    88 BeforeSections VALUE "B".
    88 InSection      VALUE "S".
    88 AfterSections  VALUE "T".
 01 WS-SCAN-LINE PIC X(132).
 01 WS-OUT-LINE  PIC X(132).
 01 WS-SECTION-TYPE PIC X.
 01 WS-SECTION-KEY  PIC X(10).
 01 WS-FIND-TYPE PIC X.
 01 WS-FIND-KEY  PIC X(10).
 01 WS-SECTION-WANTED PIC X.
    88 SectionWanted VALUE "Y".
 01 WS-KEY-COLUMN PIC 999.
 01 WS-KEY-LENGTH PIC 99.
 01 WS-BLOCK-FLAG PIC X.
    88 InLineBlock VALUE "Y".
 01 WS-BLOCK-TYPE PIC X.
 01 WS-BLOCK-KEY-COLUMN PIC 999.
 01 WS-BLOCK-KEY-LENGTH PIC 99.
*> Blank lines and page headings not yet known to belong to the
*> section before them or the one after.
 01 WS-HELD-LINES.
    05 WS-HELD-LINE PIC X(132) OCCURS 20 TIMES.
 01 WS-HELD-COUNT PIC 99.
 01 WS-HELD-IDX   PIC 99.
 01 WS-HELD-HEADING PIC X.
    88 HeldPageHeading VALUE "Y".
*> The current section's lines down to its column heading, sent
*> ahead of the first line-level section a recipient gets from it.
 01 WS-HEAD-LINES.
    05 WS-HEAD-LINE PIC X(132) OCCURS 30 TIMES.
 01 WS-HEAD-COUNT PIC 99.
 01 WS-HEAD-IDX   PIC 99.
 01 WS-HEAD-OPEN PIC X.
    88 HeadCollecting VALUE "Y".
 01 WS-HEAD-SENT PIC X.
    88 HeadSent VALUE "Y".
 01 WS-OUT-COUNT     PIC 9(7).
 01 WS-SECTION-LINES PIC 9(7).
 01 WS-DELIVERED-COUNT   PIC 9(5) VALUE ZERO.
 01 WS-NOTHING-COUNT     PIC 9(5) VALUE ZERO.
 01 WS-UNCOVERED-COUNT   PIC 9(5) VALUE ZERO.
 01 WS-NOT-ARCHIVED-COUNT PIC 9(5) VALUE ZERO.
 01 WS-UNUSABLE-COUNT    PIC 9(5) VALUE ZERO.
 01 WS-DETAIL-LINE.
    05 DTL-ACTION        PIC X(14).
    05 DTL-REPORT-NAME   PIC X(20).
    05 FILLER            PIC X VALUE SPACE.
    05 DTL-SECTION-TYPE  PIC X.
    05 FILLER            PIC X VALUE SPACE.
    05 DTL-SECTION-VALUE PIC X(10).
    05 FILLER            PIC X VALUE SPACE.
    05 DTL-RECIPIENT-ID  PIC X(8).
    05 FILLER            PIC X VALUE SPACE.
    05 DTL-FORM          PIC X.
    05 FILLER            PIC X VALUE SPACE.
    05 DTL-LINES         PIC ZZZZZZ9.
 01 WS-SUMMARY-LINE.
    05 SUM-LABEL PIC X(30).
    05 SUM-VALUE PIC Z(6)9.
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
     PERFORM LoadDistributionList.
     IF WS-DIST-COUNT = ZERO
       DISPLAY "ReportBurst - no distribution list entries - "
           "nothing burst"
       PERFORM WriteRunLogRecord
       STOP RUN
     END-IF.
     OPEN OUTPUT BurstReport.
     OPEN EXTEND DeliveryFile.
     IF WS-DELIVERY-FILE-STATUS = "35"
       OPEN OUTPUT DeliveryFile
     END-IF.
     MOVE 1 TO WS-RPT-FIRST.
     PERFORM UNTIL WS-RPT-FIRST > WS-DIST-COUNT
       MOVE WS-RPT-FIRST TO WS-RPT-LAST
       PERFORM UNTIL WS-RPT-LAST = WS-DIST-COUNT
           OR DSE-REPORT-NAME (WS-RPT-LAST + 1)
              NOT = DSE-REPORT-NAME (WS-RPT-FIRST)
         ADD 1 TO WS-RPT-LAST
       END-PERFORM
       PERFORM BurstOneReport
       COMPUTE WS-RPT-FIRST = WS-RPT-LAST + 1
     END-PERFORM.
     CLOSE DeliveryFile.
     PERFORM WriteRunSummary.
     CLOSE BurstReport.
     IF WS-UNCOVERED-COUNT > ZERO OR WS-NOT-ARCHIVED-COUNT > ZERO
         OR WS-UNUSABLE-COUNT > ZERO
       MOVE 4 TO RETURN-CODE
     END-IF.
     DISPLAY "ReportBurst - " WS-DELIVERED-COUNT " deliveries, "
         WS-UNCOVERED-COUNT " sections without a recipient".
     PERFORM WriteRunLogRecord.
     STOP RUN.
 LoadDistributionList.
     OPEN INPUT DistListFile.
     IF WS-DISTLIST-FILE-STATUS = "35"
       SET EndOfDistList TO TRUE
     END-IF.
     PERFORM UNTIL EndOfDistList
       READ DistListFile NEXT RECORD
         AT END
           SET EndOfDistList TO TRUE
         NOT AT END
           IF WS-DIST-COUNT < WS-DIST-MAX
             ADD 1 TO WS-DIST-COUNT
             MOVE DST-REPORT-NAME
                 TO DSE-REPORT-NAME (WS-DIST-COUNT)
             MOVE DST-SECTION-TYPE
                 TO DSE-SECTION-TYPE (WS-DIST-COUNT)
             MOVE DST-SECTION-VALUE
                 TO DSE-SECTION-VALUE (WS-DIST-COUNT)
             MOVE DST-RECIPIENT-ID
                 TO DSE-RECIPIENT-ID (WS-DIST-COUNT)
             MOVE DST-FORM TO DSE-FORM (WS-DIST-COUNT)
             MOVE DST-DESTINATION
                 TO DSE-DESTINATION (WS-DIST-COUNT)
           ELSE
             DISPLAY "ReportBurst - more than " WS-DIST-MAX
                 " entries - " DST-REPORT-NAME " "
                 DST-RECIPIENT-ID " ignored"
             ADD 1 TO WS-UNUSABLE-COUNT
           END-IF
       END-READ
     END-PERFORM.
     IF WS-DISTLIST-FILE-STATUS NOT = "35"
       CLOSE DistListFile
     END-IF.
*>   One report: its entries are WS-RPT-FIRST through WS-RPT-LAST.
*>   Each recipient is delivered to once, at their first entry, with
*>   all their entries for the report taken together.
 BurstOneReport.
     MOVE DSE-REPORT-NAME (WS-RPT-FIRST) TO WS-BURST-REPORT.
     PERFORM FindArchivedCopy.
     IF NOT ArchivedTonight
       MOVE "NOT ARCHIVED"  TO DTL-ACTION
       MOVE WS-BURST-REPORT TO DTL-REPORT-NAME
       MOVE SPACES TO DTL-SECTION-TYPE DTL-SECTION-VALUE
                      DTL-RECIPIENT-ID DTL-FORM
       MOVE ZERO TO DTL-LINES
       WRITE BurstReportLine FROM WS-DETAIL-LINE
       ADD 1 TO WS-NOT-ARCHIVED-COUNT
     ELSE
       MOVE "N" TO WS-REPORT-SECTIONED
       PERFORM VARYING WS-LAYOUT-IDX FROM 1 BY 1
           UNTIL WS-LAYOUT-IDX > WS-LAYOUT-TABLE-SIZE
         IF LAY-REPORT-NAME (WS-LAYOUT-IDX) = WS-BURST-REPORT
           SET ReportSectioned TO TRUE
         END-IF
       END-PERFORM
       PERFORM CheckEntryUsable
           VARYING WS-DIST-IDX FROM WS-RPT-FIRST BY 1
           UNTIL WS-DIST-IDX > WS-RPT-LAST
       PERFORM DeliverToRecipient
           VARYING WS-DIST-IDX FROM WS-RPT-FIRST BY 1
           UNTIL WS-DIST-IDX > WS-RPT-LAST
       IF ReportSectioned
         MOVE SPACES TO WS-BURST-RECIPIENT
         MOVE "N" TO WS-WHOLE-WANTED
         SET ScanForCoverage TO TRUE
         PERFORM ScanArchivedCopy
       END-IF
     END-IF.
*>   Tonight's archived copy is the one cataloged active under the
*>   report's own name for the run date.
 FindArchivedCopy.
     MOVE "N" TO WS-ARCHIVE-FOUND.
     MOVE "N" TO WS-CATALOG-EOF.
     OPEN INPUT ReportCatalog.
     IF WS-CATALOG-STATUS = "35"
       SET EndOfCatalog TO TRUE
     END-IF.
     PERFORM UNTIL EndOfCatalog
       READ ReportCatalog
         AT END
           SET EndOfCatalog TO TRUE
         NOT AT END
           IF RCT-REPORT-NAME = WS-BURST-REPORT
               AND RCT-RUN-DATE = WS-RUN-DATE
               AND RptCatActive
             SET ArchivedTonight TO TRUE
           END-IF
       END-READ
     END-PERFORM.
     IF WS-CATALOG-STATUS NOT = "35"
       CLOSE ReportCatalog
     END-IF.
     IF ArchivedTonight
       MOVE SPACES TO WS-ARCHIVE-FILENAME
       STRING "RPTARCH."
           FUNCTION TRIM (WS-BURST-REPORT)
           "." WS-RUN-DATE
           DELIMITED BY SIZE INTO WS-ARCHIVE-FILENAME
     END-IF.
*>   A section entry is only of use if the report is divided into
*>   sections of that type.
 CheckEntryUsable.
     IF DSE-SECTION-TYPE (WS-DIST-IDX) NOT = "A"
       MOVE "N" TO WS-LAYOUT-FOUND
       PERFORM VARYING WS-LAYOUT-IDX FROM 1 BY 1
           UNTIL WS-LAYOUT-IDX > WS-LAYOUT-TABLE-SIZE
         IF LAY-REPORT-NAME (WS-LAYOUT-IDX) = WS-BURST-REPORT
             AND LAY-SECTION-TYPE (WS-LAYOUT-IDX)
                 = DSE-SECTION-TYPE (WS-DIST-IDX)
           SET LayoutFound TO TRUE
         END-IF
       END-PERFORM
       IF NOT LayoutFound
         MOVE "CANNOT BURST"  TO DTL-ACTION
         PERFORM MoveEntryToDetail
         MOVE ZERO TO DTL-LINES
         WRITE BurstReportLine FROM WS-DETAIL-LINE
         ADD 1 TO WS-UNUSABLE-COUNT
       END-IF
     END-IF.
 DeliverToRecipient.
     MOVE "N" TO WS-ENTRY-FOUND.
     PERFORM VARYING WS-SEARCH-IDX FROM WS-RPT-FIRST BY 1
         UNTIL WS-SEARCH-IDX = WS-DIST-IDX
       IF DSE-RECIPIENT-ID (WS-SEARCH-IDX)
           = DSE-RECIPIENT-ID (WS-DIST-IDX)
         SET EntryFound TO TRUE
       END-IF
     END-PERFORM.
     IF NOT EntryFound
       MOVE DSE-RECIPIENT-ID (WS-DIST-IDX) TO WS-BURST-RECIPIENT
       MOVE "A"    TO WS-FIND-TYPE
       MOVE SPACES TO WS-FIND-KEY
       PERFORM FindRecipientEntry
       MOVE WS-ENTRY-FOUND TO WS-WHOLE-WANTED
       MOVE SPACES TO WS-DELIVERY-FILENAME
       STRING "DLV."
           FUNCTION TRIM (WS-BURST-RECIPIENT) "."
           FUNCTION TRIM (WS-BURST-REPORT) "."
           WS-RUN-DATE
           DELIMITED BY SIZE INTO WS-DELIVERY-FILENAME
       OPEN OUTPUT DeliveryOutFile
       SET ScanForDelivery TO TRUE
       PERFORM ScanArchivedCopy
       CLOSE DeliveryOutFile
       PERFORM RegisterDelivery
     END-IF.
*>   A recipient whose sections were all absent tonight is still
*>   registered, as having been sent nothing.
 RegisterDelivery.
     MOVE WS-RUN-DATE        TO DLV-RUN-DATE.
     MOVE WS-BURST-REPORT    TO DLV-REPORT-NAME.
     MOVE WS-BURST-RECIPIENT TO DLV-RECIPIENT-ID.
     MOVE DSE-FORM (WS-DIST-IDX)        TO DLV-FORM.
     MOVE DSE-DESTINATION (WS-DIST-IDX) TO DLV-DESTINATION.
     MOVE WS-DELIVERY-FILENAME TO DLV-FILE-NAME.
     IF WholeReportWanted OR WS-SECTION-LINES > ZERO
       MOVE WS-OUT-COUNT TO DLV-LINE-COUNT
       SET DlvDelivered TO TRUE
       MOVE "DELIVERED"  TO DTL-ACTION
       ADD 1 TO WS-DELIVERED-COUNT
     ELSE
       MOVE ZERO TO DLV-LINE-COUNT
       SET DlvNothingSent TO TRUE
       MOVE "NOTHING SENT" TO DTL-ACTION
       ADD 1 TO WS-NOTHING-COUNT
     END-IF.
     WRITE DeliveryRec.
     PERFORM MoveEntryToDetail.
     MOVE DLV-LINE-COUNT TO DTL-LINES.
     WRITE BurstReportLine FROM WS-DETAIL-LINE.
 MoveEntryToDetail.
     MOVE DSE-REPORT-NAME (WS-DIST-IDX)   TO DTL-REPORT-NAME.
     MOVE DSE-SECTION-TYPE (WS-DIST-IDX)  TO DTL-SECTION-TYPE.
     MOVE DSE-SECTION-VALUE (WS-DIST-IDX) TO DTL-SECTION-VALUE.
     MOVE DSE-RECIPIENT-ID (WS-DIST-IDX)  TO DTL-RECIPIENT-ID.
     MOVE DSE-FORM (WS-DIST-IDX)          TO DTL-FORM.
*>   Is there an entry for this report and section type and value -
*>   for the recipient in hand when delivering, for anyone at all
*>   when checking coverage?
 FindRecipientEntry.
     MOVE "N" TO WS-ENTRY-FOUND.
     PERFORM VARYING WS-SEARCH-IDX FROM WS-RPT-FIRST BY 1
         UNTIL WS-SEARCH-IDX > WS-RPT-LAST
       IF DSE-SECTION-TYPE (WS-SEARCH-IDX) = WS-FIND-TYPE
           AND DSE-SECTION-VALUE (WS-SEARCH-IDX) = WS-FIND-KEY
           AND (ScanForCoverage
                OR DSE-RECIPIENT-ID (WS-SEARCH-IDX)
                   = WS-BURST-RECIPIENT)
         SET EntryFound TO TRUE
       END-IF
     END-PERFORM.
*>   One pass over tonight's archived copy, for a delivery or for the
*>   coverage check.
 ScanArchivedCopy.
     SET BeforeSections TO TRUE.
     MOVE "N" TO WS-ARCHIVE-EOF WS-BLOCK-FLAG WS-HELD-HEADING
                 WS-SECTION-WANTED WS-HEAD-OPEN WS-HEAD-SENT.
     MOVE ZERO TO WS-HELD-COUNT WS-HEAD-COUNT WS-OUT-COUNT
                  WS-SECTION-LINES.
     OPEN INPUT ArchiveInFile.
     IF WS-ARCHIVE-FILE-STATUS = "35"
       SET EndOfArchivedCopy TO TRUE
     END-IF.
     PERFORM UNTIL EndOfArchivedCopy
       READ ArchiveInFile
         AT END
           SET EndOfArchivedCopy TO TRUE
         NOT AT END
           MOVE ArchiveInLine TO WS-SCAN-LINE
           PERFORM ScanOneLine
       END-READ
     END-PERFORM.
     PERFORM FlushHeldLines.
     IF WS-ARCHIVE-FILE-STATUS NOT = "35"
       CLOSE ArchiveInFile
     END-IF.
 ScanOneLine.
     EVALUATE TRUE
       WHEN WS-SCAN-LINE = SPACES
           OR WS-SCAN-LINE (45:10) = "RUN DATE: "
         IF WS-SCAN-LINE = SPACES
           MOVE "N" TO WS-BLOCK-FLAG
         ELSE
           SET HeldPageHeading TO TRUE
         END-IF
         IF WS-HELD-COUNT = 20
           PERFORM FlushHeldLines
         END-IF
         ADD 1 TO WS-HELD-COUNT
         MOVE WS-SCAN-LINE TO WS-HELD-LINE (WS-HELD-COUNT)
       WHEN WS-SCAN-LINE (1:16) = "END OF REPORT - "
         PERFORM FlushHeldLines
         IF ScanForDelivery
           WRITE DeliveryOutLine FROM WS-SCAN-LINE
           ADD 1 TO WS-OUT-COUNT
         END-IF
       WHEN OTHER
         MOVE "N" TO WS-LAYOUT-FOUND
         IF HeldPageHeading
           PERFORM VARYING WS-LAYOUT-IDX FROM 1 BY 1
               UNTIL WS-LAYOUT-IDX > WS-LAYOUT-TABLE-SIZE
                  OR LayoutFound
             IF LAY-REPORT-NAME (WS-LAYOUT-IDX) = WS-BURST-REPORT
                 AND LaySectionStart (WS-LAYOUT-IDX)
                 AND WS-SCAN-LINE (1:LAY-MARKER-LENGTH (WS-LAYOUT-IDX))
                   = LAY-MARKER (WS-LAYOUT-IDX)
                     (1:LAY-MARKER-LENGTH (WS-LAYOUT-IDX))
               SET LayoutFound TO TRUE
             END-IF
           END-PERFORM
         END-IF
         IF LayoutFound
           SUBTRACT 1 FROM WS-LAYOUT-IDX
           PERFORM StartSection
         ELSE
           PERFORM FlushHeldLines
           PERFORM ScanContentLine
         END-IF
         MOVE "N" TO WS-HELD-HEADING
     END-EVALUATE.
*>   A new section: the lines held back go with it, and start the
*>   section's head in case only one of its line-level sections is
*>   wanted.
 StartSection.
     SET InSection TO TRUE.
     MOVE "N" TO WS-BLOCK-FLAG WS-HEAD-SENT.
     MOVE LAY-SECTION-TYPE (WS-LAYOUT-IDX) TO WS-SECTION-TYPE.
     MOVE LAY-KEY-COLUMN (WS-LAYOUT-IDX)   TO WS-KEY-COLUMN.
     MOVE LAY-KEY-LENGTH (WS-LAYOUT-IDX)   TO WS-KEY-LENGTH.
     PERFORM ExtractSectionKey.
     MOVE WS-SECTION-TYPE TO WS-FIND-TYPE.
     MOVE WS-SECTION-KEY  TO WS-FIND-KEY.
     MOVE ZERO TO WS-HEAD-COUNT.
     SET HeadCollecting TO TRUE.
     IF ScanForDelivery
       PERFORM FindRecipientEntry
       IF WholeReportWanted OR EntryFound
         SET SectionWanted TO TRUE
       ELSE
         MOVE "N" TO WS-SECTION-WANTED
       END-IF
     ELSE
       PERFORM CheckSectionCovered
       MOVE WS-ENTRY-FOUND TO WS-SECTION-WANTED
     END-IF.
     PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
         UNTIL WS-HELD-IDX > WS-HELD-COUNT
       MOVE WS-HELD-LINE (WS-HELD-IDX) TO WS-OUT-LINE
       PERFORM WriteCurrentPartLine
     END-PERFORM.
     MOVE ZERO TO WS-HELD-COUNT.
     MOVE WS-SCAN-LINE TO WS-OUT-LINE.
     PERFORM WriteCurrentPartLine.
*>   Salesperson IDs print zero-suppressed; the list holds them as
*>   six digits.
 ExtractSectionKey.
     MOVE SPACES TO WS-SECTION-KEY.
     MOVE WS-SCAN-LINE (WS-KEY-COLUMN:WS-KEY-LENGTH)
         TO WS-SECTION-KEY (1:WS-KEY-LENGTH).
     IF WS-SECTION-TYPE = "S"
       INSPECT WS-SECTION-KEY (1:WS-KEY-LENGTH)
           REPLACING LEADING SPACES BY ZERO
     END-IF.
 FlushHeldLines.
     PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
         UNTIL WS-HELD-IDX > WS-HELD-COUNT
       MOVE WS-HELD-LINE (WS-HELD-IDX) TO WS-OUT-LINE
       PERFORM WriteCurrentPartLine
     END-PERFORM.
     MOVE ZERO TO WS-HELD-COUNT.
 ScanContentLine.
     IF InSection AND InLineBlock
       PERFORM ScanLineSection
     ELSE
       MOVE "N" TO WS-LAYOUT-FOUND
       PERFORM VARYING WS-LAYOUT-IDX FROM 1 BY 1
           UNTIL WS-LAYOUT-IDX > WS-LAYOUT-TABLE-SIZE
              OR LayoutFound
         IF LAY-REPORT-NAME (WS-LAYOUT-IDX) = WS-BURST-REPORT
             AND (LayLineSections (WS-LAYOUT-IDX)
                  OR LaySectionsEnd (WS-LAYOUT-IDX))
             AND WS-SCAN-LINE (1:LAY-MARKER-LENGTH (WS-LAYOUT-IDX))
               = LAY-MARKER (WS-LAYOUT-IDX)
                 (1:LAY-MARKER-LENGTH (WS-LAYOUT-IDX))
           SET LayoutFound TO TRUE
         END-IF
       END-PERFORM
       IF LayoutFound
         SUBTRACT 1 FROM WS-LAYOUT-IDX
         IF LaySectionsEnd (WS-LAYOUT-IDX)
           SET AfterSections TO TRUE
         END-IF
       END-IF
       MOVE WS-SCAN-LINE TO WS-OUT-LINE
       PERFORM WriteCurrentPartLine
       IF LayoutFound AND InSection
           AND LayLineSections (WS-LAYOUT-IDX)
         SET InLineBlock TO TRUE
         MOVE "N" TO WS-HEAD-OPEN
         MOVE LAY-SECTION-TYPE (WS-LAYOUT-IDX) TO WS-BLOCK-TYPE
         MOVE LAY-KEY-COLUMN (WS-LAYOUT-IDX) TO WS-BLOCK-KEY-COLUMN
         MOVE LAY-KEY-LENGTH (WS-LAYOUT-IDX) TO WS-BLOCK-KEY-LENGTH
       END-IF
     END-IF.
*>   One line of a run of line-level sections (a territory's line):
*>   sent with the whole section, or on its own - after the section's
*>   head - to whoever is down for just that line. It needs a
*>   recipient of its own only where its section has none.
 ScanLineSection.
     MOVE WS-BLOCK-TYPE TO WS-FIND-TYPE.
     MOVE SPACES TO WS-FIND-KEY.
     MOVE WS-SCAN-LINE (WS-BLOCK-KEY-COLUMN:WS-BLOCK-KEY-LENGTH)
         TO WS-FIND-KEY (1:WS-BLOCK-KEY-LENGTH).
     EVALUATE TRUE
       WHEN ScanForCoverage
         IF NOT SectionWanted
           PERFORM CheckSectionCovered
         END-IF
       WHEN SectionWanted
         MOVE WS-SCAN-LINE TO WS-OUT-LINE
         PERFORM WriteDeliveryLine
       WHEN OTHER
         PERFORM FindRecipientEntry
         IF EntryFound
           IF NOT HeadSent
             PERFORM VARYING WS-HEAD-IDX FROM 1 BY 1
                 UNTIL WS-HEAD-IDX > WS-HEAD-COUNT
               MOVE WS-HEAD-LINE (WS-HEAD-IDX) TO WS-OUT-LINE
               PERFORM WriteDeliveryLine
             END-PERFORM
             SET HeadSent TO TRUE
           END-IF
           MOVE WS-SCAN-LINE TO WS-OUT-LINE
           PERFORM WriteDeliveryLine
         END-IF
     END-EVALUATE.
 CheckSectionCovered.
     PERFORM FindRecipientEntry.
     IF NOT EntryFound
       MOVE "NO RECIPIENT"  TO DTL-ACTION
       MOVE WS-BURST-REPORT TO DTL-REPORT-NAME
       MOVE WS-FIND-TYPE    TO DTL-SECTION-TYPE
       MOVE WS-FIND-KEY     TO DTL-SECTION-VALUE
       MOVE SPACES TO DTL-RECIPIENT-ID DTL-FORM
       MOVE ZERO TO DTL-LINES
       WRITE BurstReportLine FROM WS-DETAIL-LINE
       ADD 1 TO WS-UNCOVERED-COUNT
     END-IF.
*>   A line of the section (or the lines around the sections) the
*>   scan is in: kept for the section's head while that is still
*>   being gathered, and sent if the recipient is to have it.
 WriteCurrentPartLine.
     IF InSection AND HeadCollecting AND WS-HEAD-COUNT < 30
       ADD 1 TO WS-HEAD-COUNT
       MOVE WS-OUT-LINE TO WS-HEAD-LINE (WS-HEAD-COUNT)
     END-IF.
     IF ScanForDelivery
       EVALUATE TRUE
         WHEN BeforeSections
           PERFORM WriteDeliveryLine
         WHEN InSection AND SectionWanted
           PERFORM WriteDeliveryLine
         WHEN AfterSections AND WholeReportWanted
           PERFORM WriteDeliveryLine
       END-EVALUATE
     END-IF.
 WriteDeliveryLine.
     WRITE DeliveryOutLine FROM WS-OUT-LINE.
     ADD 1 TO WS-OUT-COUNT.
     IF InSection
       ADD 1 TO WS-SECTION-LINES
     END-IF.
 WriteRunSummary.
     MOVE SPACES TO BurstReportLine.
     WRITE BurstReportLine.
     MOVE "DELIVERIES MADE"            TO SUM-LABEL.
     MOVE WS-DELIVERED-COUNT           TO SUM-VALUE.
     WRITE BurstReportLine FROM WS-SUMMARY-LINE.
     MOVE "RECIPIENTS SENT NOTHING"    TO SUM-LABEL.
     MOVE WS-NOTHING-COUNT             TO SUM-VALUE.
     WRITE BurstReportLine FROM WS-SUMMARY-LINE.
     MOVE "SECTIONS WITHOUT RECIPIENT" TO SUM-LABEL.
     MOVE WS-UNCOVERED-COUNT           TO SUM-VALUE.
     WRITE BurstReportLine FROM WS-SUMMARY-LINE.
     MOVE "REPORTS NOT ARCHIVED"       TO SUM-LABEL.
     MOVE WS-NOT-ARCHIVED-COUNT        TO SUM-VALUE.
     WRITE BurstReportLine FROM WS-SUMMARY-LINE.
     MOVE "ENTRIES NOT USABLE"         TO SUM-LABEL.
     MOVE WS-UNUSABLE-COUNT            TO SUM-VALUE.
     WRITE BurstReportLine FROM WS-SUMMARY-LINE.
 SetRunLogStart.
     MOVE "REPORTBURST" TO RLG-JOB-NAME.
     ACCEPT WS-LOG-TS-DATE FROM DATE YYYYMMDD.
     ACCEPT WS-LOG-TS-TIME FROM TIME.
     MOVE WS-LOG-TS-DATE TO RLG-RUN-DATE.
     STRING WS-LOG-TS-DATE WS-LOG-TS-TIME DELIMITED BY SIZE
         INTO RLG-START-TIMESTAMP.
 WriteRunLogRecord.
     MOVE WS-DIST-COUNT TO RLG-READ-COUNT.
     MOVE WS-DELIVERED-COUNT TO RLG-WRITTEN-COUNT.
     COMPUTE RLG-REJECTED-COUNT = WS-UNCOVERED-COUNT
         + WS-NOT-ARCHIVED-COUNT + WS-UNUSABLE-COUNT.
     MOVE RETURN-CODE TO RLG-RETURN-CODE.
     CALL "WriteRunLog" USING RunLogRec.
