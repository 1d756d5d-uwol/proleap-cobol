*> Entries past their per-type retention are purged on the same run:
*> the archived copy is emptied and the catalog entry flipped to P,
*> the same retirement GenCatHousekeeping applies to generations.
*> When RPTARCH.PARM names one report - the file, the name to catalog
*> it under and its retention - that report alone is archived and
*> nothing is purged: the overnight report queue archives each
*> request's output this way under its own RQnnnnnn.<type> name. The
*> parameter file is emptied as it is read, so a later full run can
*> never be mistaken for one.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
         ORGANIZATION IS LINE SEQUENTIAL.
     SELECT ArchiveReport ASSIGN TO "RPTARCH.RPT"
         ORGANIZATION IS LINE SEQUENTIAL.
     SELECT ParameterFile ASSIGN TO "RPTARCH.PARM"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-PARAMETER-STATUS.
 DATA DIVISION.
 FILE SECTION.
 FD ReportInFile.
 01 ReportCatalogTempRec PIC X(40).
 FD ArchiveReport.
 01 ArchiveReportLine PIC X(80).
 FD ParameterFile.
 01 ParameterRec.
    05 ARP-REPORT-FILE    PIC X(20).
    05 ARP-CATALOG-NAME   PIC X(20).
    05 ARP-RETENTION-DAYS PIC 9(4).
 WORKING-STORAGE SECTION.
 01 WS-REPORT-FILE-STATUS PIC XX.
 01 WS-CATALOG-STATUS PIC XX.
 01 WS-PARAMETER-STATUS PIC XX.
 01 WS-PARM-MODE PIC X VALUE "N".
    88 SingleReportRequested VALUE "Y".
*> The report in hand: the name it is cataloged and archived under
*> (the report's own file name on the full run) and its retention.
 01 WS-CATALOG-NAME PIC X(20).
 01 WS-CATALOG-RETENTION PIC 9(4).
 01 WS-RUN-DATE PIC 9(8).
 01 WS-RUN-DATE-INT PIC 9(7).
 01 WS-ENTRY-DATE-INT PIC 9(7).
    05 FILLER PIC X(24) VALUE "MSF.RPT             0400".
    05 FILLER PIC X(24) VALUE "RWR.CTL             0400".
    05 FILLER PIC X(24) VALUE "COMMSTMT.RPT        0400".
    05 FILLER PIC X(24) VALUE "REGIONSTMT.RPT      0400".
    05 FILLER PIC X(24) VALUE "TERRSTMT.RPT        0400".
    05 FILLER PIC X(24) VALUE "COMMADJ.RPT         0400".
    05 FILLER PIC X(24) VALUE "CONSOL.RPT          0400".
    05 FILLER PIC X(24) VALUE "UNMERGE.RPT         0400".
    05 FILLER PIC X(24) VALUE "MONTHEND.RPT        0400".
    05 FILLER PIC X(24) VALUE "GLTB.RPT            0400".
    05 FILLER PIC X(24) VALUE "GLACTV.RPT          0400".
    05 FILLER PIC X(24) VALUE "GLCOMP.RPT          0400".
    05 FILLER PIC X(24) VALUE "COMMRECON.RPT       0400".
    05 FILLER PIC X(24) VALUE "REMIT.RPT           2555".
    05 FILLER PIC X(24) VALUE "DISCOUNT.RPT        0400".
    05 FILLER PIC X(24) VALUE "TRANSEDIT.RPT       0090".
    05 FILLER PIC X(24) VALUE "SALESEDIT.RPT       0090".
    05 FILLER PIC X(24) VALUE "RETEXCEPT.RPT       0090".
    05 FILLER PIC X(24) VALUE "ORDMATCH.RPT        0090".
    05 FILLER PIC X(24) VALUE "BKOREL.RPT          0090".
    05 FILLER PIC X(24) VALUE "INVPRINT.RPT        0400".
    05 FILLER PIC X(24) VALUE "ARPOST.RPT          0400".
    05 FILLER PIC X(24) VALUE "ARAGING.RPT         0400".
    05 FILLER PIC X(24) VALUE "CASHAPP.RPT         0400".
    05 FILLER PIC X(24) VALUE "STATEMENTS.RPT      0400".
    05 FILLER PIC X(24) VALUE "LOYALTY.RPT         0400".
    05 FILLER PIC X(24) VALUE "RETURNS.RPT         0090".
    05 FILLER PIC X(24) VALUE "COUPON.RPT          0090".
    05 FILLER PIC X(24) VALUE "TAXEXPIRY.RPT       0090".
    05 FILLER PIC X(24) VALUE "LICEXPIRY.RPT       0090".
    05 FILLER PIC X(24) VALUE "BRACKET.RPT         0400".
    05 FILLER PIC X(24) VALUE "CUSTSCORE.RPT       0400".
    05 FILLER PIC X(24) VALUE "SEGMENT.RPT         0090".
    05 FILLER PIC X(24) VALUE "ITEMSALES.RPT       0090".
    05 FILLER PIC X(24) VALUE "TARGETVAR.RPT       0090".
    05 FILLER PIC X(24) VALUE "TOPSALES.RPT        0090".
    05 FILLER PIC X(24) VALUE "SUSAGING.RPT        0030".
    05 FILLER PIC X(24) VALUE "REORDER.RPT         0030".
    05 FILLER PIC X(24) VALUE "BKOAGING.RPT        0030".
    05 FILLER PIC X(24) VALUE "PICKLIST.RPT        0030".
    05 FILLER PIC X(24) VALUE "PACKSLIP.RPT        0090".
    05 FILLER PIC X(24) VALUE "SHIPMAN.RPT         0365".
    05 FILLER PIC X(24) VALUE "OVERRIDE.RPT        0400".
    05 FILLER PIC X(24) VALUE "SPIFF.RPT           0400".
    05 FILLER PIC X(24) VALUE "CUSTHIST.RPT        0090".
    05 FILLER PIC X(24) VALUE "COUNTSHEET.RPT      0090".
    05 FILLER PIC X(24) VALUE "COUNTVAR.RPT        0400".
    05 FILLER PIC X(24) VALUE "CNTADJ.RPT          0400".
    05 FILLER PIC X(24) VALUE "INVVAL.RPT          0400".
    05 FILLER PIC X(24) VALUE "PURCHORD.RPT        0400".
    05 FILLER PIC X(24) VALUE "RCVEXC.RPT          0400".
    05 FILLER PIC X(24) VALUE "RMAOPEN.RPT         0090".
    05 FILLER PIC X(24) VALUE "RETMAIL.RPT         0090".
    05 FILLER PIC X(24) VALUE "UNDELIV.RPT         0090".
    05 FILLER PIC X(24) VALUE "CAMPSEL.RPT         0090".
    05 FILLER PIC X(24) VALUE "CAMPRESP.RPT        0090".
    05 FILLER PIC X(24) VALUE "TERRASSIGN.RPT      0090".
    05 FILLER PIC X(24) VALUE "HOUSEHOLD.RPT       0030".
    05 FILLER PIC X(24) VALUE "WINDOW.RPT          0030".
    05 FILLER PIC X(24) VALUE "RUNLOG.RPT          0030".
    05 FILLER PIC X(24) VALUE "STRUCTURE.RPT       0090".
    05 FILLER PIC X(24) VALUE "ORPHAN.RPT          0090".
    05 FILLER PIC X(24) VALUE "COLLISION.RPT       0090".
    05 FILLER PIC X(24) VALUE "DIGEST.RPT          0090".
    05 FILLER PIC X(24) VALUE "CASEAGE.RPT         0090".
 01 WS-REPORT-TABLE REDEFINES WS-REPORT-TABLE-VALUES.
    05 WS-RPT-ENTRY OCCURS 66 TIMES.
       10 WS-RPT-NAME      PIC X(20).
       10 WS-RPT-RETENTION PIC 9(4).
 77 WS-REPORT-TABLE-SIZE PIC 99 VALUE 66.
 77 WS-REPORT-IDX PIC 99.
 01 WS-LINE-COUNT PIC 9(7).
 01 WS-ARCHIVED-COUNT PIC 9(5) VALUE ZERO.
     CALL "ResolveRunDate" USING RunDateControlRec.
     MOVE RDT-RUN-DATE TO WS-RUN-DATE.
     COMPUTE WS-RUN-DATE-INT = FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
     PERFORM ReadParameterFile.
     IF SingleReportRequested
       PERFORM ArchiveRequestedReport
       PERFORM WriteRunLogRecord
       STOP RUN
     END-IF.
     OPEN OUTPUT ArchiveReport.
     PERFORM ArchiveOneReport
         VARYING WS-REPORT-IDX FROM 1 BY 1
     CLOSE ArchiveReport.
     PERFORM WriteRunLogRecord.
     STOP RUN.
 ReadParameterFile.
     OPEN INPUT ParameterFile.
     IF WS-PARAMETER-STATUS = "00"
       READ ParameterFile
         NOT AT END
           SET SingleReportRequested TO TRUE
       END-READ
       CLOSE ParameterFile
     END-IF.
     IF SingleReportRequested
       MOVE ARP-REPORT-FILE    TO WS-REPORT-FILENAME
       MOVE ARP-CATALOG-NAME   TO WS-CATALOG-NAME
       MOVE ARP-RETENTION-DAYS TO WS-CATALOG-RETENTION
       OPEN OUTPUT ParameterFile
       CLOSE ParameterFile
     END-IF.
*>   A requested report that is not there ends 8 - whoever asked for
*>   it is told it failed rather than finding nothing in the catalog.
 ArchiveRequestedReport.
     PERFORM CopyReportToArchive.
     IF WS-REPORT-FILE-STATUS = "35"
       DISPLAY "ArchiveReports - " WS-REPORT-FILENAME
           " not present - nothing archived"
       MOVE 8 TO RETURN-CODE
     ELSE
       DISPLAY "ArchiveReports - " WS-REPORT-FILENAME
           " archived as " WS-CATALOG-NAME " (" WS-LINE-COUNT
           " lines)"
     END-IF.
 ArchiveOneReport.
     MOVE WS-RPT-NAME (WS-REPORT-IDX)      TO WS-REPORT-FILENAME.
     MOVE WS-RPT-NAME (WS-REPORT-IDX)      TO WS-CATALOG-NAME.
     MOVE WS-RPT-RETENTION (WS-REPORT-IDX) TO WS-CATALOG-RETENTION.
     PERFORM CopyReportToArchive.
     IF WS-REPORT-FILE-STATUS NOT = "35"
       MOVE "ARCHIVED  " TO DTL-ACTION
       MOVE WS-CATALOG-NAME TO DTL-NAME
       MOVE WS-LINE-COUNT TO DTL-LINES
       WRITE ArchiveReportLine FROM WS-DETAIL-LINE
     END-IF.
 CopyReportToArchive.
     MOVE ZERO TO WS-LINE-COUNT.
     MOVE "N" TO WS-REPORT-EOF.
     OPEN INPUT ReportInFile.
     ELSE
       MOVE SPACES TO WS-ARCHIVE-FILENAME
       STRING "RPTARCH."
           FUNCTION TRIM (WS-CATALOG-NAME)
           "." WS-RUN-DATE
           DELIMITED BY SIZE INTO WS-ARCHIVE-FILENAME
       OPEN OUTPUT ArchiveOutFile
       CLOSE ArchiveOutFile
       PERFORM CatalogArchivedReport
       ADD 1 TO WS-ARCHIVED-COUNT
     END-IF.
 CatalogArchivedReport.
     OPEN EXTEND ReportCatalog.
     MOVE WS-CATALOG-NAME      TO RCT-REPORT-NAME.
     MOVE WS-RUN-DATE          TO RCT-RUN-DATE.
     MOVE WS-LINE-COUNT        TO RCT-LINE-COUNT.
     MOVE WS-CATALOG-RETENTION TO RCT-RETENTION-DAYS.
     MOVE "A"                  TO RCT-STATUS.
     WRITE ReportCatalogRec.
     CLOSE ReportCatalog.
*>   Retention pass: an active entry older than its own retention is
     STRING WS-LOG-TS-DATE WS-LOG-TS-TIME DELIMITED BY SIZE
         INTO RLG-START-TIMESTAMP.
 WriteRunLogRecord.
     IF SingleReportRequested
       MOVE 1 TO RLG-READ-COUNT
     ELSE
       MOVE WS-REPORT-TABLE-SIZE TO RLG-READ-COUNT
     END-IF.
     MOVE WS-ARCHIVED-COUNT TO RLG-WRITTEN-COUNT.
     MOVE WS-MISSING-COUNT TO RLG-REJECTED-COUNT.
     MOVE RETURN-CODE TO RLG-RETURN-CODE.
