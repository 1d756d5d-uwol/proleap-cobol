 IDENTIFICATION DIVISION.
 PROGRAM-ID. ReportQueueStep.
*> Bracketing step for each request in the overnight report deck
*> ReportQueueBuild generates. The SYSIN card names the action and the
*> request: S000123 readies request 123 to run, F000123 closes it out.
*> Starting takes a request still queued, sets aside any parameter
*> file the report program already has (RPTQUEUE.HELD), writes the
*> request's own parameters in that program's unattended layout,
*> empties the report it will write so no earlier output can pass for
*> it, and asks ArchiveReports (RPTARCH.PARM) to archive that report
*> under RQnnnnnn.<type>; the request is marked running. A request no
*> longer queued ends 8 and its report step is passed over.
*> Finishing runs whatever happened before it: a request whose
*> archive entry is in RPTCAT.DAT for tonight is complete, anything
*> else failed, with the reason; the set-aside parameter file goes
*> back and the archive request is withdrawn either way.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT RequestFile ASSIGN TO "RPTQUEUE.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS RRQ-REQUEST-ID
         FILE STATUS IS WS-REQUEST-FILE-STATUS.
     SELECT ParmFile ASSIGN TO WS-PARM-FILENAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-PARM-FILE-STATUS.
     SELECT HeldParmFile ASSIGN TO "RPTQUEUE.HELD"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-HELD-FILE-STATUS.
     SELECT ArchiveParmFile ASSIGN TO "RPTARCH.PARM"
         ORGANIZATION IS LINE SEQUENTIAL.
     SELECT ReportFile ASSIGN TO WS-REPORT-FILENAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-REPORT-FILE-STATUS.
     SELECT ReportCatalog ASSIGN TO "RPTCAT.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-CATALOG-STATUS.
 DATA DIVISION.
 FILE SECTION.
 FD RequestFile.
 COPY RPTREQREC.
*> One parameter file, three layouts - those SeqRead, PersonInquiry
*> and ItemAnalysis read in unattended mode.
 FD ParmFile.
 01 ParmLine PIC X(80).
 01 SeqReadParmRec.
    05 SRP-CRITERIA-TYPE PIC X.
    05 SRP-YEAR-FROM     PIC 9(4).
    05 SRP-YEAR-TO       PIC 9(4).
    05 SRP-NAME-FROM     PIC X(20).
    05 SRP-NAME-TO       PIC X(20).
    05 SRP-CITY          PIC X(15).
 01 Person360ParmRec.
    05 PIP-OPERATOR-ID   PIC X(8).
    05 PIP-PERSON-ID     PIC 9(6).
 01 ItemAnalParmRec.
    05 IAP-CATEGORY      PIC X(6).
 FD HeldParmFile.
 01 HeldParmLine PIC X(80).
 FD ArchiveParmFile.
 01 ArchiveParmRec.
    05 ARP-REPORT-FILE    PIC X(20).
    05 ARP-CATALOG-NAME   PIC X(20).
    05 ARP-RETENTION-DAYS PIC 9(4).
 FD ReportFile.
 01 ReportLine PIC X(132).
 FD ReportCatalog.
 01 ReportCatalogRec.
    05 RCT-REPORT-NAME    PIC X(20).
    05 RCT-RUN-DATE       PIC 9(8).
    05 RCT-LINE-COUNT     PIC 9(7).
    05 RCT-RETENTION-DAYS PIC 9(4).
    05 RCT-STATUS         PIC X.
       88 RptCatActive VALUE "A".
 WORKING-STORAGE SECTION.
 01 WS-REQUEST-FILE-STATUS PIC XX.
 01 WS-PARM-FILE-STATUS PIC XX.
 01 WS-HELD-FILE-STATUS PIC XX.
 01 WS-REPORT-FILE-STATUS PIC XX.
 01 WS-CATALOG-STATUS PIC XX.
 01 WS-CONTROL-CARD.
    05 WS-CARD-ACTION     PIC X.
       88 StartRequest  VALUE "S".
       88 FinishRequest VALUE "F".
    05 WS-CARD-REQUEST-ID PIC 9(6).
 01 WS-RUN-DATE PIC 9(8).
 01 WS-TODAY PIC 9(8).
*> Where each report type's program takes its parameters and writes
*> its report.
 01 WS-PARM-FILENAME   PIC X(20).
 01 WS-REPORT-FILENAME PIC X(20).
 77 WS-REQUEST-RETENTION PIC 9(4) VALUE 90.
 01 WS-ID-IDX PIC 99.
 01 WS-COPY-EOF PIC X.
    88 EndOfCopy VALUE "Y".
 01 WS-CATALOG-EOF PIC X.
    88 EndOfCatalog VALUE "Y".
 01 WS-ARCHIVED PIC X.
    88 OutputArchived VALUE "Y".
 01 WS-REPORT-LINES PIC 9(7).

*> The run date every generation name and dated entry carries comes
*> from the control record (shared ResolveRunDate), so a catch-up
*> cycle really processes the date CONTROL.DAT names.
 COPY RUNDATEREC.
 PROCEDURE DIVISION.
 Begin.
     CALL "ResolveRunDate" USING RunDateControlRec.
     MOVE RDT-RUN-DATE TO WS-RUN-DATE.
     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
     ACCEPT WS-CONTROL-CARD.
     IF NOT StartRequest AND NOT FinishRequest
       DISPLAY "ReportQueueStep - control card " WS-CONTROL-CARD
           " not understood"
       MOVE 8 TO RETURN-CODE
       STOP RUN
     END-IF.
     OPEN I-O RequestFile.
     IF WS-REQUEST-FILE-STATUS = "35"
       DISPLAY "ReportQueueStep - RPTQUEUE.DAT not found"
       MOVE 8 TO RETURN-CODE
       STOP RUN
     END-IF.
     MOVE WS-CARD-REQUEST-ID TO RRQ-REQUEST-ID.
     READ RequestFile
       INVALID KEY
         DISPLAY "ReportQueueStep - request " WS-CARD-REQUEST-ID
             " not on RPTQUEUE.DAT"
         CLOSE RequestFile
         MOVE 8 TO RETURN-CODE
         STOP RUN
     END-READ.
     PERFORM SetTypeFileNames.
     IF StartRequest
       PERFORM StartOneRequest
     ELSE
       PERFORM FinishOneRequest
     END-IF.
     CLOSE RequestFile.
     STOP RUN.
 SetTypeFileNames.
     EVALUATE TRUE
       WHEN RrqSeqReadListing
         MOVE "SEQREAD.PARM"   TO WS-PARM-FILENAME
         MOVE "PERSONS.RPT"    TO WS-REPORT-FILENAME
       WHEN RrqPerson360
         MOVE "PERSON360.PARM" TO WS-PARM-FILENAME
         MOVE "PERSON360.RPT"  TO WS-REPORT-FILENAME
       WHEN RrqItemAnalysis
         MOVE "ITEMANAL.PARM"  TO WS-PARM-FILENAME
         MOVE "ITEMSALES.RPT"  TO WS-REPORT-FILENAME
       WHEN OTHER
         MOVE SPACES TO WS-PARM-FILENAME WS-REPORT-FILENAME
     END-EVALUATE.
*>   Cancelled since the deck was built, or already run by an earlier
*>   submission of it - either way it is not this run's to start.
 StartOneRequest.
     IF NOT RrqQueued OR WS-PARM-FILENAME = SPACES
       DISPLAY "ReportQueueStep - request " RRQ-REQUEST-ID
           " is not waiting to run - passed over"
       MOVE 8 TO RETURN-CODE
     ELSE
       PERFORM HoldExistingParameters
       PERFORM WriteRequestParameters
       OPEN OUTPUT ReportFile
       CLOSE ReportFile
       MOVE SPACES TO RRQ-ARCHIVE-NAME
       STRING "RQ" RRQ-REQUEST-ID "." RRQ-REPORT-TYPE
           DELIMITED BY SPACE INTO RRQ-ARCHIVE-NAME
       OPEN OUTPUT ArchiveParmFile
       MOVE WS-REPORT-FILENAME   TO ARP-REPORT-FILE
       MOVE RRQ-ARCHIVE-NAME     TO ARP-CATALOG-NAME
       MOVE WS-REQUEST-RETENTION TO ARP-RETENTION-DAYS
       WRITE ArchiveParmRec
       CLOSE ArchiveParmFile
       MOVE "R"         TO RRQ-STATUS
       MOVE WS-RUN-DATE TO RRQ-RUN-DATE
       MOVE SPACES      TO RRQ-REASON
       REWRITE ReportRequestRec
       DISPLAY "ReportQueueStep - request " RRQ-REQUEST-ID " "
           RRQ-REPORT-TYPE " started for " RRQ-REQUESTER
     END-IF.
*>   A parameter file someone left for the program's own attended or
*>   scheduled use is copied aside whole and put back at the finish.
 HoldExistingParameters.
     OPEN OUTPUT HeldParmFile.
     MOVE "N" TO WS-COPY-EOF.
     OPEN INPUT ParmFile.
     IF WS-PARM-FILE-STATUS = "35"
       SET EndOfCopy TO TRUE
     END-IF.
     PERFORM UNTIL EndOfCopy
       READ ParmFile
         AT END
           SET EndOfCopy TO TRUE
         NOT AT END
           WRITE HeldParmLine FROM ParmLine
       END-READ
     END-PERFORM.
     IF WS-PARM-FILE-STATUS NOT = "35"
       CLOSE ParmFile
     END-IF.
     CLOSE HeldParmFile.
 WriteRequestParameters.
     OPEN OUTPUT ParmFile.
     EVALUATE TRUE
       WHEN RrqSeqReadListing
         MOVE RRQ-SR-CRITERIA-TYPE TO SRP-CRITERIA-TYPE
         MOVE RRQ-SR-YEAR-FROM     TO SRP-YEAR-FROM
         MOVE RRQ-SR-YEAR-TO       TO SRP-YEAR-TO
         MOVE RRQ-SR-NAME-FROM     TO SRP-NAME-FROM
         MOVE RRQ-SR-NAME-TO       TO SRP-NAME-TO
         MOVE RRQ-SR-CITY          TO SRP-CITY
         WRITE SeqReadParmRec
       WHEN RrqPerson360
         PERFORM VARYING WS-ID-IDX FROM 1 BY 1
             UNTIL WS-ID-IDX > RRQ-PI-ID-COUNT
           MOVE RRQ-QUEUED-BY TO PIP-OPERATOR-ID
           MOVE RRQ-PI-PERSON-ID (WS-ID-IDX) TO PIP-PERSON-ID
           WRITE Person360ParmRec
         END-PERFORM
       WHEN RrqItemAnalysis
         MOVE RRQ-IA-CATEGORY TO IAP-CATEGORY
         WRITE ItemAnalParmRec
     END-EVALUATE.
     CLOSE ParmFile.
 FinishOneRequest.
     IF NOT RrqRunning
       DISPLAY "ReportQueueStep - request " RRQ-REQUEST-ID
           " was not started - nothing to finish"
     ELSE
       PERFORM CheckOutputArchived
       IF OutputArchived
         MOVE "C" TO RRQ-STATUS
         DISPLAY "ReportQueueStep - request " RRQ-REQUEST-ID
             " complete - archived as " RRQ-ARCHIVE-NAME
       ELSE
         MOVE "F" TO RRQ-STATUS
         PERFORM CountReportLines
         IF WS-REPORT-LINES = ZERO
           MOVE "REPORT STEP ENDED WITHOUT OUTPUT" TO RRQ-REASON
         ELSE
           MOVE "REPORT OR ARCHIVE STEP FAILED" TO RRQ-REASON
         END-IF
         MOVE SPACES TO RRQ-ARCHIVE-NAME
         DISPLAY "ReportQueueStep - request " RRQ-REQUEST-ID
             " failed - " RRQ-REASON
         MOVE 4 TO RETURN-CODE
       END-IF
       MOVE WS-TODAY TO RRQ-SET-DATE
       REWRITE ReportRequestRec
       PERFORM RestoreHeldParameters
       OPEN OUTPUT ArchiveParmFile
       CLOSE ArchiveParmFile
     END-IF.
*>   Archived tonight under the request's own name is the proof the
*>   report ran to the end and was captured.
 CheckOutputArchived.
     MOVE "N" TO WS-ARCHIVED.
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
           IF RCT-REPORT-NAME = RRQ-ARCHIVE-NAME
               AND RCT-RUN-DATE = WS-RUN-DATE
               AND RptCatActive
             SET OutputArchived TO TRUE
           END-IF
       END-READ
     END-PERFORM.
     IF WS-CATALOG-STATUS NOT = "35"
       CLOSE ReportCatalog
     END-IF.
 CountReportLines.
     MOVE ZERO TO WS-REPORT-LINES.
     MOVE "N" TO WS-COPY-EOF.
     OPEN INPUT ReportFile.
     IF WS-REPORT-FILE-STATUS = "35"
       SET EndOfCopy TO TRUE
     END-IF.
     PERFORM UNTIL EndOfCopy
       READ ReportFile
         AT END
           SET EndOfCopy TO TRUE
         NOT AT END
           ADD 1 TO WS-REPORT-LINES
       END-READ
     END-PERFORM.
     IF WS-REPORT-FILE-STATUS NOT = "35"
       CLOSE ReportFile
     END-IF.
*>   Whatever was set aside goes back as it was; nothing set aside
*>   leaves an empty parameter file, which each program reads as none.
 RestoreHeldParameters.
     OPEN OUTPUT ParmFile.
     MOVE "N" TO WS-COPY-EOF.
     OPEN INPUT HeldParmFile.
     IF WS-HELD-FILE-STATUS = "35"
       SET EndOfCopy TO TRUE
     END-IF.
     PERFORM UNTIL EndOfCopy
       READ HeldParmFile
         AT END
           SET EndOfCopy TO TRUE
         NOT AT END
           WRITE ParmLine FROM HeldParmLine
       END-READ
     END-PERFORM.
     IF WS-HELD-FILE-STATUS NOT = "35"
       CLOSE HeldParmFile
     END-IF.
     CLOSE ParmFile.
     OPEN OUTPUT HeldParmFile.
     CLOSE HeldParmFile.
