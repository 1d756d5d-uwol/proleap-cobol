*> counter - bundle counts, qualifying volume (prefixes making the
*> postal service's bundle minimum) and residual volume (the rest,
*> paying single-piece). At our volumes the bulk-rate discount pays
*> for the job inside a quarter. A label whose street and city carry
*> an open UNDELIV.DAT entry is dropped before sorting and counted on
*> the manifest - a return recorded after HouseholdBuild ran still
*> stops the piece (a label carries no PersonId, so the address alone
*> decides). A one-shot PRESORT.PARM can point a run at another
*> label file, presorted output and manifest - CampaignSelect leaves
*> one naming its campaign's files - and is emptied once honored, so
*> the next run goes back to MAILLABELS.DAT and PRESORTED.LABELS.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT MailLabelFile ASSIGN TO WS-LABEL-FILENAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-LABEL-FILE-STATUS.
     SELECT LabelSortWork ASSIGN TO "PRESORTWORK.DAT".
     SELECT UndeliverableFile ASSIGN TO "UNDELIV.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS UND-KEY
         FILE STATUS IS WS-UNDELIV-FILE-STATUS.
     SELECT PresortedFile ASSIGN TO WS-PRESORTED-FILENAME
         ORGANIZATION IS LINE SEQUENTIAL.
     SELECT ManifestReport ASSIGN TO WS-MANIFEST-FILENAME
         ORGANIZATION IS LINE SEQUENTIAL.
     SELECT ParameterFile ASSIGN TO "PRESORT.PARM"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-PARM-FILE-STATUS.
 DATA DIVISION.
 FILE SECTION.
 FD MailLabelFile.
    05 LWR-LINE-1 PIC X(40).
    05 LWR-LINE-2 PIC X(40).
    05 LWR-LINE-3 PIC X(40).
 FD UndeliverableFile.
 COPY UNDELIVREC.
 FD PresortedFile.
 01 PresortedLine PIC X(40).
 FD ManifestReport.
 01 ManifestReportLine PIC X(80).
*> Optional one-shot run parameter: the label file to presort, the
*> presorted output and the manifest, each left-justified in 30.
 FD ParameterFile.
 01 ParameterRec.
    05 PRM-LABEL-FILE     PIC X(30).
    05 PRM-PRESORTED-FILE PIC X(30).
    05 PRM-MANIFEST-FILE  PIC X(30).
 WORKING-STORAGE SECTION.
 01 WS-LABEL-FILE-STATUS PIC XX.
 01 WS-PARM-FILE-STATUS PIC XX.
 01 WS-LABEL-FILENAME     PIC X(30) VALUE "MAILLABELS.DAT".
 01 WS-PRESORTED-FILENAME PIC X(30) VALUE "PRESORTED.LABELS".
 01 WS-MANIFEST-FILENAME  PIC X(30) VALUE "POSTMANIFEST.RPT".
 01 WS-PARM-HONORED PIC X VALUE "N".
    88 PresortParmHonored VALUE "Y".
 01 WS-LABEL-EOF PIC X VALUE "N".
    88 EndOfLabels VALUE "Y".
 01 WS-SORTED-EOF PIC X VALUE "N".
    88 EndOfSorted VALUE "Y".
*> The open undeliverable addresses, loaded once before the sort.
 01 WS-UNDELIV-FILE-STATUS PIC XX.
 01 WS-UNDELIV-EOF PIC X VALUE "N".
    88 EndOfUndeliverable VALUE "Y".
 77 UNDELIV-TABLE-MAX PIC 9(4) VALUE 2000.
 01 WS-UNDELIV-COUNT PIC 9(4) VALUE ZERO.
 01 WS-UNDELIV-IDX   PIC 9(4).
 01 WS-UNDELIV-TABLE.
    05 WS-UND-ADDRESS OCCURS 2000 TIMES.
       10 WS-UND-STREET PIC X(20).
       10 WS-UND-CITY   PIC X(15).
 01 WS-LABEL-HELD PIC X.
    88 LabelUndeliverable VALUE "Y".
 01 WS-SUPPRESSED-COUNT PIC 9(7) VALUE ZERO.
*> One label group staged while its three lines arrive; the postal
*> code sits after the city on the third line, exactly where
*> HouseholdBuild's WS-CITY-LINE puts it.
 PROCEDURE DIVISION.
 Begin.
     PERFORM SetRunLogStart.
     PERFORM ReadPresortParameter.
     PERFORM LoadUndeliverableAddresses.
     SORT LabelSortWork
         ON ASCENDING KEY LWR-POSTAL-CODE
         INPUT PROCEDURE IS CollectLabelGroups
         OUTPUT PROCEDURE IS WritePresortedLabels.
     PERFORM WritePostageManifest.
     IF PresortParmHonored
       OPEN OUTPUT ParameterFile
       CLOSE ParameterFile
     END-IF.
     PERFORM WriteRunLogRecord.
     STOP RUN.
*>   A parameter naming all three files redirects this run only; an
*>   empty or partial one leaves the daily names in place.
 ReadPresortParameter.
     OPEN INPUT ParameterFile.
     IF WS-PARM-FILE-STATUS = "00"
       READ ParameterFile
         NOT AT END
           IF PRM-LABEL-FILE NOT = SPACES
               AND PRM-PRESORTED-FILE NOT = SPACES
               AND PRM-MANIFEST-FILE NOT = SPACES
             MOVE PRM-LABEL-FILE     TO WS-LABEL-FILENAME
             MOVE PRM-PRESORTED-FILE TO WS-PRESORTED-FILENAME
             MOVE PRM-MANIFEST-FILE  TO WS-MANIFEST-FILENAME
             SET PresortParmHonored TO TRUE
             DISPLAY "PostalPresort - presorting " WS-LABEL-FILENAME
           END-IF
       END-READ
       CLOSE ParameterFile
     END-IF.
*>   The label file is fixed rhythm - three lines and a separator per
*>   household - so the groups reassemble by counting.
 CollectLabelGroups.
     MOVE ZERO TO WS-GROUP-LINE-NO.
     OPEN INPUT MailLabelFile.
     IF WS-LABEL-FILE-STATUS = "35"
       DISPLAY WS-LABEL-FILENAME " not found - nothing to presort"
       SET EndOfLabels TO TRUE
     END-IF.
     PERFORM UNTIL EndOfLabels
         PERFORM ReleaseLabelGroup
         MOVE ZERO TO WS-GROUP-LINE-NO
     END-EVALUATE.
 LoadUndeliverableAddresses.
     OPEN INPUT UndeliverableFile.
     IF WS-UNDELIV-FILE-STATUS NOT = "00"
       SET EndOfUndeliverable TO TRUE
     END-IF.
     PERFORM UNTIL EndOfUndeliverable
       READ UndeliverableFile NEXT RECORD
         AT END
           SET EndOfUndeliverable TO TRUE
         NOT AT END
           IF UndOpen
             IF WS-UNDELIV-COUNT < UNDELIV-TABLE-MAX
               ADD 1 TO WS-UNDELIV-COUNT
               MOVE UND-STREET TO WS-UND-STREET (WS-UNDELIV-COUNT)
               MOVE UND-CITY   TO WS-UND-CITY (WS-UNDELIV-COUNT)
             ELSE
               DISPLAY "PostalPresort - more than " UNDELIV-TABLE-MAX
                   " undeliverable addresses, the rest not checked"
               SET EndOfUndeliverable TO TRUE
             END-IF
           END-IF
       END-READ
     END-PERFORM.
     IF WS-UNDELIV-FILE-STATUS = "00" OR WS-UNDELIV-FILE-STATUS = "10"
       CLOSE UndeliverableFile
     END-IF.
 ReleaseLabelGroup.
     MOVE "N" TO WS-LABEL-HELD.
     PERFORM VARYING WS-UNDELIV-IDX FROM 1 BY 1
         UNTIL WS-UNDELIV-IDX > WS-UNDELIV-COUNT
             OR LabelUndeliverable
       IF WS-UND-STREET (WS-UNDELIV-IDX) = WS-GROUP-LINE-2 (1:20)
           AND WS-UND-CITY (WS-UNDELIV-IDX) = WS-GROUP-LINE-3 (1:15)
         SET LabelUndeliverable TO TRUE
       END-IF
     END-PERFORM.
     IF LabelUndeliverable
       ADD 1 TO WS-SUPPRESSED-COUNT
     ELSE
       PERFORM ReleaseSortableGroup
     END-IF.
 ReleaseSortableGroup.
     MOVE WS-GROUP-LINE-3 (17:8) TO LWR-POSTAL-CODE.
     MOVE WS-GROUP-LINE-1 TO LWR-LINE-1.
     MOVE WS-GROUP-LINE-2 TO LWR-LINE-2.
     MOVE "RESIDUAL VOLUME (SINGLE PIECE)" TO SUM-LABEL.
     MOVE WS-RESIDUAL-QTY                TO SUM-VALUE.
     WRITE ManifestReportLine FROM WS-SUMMARY-LINE.
     MOVE "HELD - ADDRESS UNDELIVERABLE"  TO SUM-LABEL.
     MOVE WS-SUPPRESSED-COUNT            TO SUM-VALUE.
     WRITE ManifestReportLine FROM WS-SUMMARY-LINE.
     CLOSE ManifestReport.
 SetRunLogStart.
     MOVE "POSTALPRESORT" TO RLG-JOB-NAME.
