 COPY CHECKPOINTREC.
*> Optional unattended-mode parameters: when SEQREAD.PARM exists its
*> one record supplies the selection criteria and no console prompt is
*> issued, so a DAILYCYC step never sits waiting on an ACCEPT. The
*> overnight report queue (ReportQueueStep) writes it for a queued
*> listing, which is how the city selection is normally asked for.
 FD ParameterFile.
 01 ParameterRec.
    05 PRM-CRITERIA-TYPE PIC X.
    05 PRM-YEAR-TO       PIC 9(4).
    05 PRM-NAME-FROM     PIC X(20).
    05 PRM-NAME-TO       PIC X(20).
    05 PRM-CITY          PIC X(15).
*> The age-band counters live in their own checkpoint file rather than
*> widening the shared CHECKPOINTREC.cpy every other restartable job
*> also uses - they are specific to this report's footer.
 01 WS-CRITERIA-TYPE PIC X VALUE "A".
    88 SelectByYearRange VALUE "Y".
    88 SelectByNameRange VALUE "N".
    88 SelectByCity      VALUE "C".
    88 SelectAll         VALUE "A".
 01 WS-YEAR-FROM PIC 9(4).
 01 WS-YEAR-TO   PIC 9(4).
 01 WS-NAME-FROM PIC X(20).
 01 WS-NAME-TO   PIC X(20).
 01 WS-CITY      PIC X(15).
 01 WS-RECORD-MATCHES PIC X VALUE "N".
    88 RecordMatches VALUE "Y".
 01 WS-RUN-DATE PIC 9(8).
           MOVE PRM-YEAR-TO       TO WS-YEAR-TO
           MOVE PRM-NAME-FROM     TO WS-NAME-FROM
           MOVE PRM-NAME-TO       TO WS-NAME-TO
           MOVE PRM-CITY          TO WS-CITY
       END-READ
       CLOSE ParameterFile
     END-IF.
     IF ParameterDriven
         AND NOT SelectByYearRange
         AND NOT SelectByNameRange
         AND NOT SelectByCity
         AND NOT SelectAll
       MOVE "A" TO WS-CRITERIA-TYPE
     END-IF.
 PromptSelectionCriteria.
     DISPLAY "Select by (Y)ear range, (N)ame range, (C)ity, "
         "or (A)ll: ".
     ACCEPT WS-CRITERIA-TYPE.
     EVALUATE TRUE
       WHEN SelectByYearRange
         ACCEPT WS-NAME-FROM
         DISPLAY "Enter name to: "
         ACCEPT WS-NAME-TO
       WHEN SelectByCity
         DISPLAY "Enter city: "
         ACCEPT WS-CITY
       WHEN OTHER
         MOVE "A" TO WS-CRITERIA-TYPE
     END-EVALUATE.
         ELSE
           MOVE "N" TO WS-RECORD-MATCHES
         END-IF
       WHEN SelectByCity
         IF City = WS-CITY
           SET RecordMatches TO TRUE
         ELSE
           MOVE "N" TO WS-RECORD-MATCHES
         END-IF
       WHEN OTHER
         SET RecordMatches TO TRUE
     END-EVALUATE.
