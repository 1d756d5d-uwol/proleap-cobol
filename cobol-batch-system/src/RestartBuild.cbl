*> step of the cycle that did not complete cleanly (no run-log entry
*> for today, or one that ended 8), and generates the resubmission
*> deck DAILYCYC.RESTART.jcl from that step onward. Steps already
*> completed are left out entirely - each generated step is held on
*> the step generated before it, so only steps actually in the
*> generated job are referenced. A pending checkpoint on the
*> resume step is reported so the operator knows the step will itself
*> resume mid-file. Hand-built restart decks, and the completed steps
*> they have re-run, retire.
*> The cycle's step sequence: JCL step name, program name, run-log
*> job name, whether the step takes a SYSIN DD, and the checkpoint
*> file (spaces when the step keeps none). Completion is judged per
*> entry from tonight's run log. STEP096 is the IEBGENER that hands
*> STEP095's report-queue deck to the internal reader (Q): a utility
*> writes no run-log entry, so it counts as done once STEP095 is, and
*> it is generated with its own DDs and STEP095's (4,LE) test.
 01 WS-STEP-TABLE-VALUES.
    05 FILLER PIC X(60) VALUE
       "STEP001 CALCHECK         CALCHECK         N".
    05 FILLER PIC X(60) VALUE
       "STEP002 STRUCTURESWEEP   STRUCTURESWEEP   N".
    05 FILLER PIC X(60) VALUE
       "STEP005 CYCLELOCKSET     CYCLELOCKSET     N".
    05 FILLER PIC X(60) VALUE
       "STEP042 CYCLELOCKCLR     CYCLELOCKCLR     N".
    05 FILLER PIC X(60) VALUE
       "STEP043 MASTEREXTRACT    MASTEREXTRACT    N".
    05 FILLER PIC X(60) VALUE
       "STEP044 TERRITORYASSIGN  TERRITORYASSIGN  N".
    05 FILLER PIC X(60) VALUE
       "STEP045 BUILDNAMEIX      BUILDNAMEIX      N".
    05 FILLER PIC X(60) VALUE
       "STEP045ABACKORDERREL     BACKORDERREL     N".
    05 FILLER PIC X(60) VALUE
       "STEP046 ORDERMATCH       ORDERMATCH       N".
    05 FILLER PIC X(60) VALUE
       "STEP047 EXAMPLE          EXAMPLE          NDISCOUNT.CKPT".
    05 FILLER PIC X(60) VALUE
       "STEP047ABACKORDERAGING   BACKORDERAGING   N".
    05 FILLER PIC X(60) VALUE
       "STEP047BFULFILLMENT      FULFILLMENT      N".
    05 FILLER PIC X(60) VALUE
       "STEP047CCOUPONRPT        COUPONRPT        N".
    05 FILLER PIC X(60) VALUE
       "STEP047DTAXEXEMPTEXPIRY  TAXEXEMPTEXPIRY  N".
    05 FILLER PIC X(60) VALUE
       "STEP048 INVOICEPRINT     INVOICEPRINT     N".
    05 FILLER PIC X(60) VALUE
       "STEP049 ARPOST           ARPOST           N".
    05 FILLER PIC X(60) VALUE
       "STEP049ACASHAPPLY        CASHAPPLY        N".
    05 FILLER PIC X(60) VALUE
       "STEP049BARAGING          ARAGING          N".
    05 FILLER PIC X(60) VALUE
       "STEP050 INPUTSORT        INPUTSORT        YINPUTSORT.CKPT".
    05 FILLER PIC X(60) VALUE
       "STEP070 MAKESUMMARYFILE  MAKESUMMARYFILE  NMSF.CKPT".
    05 FILLER PIC X(60) VALUE
       "STEP072 STOCKLEDGER      STOCKLEDGER      N".
    05 FILLER PIC X(60) VALUE
       "STEP073 COUNTADJUST      COUNTADJUST      N".
    05 FILLER PIC X(60) VALUE
       "STEP074 INVVALUATION     INVVALUATION     N".
    05 FILLER PIC X(60) VALUE
       "STEP074APURCHORDGEN      PURCHORDGEN      N".
    05 FILLER PIC X(60) VALUE
       "STEP074BRECEIPTEXC       RECEIPTEXC       N".
    05 FILLER PIC X(60) VALUE
       "STEP074CRMAOPEN          RMAOPEN          N".
    05 FILLER PIC X(60) VALUE
       "STEP075 COMMISSIONADJUST COMMISSIONADJUST N".
    05 FILLER PIC X(60) VALUE
       "STEP076 MANAGEROVERRIDE  MANAGEROVERRIDE  N".
    05 FILLER PIC X(60) VALUE
       "STEP077 CONTESTEARNINGS  CONTESTEARNINGS  N".
    05 FILLER PIC X(60) VALUE
       "STEP078 MILESTONEEVENTS  MILESTONEEVENTS  N".
    05 FILLER PIC X(60) VALUE
       "STEP079 ARSTATEMENTS     ARSTATEMENTS     N".
    05 FILLER PIC X(60) VALUE
       "STEP079ALOYALTYSTMT      LOYALTYSTMT      N".
    05 FILLER PIC X(60) VALUE
       "STEP079BBRACKETANALYSIS  BRACKETANALYSIS  N".
    05 FILLER PIC X(60) VALUE
       "STEP079CCUSTOMERSCORING  CUSTOMERSCORING  N".
    05 FILLER PIC X(60) VALUE
       "STEP079DLICENCEEXPIRY    LICENCEEXPIRY    N".
    05 FILLER PIC X(60) VALUE
       "STEP080 CORRESPONDENCE   CORRESPONDENCE   N".
    05 FILLER PIC X(60) VALUE
       "STEP085 ORPHANSWEEP      ORPHANSWEEP      N".
    05 FILLER PIC X(60) VALUE
       "STEP086 COLLISIONRPT     COLLISIONRPT     N".
    05 FILLER PIC X(60) VALUE
       "STEP087 CASEAGING        CASEAGING        N".
    05 FILLER PIC X(60) VALUE
       "STEP088 OPSDIGEST        OPSDIGEST        N".
    05 FILLER PIC X(60) VALUE
       "STEP090 ARCHIVEREPORTS   ARCHIVEREPORTS   N".
    05 FILLER PIC X(60) VALUE
       "STEP091 REPORTBURST      REPORTBURST      N".
    05 FILLER PIC X(60) VALUE
       "STEP095 REPORTQUEUEBUILD REPORTQUEUEBUILD N".
    05 FILLER PIC X(60) VALUE
       "STEP096 IEBGENER                          Q".
 01 WS-STEP-TABLE REDEFINES WS-STEP-TABLE-VALUES.
    05 WS-STEP-ENTRY OCCURS 53 TIMES.
       10 WS-STP-STEP-NAME PIC X(8).
       10 WS-STP-PROGRAM   PIC X(17).
       10 WS-STP-JOB-NAME  PIC X(17).
       10 WS-STP-SYSIN     PIC X.
       10 WS-STP-CKPT-NAME PIC X(17).
 77 WS-STEP-COUNT PIC 99 VALUE 53.
 77 WS-STEP-IDX   PIC 99.
 01 WS-STEP-DONE-TABLE.
    05 WS-STP-DONE OCCURS 53 TIMES PIC X.
 01 WS-RESTART-FROM PIC 99 VALUE ZERO.
 01 WS-PREV-STEP-NAME PIC X(8).
 01 WS-PENDING-COUNT PIC 9(7).
    05 JCL-STEP     PIC X(8).
    05 FILLER       PIC X(10) VALUE " EXEC PGM=".
    05 JCL-PROGRAM  PIC X(17).
*> The relation a step's predecessor must meet for the step to run:
*> RC <= 4 as a rule, RC < 4 for the report-queue submit.
 01 WS-RC-RELATION PIC XX.
 01 WS-IF-SUFFIX   PIC X(4).

*> The run date every generation name and dated entry carries comes
*> from the control record (shared ResolveRunDate), so a catch-up
     IF WS-RUNLOG-FILE-STATUS NOT = "35"
       CLOSE RunLogFile
     END-IF.
     PERFORM VARYING WS-STEP-IDX FROM 2 BY 1
         UNTIL WS-STEP-IDX > WS-STEP-COUNT
       IF WS-STP-JOB-NAME (WS-STEP-IDX) = SPACES
         MOVE WS-STP-DONE (WS-STEP-IDX - 1)
             TO WS-STP-DONE (WS-STEP-IDX)
       END-IF
     END-PERFORM.
 MarkOneLoggedStep.
     PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
         UNTIL WS-STEP-IDX > WS-STEP-COUNT
       END-IF
     END-IF.
*>   The generated deck: a job card, then every step from the restart
*>   point on. Each step sits in its own IF on the step generated
*>   immediately before it - references to completed (omitted) steps
*>   would be unresolvable, and their success is already a fact. An
*>   IF rather than a COND, because a COND test on a bypassed step is
*>   ignored, while .RUN is false for it: one failure holds every
*>   step after it, not just the next.
 GenerateRestartJcl.
     OPEN OUTPUT RestartJclFile.
     MOVE "//DAILYCYR JOB (ACCT),'DAILYCYC RESTART',CLASS=A,"
 GenerateOneStep.
     MOVE WS-STP-STEP-NAME (WS-STEP-IDX) TO JCL-STEP.
     MOVE WS-STP-PROGRAM (WS-STEP-IDX)   TO JCL-PROGRAM.
     MOVE JCL-STEP (5:4) TO WS-IF-SUFFIX.
     IF WS-STP-SYSIN (WS-STEP-IDX) = "Q"
       MOVE "<" TO WS-RC-RELATION
     ELSE
       MOVE "<=" TO WS-RC-RELATION
     END-IF.
     IF WS-PREV-STEP-NAME NOT = SPACES
       MOVE SPACES TO RestartJclLine
       STRING "//IF" WS-IF-SUFFIX " IF (" DELIMITED BY SIZE
           WS-PREV-STEP-NAME DELIMITED BY SPACE
           ".RUN AND " DELIMITED BY SIZE
           WS-PREV-STEP-NAME DELIMITED BY SPACE
           ".RC " DELIMITED BY SIZE
           WS-RC-RELATION DELIMITED BY SPACE
           " 4) THEN" DELIMITED BY SIZE
           INTO RestartJclLine
       WRITE RestartJclLine
     END-IF.
     WRITE RestartJclLine FROM WS-JCL-EXEC-LINE.
     IF WS-STP-SYSIN (WS-STEP-IDX) = "Q"
       PERFORM GenerateSubmitDds
     ELSE
       PERFORM GenerateProgramDds
     END-IF.
     IF WS-PREV-STEP-NAME NOT = SPACES
       MOVE SPACES TO RestartJclLine
       STRING "//EI" WS-IF-SUFFIX " ENDIF" DELIMITED BY SIZE
           INTO RestartJclLine
       WRITE RestartJclLine
     END-IF.
     MOVE WS-STP-STEP-NAME (WS-STEP-IDX) TO WS-PREV-STEP-NAME.
     ADD 1 TO WS-GENERATED-COUNT.
 GenerateSubmitDds.
     MOVE "//SYSPRINT DD SYSOUT=*" TO RestartJclLine.
     WRITE RestartJclLine.
     MOVE "//SYSIN    DD DUMMY" TO RestartJclLine.
     WRITE RestartJclLine.
     MOVE "//SYSUT1   DD DSN=BATCH.RPTQUEUE.RUN,DISP=SHR"
         TO RestartJclLine.
     WRITE RestartJclLine.
     MOVE "//SYSUT2   DD SYSOUT=(A,INTRDR)" TO RestartJclLine.
     WRITE RestartJclLine.
 GenerateProgramDds.
     MOVE "//STEPLIB  DD DSN=BATCH.LOADLIB,DISP=SHR"
         TO RestartJclLine.
     WRITE RestartJclLine.
     END-IF.
     MOVE "//SYSOUT   DD SYSOUT=*" TO RestartJclLine.
     WRITE RestartJclLine.
