 77 WS-TREND-THRESHOLD-PCT PIC 9(3) VALUE 25.
*> The DAILYCYC step sequence by run-log job name - the projection
*> charges the baseline average for every one of these not yet logged
*> tonight. The closing IEBGENER submit writes no run log and is not
*> listed.
 01 WS-CYCLE-TABLE-VALUES.
    05 FILLER PIC X(17) VALUE "CALCHECK".
    05 FILLER PIC X(17) VALUE "STRUCTURESWEEP".
    05 FILLER PIC X(17) VALUE "CYCLELOCKSET".
    05 FILLER PIC X(17) VALUE "SEQWRITE".
    05 FILLER PIC X(17) VALUE "SEQDELETE".
    05 FILLER PIC X(17) VALUE "CYCLECOMPLT".
    05 FILLER PIC X(17) VALUE "CYCLELOCKCLR".
    05 FILLER PIC X(17) VALUE "MASTEREXTRACT".
    05 FILLER PIC X(17) VALUE "TERRITORYASSIGN".
    05 FILLER PIC X(17) VALUE "BUILDNAMEIX".
    05 FILLER PIC X(17) VALUE "BACKORDERREL".
    05 FILLER PIC X(17) VALUE "ORDERMATCH".
    05 FILLER PIC X(17) VALUE "EXAMPLE".
    05 FILLER PIC X(17) VALUE "BACKORDERAGING".
    05 FILLER PIC X(17) VALUE "FULFILLMENT".
    05 FILLER PIC X(17) VALUE "COUPONRPT".
    05 FILLER PIC X(17) VALUE "TAXEXEMPTEXPIRY".
    05 FILLER PIC X(17) VALUE "INVOICEPRINT".
    05 FILLER PIC X(17) VALUE "ARPOST".
    05 FILLER PIC X(17) VALUE "CASHAPPLY".
    05 FILLER PIC X(17) VALUE "ARAGING".
    05 FILLER PIC X(17) VALUE "INPUTSORT".
    05 FILLER PIC X(17) VALUE "MALESORT".
    05 FILLER PIC X(17) VALUE "MAKESUMMARYFILE".
    05 FILLER PIC X(17) VALUE "STOCKLEDGER".
    05 FILLER PIC X(17) VALUE "COUNTADJUST".
    05 FILLER PIC X(17) VALUE "INVVALUATION".
    05 FILLER PIC X(17) VALUE "PURCHORDGEN".
    05 FILLER PIC X(17) VALUE "RECEIPTEXC".
    05 FILLER PIC X(17) VALUE "RMAOPEN".
    05 FILLER PIC X(17) VALUE "COMMISSIONADJUST".
    05 FILLER PIC X(17) VALUE "MANAGEROVERRIDE".
    05 FILLER PIC X(17) VALUE "CONTESTEARNINGS".
    05 FILLER PIC X(17) VALUE "MILESTONEEVENTS".
    05 FILLER PIC X(17) VALUE "ARSTATEMENTS".
    05 FILLER PIC X(17) VALUE "LOYALTYSTMT".
    05 FILLER PIC X(17) VALUE "BRACKETANALYSIS".
    05 FILLER PIC X(17) VALUE "CUSTOMERSCORING".
    05 FILLER PIC X(17) VALUE "LICENCEEXPIRY".
    05 FILLER PIC X(17) VALUE "CORRESPONDENCE".
    05 FILLER PIC X(17) VALUE "ORPHANSWEEP".
    05 FILLER PIC X(17) VALUE "COLLISIONRPT".
    05 FILLER PIC X(17) VALUE "CASEAGING".
    05 FILLER PIC X(17) VALUE "OPSDIGEST".
    05 FILLER PIC X(17) VALUE "ARCHIVEREPORTS".
    05 FILLER PIC X(17) VALUE "REPORTBURST".
    05 FILLER PIC X(17) VALUE "REPORTQUEUEBUILD".
 01 WS-CYCLE-TABLE REDEFINES WS-CYCLE-TABLE-VALUES.
    05 WS-CYCLE-JOB OCCURS 52 TIMES PIC X(17).
 77 WS-CYCLE-JOB-COUNT PIC 99 VALUE 52.
 77 WS-CYCLE-IDX PIC 99.
*> Per-job elapsed history: run count and total seconds for the
*> baseline, plus tonight's elapsed and whether the job has been seen
*> tonight. Bounded well above the number of jobs in the cycle.
 01 WS-HISTORY-TABLE.
    05 WS-HISTORY-ENTRY OCCURS 80 TIMES.
       10 WS-HIST-JOB-NAME    PIC X(17).
       10 WS-HIST-RUN-COUNT   PIC 9(5).
       10 WS-HIST-TOTAL-SECS  PIC 9(9).
     IF HistoryEntryFound
       SUBTRACT 1 FROM WS-HISTORY-IDX
     ELSE
       IF WS-HISTORY-COUNT < 80
         ADD 1 TO WS-HISTORY-COUNT
         MOVE WS-HISTORY-COUNT TO WS-HISTORY-IDX
         MOVE WS-PROBE-JOB-NAME
