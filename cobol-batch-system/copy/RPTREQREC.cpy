*> Overnight ad-hoc report request on RPTQUEUE.DAT, keyed by request
*> number - queued through ReportRequest by an operator signed on
*> against OPERATORS.DAT, naming the report wanted, its parameters
*> and who it is for. ReportQueueBuild schedules every queued request
*> into the night's run deck after the daily cycle; ReportQueueStep
*> marks each one running, then complete (with the RPTCAT.DAT name
*> its output was archived under, for ReprintReport) or failed with
*> the reason. A finished or cancelled request stays on file as the
*> record of what was asked for and what came of it.
 01 ReportRequestRec.
    05 RRQ-REQUEST-ID     PIC 9(6).
    05 RRQ-REPORT-TYPE    PIC X(10).
       88 RrqSeqReadListing VALUE "SEQREAD".
       88 RrqPerson360      VALUE "PERSON360".
       88 RrqItemAnalysis   VALUE "ITEMANAL".
       88 RrqTypeValid VALUES "SEQREAD" "PERSON360" "ITEMANAL".
*>  One view of the parameters per report type: SeqRead's selection
*>  (Y year range, N name range, C city, A all), up to twenty persons
*>  for a Person 360, or the one category an item analysis is
*>  confined to.
    05 RRQ-PARAMETERS     PIC X(130).
    05 RRQ-SEQREAD-PARMS REDEFINES RRQ-PARAMETERS.
       10 RRQ-SR-CRITERIA-TYPE PIC X.
          88 RrqSrByYear VALUE "Y".
          88 RrqSrByName VALUE "N".
          88 RrqSrByCity VALUE "C".
          88 RrqSrAll    VALUE "A".
       10 RRQ-SR-YEAR-FROM     PIC 9(4).
       10 RRQ-SR-YEAR-TO       PIC 9(4).
       10 RRQ-SR-NAME-FROM     PIC X(20).
       10 RRQ-SR-NAME-TO       PIC X(20).
       10 RRQ-SR-CITY          PIC X(15).
       10 FILLER               PIC X(66).
    05 RRQ-PERSON360-PARMS REDEFINES RRQ-PARAMETERS.
       10 RRQ-PI-ID-COUNT      PIC 99.
       10 RRQ-PI-PERSON-ID     PIC 9(6) OCCURS 20 TIMES.
       10 FILLER               PIC X(8).
    05 RRQ-ITEMANAL-PARMS REDEFINES RRQ-PARAMETERS.
       10 RRQ-IA-CATEGORY      PIC X(6).
       10 FILLER               PIC X(124).
    05 RRQ-REQUESTER      PIC X(30).
    05 RRQ-QUEUED-BY      PIC X(8).
    05 RRQ-QUEUED-DATE    PIC 9(8).
    05 RRQ-STATUS         PIC X.
       88 RrqQueued    VALUE "Q".
       88 RrqRunning   VALUE "R".
       88 RrqComplete  VALUE "C".
       88 RrqFailed    VALUE "F".
       88 RrqCancelled VALUE "X".
    05 RRQ-RUN-DATE       PIC 9(8).
    05 RRQ-ARCHIVE-NAME   PIC X(20).
    05 RRQ-REASON         PIC X(40).
    05 RRQ-SET-BY         PIC X(8).
    05 RRQ-SET-DATE       PIC 9(8).
