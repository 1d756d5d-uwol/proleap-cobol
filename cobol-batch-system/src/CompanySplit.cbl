 FD SalesInFile.
 COPY SALESREC.
 FD SalesPartFile.
 01 SalesPartRec PIC X(93).
 FD SplitReport.
 01 SplitReportLine PIC X(80).
 WORKING-STORAGE SECTION.
