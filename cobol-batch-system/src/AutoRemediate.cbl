 FD SalesSuspense.
 COPY SALESREC.
 FD SuspenseTemp.
 01 SuspenseTempRec PIC X(93).
 FD RepairedTransFile.
 COPY TRANSREC.
 FD TransFile.
 FD TransFileTemp.
 01 TransTempRec PIC X(95).
 FD SalesInFile.
 01 SalesInRec PIC X(93).
 FD ControlFile.
 COPY CONTROLREC.
 FD AuditFile.
