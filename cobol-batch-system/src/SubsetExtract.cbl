 FD SalesFile.
 COPY SALESREC.
 FD TestSalesFile.
 01 TestSalesRec PIC X(93).
 FD SummaryFile.
 COPY SUMMARYREC.
 FD TestSummaryFile.
           MOVE SalesPersonId TO WS-PROBE-ID
           PERFORM LookUpSampledId
           IF SampledIdFound
             PERFORM SubsetSalesBuyer
             WRITE TestSalesRec FROM SalesRec
             ADD 1 TO WS-SALES-KEPT
           END-IF
       CLOSE SalesFile
     END-IF.
     CLOSE TestSalesFile.
*>   A buyer outside the sample would point the test sale at a person
*>   the test master does not have - the buyer is dropped instead.
 SubsetSalesBuyer.
     IF NOT SalesBuyerUnknown
       MOVE SalesBuyerId TO WS-PROBE-ID
       PERFORM LookUpSampledId
       IF NOT SampledIdFound
         MOVE SPACES TO SalesBuyerIdText
       END-IF
     END-IF.
 SubsetSummaryFile.
     MOVE "N" TO WS-FILE-EOF.
     OPEN INPUT SummaryFile.
