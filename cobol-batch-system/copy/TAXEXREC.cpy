*> Tax-exemption certificate on TAXEXEMPT.DAT, keyed by the PERSONS.DAT
*> PersonId and the state the certificate was issued for (a customer
*> exempt in several states holds one per state), and maintained
*> through TaxExemptMaint. BATCH-DISCOUNT prices an order without
*> sales tax when its customer holds a certificate for the ship-to
*> state that has not expired by the order's date; the sale is then
*> recorded as exempt on the remittance register instead. The type
*> says why the customer is exempt - a school, a charity, or a
*> reseller buying for resale. The operator and date of the last
*> change are kept on the record.
 01 TaxExemptRec.
    05 TXE-KEY.
       10 TXE-PERSON-ID   PIC 9(6).
       10 TXE-STATE       PIC XX.
    05 TXE-CERT-NO        PIC X(20).
    05 TXE-EXEMPT-TYPE    PIC X.
       88 TXE-IS-SCHOOL       VALUE "S".
       88 TXE-IS-CHARITY      VALUE "C".
       88 TXE-IS-RESALE       VALUE "R".
    05 TXE-EXPIRY-DATE    PIC 9(8).
    05 TXE-SET-BY         PIC X(8).
    05 TXE-SET-DATE       PIC 9(8).
