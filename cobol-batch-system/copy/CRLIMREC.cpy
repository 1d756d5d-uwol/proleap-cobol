*> Customer credit-limit record on CREDITLIM.DAT, keyed by the
*> PERSONS.DAT PersonId and maintained through CreditLimitMaint. A
*> customer with no record here has no limit; BATCH-DISCOUNT holds any
*> order that would take a limited customer's open AR balance plus the
*> day's accepted orders past CRL-CREDIT-LIMIT. The operator and date
*> of the last change are kept on the record.
 01 CreditLimitRec.
    05 CRL-PERSON-ID    PIC 9(6).
    05 CRL-CREDIT-LIMIT PIC 9(7)V99.
    05 CRL-SET-BY       PIC X(8).
    05 CRL-SET-DATE     PIC 9(8).
