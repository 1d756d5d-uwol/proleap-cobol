*> Order-match exception entry on ORDMATCH.EXC: the order image exactly
*> as it arrived (ORDERREC's shape), why OrderMatch could not tie it to
*> one PERSONS.DAT record, and the run date it was held on. Entries sit
*> here until an operator assigns or creates the person through
*> OrderResolve, which releases the order to ORDMATCH.REL for the next
*> OrderMatch run to pick up and confirm.
 01 OrderMatchExcRec.
    05 OMX-ORDER-IMAGE PIC X(109).
    05 OMX-REASON-CODE PIC XX.
       88 OmxNoSuchName      VALUE "NF".
       88 OmxAddressDiffers  VALUE "AD".
       88 OmxAmbiguous       VALUE "AM".
       88 OmxPersonNotOnFile VALUE "NP".
       88 OmxPersonInactive  VALUE "ST".
    05 OMX-REASON-TEXT PIC X(30).
    05 OMX-RUN-DATE    PIC 9(8).
