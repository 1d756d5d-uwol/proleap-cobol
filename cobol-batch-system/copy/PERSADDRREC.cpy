*> Dated alternate addresses, ADDRESS.DAT (indexed on ADR-KEY),
*> maintained through SeqMaint with audit. PersonAddress on the
*> master stays the residence of record - tax and territory work
*> from it - and these entries say where the post goes and when: a
*> residence entry dates a residence period, a mailing entry is a
*> PO box or other standing postal address, a seasonal entry covers
*> a stretch away from home (the summer house). ResolveMailAddress
*> picks the one in force for a mailing date. An effective-to of
*> zero means open-ended.
 01 PersonAddressRec.
    05 ADR-KEY.
       10 ADR-PERSON-ID    PIC 9(6).
       10 ADR-TYPE         PIC X.
          88 AdrResidence  VALUE "R".
          88 AdrMailing    VALUE "M".
          88 AdrSeasonal   VALUE "S".
          88 AdrTypeValid  VALUES "R" "M" "S".
       10 ADR-FROM-DATE    PIC 9(8).
    05 ADR-TO-DATE         PIC 9(8).
       88 AdrOpenEnded VALUE ZERO.
    05 ADR-STREET          PIC X(20).
    05 ADR-CITY            PIC X(15).
    05 ADR-STATE           PIC XX.
    05 ADR-POSTAL-CODE     PIC X(8).
    05 ADR-SET-BY          PIC X(8).
    05 ADR-SET-DATE        PIC 9(8).
