*> Licence requirement on CATLICENCE.DAT - one line per item category
*> and licence type a salesperson must hold to sell it, kept by
*> operations with the same editor discipline as CATEGORY.DAT. A
*> category with several lines needs every type named; a category
*> with none is unrestricted.
 01 CategoryLicenceRec.
    05 CLR-CATEGORY      PIC X(6).
    05 CLR-LICENCE-TYPE  PIC X(4).
