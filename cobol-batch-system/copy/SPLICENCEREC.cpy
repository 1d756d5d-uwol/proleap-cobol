*> Salesperson licence or certification on SPLICENCE.DAT, keyed by the
*> salesperson's PersonId, the licence type and the state that issued
*> it (a salesperson licensed in several states holds one per state),
*> and maintained through LicenceMaint. CATLICENCE.DAT names the
*> licence type each restricted item category needs; SalesEdit
*> suspends a sale in such a category unless the salesperson holds a
*> licence of that type, from any state, not expired on the sale's
*> date. The operator and date of the last change are kept on the
*> record.
 01 SalespersonLicenceRec.
    05 LIC-KEY.
       10 LIC-PERSON-ID   PIC 9(6).
       10 LIC-TYPE        PIC X(4).
       10 LIC-STATE       PIC XX.
    05 LIC-NUMBER         PIC X(20).
    05 LIC-EXPIRY-DATE    PIC 9(8).
    05 LIC-SET-BY         PIC X(8).
    05 LIC-SET-DATE       PIC 9(8).
