*> Shared linkage record for the ContactHistory subprogram. A record
*> call (function W) appends one CONTACT.DAT entry from the fields
*> passed, numbering it after the person's other entries that date.
*> A query (function Q) says whether the person has ever been sent
*> the content id passed and, if so, the latest date it went - the
*> letter jobs' guard against sending a one-time letter twice.
 01 ContactControlRec.
    05 CCT-FUNCTION      PIC X.
       88 CctRecord      VALUE "W".
       88 CctQuery       VALUE "Q".
    05 CCT-PERSON-ID     PIC 9(6).
    05 CCT-CONTACT-DATE  PIC 9(8).
    05 CCT-CONTENT-ID    PIC X(8).
    05 CCT-CHANNEL       PIC X.
    05 CCT-ADDRESS-USED.
       10 CCT-STREET     PIC X(20).
       10 CCT-CITY       PIC X(15).
       10 CCT-POSTAL-CODE PIC X(8).
    05 CCT-EMAIL-USED REDEFINES CCT-ADDRESS-USED PIC X(43).
    05 CCT-REFERENCE     PIC X(10).
    05 CCT-SENT-BY       PIC X(14).
    05 CCT-RESULT        PIC X.
       88 ContactPreviouslySent VALUE "Y".
    05 CCT-LAST-SENT-DATE PIC 9(8).
