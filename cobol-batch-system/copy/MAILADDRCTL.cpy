*> Shared linkage record for the ResolveMailAddress subprogram - the
*> mailing jobs load the person, the mailing date and the address
*> they would otherwise use (the master's residence), CALL
*> "ResolveMailAddress", and get back the ADDRESS.DAT address in
*> force on that date: seasonal ahead of mailing ahead of residence.
*> With nothing in force the address comes back unchanged and the
*> source is blank.
 01 MailAddressControlRec.
    05 MAC-PERSON-ID   PIC 9(6).
    05 MAC-MAIL-DATE   PIC 9(8).
    05 MAC-STREET      PIC X(20).
    05 MAC-CITY        PIC X(15).
    05 MAC-STATE       PIC XX.
    05 MAC-POSTAL-CODE PIC X(8).
    05 MAC-SOURCE      PIC X.
       88 MacFromMaster   VALUE SPACE.
       88 MacFromSeasonal VALUE "S".
       88 MacFromMailing  VALUE "M".
