*> Undeliverable-address register, UNDELIV.DAT (indexed on person
*> and address): one entry per person per address the post has come
*> back from, written by the ReturnedMail intake. An open entry stops
*> mail to that person at that address (shared CheckUndeliverable);
*> the merge closes a person's open entries when a Change transaction
*> gives them a new street or city. The source says how the return
*> arrived - KEY keyed from the envelope, PST the postal service's
*> return file.
 01 UndeliverableRec.
    05 UND-KEY.
       10 UND-PERSON-ID     PIC 9(6).
       10 UND-ADDRESS.
          15 UND-STREET     PIC X(20).
          15 UND-CITY       PIC X(15).
    05 UND-STATUS           PIC X.
       88 UndOpen           VALUE "O".
       88 UndCleared        VALUE "C".
    05 UND-SOURCE           PIC X(3).
       88 UndKeyedIn        VALUE "KEY".
       88 UndPostalFile     VALUE "PST".
    05 UND-FIRST-RETURNED   PIC 9(8).
    05 UND-LAST-RETURNED    PIC 9(8).
    05 UND-RETURN-COUNT     PIC 9(3).
    05 UND-RECORDED-BY      PIC X(8).
    05 UND-CLEARED-DATE     PIC 9(8).
