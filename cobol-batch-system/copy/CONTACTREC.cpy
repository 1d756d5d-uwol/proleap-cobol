*> Contact history, CONTACT.DAT (indexed on person, date and a
*> sequence within the day): one entry for every piece of customer
*> output a job produces - which letter, statement or campaign went to
*> the person, on what date, by what channel and to which address.
*> Written through the shared ContactHistory subprogram by every job
*> that mails, prints for or emails a customer; PersonInquiry lists a
*> person's entries, and the letter jobs ask it whether a one-time
*> letter has gone already. A letter about a minor sent to a guardian
*> is kept against the minor, with the guardian's address as the one
*> used and the guardian's PersonId as the reference; an invoice or
*> credit memo carries its document number there.
 01 ContactHistoryRec.
    05 CTH-KEY.
       10 CTH-PERSON-ID     PIC 9(6).
       10 CTH-CONTACT-DATE  PIC 9(8).
       10 CTH-SEQ           PIC 9(3).
    05 CTH-CONTENT-ID       PIC X(8).
    05 CTH-CHANNEL          PIC X.
       88 CthByPost         VALUE "P".
       88 CthByEmail        VALUE "E".
       88 CthByPhone        VALUE "T".
    05 CTH-ADDRESS-USED.
       10 CTH-STREET        PIC X(20).
       10 CTH-CITY          PIC X(15).
       10 CTH-POSTAL-CODE   PIC X(8).
    05 CTH-EMAIL-USED REDEFINES CTH-ADDRESS-USED PIC X(43).
    05 CTH-REFERENCE        PIC X(10).
    05 CTH-SENT-BY          PIC X(14).
