*> Customer case log, CASES.DAT (indexed on PersonId and case number):
*> one record for every complaint or query about a person - a wrong
*> address, a missing letter, a disputed invoice - opened, updated and
*> closed through CaseMaint. The case number is unique across the file
*> and runs on from the highest ever opened; keying it under the
*> PersonId lets PersonInquiry list a person's cases with one START.
*> The due date is set at opening from the category's service level
*> (CaseMaint); CaseAging lists the open cases by age and flags those
*> past it. Every status change and reassignment is kept in the
*> history - the opening entry always, then the latest nine.
 01 CaseRec.
    05 CAS-KEY.
       10 CAS-PERSON-ID      PIC 9(6).
       10 CAS-NUMBER         PIC 9(8).
    05 CAS-CATEGORY          PIC XX.
       88 CaseAddress        VALUE "AD".
       88 CaseMissingLetter  VALUE "ML".
       88 CaseInvoiceDispute VALUE "ID".
       88 CaseGeneralQuery   VALUE "GQ".
       88 CaseOther          VALUE "OT".
       88 CaseCategoryValid VALUES "AD" "ML" "ID" "GQ" "OT".
    05 CAS-SUBJECT           PIC X(40).
    05 CAS-OPENED-BY         PIC X(8).
    05 CAS-OPENED-DATE       PIC 9(8).
    05 CAS-ASSIGNED-TO       PIC X(8).
    05 CAS-DUE-DATE          PIC 9(8).
    05 CAS-STATUS            PIC X.
       88 CaseOpen           VALUE "O".
       88 CaseWaiting        VALUE "W".
       88 CaseClosed         VALUE "C".
       88 CaseStillOpen VALUES "O" "W".
    05 CAS-RESOLUTION        PIC XX.
       88 ResolutionCorrected VALUE "CO".
       88 ResolutionCredited  VALUE "CR".
       88 ResolutionResent    VALUE "RS".
       88 ResolutionExplained VALUE "EX".
       88 ResolutionNoAction  VALUE "NA".
       88 ResolutionValid VALUES "CO" "CR" "RS" "EX" "NA".
    05 CAS-CLOSED-DATE       PIC 9(8).
    05 CAS-HISTORY-COUNT     PIC 99.
    05 CAS-HISTORY OCCURS 10 TIMES.
       10 CAS-HIST-DATE      PIC 9(8).
       10 CAS-HIST-STATUS    PIC X.
       10 CAS-HIST-ASSIGNED  PIC X(8).
       10 CAS-HIST-BY        PIC X(8).
