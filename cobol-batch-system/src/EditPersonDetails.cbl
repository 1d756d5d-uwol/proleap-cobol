*> Shared edit routine called by SeqWrite, SeqMaint, and InputSort: the
*> same PersonId/PersonName/date-of-birth checks these jobs used to
*> each carry their own copy of, so a person record is valid (or not)
*> the same way no matter which job entered it. A postal code keyed
*> with a city must be one POSTREF.DAT lists for that city (shared
*> CheckPostalCity); a code the reference file does not list passes.
 ENVIRONMENT DIVISION.
 DATA DIVISION.
 WORKING-STORAGE SECTION.
 01 EDT-AT-SIGN-COUNT PIC 9(3).
 COPY POSTCHKREC.
 LINKAGE SECTION.
 COPY PERSONREC.
 COPY EDITCTLREC.
     IF EdtEditsPassed
       PERFORM EditContactFields
     END-IF.
     IF EdtEditsPassed
       PERFORM EditPostalCity
     END-IF.
     IF EdtEditsPassed
       PERFORM EditPersonStatus
     END-IF.
         MOVE "Email must contain an @ sign" TO EDT-EDIT-MESSAGE
       END-IF
     END-IF.
*>   PostalPresort bundles on the postal code, so a code that belongs
*>   to another town sends the letter to the wrong bundle.
 EditPostalCity.
     IF PersonPostalCode NOT = SPACES AND City NOT = SPACES
       MOVE PersonPostalCode TO PCK-POSTAL-CODE
       MOVE City             TO PCK-CITY
       CALL "CheckPostalCity" USING PostalCheckControlRec
       IF PostalCityDisagrees
         MOVE "N" TO EDT-EDITS-OK
         MOVE "PostalCode does not belong to City"
             TO EDT-EDIT-MESSAGE
       END-IF
     END-IF.
*>   Blank is a legacy record and reads as active; anything keyed must
*>   be one of the three known statuses.
 EditPersonStatus.
