*> Shared linkage record for the CheckPostalCity subprogram - the
*> edit routine, TransEdit, PostalMoves and the PostalCitySweep report
*> load a postal code and a city, CALL "CheckPostalCity", and get back
*> whether POSTREF.DAT lists that city for that code, lists the code
*> for other cities only, or does not list the code at all (a blank
*> code or city also comes back as not listed - there is nothing to
*> check).
 01 PostalCheckControlRec.
    05 PCK-POSTAL-CODE PIC X(8).
    05 PCK-CITY        PIC X(15).
    05 PCK-RESULT      PIC X.
       88 PostalCityAgrees    VALUE "Y".
       88 PostalCityDisagrees VALUE "N".
       88 PostalCodeNotListed VALUE "U".
