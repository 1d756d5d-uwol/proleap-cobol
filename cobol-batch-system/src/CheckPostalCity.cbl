 IDENTIFICATION DIVISION.
 PROGRAM-ID. CheckPostalCity.
*> Shared postal code / city cross-check against POSTREF.DAT, the
*> operator-maintained postal reference file: one record per postal
*> code and a city it serves, so a code that straddles a boundary is
*> listed once per city. The city passed in is put through
*> NormalizeCity first and the comparison is case-folded, so a variant
*> spelling of the right town still agrees. A code the file does not
*> list cannot be judged and comes back as not listed - the caller
*> decides whether that matters.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT PostalRefFile ASSIGN TO "POSTREF.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-POSTAL-REF-STATUS.
 DATA DIVISION.
 FILE SECTION.
 FD PostalRefFile.
 01 PostalRefRec.
    05 PRF-POSTAL-CODE PIC X(8).
    05 PRF-CITY        PIC X(15).
 WORKING-STORAGE SECTION.
 COPY CITYCTLREC.
 01 WS-POSTAL-REF-STATUS PIC XX.
 01 WS-REF-EOF PIC X.
    88 EndOfPostalRef VALUE "Y".
 01 WS-FOLDED-CITY     PIC X(15).
 01 WS-FOLDED-REF-CITY PIC X(15).
 LINKAGE SECTION.
 COPY POSTCHKREC.

 PROCEDURE DIVISION USING PostalCheckControlRec.
 Begin.
     MOVE "U" TO PCK-RESULT.
     IF PCK-POSTAL-CODE = SPACES OR PCK-CITY = SPACES
       GOBACK
     END-IF.
     MOVE PCK-CITY TO CTY-CITY-IN.
     CALL "NormalizeCity" USING CityControlRec.
     MOVE FUNCTION UPPER-CASE (CTY-CITY-OUT) TO WS-FOLDED-CITY.
     MOVE "N" TO WS-REF-EOF.
     OPEN INPUT PostalRefFile.
     IF WS-POSTAL-REF-STATUS = "35"
       SET EndOfPostalRef TO TRUE
     END-IF.
     PERFORM UNTIL EndOfPostalRef OR PostalCityAgrees
       READ PostalRefFile
         AT END
           SET EndOfPostalRef TO TRUE
         NOT AT END
           IF PRF-POSTAL-CODE = PCK-POSTAL-CODE
             MOVE FUNCTION UPPER-CASE (PRF-CITY)
                 TO WS-FOLDED-REF-CITY
             IF WS-FOLDED-REF-CITY = WS-FOLDED-CITY
               MOVE "Y" TO PCK-RESULT
             ELSE
               MOVE "N" TO PCK-RESULT
             END-IF
           END-IF
       END-READ
     END-PERFORM.
     IF WS-POSTAL-REF-STATUS NOT = "35"
       CLOSE PostalRefFile
     END-IF.
     GOBACK.
