*> that file into the day's TRANSINS generation under its own PCA
*> source code, so the move flows through TransEdit and the merge
*> like every other source instead of being keyed by hand weeks
*> late. Unmatched entries are reported for manual review, and so is
*> a match whose new postal code POSTREF.DAT lists for a different
*> city - no transaction is written for it, since the shared edit
*> would only reject it.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
 01 WS-ENTRY-COUNT     PIC 9(7) VALUE ZERO.
 01 WS-MATCHED-COUNT   PIC 9(7) VALUE ZERO.
 01 WS-UNMATCHED-COUNT PIC 9(7) VALUE ZERO.
 01 WS-MISMATCH-COUNT  PIC 9(7) VALUE ZERO.
 COPY POSTCHKREC.
 01 WS-MISMATCH-LINE.
    05 FILLER          PIC X(12) VALUE "POSTAL/CITY:".
    05 MIS-PERSON-ID   PIC ZZZZZ9.
    05 FILLER          PIC X(2)  VALUE SPACES.
    05 MIS-PERSON-NAME PIC X(20).
    05 FILLER          PIC X(2)  VALUE SPACES.
    05 MIS-NEW-CITY    PIC X(15).
    05 FILLER          PIC X     VALUE SPACE.
    05 MIS-NEW-POSTAL  PIC X(8).
 01 WS-UNMATCHED-LINE.
    05 FILLER          PIC X(12) VALUE "UNMATCHED:  ".
    05 UNM-PERSON-NAME PIC X(20).
     MOVE "ENTRIES UNMATCHED"              TO SUM-LABEL.
     MOVE WS-UNMATCHED-COUNT               TO SUM-VALUE.
     WRITE MoveReportLine FROM WS-SUMMARY-LINE.
     MOVE "MATCHED, POSTAL CODE NOT IN CITY" TO SUM-LABEL.
     MOVE WS-MISMATCH-COUNT                TO SUM-VALUE.
     WRITE MoveReportLine FROM WS-SUMMARY-LINE.
     CLOSE MoveReport.
     PERFORM WriteRunLogRecord.
     STOP RUN.
               AND Street = COA-OLD-STREET
               AND City = COA-OLD-CITY
             SET MoveMatched TO TRUE
             PERFORM CheckNewPostalCity
             IF PostalCityDisagrees
               PERFORM ListPostalMismatch
             ELSE
               PERFORM WriteMoveChange
             END-IF
           END-IF
       END-READ
     END-PERFORM.
       CLOSE PersonFile
     END-IF.
     IF MoveMatched
       IF NOT PostalCityDisagrees
         ADD 1 TO WS-MATCHED-COUNT
       END-IF
     ELSE
       ADD 1 TO WS-UNMATCHED-COUNT
       MOVE COA-PERSON-NAME TO UNM-PERSON-NAME
       MOVE COA-OLD-CITY    TO UNM-OLD-CITY
       WRITE MoveReportLine FROM WS-UNMATCHED-LINE
     END-IF.
*>   The result is left in PCK-RESULT for MatchOneMove's count.
 CheckNewPostalCity.
     MOVE COA-NEW-POSTAL TO PCK-POSTAL-CODE.
     MOVE COA-NEW-CITY   TO PCK-CITY.
     CALL "CheckPostalCity" USING PostalCheckControlRec.
 ListPostalMismatch.
     ADD 1 TO WS-MISMATCH-COUNT.
     MOVE PersonId       TO MIS-PERSON-ID.
     MOVE PersonName     TO MIS-PERSON-NAME.
     MOVE COA-NEW-CITY   TO MIS-NEW-CITY.
     MOVE COA-NEW-POSTAL TO MIS-NEW-POSTAL.
     WRITE MoveReportLine FROM WS-MISMATCH-LINE.
*>   The generated Change carries the master's own details with the
*>   new address in place; TransIngest stamps the PCA source on the
*>   way into the day's generation.
 WriteRunLogRecord.
     MOVE WS-ENTRY-COUNT TO RLG-READ-COUNT.
     MOVE WS-MATCHED-COUNT TO RLG-WRITTEN-COUNT.
     COMPUTE RLG-REJECTED-COUNT =
         WS-UNMATCHED-COUNT + WS-MISMATCH-COUNT.
     MOVE RETURN-CODE TO RLG-RETURN-CODE.
     CALL "WriteRunLog" USING RunLogRec.
