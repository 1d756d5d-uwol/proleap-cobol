*> be corrected by the operator and re-driven - the corrected line
*> goes to GLRESUB.DAT, which GLInterface passes through into the
*> next journal the way it passes the discount feed through.
*> An entry the GL rejects is backed out of the in-house balances on
*> GLBAL.DAT (shared PostGLBalance) as it flips to R - the re-driven
*> correction is posted afresh when the journal carrying it releases,
*> so the trial balance never counts a rejected line twice.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
 01 WS-SUMMARY-LINE.
    05 SUM-LABEL PIC X(36).
    05 SUM-VALUE PIC Z(6)9.
*> In-house GL balance back-out of rejected entries (shared
*> PostGLBalance).
 COPY GLPOSTREC.
 01 WS-BACKED-OUT-COUNT PIC 9(7) VALUE ZERO.

 PROCEDURE DIVISION.
 Begin.
               AND ACK-DR-CR = WS-RSP-DR-CR
             SET ResponseMatched TO TRUE
             MOVE WS-RSP-STATUS TO ACK-STATUS
             IF AckRejected
               PERFORM BackOutRejectedEntry
             END-IF
           END-IF
           WRITE AckRegisterTempRec FROM AckRegisterRec
       END-READ
       CLOSE AckRegisterTemp
       PERFORM CopyTempBackToRegister
     END-IF.
 BackOutRejectedEntry.
     MOVE "B"              TO GPT-ACTION.
     MOVE ACK-RUN-DATE     TO GPT-LINE-DATE.
     MOVE ACK-ACCOUNT-CODE TO GPT-ACCOUNT-CODE.
     MOVE ACK-AMOUNT       TO GPT-AMOUNT.
     MOVE ACK-DR-CR        TO GPT-DR-CR.
     MOVE WS-RUN-DATE      TO GPT-POSTED-DATE.
     CALL "PostGLBalance" USING GLPostControlRec.
     IF GptPosted
       ADD 1 TO WS-BACKED-OUT-COUNT
     END-IF.
 CopyTempBackToRegister.
     MOVE "N" TO WS-REGISTER-EOF.
     OPEN INPUT AckRegisterTemp.
     MOVE "REJECTS RE-DRIVEN TO GLRESUB"    TO SUM-LABEL.
     MOVE WS-REDRIVEN-COUNT                 TO SUM-VALUE.
     WRITE ResponseReportLine FROM WS-SUMMARY-LINE.
     MOVE "REJECTS BACKED OUT OF GLBAL"     TO SUM-LABEL.
     MOVE WS-BACKED-OUT-COUNT               TO SUM-VALUE.
     WRITE ResponseReportLine FROM WS-SUMMARY-LINE.
