 IDENTIFICATION DIVISION.
 PROGRAM-ID. PostGLBalance.
*> Shared GL balance poster: adds the caller's journal line into
*> GLBAL.DAT - the account's balance for the period the line is dated
*> in, and the entry for the line's run date under it that the
*> activity listing drills down to - creating either entry the first
*> time it is touched. GLInterface calls it for every detail line of
*> a released journal, GLResponse calls it with action B to back out
*> a line the GL system rejected, and ConvertGLBalances calls it to
*> seed the file from the acknowledgment register. The file is
*> opened and closed on each call, the same discipline WriteRunLog
*> keeps with RUNLOG.DAT.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT GLBalFile ASSIGN TO "GLBAL.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS GLB-KEY
         FILE STATUS IS WS-GLBAL-FILE-STATUS.
 DATA DIVISION.
 FILE SECTION.
 FD GLBalFile.
 COPY GLBALREC.
 WORKING-STORAGE SECTION.
 01 WS-GLBAL-FILE-STATUS PIC XX.
 01 WS-ENTRY-FOUND PIC X.
    88 EntryOnFile VALUE "Y".
*> Signed movement applied to the entry: a back-out is the same line
*> taken off the side it was added to.
 01 WS-POST-AMOUNT PIC S9(9)V99.
 01 WS-POST-LINES  PIC S9(3).
 01 WS-POST-PERIOD PIC 9(6).
 LINKAGE SECTION.
 COPY GLPOSTREC.

 PROCEDURE DIVISION USING GLPostControlRec.
 Begin.
     IF GPT-LINE-DATE NOT NUMERIC
         OR GPT-AMOUNT NOT NUMERIC
         OR (GPT-DR-CR NOT = "D" AND GPT-DR-CR NOT = "C")
         OR (NOT GptPostLine AND NOT GptBackOutLine)
       SET GptRefused TO TRUE
       GOBACK
     END-IF.
     IF GptBackOutLine
       COMPUTE WS-POST-AMOUNT = ZERO - GPT-AMOUNT
       MOVE -1 TO WS-POST-LINES
     ELSE
       MOVE GPT-AMOUNT TO WS-POST-AMOUNT
       MOVE 1 TO WS-POST-LINES
     END-IF.
     MOVE GPT-LINE-DATE (1:6) TO WS-POST-PERIOD.
     OPEN I-O GLBalFile.
     IF WS-GLBAL-FILE-STATUS = "35"
       OPEN OUTPUT GLBalFile
       CLOSE GLBalFile
       OPEN I-O GLBalFile
     END-IF.
     MOVE GPT-ACCOUNT-CODE TO GLB-ACCOUNT-CODE.
     MOVE WS-POST-PERIOD   TO GLB-PERIOD.
     MOVE ZERO             TO GLB-RUN-DATE.
     PERFORM ApplyToEntry.
     MOVE GPT-ACCOUNT-CODE TO GLB-ACCOUNT-CODE.
     MOVE WS-POST-PERIOD   TO GLB-PERIOD.
     MOVE GPT-LINE-DATE    TO GLB-RUN-DATE.
     PERFORM ApplyToEntry.
     CLOSE GLBalFile.
     SET GptPosted TO TRUE.
     GOBACK.
 ApplyToEntry.
     MOVE "Y" TO WS-ENTRY-FOUND.
     READ GLBalFile
       INVALID KEY
         MOVE "N" TO WS-ENTRY-FOUND
         MOVE ZERO TO GLB-DEBIT-TOTAL
         MOVE ZERO TO GLB-CREDIT-TOTAL
         MOVE ZERO TO GLB-LINE-COUNT
     END-READ.
     IF GPT-DR-CR = "D"
       ADD WS-POST-AMOUNT TO GLB-DEBIT-TOTAL
     ELSE
       ADD WS-POST-AMOUNT TO GLB-CREDIT-TOTAL
     END-IF.
     ADD WS-POST-LINES TO GLB-LINE-COUNT.
     MOVE GPT-POSTED-DATE TO GLB-LAST-POSTED-DATE.
     IF EntryOnFile
       REWRITE GLBalanceRec
     ELSE
       WRITE GLBalanceRec
     END-IF.
