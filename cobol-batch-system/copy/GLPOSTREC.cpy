*> Shared linkage record for the PostGLBalance subprogram - the
*> caller loads one journal line (its date, account, amount and DR/CR
*> side) and the date it was released, and calls it to add the line
*> into GLBAL.DAT, both to the account's period balance and to the
*> contributing run-date entry under it. Action B backs a line out
*> again (a GL reject). The line's date must be numeric and the side
*> a D or a C; anything else comes back refused and nothing is
*> posted.
 01 GLPostControlRec.
    05 GPT-ACTION       PIC X.
       88 GptPostLine    VALUE "P".
       88 GptBackOutLine VALUE "B".
    05 GPT-LINE-DATE    PIC 9(8).
    05 GPT-ACCOUNT-CODE PIC X(10).
    05 GPT-AMOUNT       PIC S9(9)V99.
    05 GPT-DR-CR        PIC X.
    05 GPT-POSTED-DATE  PIC 9(8).
    05 GPT-RESULT       PIC X.
       88 GptPosted  VALUE "Y".
       88 GptRefused VALUE "N".
