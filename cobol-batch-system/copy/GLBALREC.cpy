*> In-house GL balances on GLBAL.DAT, keyed by GLACCTMAP account,
*> period (YYYYMM of the journal line's date) and run date. The
*> entry with a zero run date is the account's balance for the
*> period; the dated entries under it are the runs that contributed
*> to it, so an account can be drilled down to the journals behind
*> its balance. Every journal line GLInterface releases is posted
*> here through the shared PostGLBalance subprogram, and a line the
*> GL system rejects is backed out again by GLResponse - the file
*> holds what we have released and the GL has not refused.
 01 GLBalanceRec.
    05 GLB-KEY.
       10 GLB-ACCOUNT-CODE  PIC X(10).
       10 GLB-PERIOD        PIC 9(6).
       10 GLB-RUN-DATE      PIC 9(8).
          88 GlbPeriodBalance VALUE ZERO.
    05 GLB-DEBIT-TOTAL      PIC S9(11)V99.
    05 GLB-CREDIT-TOTAL     PIC S9(11)V99.
    05 GLB-LINE-COUNT       PIC S9(7).
    05 GLB-LAST-POSTED-DATE PIC 9(8).
