*> Territory map on TERRMAP.DAT - one line per postal-code range and
*> the sales territory (and the region over it) that serves it, kept
*> by operations with the same editor discipline as POSTREF.DAT. A
*> person's PersonPostalCode falls in a range when it is not below
*> the low code and not above the high code, compared left-justified,
*> so a whole prefix is mapped by padding the high code with Z (AB1
*> to AB1ZZZZZ). Ranges must not overlap; TerritoryAssign reports
*> any that do and keeps the first one on file.
 01 TerritoryMapRec.
    05 TMP-POSTAL-FROM   PIC X(8).
    05 TMP-POSTAL-TO     PIC X(8).
    05 TMP-TERRITORY     PIC X(10).
    05 TMP-REGION        PIC X(4).
    05 TMP-DESCRIPTION   PIC X(20).
