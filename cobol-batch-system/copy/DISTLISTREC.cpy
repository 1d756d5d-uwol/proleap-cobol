*> Report distribution master on DISTLIST.DAT, maintained through
*> DistListMaint: which archived report - the whole of it, or one
*> region's, territory's or salesperson's section of it - goes to
*> which recipient, and in what form. ReportBurst splits each night's
*> archived reports by these entries into one output per recipient
*> and lists every section that nobody is down to receive. A section
*> value is the region code, the territory code, or the salesperson's
*> PersonId as six digits; a whole-report entry leaves it blank.
 01 DistributionRec.
    05 DST-KEY.
       10 DST-REPORT-NAME   PIC X(20).
       10 DST-SECTION-TYPE  PIC X.
          88 DstWholeReport   VALUE "A".
          88 DstByRegion      VALUE "R".
          88 DstByTerritory   VALUE "T".
          88 DstBySalesperson VALUE "S".
          88 DstSectionTypeValid VALUES "A" "R" "T" "S".
       10 DST-SECTION-VALUE PIC X(10).
       10 DST-RECIPIENT-ID  PIC X(8).
    05 DST-RECIPIENT-NAME   PIC X(30).
*>  P printed (destination names the printer, blank for the main
*>  print queue), E emailed to the destination address, O held for
*>  viewing online.
    05 DST-FORM             PIC X.
       88 DstPrint  VALUE "P".
       88 DstEmail  VALUE "E".
       88 DstOnline VALUE "O".
       88 DstFormValid VALUES "P" "E" "O".
    05 DST-DESTINATION      PIC X(40).
    05 DST-SET-BY           PIC X(8).
    05 DST-SET-DATE         PIC 9(8).
