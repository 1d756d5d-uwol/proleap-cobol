 IDENTIFICATION DIVISION.
 PROGRAM-ID. Fulfillment.
*> Warehouse fulfillment run, after BATCH-DISCOUNT: the day's invoiced
*> orders on INVOICES.DAT become the warehouse's paperwork, so nobody
*> picks from a printout of DISCOUNT.RPT again.
*>   PICKLIST.RPT - one consolidated line per item, the quantity over
*>     every order and the number of orders wanting it, in walking
*>     order of the item's ITEMLOC.DAT pick location (items with no
*>     location follow at the end, flagged).
*>   PACKSLIP.RPT - one packing slip per order: ship-to name and
*>     address, the invoice it goes out under, the item, its pick
*>     location and the quantity to pack.
*>   SHIPMAN.RPT  - the carrier's shipping manifest, one package per
*>     order, by destination state and zip with package and unit
*>     counts for each state and in total.
*> Every order shipped is marked shipped on INVOICES.DAT with the ship
*> date (INV-SHIP-DATE) before InvoicePrint and ARPost read it, so
*> the revenue date carried forward is the date the goods went out.
*> An invoice dated other than the ship date is counted and ends the
*> step RC 4 for the accounts team to look at. A rerun re-prints the
*> paperwork but keeps the first ship date. Credit memos ship
*> nothing and are passed over.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT InvoiceFile ASSIGN TO "INVOICES.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-INVOICE-FILE-STATUS.
     SELECT InvoiceTemp ASSIGN TO "INVOICES.TMP"
         ORGANIZATION IS LINE SEQUENTIAL.
     SELECT ItemLocationFile ASSIGN TO "ITEMLOC.DAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-ITEMLOC-FILE-STATUS.
     SELECT PickWork ASSIGN TO "PICKWORK.DAT".
     SELECT ManifestWork ASSIGN TO "MANIFESTWORK.DAT".
     SELECT PickListReport ASSIGN TO "PICKLIST.RPT"
         ORGANIZATION IS LINE SEQUENTIAL.
     SELECT PackingSlipFile ASSIGN TO "PACKSLIP.RPT"
         ORGANIZATION IS LINE SEQUENTIAL.
     SELECT ManifestReport ASSIGN TO "SHIPMAN.RPT"
         ORGANIZATION IS LINE SEQUENTIAL.
 DATA DIVISION.
 FILE SECTION.
 FD InvoiceFile.
 COPY INVOICEREC.
 FD InvoiceTemp.
 01 InvoiceTempRec PIC X(257).
 FD ItemLocationFile.
 COPY ITEMLOCREC.
*> One item's pick for the day, in location order.
 SD PickWork.
 01 PickWorkRec.
    05 PKW-LOCATION    PIC X(8).
    05 PKW-ITEM-CODE   PIC X(10).
    05 PKW-ITEM-NAME   PIC X(20).
    05 PKW-QUANTITY    PIC 9(7).
    05 PKW-ORDER-COUNT PIC 9(5).
*> One package on the manifest, by destination.
 SD ManifestWork.
 01 ManifestWorkRec.
    05 MFW-STATE       PIC XX.
    05 MFW-ZIP         PIC X(5).
    05 MFW-INVOICE-NO  PIC 9(8).
    05 MFW-PERSON-ID   PIC 9(6).
    05 MFW-PERSON-NAME PIC X(20).
    05 MFW-CITY        PIC X(15).
    05 MFW-QUANTITY    PIC 9(3).
 FD PickListReport.
 01 PickListLine PIC X(80).
 FD PackingSlipFile.
 01 PackingSlipLine PIC X(80).
 FD ManifestReport.
 01 ManifestLine PIC X(80).
 WORKING-STORAGE SECTION.
 01 WS-INVOICE-FILE-STATUS PIC XX.
 01 WS-ITEMLOC-FILE-STATUS PIC XX.
 01 WS-RUN-DATE PIC 9(8).
 01 WS-INVOICE-EOF PIC X VALUE "N".
    88 EndOfInvoices VALUE "Y".
 01 WS-TEMP-EOF PIC X VALUE "N".
    88 EndOfTemp VALUE "Y".
 01 WS-ITEMLOC-EOF PIC X VALUE "N".
    88 EndOfItemLocations VALUE "Y".
 01 WS-PICK-EOF PIC X VALUE "N".
    88 EndOfPicks VALUE "Y".
 01 WS-MANIFEST-EOF PIC X VALUE "N".
    88 EndOfManifest VALUE "Y".
 01 WS-READ-COUNT          PIC 9(7) VALUE ZERO.
 01 WS-SHIPPED-COUNT       PIC 9(7) VALUE ZERO.
 01 WS-ALREADY-SHIPPED-COUNT PIC 9(7) VALUE ZERO.
 01 WS-CREDIT-SKIPPED-COUNT PIC 9(7) VALUE ZERO.
 01 WS-DATE-MISMATCH-COUNT PIC 9(7) VALUE ZERO.
 01 WS-NO-LOCATION-COUNT   PIC 9(7) VALUE ZERO.
 01 WS-TOTAL-UNITS         PIC 9(9) VALUE ZERO.
*> Pick locations from ITEMLOC.DAT.
 01 WS-LOCATION-TABLE.
    05 WS-LOCATION-ENTRY OCCURS 2000 TIMES.
       10 LOC-ITEM-CODE PIC X(10).
       10 LOC-LOCATION  PIC X(8).
 01 WS-LOCATION-COUNT PIC 9(4) VALUE ZERO.
 01 WS-LOC-IDX        PIC 9(4).
 01 WS-LOC-MATCH-IDX  PIC 9(4).
 01 WS-PICK-LOCATION  PIC X(8).
 01 WS-LOOKUP-ITEM-CODE PIC X(10).
*> The day's picks, one entry per item.
 01 WS-PICK-TABLE.
    05 WS-PICK-ENTRY OCCURS 2000 TIMES.
       10 PCK-ITEM-CODE   PIC X(10).
       10 PCK-ITEM-NAME   PIC X(20).
       10 PCK-QUANTITY    PIC 9(7).
       10 PCK-ORDER-COUNT PIC 9(5).
 01 WS-PICK-COUNT     PIC 9(4) VALUE ZERO.
 01 WS-PICK-IDX       PIC 9(4).
 01 WS-PICK-MATCH-IDX PIC 9(4).
*> State break on the manifest.
 01 WS-CURRENT-STATE    PIC XX VALUE SPACES.
 01 WS-STATE-PACKAGES   PIC 9(7) VALUE ZERO.
 01 WS-STATE-UNITS      PIC 9(9) VALUE ZERO.
 01 WS-STATE-COUNT      PIC 9(5) VALUE ZERO.
 01 WS-PICK-HEADING.
    05 FILLER PIC X(10) VALUE "LOCATION".
    05 FILLER PIC X(12) VALUE "ITEM".
    05 FILLER PIC X(22) VALUE "DESCRIPTION".
    05 FILLER PIC X(10) VALUE "  QUANTITY".
    05 FILLER PIC X(8)  VALUE "  ORDERS".
 01 WS-PICK-LINE.
    05 PKL-LOCATION    PIC X(8).
    05 FILLER          PIC X(2) VALUE SPACES.
    05 PKL-ITEM-CODE   PIC X(10).
    05 FILLER          PIC X(2) VALUE SPACES.
    05 PKL-ITEM-NAME   PIC X(20).
    05 FILLER          PIC X(2) VALUE SPACES.
    05 PKL-QUANTITY    PIC Z(7)9.
    05 FILLER          PIC X(3) VALUE SPACES.
    05 PKL-ORDER-COUNT PIC ZZZZ9.
 01 WS-SLIP-HEAD-LINE.
    05 FILLER          PIC X(44) VALUE "P A C K I N G   S L I P".
    05 FILLER          PIC X(12) VALUE "INVOICE NO: ".
    05 PSH-NUMBER      PIC 9(8).
 01 WS-SLIP-DATE-LINE.
    05 FILLER          PIC X(44) VALUE SPACES.
    05 FILLER          PIC X(12) VALUE "SHIPPED:    ".
    05 PSH-DATE        PIC 9(4)/99/99.
 01 WS-SHIP-TO-LINE.
    05 STL-LABEL       PIC X(10).
    05 STL-TEXT        PIC X(40).
 01 WS-CITY-LINE.
    05 CTL-CITY        PIC X(15).
    05 FILLER          PIC X VALUE SPACE.
    05 CTL-STATE       PIC XX.
    05 FILLER          PIC X(2) VALUE SPACES.
    05 CTL-ZIP         PIC X(5).
 01 WS-SLIP-ITEM-HEADING.
    05 FILLER PIC X(12) VALUE "ITEM".
    05 FILLER PIC X(22) VALUE "DESCRIPTION".
    05 FILLER PIC X(10) VALUE "LOCATION".
    05 FILLER PIC X(10) VALUE "  QTY".
 01 WS-SLIP-ITEM-LINE.
    05 SIL-ITEM-CODE   PIC X(10).
    05 FILLER          PIC X(2) VALUE SPACES.
    05 SIL-ITEM-NAME   PIC X(20).
    05 FILLER          PIC X(2) VALUE SPACES.
    05 SIL-LOCATION    PIC X(8).
    05 FILLER          PIC X(4) VALUE SPACES.
    05 SIL-QUANTITY    PIC ZZ9.
 01 WS-MANIFEST-HEADING.
    05 FILLER PIC X(7)  VALUE "STATE".
    05 FILLER PIC X(7)  VALUE "ZIP".
    05 FILLER PIC X(10) VALUE "INVOICE".
    05 FILLER PIC X(8)  VALUE "CUST".
    05 FILLER PIC X(22) VALUE "NAME".
    05 FILLER PIC X(17) VALUE "CITY".
    05 FILLER PIC X(5)  VALUE "UNITS".
 01 WS-MANIFEST-LINE.
    05 MFL-STATE       PIC XX.
    05 FILLER          PIC X(5) VALUE SPACES.
    05 MFL-ZIP         PIC X(5).
    05 FILLER          PIC X(2) VALUE SPACES.
    05 MFL-INVOICE-NO  PIC 9(8).
    05 FILLER          PIC X(2) VALUE SPACES.
    05 MFL-PERSON-ID   PIC 9(6).
    05 FILLER          PIC X(2) VALUE SPACES.
    05 MFL-PERSON-NAME PIC X(20).
    05 FILLER          PIC X(2) VALUE SPACES.
    05 MFL-CITY        PIC X(15).
    05 FILLER          PIC X(2) VALUE SPACES.
    05 MFL-QUANTITY    PIC ZZ9.
 01 WS-STATE-TOTAL-LINE.
    05 FILLER          PIC X(7) VALUE SPACES.
    05 FILLER          PIC X(6) VALUE "STATE ".
    05 STT-STATE       PIC XX.
    05 FILLER          PIC X(11) VALUE "  PACKAGES ".
    05 STT-PACKAGES    PIC Z(6)9.
    05 FILLER          PIC X(8) VALUE "  UNITS ".
    05 STT-UNITS       PIC Z(8)9.
 01 WS-SUMMARY-LINE.
    05 SUM-LABEL PIC X(36).
    05 SUM-VALUE PIC Z(8)9.
*> Standard heading/footer lines (shared PrintReport).
 COPY PRINTCTLREC.
*> Run-log reporting (the shared WriteRunLog subprogram appends one
*> record per execution to RUNLOG.DAT).
 COPY RUNLOGREC.
 01 WS-LOG-TS-DATE PIC 9(8).
 01 WS-LOG-TS-TIME PIC 9(8).

*> The run date every generation name and dated entry carries comes
*> from the control record (shared ResolveRunDate), so a catch-up
*> cycle really processes the date CONTROL.DAT names.
 COPY RUNDATEREC.
 PROCEDURE DIVISION.
 Begin.
     PERFORM SetRunLogStart.
     CALL "ResolveRunDate" USING RunDateControlRec.
     MOVE RDT-RUN-DATE TO WS-RUN-DATE.
     PERFORM LoadItemLocations.
     OPEN OUTPUT PackingSlipFile.
     SORT ManifestWork
         ON ASCENDING KEY MFW-STATE MFW-ZIP MFW-INVOICE-NO
         INPUT PROCEDURE IS ShipInvoices
         OUTPUT PROCEDURE IS PrintManifest.
     CLOSE PackingSlipFile.
     IF WS-INVOICE-FILE-STATUS NOT = "35"
       PERFORM CopyTempBackToInvoices
     END-IF.
     SORT PickWork
         ON ASCENDING KEY PKW-LOCATION PKW-ITEM-CODE
         INPUT PROCEDURE IS ReleasePicks
         OUTPUT PROCEDURE IS PrintPickList.
     IF WS-DATE-MISMATCH-COUNT > ZERO
       DISPLAY "Warning - " WS-DATE-MISMATCH-COUNT
           " invoices shipped on a date other than their invoice date"
       MOVE 4 TO RETURN-CODE
     END-IF.
     DISPLAY "Orders shipped: " WS-SHIPPED-COUNT
         "  items picked: " WS-PICK-COUNT.
     PERFORM WriteRunLogRecord.
     STOP RUN.
 LoadItemLocations.
     OPEN INPUT ItemLocationFile.
     IF WS-ITEMLOC-FILE-STATUS = "35"
       DISPLAY "Warning - no ITEMLOC.DAT; the pick list prints "
           "without locations"
       SET EndOfItemLocations TO TRUE
     END-IF.
     PERFORM UNTIL EndOfItemLocations
       READ ItemLocationFile
         AT END
           SET EndOfItemLocations TO TRUE
         NOT AT END
           IF WS-LOCATION-COUNT < 2000
             ADD 1 TO WS-LOCATION-COUNT
             MOVE ILC-ITEM-CODE TO LOC-ITEM-CODE (WS-LOCATION-COUNT)
             MOVE ILC-LOCATION  TO LOC-LOCATION (WS-LOCATION-COUNT)
           ELSE
             DISPLAY "Warning - more than 2000 item locations; "
                 ILC-ITEM-CODE " and after not loaded"
             SET EndOfItemLocations TO TRUE
           END-IF
       END-READ
     END-PERFORM.
     IF WS-ITEMLOC-FILE-STATUS NOT = "35"
       CLOSE ItemLocationFile
     END-IF.
*>   INVOICES.DAT is read once: each order is marked shipped on the
*>   way through to INVOICES.TMP, gets its packing slip, adds to its
*>   item's pick and goes on the manifest.
 ShipInvoices.
     OPEN INPUT InvoiceFile.
     IF WS-INVOICE-FILE-STATUS = "35"
       DISPLAY "No INVOICES.DAT for " WS-RUN-DATE " - nothing to ship"
       SET EndOfInvoices TO TRUE
     ELSE
       OPEN OUTPUT InvoiceTemp
     END-IF.
     PERFORM UNTIL EndOfInvoices
       READ InvoiceFile
         AT END
           SET EndOfInvoices TO TRUE
         NOT AT END
           ADD 1 TO WS-READ-COUNT
           IF INV-IS-CREDIT-MEMO
             ADD 1 TO WS-CREDIT-SKIPPED-COUNT
           ELSE
             PERFORM ShipOneOrder
           END-IF
           WRITE InvoiceTempRec FROM InvoiceRec
       END-READ
     END-PERFORM.
     IF WS-INVOICE-FILE-STATUS NOT = "35"
       CLOSE InvoiceFile
       CLOSE InvoiceTemp
     END-IF.
 ShipOneOrder.
     IF INV-SHIP-DATE NUMERIC AND INV-SHIP-DATE > ZERO
       ADD 1 TO WS-ALREADY-SHIPPED-COUNT
     ELSE
       MOVE WS-RUN-DATE TO INV-SHIP-DATE
       ADD 1 TO WS-SHIPPED-COUNT
     END-IF.
     IF INV-DATE NOT = INV-SHIP-DATE
       ADD 1 TO WS-DATE-MISMATCH-COUNT
     END-IF.
     ADD INV-QUANTITY TO WS-TOTAL-UNITS.
     MOVE INV-ITEM-CODE TO WS-LOOKUP-ITEM-CODE.
     PERFORM FindItemLocation.
     PERFORM AddToPick.
     PERFORM WritePackingSlip.
     MOVE INV-STATE       TO MFW-STATE.
     MOVE INV-ZIP         TO MFW-ZIP.
     MOVE INV-NUMBER      TO MFW-INVOICE-NO.
     MOVE INV-PERSON-ID   TO MFW-PERSON-ID.
     MOVE INV-PERSON-NAME TO MFW-PERSON-NAME.
     MOVE INV-CITY        TO MFW-CITY.
     MOVE INV-QUANTITY    TO MFW-QUANTITY.
     RELEASE ManifestWorkRec.
 FindItemLocation.
     MOVE ZERO TO WS-LOC-MATCH-IDX.
     PERFORM VARYING WS-LOC-IDX FROM 1 BY 1
         UNTIL WS-LOC-IDX > WS-LOCATION-COUNT
             OR WS-LOC-MATCH-IDX > ZERO
       IF LOC-ITEM-CODE (WS-LOC-IDX) = WS-LOOKUP-ITEM-CODE
         MOVE WS-LOC-IDX TO WS-LOC-MATCH-IDX
       END-IF
     END-PERFORM.
     IF WS-LOC-MATCH-IDX > ZERO
       MOVE LOC-LOCATION (WS-LOC-MATCH-IDX) TO WS-PICK-LOCATION
     ELSE
       MOVE "NO LOCN" TO WS-PICK-LOCATION
     END-IF.
 AddToPick.
     MOVE ZERO TO WS-PICK-MATCH-IDX.
     PERFORM VARYING WS-PICK-IDX FROM 1 BY 1
         UNTIL WS-PICK-IDX > WS-PICK-COUNT
             OR WS-PICK-MATCH-IDX > ZERO
       IF PCK-ITEM-CODE (WS-PICK-IDX) = INV-ITEM-CODE
         MOVE WS-PICK-IDX TO WS-PICK-MATCH-IDX
       END-IF
     END-PERFORM.
     IF WS-PICK-MATCH-IDX = ZERO
       IF WS-PICK-COUNT < 2000
         ADD 1 TO WS-PICK-COUNT
         MOVE WS-PICK-COUNT TO WS-PICK-MATCH-IDX
         MOVE INV-ITEM-CODE TO PCK-ITEM-CODE (WS-PICK-MATCH-IDX)
         MOVE INV-ITEM-NAME TO PCK-ITEM-NAME (WS-PICK-MATCH-IDX)
         MOVE ZERO TO PCK-QUANTITY (WS-PICK-MATCH-IDX)
         MOVE ZERO TO PCK-ORDER-COUNT (WS-PICK-MATCH-IDX)
       ELSE
         DISPLAY "Fatal - more than 2000 items picked in one run; the "
             "pick list would be short - stopping"
         MOVE 8 TO RETURN-CODE
         STOP RUN
       END-IF
     END-IF.
     ADD INV-QUANTITY TO PCK-QUANTITY (WS-PICK-MATCH-IDX).
     ADD 1 TO PCK-ORDER-COUNT (WS-PICK-MATCH-IDX).
 WritePackingSlip.
     MOVE INV-NUMBER TO PSH-NUMBER.
     WRITE PackingSlipLine FROM WS-SLIP-HEAD-LINE.
     MOVE INV-SHIP-DATE TO PSH-DATE.
     WRITE PackingSlipLine FROM WS-SLIP-DATE-LINE.
     MOVE SPACES TO PackingSlipLine.
     WRITE PackingSlipLine.
     MOVE "SHIP TO:" TO STL-LABEL.
     MOVE INV-PERSON-NAME TO STL-TEXT.
     WRITE PackingSlipLine FROM WS-SHIP-TO-LINE.
     MOVE SPACES TO STL-LABEL.
     MOVE INV-STREET TO STL-TEXT.
     WRITE PackingSlipLine FROM WS-SHIP-TO-LINE.
     MOVE INV-CITY  TO CTL-CITY.
     MOVE INV-STATE TO CTL-STATE.
     MOVE INV-ZIP   TO CTL-ZIP.
     MOVE WS-CITY-LINE TO STL-TEXT.
     WRITE PackingSlipLine FROM WS-SHIP-TO-LINE.
     MOVE "CUSTOMER:" TO STL-LABEL.
     MOVE SPACES TO STL-TEXT.
     MOVE INV-PERSON-ID TO STL-TEXT (1:6).
     WRITE PackingSlipLine FROM WS-SHIP-TO-LINE.
     MOVE SPACES TO PackingSlipLine.
     WRITE PackingSlipLine.
     WRITE PackingSlipLine FROM WS-SLIP-ITEM-HEADING.
     MOVE INV-ITEM-CODE    TO SIL-ITEM-CODE.
     MOVE INV-ITEM-NAME    TO SIL-ITEM-NAME.
     MOVE WS-PICK-LOCATION TO SIL-LOCATION.
     MOVE INV-QUANTITY     TO SIL-QUANTITY.
     WRITE PackingSlipLine FROM WS-SLIP-ITEM-LINE.
     MOVE SPACES TO PackingSlipLine.
     WRITE PackingSlipLine.
     MOVE ALL "-" TO PackingSlipLine.
     WRITE PackingSlipLine.
     MOVE SPACES TO PackingSlipLine.
     WRITE PackingSlipLine.
*>   One package per order, totalled by state at each change of state.
 PrintManifest.
     OPEN OUTPUT ManifestReport.
     MOVE "H" TO PRC-ACTION.
     MOVE "SHIPPING MANIFEST" TO PRC-REPORT-TITLE.
     MOVE WS-RUN-DATE TO PRC-RUN-DATE.
     MOVE ZERO TO PRC-PAGE-NUMBER.
     CALL "PrintReport" USING PrintControlRec.
     WRITE ManifestLine FROM PRC-OUTPUT-LINE.
     MOVE SPACES TO ManifestLine.
     WRITE ManifestLine.
     WRITE ManifestLine FROM WS-MANIFEST-HEADING.
     PERFORM UNTIL EndOfManifest
       RETURN ManifestWork
         AT END
           SET EndOfManifest TO TRUE
         NOT AT END
           PERFORM WriteManifestLine
       END-RETURN
     END-PERFORM.
     IF WS-STATE-PACKAGES > ZERO
       PERFORM WriteStateTotal
     END-IF.
     MOVE SPACES TO ManifestLine.
     WRITE ManifestLine.
     MOVE "DESTINATION STATES" TO SUM-LABEL.
     MOVE WS-STATE-COUNT TO SUM-VALUE.
     WRITE ManifestLine FROM WS-SUMMARY-LINE.
     MOVE "PACKAGES" TO SUM-LABEL.
     COMPUTE SUM-VALUE = WS-SHIPPED-COUNT + WS-ALREADY-SHIPPED-COUNT.
     WRITE ManifestLine FROM WS-SUMMARY-LINE.
     MOVE "UNITS" TO SUM-LABEL.
     MOVE WS-TOTAL-UNITS TO SUM-VALUE.
     WRITE ManifestLine FROM WS-SUMMARY-LINE.
     MOVE "F" TO PRC-ACTION.
     COMPUTE PRC-DETAIL-COUNT =
         WS-SHIPPED-COUNT + WS-ALREADY-SHIPPED-COUNT.
     CALL "PrintReport" USING PrintControlRec.
     WRITE ManifestLine FROM PRC-OUTPUT-LINE.
     CLOSE ManifestReport.
 WriteManifestLine.
     IF MFW-STATE NOT = WS-CURRENT-STATE
       IF WS-STATE-PACKAGES > ZERO
         PERFORM WriteStateTotal
       END-IF
       MOVE MFW-STATE TO WS-CURRENT-STATE
       ADD 1 TO WS-STATE-COUNT
     END-IF.
     MOVE MFW-STATE       TO MFL-STATE.
     MOVE MFW-ZIP         TO MFL-ZIP.
     MOVE MFW-INVOICE-NO  TO MFL-INVOICE-NO.
     MOVE MFW-PERSON-ID   TO MFL-PERSON-ID.
     MOVE MFW-PERSON-NAME TO MFL-PERSON-NAME.
     MOVE MFW-CITY        TO MFL-CITY.
     MOVE MFW-QUANTITY    TO MFL-QUANTITY.
     WRITE ManifestLine FROM WS-MANIFEST-LINE.
     ADD 1 TO WS-STATE-PACKAGES.
     ADD MFW-QUANTITY TO WS-STATE-UNITS.
 WriteStateTotal.
     MOVE WS-CURRENT-STATE  TO STT-STATE.
     MOVE WS-STATE-PACKAGES TO STT-PACKAGES.
     MOVE WS-STATE-UNITS    TO STT-UNITS.
     WRITE ManifestLine FROM WS-STATE-TOTAL-LINE.
     MOVE SPACES TO ManifestLine.
     WRITE ManifestLine.
     MOVE ZERO TO WS-STATE-PACKAGES.
     MOVE ZERO TO WS-STATE-UNITS.
 CopyTempBackToInvoices.
     OPEN INPUT InvoiceTemp.
     OPEN OUTPUT InvoiceFile.
     PERFORM UNTIL EndOfTemp
       READ InvoiceTemp
         AT END
           SET EndOfTemp TO TRUE
         NOT AT END
           WRITE InvoiceRec FROM InvoiceTempRec
       END-READ
     END-PERFORM.
     CLOSE InvoiceTemp.
     CLOSE InvoiceFile.
*>   Items with no pick location sort after every real one.
 ReleasePicks.
     PERFORM VARYING WS-PICK-IDX FROM 1 BY 1
         UNTIL WS-PICK-IDX > WS-PICK-COUNT
       MOVE PCK-ITEM-CODE (WS-PICK-IDX) TO WS-LOOKUP-ITEM-CODE
       PERFORM FindItemLocation
       IF WS-LOC-MATCH-IDX > ZERO
         MOVE WS-PICK-LOCATION TO PKW-LOCATION
       ELSE
         MOVE HIGH-VALUES TO PKW-LOCATION
         ADD 1 TO WS-NO-LOCATION-COUNT
       END-IF
       MOVE PCK-ITEM-CODE (WS-PICK-IDX)   TO PKW-ITEM-CODE
       MOVE PCK-ITEM-NAME (WS-PICK-IDX)   TO PKW-ITEM-NAME
       MOVE PCK-QUANTITY (WS-PICK-IDX)    TO PKW-QUANTITY
       MOVE PCK-ORDER-COUNT (WS-PICK-IDX) TO PKW-ORDER-COUNT
       RELEASE PickWorkRec
     END-PERFORM.
 PrintPickList.
     OPEN OUTPUT PickListReport.
     MOVE "H" TO PRC-ACTION.
     MOVE "WAREHOUSE PICK LIST" TO PRC-REPORT-TITLE.
     MOVE WS-RUN-DATE TO PRC-RUN-DATE.
     MOVE ZERO TO PRC-PAGE-NUMBER.
     CALL "PrintReport" USING PrintControlRec.
     WRITE PickListLine FROM PRC-OUTPUT-LINE.
     MOVE SPACES TO PickListLine.
     WRITE PickListLine.
     WRITE PickListLine FROM WS-PICK-HEADING.
     PERFORM UNTIL EndOfPicks
       RETURN PickWork
         AT END
           SET EndOfPicks TO TRUE
         NOT AT END
           PERFORM WritePickLine
       END-RETURN
     END-PERFORM.
     MOVE SPACES TO PickListLine.
     WRITE PickListLine.
     MOVE "ITEMS TO PICK" TO SUM-LABEL.
     MOVE WS-PICK-COUNT TO SUM-VALUE.
     WRITE PickListLine FROM WS-SUMMARY-LINE.
     MOVE "ITEMS WITH NO PICK LOCATION" TO SUM-LABEL.
     MOVE WS-NO-LOCATION-COUNT TO SUM-VALUE.
     WRITE PickListLine FROM WS-SUMMARY-LINE.
     MOVE "UNITS TO PICK" TO SUM-LABEL.
     MOVE WS-TOTAL-UNITS TO SUM-VALUE.
     WRITE PickListLine FROM WS-SUMMARY-LINE.
     MOVE "CREDIT MEMOS - NOTHING TO SHIP" TO SUM-LABEL.
     MOVE WS-CREDIT-SKIPPED-COUNT TO SUM-VALUE.
     WRITE PickListLine FROM WS-SUMMARY-LINE.
     MOVE "ORDERS MARKED SHIPPED" TO SUM-LABEL.
     MOVE WS-SHIPPED-COUNT TO SUM-VALUE.
     WRITE PickListLine FROM WS-SUMMARY-LINE.
     MOVE "ORDERS ALREADY SHIPPED - REPRINTED" TO SUM-LABEL.
     MOVE WS-ALREADY-SHIPPED-COUNT TO SUM-VALUE.
     WRITE PickListLine FROM WS-SUMMARY-LINE.
     MOVE "SHIPPED OFF THE INVOICE DATE" TO SUM-LABEL.
     MOVE WS-DATE-MISMATCH-COUNT TO SUM-VALUE.
     WRITE PickListLine FROM WS-SUMMARY-LINE.
     MOVE "F" TO PRC-ACTION.
     MOVE WS-PICK-COUNT TO PRC-DETAIL-COUNT.
     CALL "PrintReport" USING PrintControlRec.
     WRITE PickListLine FROM PRC-OUTPUT-LINE.
     CLOSE PickListReport.
 WritePickLine.
     IF PKW-LOCATION = HIGH-VALUES
       MOVE "NO LOCN" TO PKL-LOCATION
     ELSE
       MOVE PKW-LOCATION TO PKL-LOCATION
     END-IF.
     MOVE PKW-ITEM-CODE   TO PKL-ITEM-CODE.
     MOVE PKW-ITEM-NAME   TO PKL-ITEM-NAME.
     MOVE PKW-QUANTITY    TO PKL-QUANTITY.
     MOVE PKW-ORDER-COUNT TO PKL-ORDER-COUNT.
     WRITE PickListLine FROM WS-PICK-LINE.
 SetRunLogStart.
     MOVE "FULFILLMENT" TO RLG-JOB-NAME.
     ACCEPT WS-LOG-TS-DATE FROM DATE YYYYMMDD.
     ACCEPT WS-LOG-TS-TIME FROM TIME.
     MOVE WS-LOG-TS-DATE TO RLG-RUN-DATE.
     STRING WS-LOG-TS-DATE WS-LOG-TS-TIME DELIMITED BY SIZE
         INTO RLG-START-TIMESTAMP.
 WriteRunLogRecord.
     MOVE WS-READ-COUNT TO RLG-READ-COUNT.
     COMPUTE RLG-WRITTEN-COUNT =
         WS-SHIPPED-COUNT + WS-ALREADY-SHIPPED-COUNT.
     MOVE WS-CREDIT-SKIPPED-COUNT TO RLG-REJECTED-COUNT.
     MOVE RETURN-CODE TO RLG-RETURN-CODE.
     CALL "WriteRunLog" USING RunLogRec.
