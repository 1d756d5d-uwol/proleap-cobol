 IDENTIFICATION DIVISION.
 PROGRAM-ID. SupplierMaint.
*> Maintenance menu for the SUPPLIER.DAT supplier master and the
*> ITEMSUPP.DAT preferred-supplier cross-reference, modeled on
*> TaxExemptMaint: the operator signs on (checked against
*> OPERATORS.DAT by the shared CheckOperator subprogram), keys a
*> transaction code, and enters the details. A, C and D add, change
*> and delete a supplier; P names the preferred supplier for an
*> ITEMS.DAT item (with the supplier's part number and minimum order
*> quantity), replacing any earlier choice, and U takes an item off
*> purchasing's hands altogether. Each function is checked again
*> against the operator's add/change/delete authority - P needs
*> change authority, U delete authority. A supplier still named as
*> preferred for an item cannot be deleted; one no longer used is
*> made inactive with a Change. A Change or P shows the supplier or item
*> link as it stands first and is refused, with the other operator's
*> values shown, when someone else changed it in the meantime (shared
*> RecordStamp).
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT SupplierFile ASSIGN TO "SUPPLIER.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS SUP-SUPPLIER-CODE
         FILE STATUS IS WS-SUPPLIER-FILE-STATUS.
     SELECT ItemSupplierFile ASSIGN TO "ITEMSUPP.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS ISP-ITEM-CODE
         FILE STATUS IS WS-ITEM-SUPP-STATUS.
     SELECT ItemFile ASSIGN TO "ITEMS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS ItemCode
         FILE STATUS IS WS-ITEM-FILE-STATUS.
 DATA DIVISION.
 FILE SECTION.
 FD SupplierFile.
 COPY SUPPLIERREC.
 FD ItemSupplierFile.
 COPY ITEMSUPREC.
 FD ItemFile.
 COPY ITEMREC.
 WORKING-STORAGE SECTION.
 01 WS-TRANS-CODE PIC X.
    88 AddTransaction      VALUE "A".
    88 ChangeTransaction   VALUE "C".
    88 DeleteTransaction   VALUE "D".
    88 PreferTransaction   VALUE "P".
    88 UnlinkTransaction   VALUE "U".
    88 EndTransactions     VALUE "X".
 COPY OPERCTLREC.
 COPY RECSTAMPCTL.
 01 WS-SUPPLIER-FILE-STATUS PIC XX.
 01 WS-ITEM-SUPP-STATUS PIC XX.
 01 WS-ITEM-FILE-STATUS PIC XX.
 01 WS-OPERATOR-ID PIC X(8).
*> What the operator keys for a supplier: the code, name, contact,
*> e-mail, phone, lead time in days and active flag (Y/N).
 01 WS-SUPPLIER-DETAILS.
    05 WS-IN-SUPPLIER-CODE PIC X(8).
    05 WS-IN-NAME          PIC X(30).
    05 WS-IN-CONTACT       PIC X(30).
    05 WS-IN-EMAIL         PIC X(40).
    05 WS-IN-PHONE         PIC X(15).
    05 WS-IN-LEAD-DAYS     PIC 9(3).
    05 WS-IN-ACTIVE-FLAG   PIC X.
*> And for an item's preferred supplier: the item code, supplier code,
*> the supplier's part number and the minimum order quantity.
 01 WS-LINK-DETAILS.
    05 WS-IN-ITEM-CODE     PIC X(10).
    05 WS-IN-LINK-SUPPLIER PIC X(8).
    05 WS-IN-SUPPLIER-PART PIC X(15).
    05 WS-IN-MIN-ORDER-QTY PIC 9(5).
 01 WS-TODAY PIC 9(8).
 01 WS-EDITS-OK PIC X.
    88 SupplierEditsPassed VALUE "Y".
 01 WS-EDIT-MESSAGE PIC X(40).
 01 WS-LINK-SCAN-EOF PIC X.
    88 EndOfLinkScan VALUE "Y".
 01 WS-LINKED-ITEM-COUNT PIC 9(5).

 PROCEDURE DIVISION.
 Begin.
     DISPLAY "Enter operator ID: ".
     ACCEPT WS-OPERATOR-ID.
     MOVE WS-OPERATOR-ID TO OPR-OPERATOR-ID.
     MOVE "*" TO OPR-FUNCTION.
     CALL "CheckOperator" USING OperatorControlRec.
     IF NOT OperAuthorized
       DISPLAY "Sign-on refused - " OPR-MESSAGE
       MOVE 8 TO RETURN-CODE
       STOP RUN
     END-IF.
     MOVE "SupplierMaint" TO RST-PROGRAM.
     MOVE WS-OPERATOR-ID TO RST-OPERATOR-ID.
     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
     OPEN INPUT ItemFile.
     IF WS-ITEM-FILE-STATUS = "35"
       DISPLAY "ITEMS.DAT not found - no preferred suppliers can be "
           "kept"
       MOVE 8 TO RETURN-CODE
       STOP RUN
     END-IF.
     OPEN I-O SupplierFile.
     IF WS-SUPPLIER-FILE-STATUS = "35"
       OPEN OUTPUT SupplierFile
       CLOSE SupplierFile
       OPEN I-O SupplierFile
     END-IF.
     OPEN I-O ItemSupplierFile.
     IF WS-ITEM-SUPP-STATUS = "35"
       OPEN OUTPUT ItemSupplierFile
       CLOSE ItemSupplierFile
       OPEN I-O ItemSupplierFile
     END-IF.
     PERFORM GetTransaction.
     PERFORM UNTIL EndTransactions
       EVALUATE TRUE
         WHEN AddTransaction
           MOVE "A" TO OPR-FUNCTION
           PERFORM CheckFunctionAuthority
           IF OperAuthorized
             PERFORM AddSupplier
           END-IF
         WHEN ChangeTransaction
           MOVE "C" TO OPR-FUNCTION
           PERFORM CheckFunctionAuthority
           IF OperAuthorized
             PERFORM ChangeSupplier
           END-IF
         WHEN DeleteTransaction
           MOVE "D" TO OPR-FUNCTION
           PERFORM CheckFunctionAuthority
           IF OperAuthorized
             PERFORM DeleteSupplier
           END-IF
         WHEN PreferTransaction
           MOVE "C" TO OPR-FUNCTION
           PERFORM CheckFunctionAuthority
           IF OperAuthorized
             PERFORM SetPreferredSupplier
           END-IF
         WHEN UnlinkTransaction
           MOVE "D" TO OPR-FUNCTION
           PERFORM CheckFunctionAuthority
           IF OperAuthorized
             PERFORM RemovePreferredSupplier
           END-IF
         WHEN OTHER
           DISPLAY "Error - invalid transaction code " WS-TRANS-CODE
       END-EVALUATE
       PERFORM GetTransaction
     END-PERFORM.
     CLOSE ItemSupplierFile.
     CLOSE SupplierFile.
     CLOSE ItemFile.
     STOP RUN.
 GetTransaction.
     DISPLAY "Enter transaction code (A/C/D supplier, P/U item "
         "preferred supplier, X to end): ".
     ACCEPT WS-TRANS-CODE.
     IF PreferTransaction
       PERFORM ShowLinkForChange
     END-IF.
     IF ChangeTransaction
       PERFORM ShowSupplierForChange
     END-IF.
     EVALUATE TRUE
       WHEN EndTransactions
         CONTINUE
       WHEN PreferTransaction OR UnlinkTransaction
         DISPLAY "Enter item code, supplier code, supplier part no "
             "and minimum order quantity: "
         ACCEPT WS-LINK-DETAILS
       WHEN OTHER
         DISPLAY "Enter supplier code, name, contact, e-mail, "
             "phone, lead days and active flag (Y/N): "
         ACCEPT WS-SUPPLIER-DETAILS
     END-EVALUATE.
*>   A change starts from the record as it stands: it is shown, and
*>   its change stamp taken, before the new details are keyed, so
*>   another operator's change made meanwhile is caught at the
*>   REWRITE instead of overwritten.
 ShowSupplierForChange.
     DISPLAY "Enter supplier code to change: ".
     ACCEPT SUP-SUPPLIER-CODE.
     READ SupplierFile
       INVALID KEY
         DISPLAY "Error - supplier " SUP-SUPPLIER-CODE
             " not found in file"
       NOT INVALID KEY
         DISPLAY "Supplier as it stands: " SupplierRec
         MOVE "SUPPLIER.DAT" TO RST-FILE-NAME
         MOVE SUP-SUPPLIER-CODE TO RST-RECORD-KEY
         PERFORM TakeChangeStamp
     END-READ.
*>   Naming a preferred supplier for an item that already has one
*>   replaces that link, so it is shown and stamped the same way.
 ShowLinkForChange.
     DISPLAY "Enter item code: ".
     ACCEPT ISP-ITEM-CODE.
     READ ItemSupplierFile
       INVALID KEY
         DISPLAY "Item " ISP-ITEM-CODE " has no preferred supplier yet"
       NOT INVALID KEY
         DISPLAY "Preferred supplier as it stands: " ItemSupplierRec
         MOVE "ITEMSUPP.DAT" TO RST-FILE-NAME
         MOVE ISP-ITEM-CODE TO RST-RECORD-KEY
         PERFORM TakeChangeStamp
     END-READ.
 CheckFunctionAuthority.
     CALL "CheckOperator" USING OperatorControlRec.
     IF NOT OperAuthorized
       DISPLAY "Refused - " OPR-MESSAGE
     END-IF.
 EditSupplierDetails.
     MOVE "Y" TO WS-EDITS-OK.
     MOVE SPACES TO WS-EDIT-MESSAGE.
     IF WS-IN-SUPPLIER-CODE = SPACES
       MOVE "N" TO WS-EDITS-OK
       MOVE "Supplier code must not be blank" TO WS-EDIT-MESSAGE
     END-IF.
     IF SupplierEditsPassed AND WS-IN-NAME = SPACES
       MOVE "N" TO WS-EDITS-OK
       MOVE "Supplier name must not be blank" TO WS-EDIT-MESSAGE
     END-IF.
     IF SupplierEditsPassed AND WS-IN-EMAIL = SPACES
       MOVE "N" TO WS-EDITS-OK
       MOVE "Order e-mail must not be blank" TO WS-EDIT-MESSAGE
     END-IF.
     IF SupplierEditsPassed AND WS-IN-LEAD-DAYS NOT NUMERIC
       MOVE "N" TO WS-EDITS-OK
       MOVE "Lead days must be numeric" TO WS-EDIT-MESSAGE
     END-IF.
     IF SupplierEditsPassed
         AND WS-IN-ACTIVE-FLAG NOT = "Y"
         AND WS-IN-ACTIVE-FLAG NOT = "N"
       MOVE "N" TO WS-EDITS-OK
       MOVE "Active flag must be Y or N" TO WS-EDIT-MESSAGE
     END-IF.
 MoveSupplierDetails.
     MOVE WS-IN-NAME        TO SUP-NAME.
     MOVE WS-IN-CONTACT     TO SUP-CONTACT.
     MOVE WS-IN-EMAIL       TO SUP-EMAIL.
     MOVE WS-IN-PHONE       TO SUP-PHONE.
     MOVE WS-IN-LEAD-DAYS   TO SUP-LEAD-DAYS.
     MOVE WS-IN-ACTIVE-FLAG TO SUP-ACTIVE-FLAG.
     MOVE WS-OPERATOR-ID    TO SUP-SET-BY.
     MOVE WS-TODAY          TO SUP-SET-DATE.
 AddSupplier.
     PERFORM EditSupplierDetails.
     IF SupplierEditsPassed
       MOVE WS-IN-SUPPLIER-CODE TO SUP-SUPPLIER-CODE
       PERFORM MoveSupplierDetails
       WRITE SupplierRec
         INVALID KEY
           DISPLAY "Error - supplier " SUP-SUPPLIER-CODE
               " already exists in file"
         NOT INVALID KEY
           DISPLAY "Supplier " SUP-SUPPLIER-CODE " " SUP-NAME
               " added"
       END-WRITE
     ELSE
       DISPLAY "Error - " WS-EDIT-MESSAGE
     END-IF.
 ChangeSupplier.
     PERFORM EditSupplierDetails.
     IF SupplierEditsPassed
       MOVE WS-IN-SUPPLIER-CODE TO SUP-SUPPLIER-CODE
       READ SupplierFile
         INVALID KEY
           DISPLAY "Error - supplier " WS-IN-SUPPLIER-CODE
               " not found in file"
         NOT INVALID KEY
           MOVE "SUPPLIER.DAT" TO RST-FILE-NAME
           MOVE SUP-SUPPLIER-CODE TO RST-RECORD-KEY
           PERFORM CheckChangeStamp
           IF RstChangeAllowed
             PERFORM MoveSupplierDetails
             REWRITE SupplierRec
             DISPLAY "Supplier " SUP-SUPPLIER-CODE " " SUP-NAME
                 " changed"
           ELSE
             DISPLAY "Now on file: " SupplierRec
           END-IF
       END-READ
     ELSE
       DISPLAY "Error - " WS-EDIT-MESSAGE
     END-IF.
*>   A supplier still named as preferred for an item would leave that
*>   item with nowhere to be ordered from, so the delete is refused
*>   until every such item has been moved to another supplier (P) or
*>   taken off (U).
 DeleteSupplier.
     IF WS-IN-SUPPLIER-CODE = SPACES
       DISPLAY "Error - Supplier code must not be blank"
     ELSE
       MOVE WS-IN-SUPPLIER-CODE TO SUP-SUPPLIER-CODE
       READ SupplierFile
         INVALID KEY
           DISPLAY "Error - supplier " WS-IN-SUPPLIER-CODE
               " not found in file"
         NOT INVALID KEY
           PERFORM CountItemsLinkedToSupplier
           IF WS-LINKED-ITEM-COUNT > ZERO
             DISPLAY "Error - supplier " WS-IN-SUPPLIER-CODE
                 " is preferred for " WS-LINKED-ITEM-COUNT
                 " items - make it inactive instead"
           ELSE
             DELETE SupplierFile
             DISPLAY "Supplier " WS-IN-SUPPLIER-CODE " deleted"
           END-IF
       END-READ
     END-IF.
 CountItemsLinkedToSupplier.
     MOVE ZERO TO WS-LINKED-ITEM-COUNT.
     MOVE "N" TO WS-LINK-SCAN-EOF.
     MOVE LOW-VALUES TO ISP-ITEM-CODE.
     START ItemSupplierFile KEY IS NOT LESS THAN ISP-ITEM-CODE
       INVALID KEY
         SET EndOfLinkScan TO TRUE
     END-START.
     PERFORM UNTIL EndOfLinkScan
       READ ItemSupplierFile NEXT RECORD
         AT END
           SET EndOfLinkScan TO TRUE
         NOT AT END
           IF ISP-SUPPLIER-CODE = WS-IN-SUPPLIER-CODE
             ADD 1 TO WS-LINKED-ITEM-COUNT
           END-IF
       END-READ
     END-PERFORM.
 EditLinkDetails.
     MOVE "Y" TO WS-EDITS-OK.
     MOVE SPACES TO WS-EDIT-MESSAGE.
     IF WS-IN-ITEM-CODE = SPACES
       MOVE "N" TO WS-EDITS-OK
       MOVE "Item code must not be blank" TO WS-EDIT-MESSAGE
     END-IF.
     IF SupplierEditsPassed AND WS-IN-MIN-ORDER-QTY NOT NUMERIC
       MOVE "N" TO WS-EDITS-OK
       MOVE "Minimum order quantity must be numeric"
           TO WS-EDIT-MESSAGE
     END-IF.
     IF SupplierEditsPassed
       MOVE WS-IN-ITEM-CODE TO ItemCode
       READ ItemFile
         INVALID KEY
           MOVE "N" TO WS-EDITS-OK
           MOVE "Item not on ITEMS.DAT" TO WS-EDIT-MESSAGE
       END-READ
     END-IF.
     IF SupplierEditsPassed
       MOVE WS-IN-LINK-SUPPLIER TO SUP-SUPPLIER-CODE
       READ SupplierFile
         INVALID KEY
           MOVE "N" TO WS-EDITS-OK
           MOVE "Supplier not on SUPPLIER.DAT" TO WS-EDIT-MESSAGE
         NOT INVALID KEY
           IF NOT SupActive
             MOVE "N" TO WS-EDITS-OK
             MOVE "Supplier is inactive" TO WS-EDIT-MESSAGE
           END-IF
       END-READ
     END-IF.
*>   The cross-reference holds one supplier per item, so naming a new
*>   preferred supplier replaces the old one.
 SetPreferredSupplier.
     PERFORM EditLinkDetails.
     IF SupplierEditsPassed
       MOVE WS-IN-ITEM-CODE TO ISP-ITEM-CODE
       READ ItemSupplierFile
         INVALID KEY
           PERFORM MoveLinkDetails
           WRITE ItemSupplierRec
           END-WRITE
           DISPLAY "Item " ISP-ITEM-CODE " now bought from "
               ISP-SUPPLIER-CODE " " SUP-NAME
         NOT INVALID KEY
           MOVE "ITEMSUPP.DAT" TO RST-FILE-NAME
           MOVE WS-IN-ITEM-CODE TO RST-RECORD-KEY
           PERFORM CheckChangeStamp
           IF RstChangeAllowed
             PERFORM MoveLinkDetails
             REWRITE ItemSupplierRec
             DISPLAY "Item " ISP-ITEM-CODE " now bought from "
                 ISP-SUPPLIER-CODE " " SUP-NAME
           ELSE
             DISPLAY "Now on file: " ItemSupplierRec
           END-IF
       END-READ
     ELSE
       DISPLAY "Error - " WS-EDIT-MESSAGE
     END-IF.
 MoveLinkDetails.
     MOVE WS-IN-ITEM-CODE     TO ISP-ITEM-CODE.
     MOVE WS-IN-LINK-SUPPLIER TO ISP-SUPPLIER-CODE.
     MOVE WS-IN-SUPPLIER-PART TO ISP-SUPPLIER-PART.
     MOVE WS-IN-MIN-ORDER-QTY TO ISP-MIN-ORDER-QTY.
     MOVE WS-OPERATOR-ID      TO ISP-SET-BY.
     MOVE WS-TODAY            TO ISP-SET-DATE.
*>   An item made in-house or no longer restocked: without an entry
*>   PurchaseOrderGen lists it rather than ordering it.
 RemovePreferredSupplier.
     IF WS-IN-ITEM-CODE = SPACES
       DISPLAY "Error - Item code must not be blank"
     ELSE
       MOVE WS-IN-ITEM-CODE TO ISP-ITEM-CODE
       READ ItemSupplierFile
         INVALID KEY
           DISPLAY "Error - item " WS-IN-ITEM-CODE
               " has no preferred supplier on file"
         NOT INVALID KEY
           DELETE ItemSupplierFile
           DISPLAY "Preferred supplier for item " WS-IN-ITEM-CODE
               " removed"
       END-READ
     END-IF.
*>   The lost-update guard round a Change (shared RecordStamp).
 TakeChangeStamp.
     SET RstTakeStamp TO TRUE.
     CALL "RecordStamp" USING RecordStampControlRec.
 CheckChangeStamp.
     SET RstCheckStamp TO TRUE.
     CALL "RecordStamp" USING RecordStampControlRec.
     IF NOT RstChangeAllowed
       DISPLAY "Refused - " RST-MESSAGE
     END-IF.
