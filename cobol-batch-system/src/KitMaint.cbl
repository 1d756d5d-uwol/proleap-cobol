 IDENTIFICATION DIVISION.
 PROGRAM-ID. KitMaint.
*> Maintenance menu for the KITBOM.DAT kit bill of material, modeled
*> on SupplierMaint: the operator signs on (checked against
*> OPERATORS.DAT by the shared CheckOperator subprogram), keys a
*> transaction code, and enters a kit item code, a component item
*> code and the number of that component in one kit. A adds a
*> component to a kit (the first component added makes the item a
*> kit), C changes the quantity and D takes the component out; each
*> is checked again against the operator's add/change/delete
*> authority. Both codes must be on ITEMS.DAT and must differ, and
*> kits do not nest: a kit cannot be a component of another kit,
*> nor can an item already used as a component be made a kit. A Change
*> shows the component as it stands first and is refused, with the other
*> operator's values shown, when someone else changed it in the meantime
*> (shared RecordStamp).
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT KitFile ASSIGN TO "KITBOM.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS KIT-KEY
         FILE STATUS IS WS-KIT-FILE-STATUS.
     SELECT ItemFile ASSIGN TO "ITEMS.DAT"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS ItemCode
         FILE STATUS IS WS-ITEM-FILE-STATUS.
 DATA DIVISION.
 FILE SECTION.
 FD KitFile.
 COPY KITBOMREC.
 FD ItemFile.
 COPY ITEMREC.
 WORKING-STORAGE SECTION.
 01 WS-TRANS-CODE PIC X.
    88 AddTransaction      VALUE "A".
    88 ChangeTransaction   VALUE "C".
    88 DeleteTransaction   VALUE "D".
    88 EndTransactions     VALUE "X".
 COPY OPERCTLREC.
 COPY RECSTAMPCTL.
 01 WS-KIT-FILE-STATUS PIC XX.
 01 WS-ITEM-FILE-STATUS PIC XX.
 01 WS-OPERATOR-ID PIC X(8).
*> What the operator keys: the kit item code, the component item
*> code and how many of the component go into one kit.
 01 WS-KIT-DETAILS.
    05 WS-IN-KIT-CODE       PIC X(10).
    05 WS-IN-COMPONENT-CODE PIC X(10).
    05 WS-IN-COMPONENT-QTY  PIC 9(3).
 01 WS-TODAY PIC 9(8).
 01 WS-EDITS-OK PIC X.
    88 KitEditsPassed VALUE "Y".
 01 WS-EDIT-MESSAGE PIC X(40).
 01 WS-KIT-SCAN-EOF PIC X.
    88 EndOfKitScan VALUE "Y".
 01 WS-SCAN-FOUND PIC X.
    88 ScanFound VALUE "Y".

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
     MOVE "KitMaint" TO RST-PROGRAM.
     MOVE WS-OPERATOR-ID TO RST-OPERATOR-ID.
     MOVE "KITBOM.DAT" TO RST-FILE-NAME.
     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
     OPEN INPUT ItemFile.
     IF WS-ITEM-FILE-STATUS = "35"
       DISPLAY "ITEMS.DAT not found - no kits can be kept"
       MOVE 8 TO RETURN-CODE
       STOP RUN
     END-IF.
     OPEN I-O KitFile.
     IF WS-KIT-FILE-STATUS = "35"
       OPEN OUTPUT KitFile
       CLOSE KitFile
       OPEN I-O KitFile
     END-IF.
     PERFORM GetTransaction.
     PERFORM UNTIL EndTransactions
       EVALUATE TRUE
         WHEN AddTransaction
           MOVE "A" TO OPR-FUNCTION
           PERFORM CheckFunctionAuthority
           IF OperAuthorized
             PERFORM AddComponent
           END-IF
         WHEN ChangeTransaction
           MOVE "C" TO OPR-FUNCTION
           PERFORM CheckFunctionAuthority
           IF OperAuthorized
             PERFORM ChangeComponent
           END-IF
         WHEN DeleteTransaction
           MOVE "D" TO OPR-FUNCTION
           PERFORM CheckFunctionAuthority
           IF OperAuthorized
             PERFORM DeleteComponent
           END-IF
         WHEN OTHER
           DISPLAY "Error - invalid transaction code " WS-TRANS-CODE
       END-EVALUATE
       PERFORM GetTransaction
     END-PERFORM.
     CLOSE KitFile.
     CLOSE ItemFile.
     STOP RUN.
 GetTransaction.
     DISPLAY "Enter transaction code (A/C/D kit component, "
         "X to end): ".
     ACCEPT WS-TRANS-CODE.
     IF ChangeTransaction
       PERFORM ShowComponentForChange
     END-IF.
     IF NOT EndTransactions
       DISPLAY "Enter kit item code, component item code and "
           "quantity per kit: "
       ACCEPT WS-KIT-DETAILS
     END-IF.
*>   A change starts from the record as it stands: it is shown, and
*>   its change stamp taken, before the new details are keyed, so
*>   another operator's change made meanwhile is caught at the
*>   REWRITE instead of overwritten.
 ShowComponentForChange.
     DISPLAY "Enter kit item code and component item code to change: ".
     ACCEPT KIT-KEY.
     READ KitFile
       INVALID KEY
         DISPLAY "Error - component " KIT-COMPONENT-CODE
             " not in kit " KIT-ITEM-CODE
       NOT INVALID KEY
         DISPLAY "Component as it stands: " KitComponentRec
         MOVE KIT-KEY TO RST-RECORD-KEY
         PERFORM TakeChangeStamp
     END-READ.
 CheckFunctionAuthority.
     CALL "CheckOperator" USING OperatorControlRec.
     IF NOT OperAuthorized
       DISPLAY "Refused - " OPR-MESSAGE
     END-IF.
 EditKitDetails.
     MOVE "Y" TO WS-EDITS-OK.
     MOVE SPACES TO WS-EDIT-MESSAGE.
     IF WS-IN-KIT-CODE = SPACES
       MOVE "N" TO WS-EDITS-OK
       MOVE "Kit item code must not be blank" TO WS-EDIT-MESSAGE
     END-IF.
     IF KitEditsPassed AND WS-IN-COMPONENT-CODE = SPACES
       MOVE "N" TO WS-EDITS-OK
       MOVE "Component item code must not be blank"
           TO WS-EDIT-MESSAGE
     END-IF.
     IF KitEditsPassed AND WS-IN-COMPONENT-CODE = WS-IN-KIT-CODE
       MOVE "N" TO WS-EDITS-OK
       MOVE "A kit cannot be its own component" TO WS-EDIT-MESSAGE
     END-IF.
     IF KitEditsPassed
         AND (WS-IN-COMPONENT-QTY NOT NUMERIC
              OR WS-IN-COMPONENT-QTY = ZERO)
       MOVE "N" TO WS-EDITS-OK
       MOVE "Quantity per kit must be 1 or more" TO WS-EDIT-MESSAGE
     END-IF.
     IF KitEditsPassed
       MOVE WS-IN-KIT-CODE TO ItemCode
       READ ItemFile
         INVALID KEY
           MOVE "N" TO WS-EDITS-OK
           MOVE "Kit item not on ITEMS.DAT" TO WS-EDIT-MESSAGE
       END-READ
     END-IF.
     IF KitEditsPassed
       MOVE WS-IN-COMPONENT-CODE TO ItemCode
       READ ItemFile
         INVALID KEY
           MOVE "N" TO WS-EDITS-OK
           MOVE "Component item not on ITEMS.DAT" TO WS-EDIT-MESSAGE
       END-READ
     END-IF.
*>   Kits do not nest: StockLedger explodes a kit one level only, so a
*>   component that was itself a kit would be posted against a code
*>   nobody stocks.
 EditKitNesting.
     IF KitEditsPassed
       PERFORM FindComponentAsKit
       IF ScanFound
         MOVE "N" TO WS-EDITS-OK
         MOVE "Component is itself a kit" TO WS-EDIT-MESSAGE
       END-IF
     END-IF.
     IF KitEditsPassed
       PERFORM FindKitAsComponent
       IF ScanFound
         MOVE "N" TO WS-EDITS-OK
         MOVE "Kit item is a component of another kit"
             TO WS-EDIT-MESSAGE
       END-IF
     END-IF.
 FindComponentAsKit.
     MOVE "N" TO WS-SCAN-FOUND.
     MOVE WS-IN-COMPONENT-CODE TO KIT-ITEM-CODE.
     MOVE LOW-VALUES TO KIT-COMPONENT-CODE.
     START KitFile KEY IS NOT LESS THAN KIT-KEY
       INVALID KEY
         CONTINUE
       NOT INVALID KEY
         READ KitFile NEXT RECORD
           NOT AT END
             IF KIT-ITEM-CODE = WS-IN-COMPONENT-CODE
               SET ScanFound TO TRUE
             END-IF
         END-READ
     END-START.
 FindKitAsComponent.
     MOVE "N" TO WS-SCAN-FOUND.
     MOVE "N" TO WS-KIT-SCAN-EOF.
     MOVE LOW-VALUES TO KIT-KEY.
     START KitFile KEY IS NOT LESS THAN KIT-KEY
       INVALID KEY
         SET EndOfKitScan TO TRUE
     END-START.
     PERFORM UNTIL EndOfKitScan OR ScanFound
       READ KitFile NEXT RECORD
         AT END
           SET EndOfKitScan TO TRUE
         NOT AT END
           IF KIT-COMPONENT-CODE = WS-IN-KIT-CODE
             SET ScanFound TO TRUE
           END-IF
       END-READ
     END-PERFORM.
 MoveKitDetails.
     MOVE WS-IN-KIT-CODE       TO KIT-ITEM-CODE.
     MOVE WS-IN-COMPONENT-CODE TO KIT-COMPONENT-CODE.
     MOVE WS-IN-COMPONENT-QTY  TO KIT-COMPONENT-QTY.
     MOVE WS-OPERATOR-ID       TO KIT-SET-BY.
     MOVE WS-TODAY             TO KIT-SET-DATE.
 AddComponent.
     PERFORM EditKitDetails.
     PERFORM EditKitNesting.
     IF KitEditsPassed
       PERFORM MoveKitDetails
       WRITE KitComponentRec
         INVALID KEY
           DISPLAY "Error - component " KIT-COMPONENT-CODE
               " already in kit " KIT-ITEM-CODE
         NOT INVALID KEY
           DISPLAY "Component " KIT-COMPONENT-CODE " x "
               KIT-COMPONENT-QTY " added to kit " KIT-ITEM-CODE
       END-WRITE
     ELSE
       DISPLAY "Error - " WS-EDIT-MESSAGE
     END-IF.
 ChangeComponent.
     PERFORM EditKitDetails.
     IF KitEditsPassed
       MOVE WS-IN-KIT-CODE       TO KIT-ITEM-CODE
       MOVE WS-IN-COMPONENT-CODE TO KIT-COMPONENT-CODE
       READ KitFile
         INVALID KEY
           DISPLAY "Error - component " WS-IN-COMPONENT-CODE
               " not in kit " WS-IN-KIT-CODE
         NOT INVALID KEY
           MOVE KIT-KEY TO RST-RECORD-KEY
           PERFORM CheckChangeStamp
           IF RstChangeAllowed
             PERFORM MoveKitDetails
             REWRITE KitComponentRec
             DISPLAY "Component " KIT-COMPONENT-CODE " now x "
                 KIT-COMPONENT-QTY " in kit " KIT-ITEM-CODE
           ELSE
             DISPLAY "Now on file: " KitComponentRec
           END-IF
       END-READ
     ELSE
       DISPLAY "Error - " WS-EDIT-MESSAGE
     END-IF.
*>   Taking out the last component leaves the item an ordinary stocked
*>   item again.
 DeleteComponent.
     IF WS-IN-KIT-CODE = SPACES OR WS-IN-COMPONENT-CODE = SPACES
       DISPLAY "Error - Kit and component codes must not be blank"
     ELSE
       MOVE WS-IN-KIT-CODE       TO KIT-ITEM-CODE
       MOVE WS-IN-COMPONENT-CODE TO KIT-COMPONENT-CODE
       READ KitFile
         INVALID KEY
           DISPLAY "Error - component " WS-IN-COMPONENT-CODE
               " not in kit " WS-IN-KIT-CODE
         NOT INVALID KEY
           DELETE KitFile
           DISPLAY "Component " WS-IN-COMPONENT-CODE
               " taken out of kit " WS-IN-KIT-CODE
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
