       IDENTIFICATION DIVISION.
       PROGRAM-ID. RINV.
       AUTHOR. Marco De Melo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT F46-INVTRANS-FILE ASSIGN TO "InventoryTrans.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TRANS-STATUS.
       SELECT F47-ISSUE-FILE ASSIGN TO "ProductionIssues.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ISSUE-STATUS.
       SELECT F89-ISSUE-NEW-FILE ASSIGN TO "ProductionIssues.dat.NEW"
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT F35-INVENTORY-FILE ASSIGN TO "OnHandInventory.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-INVENTORY-STATUS.
       SELECT F48-NEW-INVENTORY-FILE ASSIGN TO
              "OnHandInventory.dat.NEW"
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT F37-REQUISITION-FILE ASSIGN TO "PurchaseRequisition.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REQUISITION-STATUS.
       SELECT F36-SUPPLIER-FILE ASSIGN TO "Suppliers.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SUPPLIER-STATUS.
       SELECT F16-CONVERSION-FILE ASSIGN TO "UnitConversions.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CONVERSION-STATUS.
       SELECT F49-LEDGER-FILE ASSIGN TO "InventoryLedger.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LEDGER-STATUS.
       SELECT F50-MOVEMENT-FILE ASSIGN TO "StockMovementReport.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD F46-INVTRANS-FILE
           RECORD CONTAINS 57 CHARACTERS
           DATA RECORD IS F46-INVTRANS-RECORD.
       01 F46-INVTRANS-RECORD.
         05 INV-TRANS-CODE PIC X(1).
         05 INV-TRANS-DATE PIC X(8).
         05 INV-TRANS-NAME PIC X(15).
         05 INV-TRANS-UNIT PIC X(5).
         05 INV-TRANS-SUPPLIER PIC X(20).
         05 INV-TRANS-QTY PIC 9(6)V99.

       FD F47-ISSUE-FILE
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS F47-ISSUE-RECORD.
       01 F47-ISSUE-RECORD.
         05 ISSUE-DATE PIC X(8).
         05 ISSUE-INGREDIENT-NAME PIC X(15).
         05 ISSUE-UNIT PIC X(5).
         05 ISSUE-QTY PIC 9(8)V99.

       FD F89-ISSUE-NEW-FILE
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS F89-ISSUE-NEW-RECORD.
       01 F89-ISSUE-NEW-RECORD PIC X(38).

       FD F35-INVENTORY-FILE
           RECORD CONTAINS 28 CHARACTERS
           DATA RECORD IS F35-INVENTORY-RECORD.
       01 F35-INVENTORY-RECORD.
         05 INV-INGREDIENT-NAME PIC X(15).
         05 INV-UNIT PIC X(5).
         05 INV-QTY-ON-HAND PIC 9(6)V99.

       FD F48-NEW-INVENTORY-FILE
           RECORD CONTAINS 28 CHARACTERS
           DATA RECORD IS F48-NEW-INVENTORY-RECORD.
       01 F48-NEW-INVENTORY-RECORD.
         05 NEW-INV-INGREDIENT-NAME PIC X(15).
         05 NEW-INV-UNIT PIC X(5).
         05 NEW-INV-QTY-ON-HAND PIC 9(6)V99.

       FD F37-REQUISITION-FILE
           RECORD CONTAINS 59 CHARACTERS
           DATA RECORD IS F37-REQUISITION-RECORD.
       01 F37-REQUISITION-RECORD.
         05 REQ-SUPPLIER PIC X(20).
         05 REQ-INGREDIENT-NAME PIC X(15).
         05 REQ-UNIT PIC X(5).
         05 REQ-PACKS PIC 9(5).
         05 REQ-PACK-SIZE PIC 9(4)V99.
         05 REQ-SHORTFALL PIC 9(6)V99.

       FD F36-SUPPLIER-FILE
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS F36-SUPPLIER-RECORD.
       01 F36-SUPPLIER-RECORD.
         05 SUP-INGREDIENT-NAME PIC X(15).
         05 SUP-SUPPLIER PIC X(20).
         05 SUP-PACK-SIZE PIC 9(4)V99.

       FD F16-CONVERSION-FILE
           RECORD CONTAINS 18 CHARACTERS
           DATA RECORD IS F16-CONVERSION-RECORD.
       01 F16-CONVERSION-RECORD.
         05 CONV-FROM-UNIT PIC X(5).
         05 CONV-TO-UNIT PIC X(5).
         05 CONV-FACTOR PIC 9(4)V9(4).

       FD F49-LEDGER-FILE
           RECORD CONTAINS 84 CHARACTERS
           DATA RECORD IS F49-LEDGER-RECORD.
       01 F49-LEDGER-RECORD.
         05 LEDG-DATE PIC X(8).
         05 LEDG-TIME PIC X(6).
         05 LEDG-TYPE PIC X(8).
         05 LEDG-INGREDIENT-NAME PIC X(15).
         05 LEDG-UNIT PIC X(5).
         05 LEDG-QTY PIC S9(6)V99 SIGN LEADING SEPARATE.
         05 LEDG-BALANCE PIC 9(6)V99.
         05 LEDG-SUPPLIER PIC X(20).
         05 LEDG-PACKS PIC 9(5).

       FD F50-MOVEMENT-FILE
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD IS F50-MOVEMENT-RECORD.
       01 F50-MOVEMENT-RECORD PIC X(110).

       WORKING-STORAGE SECTION.
       01 I PIC 9(5) VALUE 0.
       01 K PIC 9(5) VALUE 0.
       01 L PIC 9(5) VALUE 0.
       01 W08-FOUND-IDX PIC 9(5) VALUE 0.

       01 W01-SWITCHES.
         05 W01-TRANS-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
         05 W01-ISSUE-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
         05 W01-COUNT-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
         05 W01-INVENTORY-FILE-SWITCH PIC X(3) VALUE 'YES'.
         05 W01-REQUISITION-FILE-SWITCH PIC X(3) VALUE 'YES'.
         05 W01-SUPPLIER-FILE-SWITCH PIC X(3) VALUE 'YES'.
         05 W01-CONVERSION-FILE-SWITCH PIC X(3) VALUE 'YES'.
         05 W01-ROW-FOUND-SWITCH PIC X(3) VALUE 'NO'.
         05 W01-REQUISITION-FOUND-SWITCH PIC X(3) VALUE 'NO'.
         05 WS-TRANS-STATUS PIC XX VALUE SPACES.
         05 WS-ISSUE-STATUS PIC XX VALUE SPACES.
         05 WS-INVENTORY-STATUS PIC XX VALUE SPACES.
         05 WS-REQUISITION-STATUS PIC XX VALUE SPACES.
         05 WS-SUPPLIER-STATUS PIC XX VALUE SPACES.
         05 WS-CONVERSION-STATUS PIC XX VALUE SPACES.
         05 WS-LEDGER-STATUS PIC XX VALUE SPACES.

       01 W02-ACTIVITY-HEADING-LINE.
         05 FILLER PIC X(44) VALUE
             "STOCK MOVEMENT REPORT MARCO DE MELO".
         05 FILLER PIC X(5) VALUE "DATE".
         05 W02-ACTIVITY-DATE PIC X(10).

       01 W03-ACTIVITY-DETAIL.
         05 W03-ACT-CODE PIC X(1).
         05 FILLER PIC X(2) VALUE SPACES.
         05 W03-ACT-DATE PIC X(8).
         05 FILLER PIC X(2) VALUE SPACES.
         05 W03-ACT-NAME PIC X(15).
         05 FILLER PIC X(2) VALUE SPACES.
         05 W03-ACT-UNIT PIC X(5).
         05 FILLER PIC X(2) VALUE SPACES.
         05 W03-ACT-QTY PIC ZZZZZZZ9.99.
         05 FILLER PIC X(2) VALUE SPACES.
         05 W03-ACT-RESULT PIC X(10).
         05 FILLER PIC X(2) VALUE SPACES.
         05 W03-ACT-REASON PIC X(40).

       01 W04-CONSTANTS.
         05 W04-QTY-NOT-NUMERIC-ERROR PIC X(40) VALUE
             'Quantity must be numeric.'.
         05 W04-QTY-ZERO-ERROR PIC X(40) VALUE
             'Quantity must be greater than zero.'.
         05 W04-BAD-CODE-ERROR PIC X(40) VALUE
             'Trans code must be R, W or C.'.
         05 W04-BLANK-NAME-ERROR PIC X(40) VALUE
             'Ingredient name is blank.'.
         05 W04-NOT-REQUISITIONED-ERROR PIC X(40) VALUE
             'No requisition line for supplier.'.
         05 W04-NO-STOCK-ERROR PIC X(40) VALUE
             'Ingredient/unit not held in stock.'.
         05 W04-NEGATIVE-STOCK-ERROR PIC X(40) VALUE
             'Would drive stock negative.'.
         05 W04-STOCK-OVERFLOW-ERROR PIC X(40) VALUE
             'Would exceed on-hand quantity limit.'.

       01 W05-ACTIVITY-COUNTS.
         05 W05-TRANS-READ PIC 9(5) VALUE 0.
         05 W05-ISSUES-READ PIC 9(5) VALUE 0.
         05 W05-APPLIED-COUNT PIC 9(5) VALUE 0.
         05 W05-REJECTED-COUNT PIC 9(5) VALUE 0.
         05 W05-ISSUES-KEPT PIC 9(5) VALUE 0.
         05 W05-REJECTED-BEFORE PIC 9(5) VALUE 0.
       01 W05-ACTIVITY-COUNT-LINE.
         05 W05-COUNT-LABEL PIC X(32).
         05 W05-COUNT-VALUE PIC ZZZZ9.

       01 W06-STOCK-TABLE.
         05 W06-STOCK-COUNT PIC 9(5) VALUE 0.
         05 W06-STOCK-ENTRY OCCURS 2000 TIMES.
           10 W06-STOCK-NAME PIC X(15).
           10 W06-STOCK-UNIT PIC X(5).
           10 W06-STOCK-QTY PIC 9(6)V99.
           10 W06-STOCK-OPENING PIC 9(6)V99.
           10 W06-STOCK-RECEIPTS PIC 9(7)V99.
           10 W06-STOCK-ISSUES PIC 9(7)V99.
           10 W06-STOCK-ADJUSTMENTS PIC S9(7)V99.

       01 W07-MOVEMENT-VARS.
         05 W07-RUN-DATE PIC X(8) VALUE SPACES.
         05 W07-RUN-TIME PIC X(6) VALUE SPACES.
         05 W07-MOVE-DATE PIC X(8) VALUE SPACES.
         05 W07-MOVE-TYPE PIC X(8) VALUE SPACES.
         05 W07-MOVE-NAME PIC X(15) VALUE SPACES.
         05 W07-MOVE-UNIT PIC X(5) VALUE SPACES.
         05 W07-MOVE-QTY PIC 9(8)V99 VALUE 0.
         05 W07-MOVE-SIGNED-QTY PIC S9(8)V99 VALUE 0.
         05 W07-NEW-BALANCE PIC S9(8)V99 VALUE 0.
         05 W07-MOVE-SUPPLIER PIC X(20) VALUE SPACES.
         05 W07-MOVE-PACKS PIC 9(5) VALUE 0.
         05 W07-PACK-SIZE PIC 9(4)V99 VALUE 0.
         05 W07-REQ-UNIT PIC X(5) VALUE SPACES.

       01 W09-REQUISITION-TABLE.
         05 W09-REQUISITION-COUNT PIC 9(5) VALUE 0.
         05 W09-REQUISITION-ENTRY OCCURS 2000 TIMES.
           10 W09-REQ-SUPPLIER PIC X(20).
           10 W09-REQ-NAME PIC X(15).
           10 W09-REQ-UNIT PIC X(5).
           10 W09-REQ-PACK-SIZE PIC 9(4)V99.

       01 W10-SUPPLIER-TABLE.
         05 W10-SUPPLIER-COUNT PIC 9(5) VALUE 0.
         05 W10-SUPPLIER-ENTRY OCCURS 2000 TIMES.
           10 W10-SUP-NAME PIC X(15).
           10 W10-SUP-SUPPLIER PIC X(20).
           10 W10-SUP-PACK-SIZE PIC 9(4)V99.

       01 W11-CONVERSION-TABLE.
         05 W11-CONVERSION-COUNT PIC 9(5) VALUE 0.
         05 W11-CONVERSION-ENTRY OCCURS 500 TIMES.
           10 W11-CONV-FROM-UNIT PIC X(5).
           10 W11-CONV-TO-UNIT PIC X(5).
           10 W11-CONV-FACTOR PIC 9(4)V9(4).

       01 W12-FILE-SWAP-VARS.
         05 W12-OLD-FILE-NAME PIC X(30) VALUE
             "OnHandInventory.dat".
         05 W12-NEW-FILE-NAME PIC X(30) VALUE
             "OnHandInventory.dat.NEW".
         05 W12-ISSUE-FILE-NAME PIC X(30) VALUE
             "ProductionIssues.dat".
         05 W12-ISSUE-NEW-FILE-NAME PIC X(30) VALUE
             "ProductionIssues.dat.NEW".
         05 W12-FILE-OP-STATUS PIC 9(4) COMP.

       01 W13-MOVEMENT-HEADING.
         05 FILLER PIC X(17) VALUE "INGREDIENT".
         05 FILLER PIC X(7) VALUE "UNIT".
         05 FILLER PIC X(11) VALUE "OPENING".
         05 FILLER PIC X(11) VALUE "RECEIPTS".
         05 FILLER PIC X(11) VALUE "ISSUES".
         05 FILLER PIC X(12) VALUE "ADJUSTMENTS".
         05 FILLER PIC X(9) VALUE "CLOSING".

       01 W13-MOVEMENT-DETAIL.
         05 W13-MV-NAME PIC X(15).
         05 FILLER PIC X(2) VALUE SPACES.
         05 W13-MV-UNIT PIC X(5).
         05 FILLER PIC X(2) VALUE SPACES.
         05 W13-MV-OPENING PIC ZZZZZ9.99.
         05 FILLER PIC X(2) VALUE SPACES.
         05 W13-MV-RECEIPTS PIC ZZZZZZ9.99.
         05 FILLER PIC X(1) VALUE SPACES.
         05 W13-MV-ISSUES PIC ZZZZZZ9.99.
         05 FILLER PIC X(1) VALUE SPACES.
         05 W13-MV-ADJUSTMENTS PIC -(7)9.99.
         05 FILLER PIC X(1) VALUE SPACES.
         05 W13-MV-CLOSING PIC ZZZZZ9.99.

       PROCEDURE DIVISION.
           PERFORM 100-OPEN-FILES
           PERFORM 110-LOAD-INVENTORY-TABLE
           PERFORM 120-LOAD-REQUISITION-TABLE
           PERFORM 130-LOAD-SUPPLIER-TABLE
           PERFORM 140-LOAD-CONVERSION-TABLE
           PERFORM UNTIL W01-TRANS-REMAINS-SWITCH = 'NO'
               PERFORM 200-PROCESS-TRANSACTIONS
           END-PERFORM
           PERFORM 300-POST-PRODUCTION-ISSUES
           PERFORM 400-POST-PHYSICAL-COUNTS
           PERFORM 500-REWRITE-INVENTORY-FILE
           PERFORM 600-WRITE-MOVEMENT-SUMMARY
           PERFORM 900-WRITE-FOOTER
           STOP RUN.

       100-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE (1:8) TO W07-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO W07-RUN-TIME
           OPEN OUTPUT F50-MOVEMENT-FILE
           MOVE W07-RUN-DATE TO W02-ACTIVITY-DATE
           WRITE F50-MOVEMENT-RECORD FROM W02-ACTIVITY-HEADING-LINE
           WRITE F50-MOVEMENT-RECORD FROM SPACES
           OPEN INPUT F46-INVTRANS-FILE
           IF WS-TRANS-STATUS NOT EQUAL TO "00"
               DISPLAY "WARNING: INVENTORY TRANSACTIONS "
                   "InventoryTrans.dat NOT AVAILABLE (STATUS "
                   WS-TRANS-STATUS ") - NO RECEIPTS, WASTE OR COUNTS "
                   "POSTED"
               MOVE 'NO' TO W01-TRANS-REMAINS-SWITCH
               MOVE 'NO' TO W01-COUNT-REMAINS-SWITCH
           END-IF
           OPEN EXTEND F49-LEDGER-FILE
           IF WS-LEDGER-STATUS EQUAL TO "35"
               OPEN OUTPUT F49-LEDGER-FILE
           END-IF
           DISPLAY "FILES OPENED".

       110-LOAD-INVENTORY-TABLE.
           OPEN INPUT F35-INVENTORY-FILE
           IF WS-INVENTORY-STATUS NOT EQUAL TO "00" AND
             WS-INVENTORY-STATUS NOT EQUAL TO "35"
               DISPLAY "INVENTORY FILE OnHandInventory.dat COULD NOT "
                   "BE OPENED (STATUS " WS-INVENTORY-STATUS
                   ") - RUN ABORTED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-INVENTORY-STATUS NOT EQUAL TO "00"
               MOVE 'NO' TO W01-INVENTORY-FILE-SWITCH
           END-IF
           PERFORM UNTIL W01-INVENTORY-FILE-SWITCH = 'NO'
               READ F35-INVENTORY-FILE
                   AT END
                       MOVE 'NO' TO W01-INVENTORY-FILE-SWITCH
                   NOT AT END
                       MOVE INV-INGREDIENT-NAME TO W07-MOVE-NAME
                       MOVE INV-UNIT TO W07-MOVE-UNIT
                       PERFORM 285-ADD-STOCK-ROW
                       MOVE INV-QTY-ON-HAND TO
                           W06-STOCK-QTY(W06-STOCK-COUNT)
                       MOVE INV-QTY-ON-HAND TO
                           W06-STOCK-OPENING(W06-STOCK-COUNT)
               END-READ
           END-PERFORM
           IF WS-INVENTORY-STATUS NOT EQUAL TO "35"
               CLOSE F35-INVENTORY-FILE
           END-IF.

       120-LOAD-REQUISITION-TABLE.
           OPEN INPUT F37-REQUISITION-FILE
           IF WS-REQUISITION-STATUS EQUAL TO "00"
               PERFORM UNTIL W01-REQUISITION-FILE-SWITCH = 'NO'
                   READ F37-REQUISITION-FILE
                       AT END
                           MOVE 'NO' TO W01-REQUISITION-FILE-SWITCH
                       NOT AT END
                           PERFORM 125-STORE-REQUISITION-ENTRY
                   END-READ
               END-PERFORM
               CLOSE F37-REQUISITION-FILE
           ELSE
               DISPLAY "WARNING: PURCHASE REQUISITION "
                   "PurchaseRequisition.dat NOT AVAILABLE (STATUS "
                   WS-REQUISITION-STATUS ") - RECEIPTS WILL BE "
                   "REJECTED"
           END-IF.

       125-STORE-REQUISITION-ENTRY.
           IF W09-REQUISITION-COUNT LESS THAN 2000
               ADD 1 TO W09-REQUISITION-COUNT
               MOVE REQ-SUPPLIER TO
                   W09-REQ-SUPPLIER(W09-REQUISITION-COUNT)
               MOVE REQ-INGREDIENT-NAME TO
                   W09-REQ-NAME(W09-REQUISITION-COUNT)
               MOVE REQ-UNIT TO W09-REQ-UNIT(W09-REQUISITION-COUNT)
               MOVE REQ-PACK-SIZE TO
                   W09-REQ-PACK-SIZE(W09-REQUISITION-COUNT)
           ELSE
               DISPLAY "REQUISITION TABLE FULL AT 2000 LINES - "
                   "PurchaseRequisition.dat TOO LARGE - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       130-LOAD-SUPPLIER-TABLE.
           OPEN INPUT F36-SUPPLIER-FILE
           IF WS-SUPPLIER-STATUS EQUAL TO "00"
               PERFORM UNTIL W01-SUPPLIER-FILE-SWITCH = 'NO'
                   READ F36-SUPPLIER-FILE
                       AT END
                           MOVE 'NO' TO W01-SUPPLIER-FILE-SWITCH
                       NOT AT END
                           PERFORM 135-STORE-SUPPLIER-ENTRY
                   END-READ
               END-PERFORM
               CLOSE F36-SUPPLIER-FILE
           ELSE
               MOVE 'NO' TO W01-SUPPLIER-FILE-SWITCH
           END-IF.

       135-STORE-SUPPLIER-ENTRY.
           IF W10-SUPPLIER-COUNT LESS THAN 2000
               ADD 1 TO W10-SUPPLIER-COUNT
               MOVE SUP-INGREDIENT-NAME TO
                   W10-SUP-NAME(W10-SUPPLIER-COUNT)
               MOVE SUP-SUPPLIER TO
                   W10-SUP-SUPPLIER(W10-SUPPLIER-COUNT)
               MOVE SUP-PACK-SIZE TO
                   W10-SUP-PACK-SIZE(W10-SUPPLIER-COUNT)
           ELSE
               DISPLAY "SUPPLIER TABLE FULL AT 2000 ENTRIES - "
                   "Suppliers.dat TOO LARGE - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       140-LOAD-CONVERSION-TABLE.
           OPEN INPUT F16-CONVERSION-FILE
           IF WS-CONVERSION-STATUS EQUAL TO "00"
               PERFORM UNTIL W01-CONVERSION-FILE-SWITCH = 'NO'
                   READ F16-CONVERSION-FILE
                       AT END
                           MOVE 'NO' TO W01-CONVERSION-FILE-SWITCH
                       NOT AT END
                           PERFORM 145-STORE-CONVERSION-ENTRY
                   END-READ
               END-PERFORM
               CLOSE F16-CONVERSION-FILE
           ELSE
               MOVE 'NO' TO W01-CONVERSION-FILE-SWITCH
           END-IF.

       145-STORE-CONVERSION-ENTRY.
           IF W11-CONVERSION-COUNT LESS THAN 500
               ADD 1 TO W11-CONVERSION-COUNT
               MOVE CONV-FROM-UNIT TO
                   W11-CONV-FROM-UNIT(W11-CONVERSION-COUNT)
               MOVE CONV-TO-UNIT TO
                   W11-CONV-TO-UNIT(W11-CONVERSION-COUNT)
               MOVE CONV-FACTOR TO
                   W11-CONV-FACTOR(W11-CONVERSION-COUNT)
           ELSE
               DISPLAY "CONVERSION TABLE FULL AT 500 ENTRIES - "
                   "UnitConversions.dat TOO LARGE - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       200-PROCESS-TRANSACTIONS.
           READ F46-INVTRANS-FILE
               AT END
                   MOVE 'NO' TO W01-TRANS-REMAINS-SWITCH
                   CLOSE F46-INVTRANS-FILE
               NOT AT END
                   ADD 1 TO W05-TRANS-READ
                   PERFORM 205-SET-ACTIVITY-FIELDS
                   IF INV-TRANS-NAME EQUAL TO SPACES
                       MOVE W04-BLANK-NAME-ERROR TO W03-ACT-REASON
                       PERFORM 260-WRITE-REJECTED-LINE
                   ELSE
                       IF INV-TRANS-CODE EQUAL TO "R"
                           PERFORM 210-POST-RECEIPT
                       ELSE
                           IF INV-TRANS-CODE EQUAL TO "W"
                               PERFORM 220-POST-WASTE
                           ELSE
                               IF INV-TRANS-CODE NOT EQUAL TO "C"
                                   MOVE W04-BAD-CODE-ERROR TO
                                       W03-ACT-REASON
                                   PERFORM 260-WRITE-REJECTED-LINE
                               END-IF
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       205-SET-ACTIVITY-FIELDS.
           MOVE INV-TRANS-CODE TO W03-ACT-CODE
           MOVE INV-TRANS-NAME TO W03-ACT-NAME
           MOVE INV-TRANS-UNIT TO W03-ACT-UNIT
           MOVE 0 TO W03-ACT-QTY
           IF INV-TRANS-QTY NUMERIC
               MOVE INV-TRANS-QTY TO W03-ACT-QTY
           END-IF
           IF INV-TRANS-DATE EQUAL TO SPACES
               MOVE W07-RUN-DATE TO W07-MOVE-DATE
           ELSE
               MOVE INV-TRANS-DATE TO W07-MOVE-DATE
           END-IF
           MOVE W07-MOVE-DATE TO W03-ACT-DATE
           MOVE INV-TRANS-NAME TO W07-MOVE-NAME
           MOVE INV-TRANS-UNIT TO W07-MOVE-UNIT
           MOVE SPACES TO W07-MOVE-SUPPLIER
           MOVE 0 TO W07-MOVE-PACKS.

       210-POST-RECEIPT.
           IF INV-TRANS-QTY NOT NUMERIC
               MOVE W04-QTY-NOT-NUMERIC-ERROR TO W03-ACT-REASON
               PERFORM 260-WRITE-REJECTED-LINE
           ELSE
               IF INV-TRANS-QTY EQUAL TO 0
                   MOVE W04-QTY-ZERO-ERROR TO W03-ACT-REASON
                   PERFORM 260-WRITE-REJECTED-LINE
               ELSE
                   PERFORM 215-FIND-REQUISITION-LINE
                   IF W01-REQUISITION-FOUND-SWITCH EQUAL TO "NO"
                       MOVE W04-NOT-REQUISITIONED-ERROR TO
                           W03-ACT-REASON
                       PERFORM 260-WRITE-REJECTED-LINE
                   ELSE
                       PERFORM 216-FIND-PACK-SIZE
                       MOVE W07-REQ-UNIT TO W07-MOVE-UNIT
                       MOVE W07-REQ-UNIT TO W03-ACT-UNIT
                       MOVE INV-TRANS-SUPPLIER TO W07-MOVE-SUPPLIER
                       MOVE INV-TRANS-QTY TO W07-MOVE-PACKS
                       COMPUTE W07-MOVE-QTY ROUNDED =
                           INV-TRANS-QTY * W07-PACK-SIZE
                       PERFORM 270-FIND-STOCK-ROW
                       IF W01-ROW-FOUND-SWITCH EQUAL TO "NO"
                           PERFORM 285-ADD-STOCK-ROW
                           MOVE W06-STOCK-COUNT TO W08-FOUND-IDX
                       END-IF
                       COMPUTE W07-NEW-BALANCE =
                           W06-STOCK-QTY(W08-FOUND-IDX) + W07-MOVE-QTY
                       IF W07-NEW-BALANCE GREATER THAN 999999.99
                           MOVE W04-STOCK-OVERFLOW-ERROR TO
                               W03-ACT-REASON
                           PERFORM 260-WRITE-REJECTED-LINE
                       ELSE
                           MOVE W07-NEW-BALANCE TO
                               W06-STOCK-QTY(W08-FOUND-IDX)
                           ADD W07-MOVE-QTY TO
                               W06-STOCK-RECEIPTS(W08-FOUND-IDX)
                           MOVE "RECEIPT" TO W07-MOVE-TYPE
                           MOVE W07-MOVE-QTY TO W07-MOVE-SIGNED-QTY
                           PERFORM 280-WRITE-LEDGER-ENTRY
                           MOVE W07-MOVE-QTY TO W03-ACT-QTY
                           PERFORM 250-WRITE-APPLIED-LINE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       215-FIND-REQUISITION-LINE.
           MOVE 'NO' TO W01-REQUISITION-FOUND-SWITCH
           PERFORM VARYING K FROM 1 BY 1
             UNTIL K > W09-REQUISITION-COUNT
               IF INV-TRANS-SUPPLIER EQUAL TO W09-REQ-SUPPLIER(K) AND
                 INV-TRANS-NAME EQUAL TO W09-REQ-NAME(K)
                   MOVE "YES" TO W01-REQUISITION-FOUND-SWITCH
                   MOVE W09-REQ-UNIT(K) TO W07-REQ-UNIT
                   MOVE W09-REQ-PACK-SIZE(K) TO W07-PACK-SIZE
                   MOVE W09-REQUISITION-COUNT TO K
               END-IF
           END-PERFORM.

       216-FIND-PACK-SIZE.
           PERFORM VARYING K FROM 1 BY 1
             UNTIL K > W10-SUPPLIER-COUNT
               IF INV-TRANS-NAME EQUAL TO W10-SUP-NAME(K) AND
                 INV-TRANS-SUPPLIER EQUAL TO W10-SUP-SUPPLIER(K)
                   IF W10-SUP-PACK-SIZE(K) GREATER THAN 0
                       MOVE W10-SUP-PACK-SIZE(K) TO W07-PACK-SIZE
                   END-IF
                   MOVE W10-SUPPLIER-COUNT TO K
               END-IF
           END-PERFORM
           IF W07-PACK-SIZE EQUAL TO 0
               MOVE 1 TO W07-PACK-SIZE
           END-IF.

       220-POST-WASTE.
           IF INV-TRANS-QTY NOT NUMERIC
               MOVE W04-QTY-NOT-NUMERIC-ERROR TO W03-ACT-REASON
               PERFORM 260-WRITE-REJECTED-LINE
           ELSE
               IF INV-TRANS-QTY EQUAL TO 0
                   MOVE W04-QTY-ZERO-ERROR TO W03-ACT-REASON
                   PERFORM 260-WRITE-REJECTED-LINE
               ELSE
                   MOVE INV-TRANS-QTY TO W07-MOVE-QTY
                   MOVE "WASTE" TO W07-MOVE-TYPE
                   PERFORM 240-POST-STOCK-REDUCTION
               END-IF
           END-IF.

       240-POST-STOCK-REDUCTION.
           PERFORM 270-FIND-STOCK-ROW
           IF W01-ROW-FOUND-SWITCH EQUAL TO "NO"
               PERFORM 275-FIND-CONVERTED-ROW
           END-IF
           IF W01-ROW-FOUND-SWITCH EQUAL TO "NO"
               MOVE W04-NO-STOCK-ERROR TO W03-ACT-REASON
               PERFORM 260-WRITE-REJECTED-LINE
           ELSE
               COMPUTE W07-NEW-BALANCE =
                   W06-STOCK-QTY(W08-FOUND-IDX) - W07-MOVE-QTY
               IF W07-NEW-BALANCE LESS THAN 0
                   MOVE W04-NEGATIVE-STOCK-ERROR TO W03-ACT-REASON
                   PERFORM 260-WRITE-REJECTED-LINE
               ELSE
                   MOVE W07-NEW-BALANCE TO W06-STOCK-QTY(W08-FOUND-IDX)
                   IF W07-MOVE-TYPE EQUAL TO "ISSUE"
                       ADD W07-MOVE-QTY TO
                           W06-STOCK-ISSUES(W08-FOUND-IDX)
                   ELSE
                       SUBTRACT W07-MOVE-QTY FROM
                           W06-STOCK-ADJUSTMENTS(W08-FOUND-IDX)
                   END-IF
                   COMPUTE W07-MOVE-SIGNED-QTY = 0 - W07-MOVE-QTY
                   PERFORM 280-WRITE-LEDGER-ENTRY
                   PERFORM 250-WRITE-APPLIED-LINE
               END-IF
           END-IF.

       250-WRITE-APPLIED-LINE.
           MOVE "APPLIED" TO W03-ACT-RESULT
           MOVE SPACES TO W03-ACT-REASON
           WRITE F50-MOVEMENT-RECORD FROM W03-ACTIVITY-DETAIL
           ADD 1 TO W05-APPLIED-COUNT.

       260-WRITE-REJECTED-LINE.
           MOVE "REJECTED" TO W03-ACT-RESULT
           WRITE F50-MOVEMENT-RECORD FROM W03-ACTIVITY-DETAIL
           ADD 1 TO W05-REJECTED-COUNT.

       270-FIND-STOCK-ROW.
           MOVE 'NO' TO W01-ROW-FOUND-SWITCH
           MOVE 0 TO W08-FOUND-IDX
           PERFORM VARYING I FROM 1 BY 1
             UNTIL I > W06-STOCK-COUNT
               IF W07-MOVE-NAME EQUAL TO W06-STOCK-NAME(I) AND
                 W07-MOVE-UNIT EQUAL TO W06-STOCK-UNIT(I)
                   MOVE "YES" TO W01-ROW-FOUND-SWITCH
                   MOVE I TO W08-FOUND-IDX
                   MOVE W06-STOCK-COUNT TO I
               END-IF
           END-PERFORM.

       275-FIND-CONVERTED-ROW.
           PERFORM VARYING I FROM 1 BY 1
             UNTIL I > W06-STOCK-COUNT
               IF W07-MOVE-NAME EQUAL TO W06-STOCK-NAME(I)
                   PERFORM VARYING L FROM 1 BY 1
                     UNTIL L > W11-CONVERSION-COUNT
                       IF W11-CONV-FROM-UNIT(L) EQUAL TO W07-MOVE-UNIT
                         AND W11-CONV-TO-UNIT(L) EQUAL TO
                         W06-STOCK-UNIT(I)
                           COMPUTE W07-MOVE-QTY ROUNDED =
                               W07-MOVE-QTY * W11-CONV-FACTOR(L)
                           MOVE W06-STOCK-UNIT(I) TO W07-MOVE-UNIT
                           MOVE "YES" TO W01-ROW-FOUND-SWITCH
                           MOVE I TO W08-FOUND-IDX
                           MOVE W11-CONVERSION-COUNT TO L
                       END-IF
                   END-PERFORM
                   IF W01-ROW-FOUND-SWITCH EQUAL TO "YES"
                       MOVE W06-STOCK-COUNT TO I
                   END-IF
               END-IF
           END-PERFORM.

       280-WRITE-LEDGER-ENTRY.
           MOVE W07-MOVE-DATE TO LEDG-DATE
           MOVE W07-RUN-TIME TO LEDG-TIME
           MOVE W07-MOVE-TYPE TO LEDG-TYPE
           MOVE W06-STOCK-NAME(W08-FOUND-IDX) TO LEDG-INGREDIENT-NAME
           MOVE W06-STOCK-UNIT(W08-FOUND-IDX) TO LEDG-UNIT
           MOVE W07-MOVE-SIGNED-QTY TO LEDG-QTY
           MOVE W06-STOCK-QTY(W08-FOUND-IDX) TO LEDG-BALANCE
           MOVE W07-MOVE-SUPPLIER TO LEDG-SUPPLIER
           MOVE W07-MOVE-PACKS TO LEDG-PACKS
           WRITE F49-LEDGER-RECORD.

       285-ADD-STOCK-ROW.
           IF W06-STOCK-COUNT LESS THAN 2000
               ADD 1 TO W06-STOCK-COUNT
               MOVE W07-MOVE-NAME TO W06-STOCK-NAME(W06-STOCK-COUNT)
               MOVE W07-MOVE-UNIT TO W06-STOCK-UNIT(W06-STOCK-COUNT)
               MOVE 0 TO W06-STOCK-QTY(W06-STOCK-COUNT)
               MOVE 0 TO W06-STOCK-OPENING(W06-STOCK-COUNT)
               MOVE 0 TO W06-STOCK-RECEIPTS(W06-STOCK-COUNT)
               MOVE 0 TO W06-STOCK-ISSUES(W06-STOCK-COUNT)
               MOVE 0 TO W06-STOCK-ADJUSTMENTS(W06-STOCK-COUNT)
           ELSE
               DISPLAY "STOCK TABLE FULL AT 2000 INGREDIENT/UNIT "
                   "COMBINATIONS - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       300-POST-PRODUCTION-ISSUES.
           OPEN INPUT F47-ISSUE-FILE
           IF WS-ISSUE-STATUS EQUAL TO "00"
               OPEN OUTPUT F89-ISSUE-NEW-FILE
               PERFORM UNTIL W01-ISSUE-REMAINS-SWITCH = 'NO'
                   READ F47-ISSUE-FILE
                       AT END
                           MOVE 'NO' TO W01-ISSUE-REMAINS-SWITCH
                       NOT AT END
                           ADD 1 TO W05-ISSUES-READ
                           PERFORM 310-POST-ONE-ISSUE
                   END-READ
               END-PERFORM
               CLOSE F47-ISSUE-FILE
               CLOSE F89-ISSUE-NEW-FILE
               PERFORM 320-CLEAR-ISSUE-FILE
           ELSE
               DISPLAY "WARNING: PRODUCTION ISSUES "
                   "ProductionIssues.dat NOT AVAILABLE (STATUS "
                   WS-ISSUE-STATUS ") - NO ISSUES POSTED"
           END-IF.

       310-POST-ONE-ISSUE.
           MOVE W05-REJECTED-COUNT TO W05-REJECTED-BEFORE
           MOVE "I" TO W03-ACT-CODE
           MOVE ISSUE-INGREDIENT-NAME TO W03-ACT-NAME
           MOVE ISSUE-UNIT TO W03-ACT-UNIT
           MOVE 0 TO W03-ACT-QTY
           IF ISSUE-DATE EQUAL TO SPACES
               MOVE W07-RUN-DATE TO W07-MOVE-DATE
           ELSE
               MOVE ISSUE-DATE TO W07-MOVE-DATE
           END-IF
           MOVE W07-MOVE-DATE TO W03-ACT-DATE
           MOVE ISSUE-INGREDIENT-NAME TO W07-MOVE-NAME
           MOVE ISSUE-UNIT TO W07-MOVE-UNIT
           MOVE SPACES TO W07-MOVE-SUPPLIER
           MOVE 0 TO W07-MOVE-PACKS
           IF ISSUE-QTY NOT NUMERIC
               MOVE W04-QTY-NOT-NUMERIC-ERROR TO W03-ACT-REASON
               PERFORM 260-WRITE-REJECTED-LINE
           ELSE
               MOVE ISSUE-QTY TO W03-ACT-QTY
               IF ISSUE-QTY EQUAL TO 0
                   MOVE W04-QTY-ZERO-ERROR TO W03-ACT-REASON
                   PERFORM 260-WRITE-REJECTED-LINE
               ELSE
                   MOVE ISSUE-QTY TO W07-MOVE-QTY
                   MOVE "ISSUE" TO W07-MOVE-TYPE
                   PERFORM 240-POST-STOCK-REDUCTION
               END-IF
           END-IF
           IF W05-REJECTED-COUNT GREATER THAN W05-REJECTED-BEFORE
               WRITE F89-ISSUE-NEW-RECORD FROM F47-ISSUE-RECORD
               ADD 1 TO W05-ISSUES-KEPT
           END-IF.

       320-CLEAR-ISSUE-FILE.
           CALL "CBL_DELETE_FILE" USING W12-ISSUE-FILE-NAME
               RETURNING W12-FILE-OP-STATUS
           IF W12-FILE-OP-STATUS NOT = 0
               DISPLAY "WARNING: COULD NOT DELETE " W12-ISSUE-FILE-NAME
                   " (STATUS " W12-FILE-OP-STATUS ") - REMOVE IT "
                   "BEFORE THE NEXT RUN OR ISSUES WILL POST TWICE"
           END-IF
           IF W05-ISSUES-KEPT EQUAL TO 0
               CALL "CBL_DELETE_FILE" USING W12-ISSUE-NEW-FILE-NAME
                   RETURNING W12-FILE-OP-STATUS
           ELSE
               CALL "CBL_RENAME_FILE" USING W12-ISSUE-NEW-FILE-NAME
                   W12-ISSUE-FILE-NAME
                   RETURNING W12-FILE-OP-STATUS
               IF W12-FILE-OP-STATUS NOT = 0
                   DISPLAY "WARNING: COULD NOT RENAME "
                       W12-ISSUE-NEW-FILE-NAME " TO "
                       W12-ISSUE-FILE-NAME " (STATUS "
                       W12-FILE-OP-STATUS ") - REJECTED ISSUES ARE "
                       "ONLY ON THE .NEW FILE"
               END-IF
           END-IF.

       400-POST-PHYSICAL-COUNTS.
           IF W01-COUNT-REMAINS-SWITCH EQUAL TO "YES"
               OPEN INPUT F46-INVTRANS-FILE
               PERFORM UNTIL W01-COUNT-REMAINS-SWITCH = 'NO'
                   READ F46-INVTRANS-FILE
                       AT END
                           MOVE 'NO' TO W01-COUNT-REMAINS-SWITCH
                       NOT AT END
                           IF INV-TRANS-CODE EQUAL TO "C" AND
                             INV-TRANS-NAME NOT EQUAL TO SPACES
                               PERFORM 205-SET-ACTIVITY-FIELDS
                               PERFORM 410-POST-ONE-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F46-INVTRANS-FILE
           END-IF.

       410-POST-ONE-COUNT.
           IF INV-TRANS-QTY NOT NUMERIC
               MOVE W04-QTY-NOT-NUMERIC-ERROR TO W03-ACT-REASON
               PERFORM 260-WRITE-REJECTED-LINE
           ELSE
               PERFORM 270-FIND-STOCK-ROW
               IF W01-ROW-FOUND-SWITCH EQUAL TO "NO"
                   PERFORM 285-ADD-STOCK-ROW
                   MOVE W06-STOCK-COUNT TO W08-FOUND-IDX
               END-IF
               COMPUTE W07-MOVE-SIGNED-QTY =
                   INV-TRANS-QTY - W06-STOCK-QTY(W08-FOUND-IDX)
               ADD W07-MOVE-SIGNED-QTY TO
                   W06-STOCK-ADJUSTMENTS(W08-FOUND-IDX)
               MOVE INV-TRANS-QTY TO W06-STOCK-QTY(W08-FOUND-IDX)
               MOVE "COUNT" TO W07-MOVE-TYPE
               PERFORM 280-WRITE-LEDGER-ENTRY
               PERFORM 250-WRITE-APPLIED-LINE
           END-IF.

       500-REWRITE-INVENTORY-FILE.
           OPEN OUTPUT F48-NEW-INVENTORY-FILE
           PERFORM VARYING I FROM 1 BY 1
             UNTIL I > W06-STOCK-COUNT
               MOVE W06-STOCK-NAME(I) TO NEW-INV-INGREDIENT-NAME
               MOVE W06-STOCK-UNIT(I) TO NEW-INV-UNIT
               MOVE W06-STOCK-QTY(I) TO NEW-INV-QTY-ON-HAND
               WRITE F48-NEW-INVENTORY-RECORD
           END-PERFORM
           CLOSE F48-NEW-INVENTORY-FILE
           PERFORM 510-REPLACE-INVENTORY-FILE.

       510-REPLACE-INVENTORY-FILE.
           CALL "CBL_DELETE_FILE" USING W12-OLD-FILE-NAME
               RETURNING W12-FILE-OP-STATUS
           IF W12-FILE-OP-STATUS NOT = 0 AND
             WS-INVENTORY-STATUS NOT EQUAL TO "35"
               DISPLAY "WARNING: COULD NOT DELETE " W12-OLD-FILE-NAME
                   " (STATUS " W12-FILE-OP-STATUS ") - UPDATED "
                   "INVENTORY FILE MAY NOT HAVE BEEN SWAPPED IN"
           END-IF
           CALL "CBL_RENAME_FILE" USING W12-NEW-FILE-NAME
               W12-OLD-FILE-NAME
               RETURNING W12-FILE-OP-STATUS
           IF W12-FILE-OP-STATUS NOT = 0
               DISPLAY "WARNING: COULD NOT RENAME " W12-NEW-FILE-NAME
                   " TO " W12-OLD-FILE-NAME " (STATUS "
                   W12-FILE-OP-STATUS ") - UPDATED INVENTORY FILE WAS "
                   "NOT SWAPPED IN"
           END-IF.

       600-WRITE-MOVEMENT-SUMMARY.
           WRITE F50-MOVEMENT-RECORD FROM SPACES
           WRITE F50-MOVEMENT-RECORD FROM W13-MOVEMENT-HEADING
           PERFORM VARYING I FROM 1 BY 1
             UNTIL I > W06-STOCK-COUNT
               MOVE W06-STOCK-NAME(I) TO W13-MV-NAME
               MOVE W06-STOCK-UNIT(I) TO W13-MV-UNIT
               MOVE W06-STOCK-OPENING(I) TO W13-MV-OPENING
               MOVE W06-STOCK-RECEIPTS(I) TO W13-MV-RECEIPTS
               MOVE W06-STOCK-ISSUES(I) TO W13-MV-ISSUES
               MOVE W06-STOCK-ADJUSTMENTS(I) TO W13-MV-ADJUSTMENTS
               MOVE W06-STOCK-QTY(I) TO W13-MV-CLOSING
               WRITE F50-MOVEMENT-RECORD FROM W13-MOVEMENT-DETAIL
           END-PERFORM.

       900-WRITE-FOOTER.
           WRITE F50-MOVEMENT-RECORD FROM SPACES
           MOVE "TRANSACTIONS READ" TO W05-COUNT-LABEL
           MOVE W05-TRANS-READ TO W05-COUNT-VALUE
           WRITE F50-MOVEMENT-RECORD FROM W05-ACTIVITY-COUNT-LINE
           MOVE "PRODUCTION ISSUES READ" TO W05-COUNT-LABEL
           MOVE W05-ISSUES-READ TO W05-COUNT-VALUE
           WRITE F50-MOVEMENT-RECORD FROM W05-ACTIVITY-COUNT-LINE
           MOVE "MOVEMENTS APPLIED" TO W05-COUNT-LABEL
           MOVE W05-APPLIED-COUNT TO W05-COUNT-VALUE
           WRITE F50-MOVEMENT-RECORD FROM W05-ACTIVITY-COUNT-LINE
           MOVE "MOVEMENTS REJECTED" TO W05-COUNT-LABEL
           MOVE W05-REJECTED-COUNT TO W05-COUNT-VALUE
           WRITE F50-MOVEMENT-RECORD FROM W05-ACTIVITY-COUNT-LINE
           MOVE "REJECTED ISSUES KEPT FOR REPOST" TO W05-COUNT-LABEL
           MOVE W05-ISSUES-KEPT TO W05-COUNT-VALUE
           WRITE F50-MOVEMENT-RECORD FROM W05-ACTIVITY-COUNT-LINE
           MOVE "STOCK ROWS ON FILE" TO W05-COUNT-LABEL
           MOVE W06-STOCK-COUNT TO W05-COUNT-VALUE
           WRITE F50-MOVEMENT-RECORD FROM W05-ACTIVITY-COUNT-LINE
           CLOSE F49-LEDGER-FILE
           CLOSE F50-MOVEMENT-FILE
           DISPLAY "FILES CLOSED".
