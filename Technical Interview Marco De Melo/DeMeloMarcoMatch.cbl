       IDENTIFICATION DIVISION.
       PROGRAM-ID. RMATCH.
       AUTHOR. Marco De Melo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT F55-INVOICE-FILE ASSIGN TO "SupplierInvoices.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-INVOICE-STATUS.
       SELECT F37-REQUISITION-FILE ASSIGN TO "PurchaseRequisition.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REQUISITION-STATUS.
       SELECT F49-LEDGER-FILE ASSIGN TO "InventoryLedger.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LEDGER-STATUS.
       SELECT F06-PRICE-FILE ASSIGN TO "IngredientPrices.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PRICE-STATUS.
       SELECT F16-CONVERSION-FILE ASSIGN TO "UnitConversions.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CONVERSION-STATUS.
       SELECT F56-TOLERANCE-FILE ASSIGN TO "InvoiceTolerance.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TOLERANCE-STATUS.
       SELECT F57-APPROVED-FILE ASSIGN TO "ApprovedInvoices.dat"
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT F58-EXCEPTION-FILE ASSIGN TO
              "InvoiceExceptionReport.dat"
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT F59-REGISTER-FILE ASSIGN TO "InvoiceRegister.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD F55-INVOICE-FILE
           RECORD CONTAINS 73 CHARACTERS
           DATA RECORD IS F55-INVOICE-RECORD.
       01 F55-INVOICE-RECORD.
         05 INVC-SUPPLIER PIC X(20).
         05 INVC-NUMBER PIC X(10).
         05 INVC-DATE PIC X(8).
         05 INVC-INGREDIENT-NAME PIC X(15).
         05 INVC-UNIT PIC X(5).
         05 INVC-QTY PIC 9(6)V99.
         05 INVC-UNIT-PRICE PIC 9(5)V99.

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

       FD F06-PRICE-FILE
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS F06-PRICE-RECORD.
       01 F06-PRICE-RECORD.
         05 PRICE-INGREDIENT-NAME PIC X(15).
         05 PRICE-UNIT PIC X(5).
         05 PRICE-UNIT-COST PIC 9(3)V99.
         05 PRICE-EFF-FROM PIC X(8).
         05 PRICE-EFF-TO PIC X(8).

       FD F16-CONVERSION-FILE
           RECORD CONTAINS 18 CHARACTERS
           DATA RECORD IS F16-CONVERSION-RECORD.
       01 F16-CONVERSION-RECORD.
         05 CONV-FROM-UNIT PIC X(5).
         05 CONV-TO-UNIT PIC X(5).
         05 CONV-FACTOR PIC 9(4)V9(4).

       FD F56-TOLERANCE-FILE
           RECORD CONTAINS 5 CHARACTERS
           DATA RECORD IS F56-TOLERANCE-RECORD.
       01 F56-TOLERANCE-RECORD PIC 9(3)V99.

       FD F57-APPROVED-FILE
           RECORD CONTAINS 82 CHARACTERS
           DATA RECORD IS F57-APPROVED-RECORD.
       01 F57-APPROVED-RECORD.
         05 APPR-SUPPLIER PIC X(20).
         05 APPR-INVOICE-NUMBER PIC X(10).
         05 APPR-INVOICE-DATE PIC X(8).
         05 APPR-INGREDIENT-NAME PIC X(15).
         05 APPR-UNIT PIC X(5).
         05 APPR-QTY PIC 9(6)V99.
         05 APPR-UNIT-PRICE PIC 9(5)V99.
         05 APPR-AMOUNT PIC 9(7)V99.

       FD F58-EXCEPTION-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS F58-EXCEPTION-RECORD.
       01 F58-EXCEPTION-RECORD PIC X(132).

       FD F59-REGISTER-FILE
           RECORD CONTAINS 83 CHARACTERS
           DATA RECORD IS F59-REGISTER-RECORD.
       01 F59-REGISTER-RECORD.
         05 REG-SUPPLIER PIC X(20).
         05 REG-INVOICE-NUMBER PIC X(10).
         05 REG-INVOICE-DATE PIC X(8).
         05 REG-INGREDIENT-NAME PIC X(15).
         05 REG-UNIT PIC X(5).
         05 REG-QTY PIC 9(6)V99.
         05 REG-AMOUNT PIC 9(7)V99.
         05 REG-APPROVED-DATE PIC X(8).

       WORKING-STORAGE SECTION.
       01 I PIC 9(5) VALUE 0.
       01 J PIC 9(5) VALUE 0.
       01 K PIC 9(5) VALUE 0.
       01 L PIC 9(5) VALUE 0.
       01 W14-FOUND-IDX PIC 9(5) VALUE 0.

       01 W01-SWITCHES.
         05 WS-INVOICE-STATUS PIC XX VALUE SPACES.
         05 WS-REQUISITION-STATUS PIC XX VALUE SPACES.
         05 WS-LEDGER-STATUS PIC XX VALUE SPACES.
         05 WS-PRICE-STATUS PIC XX VALUE SPACES.
         05 WS-CONVERSION-STATUS PIC XX VALUE SPACES.
         05 WS-TOLERANCE-STATUS PIC XX VALUE SPACES.
         05 WS-REGISTER-STATUS PIC XX VALUE SPACES.
         05 W01-INVOICE-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
         05 W01-REQUISITION-FILE-SWITCH PIC X(3) VALUE 'YES'.
         05 W01-LEDGER-FILE-SWITCH PIC X(3) VALUE 'YES'.
         05 W01-PRICE-FILE-SWITCH PIC X(3) VALUE 'YES'.
         05 W01-CONVERSION-FILE-SWITCH PIC X(3) VALUE 'YES'.
         05 W01-REGISTER-FILE-SWITCH PIC X(3) VALUE 'YES'.
         05 W01-ROW-FOUND-SWITCH PIC X(3) VALUE 'NO'.
         05 W01-PRICE-FOUND-SWITCH PIC X(3) VALUE 'NO'.
         05 W01-INVOICE-ERROR-SWITCH PIC X(3) VALUE 'NO'.

       01 W02-REPORT-HEADING.
         05 FILLER PIC X(44) VALUE
             "INVOICE MATCH EXCEPTIONS MARCO DE MELO".
         05 FILLER PIC X(5) VALUE "DATE".
         05 W02-RUN-DATE PIC X(10).
         05 FILLER PIC X(16) VALUE "PRICE TOLERANCE ".
         05 W02-TOLERANCE PIC ZZ9.99.
         05 FILLER PIC X(1) VALUE "%".

       01 W02-EXCEPTION-COLUMNS.
         05 FILLER PIC X(22) VALUE "SUPPLIER".
         05 FILLER PIC X(12) VALUE "INVOICE".
         05 FILLER PIC X(17) VALUE "INGREDIENT".
         05 FILLER PIC X(7) VALUE "UNIT".
         05 FILLER PIC X(11) VALUE "      QTY".
         05 FILLER PIC X(10) VALUE "   PRICE".
         05 FILLER PIC X(12) VALUE "    AMOUNT".
         05 FILLER PIC X(30) VALUE "EXCEPTION".
         05 FILLER PIC X(10) VALUE "  EXPECTED".

       01 W03-EXCEPTION-DETAIL.
         05 W03-EXC-SUPPLIER PIC X(20).
         05 FILLER PIC X(2) VALUE SPACES.
         05 W03-EXC-NUMBER PIC X(10).
         05 FILLER PIC X(2) VALUE SPACES.
         05 W03-EXC-NAME PIC X(15).
         05 FILLER PIC X(2) VALUE SPACES.
         05 W03-EXC-UNIT PIC X(5).
         05 FILLER PIC X(2) VALUE SPACES.
         05 W03-EXC-QTY PIC ZZZZZ9.99.
         05 FILLER PIC X(2) VALUE SPACES.
         05 W03-EXC-PRICE PIC ZZZZ9.99.
         05 FILLER PIC X(2) VALUE SPACES.
         05 W03-EXC-AMOUNT PIC ZZZZZZ9.99.
         05 FILLER PIC X(2) VALUE SPACES.
         05 W03-EXC-REASON PIC X(28).
         05 FILLER PIC X(2) VALUE SPACES.
         05 W03-EXC-EXPECTED PIC ZZZZZZ9.99 BLANK WHEN ZERO.

       01 W04-CONSTANTS.
         05 W04-BAD-LINE-ERROR PIC X(28) VALUE
             'Qty/price not numeric/zero'.
         05 W04-DUPLICATE-ERROR PIC X(28) VALUE
             'Duplicate invoice number'.
         05 W04-NOT-REQUISITIONED-ERROR PIC X(28) VALUE
             'Never requisitioned'.
         05 W04-OVER-BILLED-ERROR PIC X(28) VALUE
             'Qty over-billed vs received'.
         05 W04-NOT-RECEIVED-ERROR PIC X(28) VALUE
             'Not received'.
         05 W04-NOT-CONVERTIBLE-ERROR PIC X(28) VALUE
             'Unit not convertible'.
         05 W04-PRICE-VARIANCE-ERROR PIC X(28) VALUE
             'Price over tolerance'.
         05 W04-NO-PRICE-ERROR PIC X(28) VALUE
             'No price for invoice date'.
         05 W04-HELD-ERROR PIC X(28) VALUE
             'Held - other line in error'.

       01 W05-TOTALS-HEADING.
         05 FILLER PIC X(32) VALUE "TOTALS BY SUPPLIER".
       01 W05-TOTALS-COLUMNS.
         05 FILLER PIC X(22) VALUE "SUPPLIER".
         05 FILLER PIC X(14) VALUE "  APPROVED $".
         05 FILLER PIC X(14) VALUE "      HELD $".
       01 W05-TOTALS-DETAIL.
         05 W05-TOT-SUPPLIER PIC X(20).
         05 FILLER PIC X(2) VALUE SPACES.
         05 W05-TOT-APPROVED PIC ZZZZZZZZ9.99.
         05 FILLER PIC X(2) VALUE SPACES.
         05 W05-TOT-HELD PIC ZZZZZZZZ9.99.

       01 W06-INVOICE-TABLE.
         05 W06-INVOICE-COUNT PIC 9(5) VALUE 0.
         05 W06-INVOICE-ENTRY OCCURS 2000 TIMES.
           10 W06-I-SUPPLIER PIC X(20).
           10 W06-I-NUMBER PIC X(10).
           10 W06-I-DATE PIC X(8).
           10 W06-I-NAME PIC X(15).
           10 W06-I-UNIT PIC X(5).
           10 W06-I-QTY PIC 9(6)V99.
           10 W06-I-PRICE PIC 9(5)V99.
           10 W06-I-AMOUNT PIC 9(7)V99.
           10 W06-I-RECV-UNIT PIC X(5).
           10 W06-I-RECV-QTY PIC 9(7)V99.
           10 W06-I-RCV-IDX PIC 9(5).
           10 W06-I-EXC-SWITCH PIC X(3).
           10 W06-I-HELD-SWITCH PIC X(3).

       01 W07-REQUISITION-TABLE.
         05 W07-REQUISITION-COUNT PIC 9(5) VALUE 0.
         05 W07-REQUISITION-ENTRY OCCURS 2000 TIMES.
           10 W07-REQ-SUPPLIER PIC X(20).
           10 W07-REQ-NAME PIC X(15).

       01 W08-RECEIVED-TABLE.
         05 W08-RECEIVED-COUNT PIC 9(5) VALUE 0.
         05 W08-RECEIVED-ENTRY OCCURS 2000 TIMES.
           10 W08-RCV-SUPPLIER PIC X(20).
           10 W08-RCV-NAME PIC X(15).
           10 W08-RCV-UNIT PIC X(5).
           10 W08-RCV-QTY PIC 9(8)V99.
           10 W08-RCV-BILLED PIC 9(8)V99.

       01 W09-PAID-INVOICE-TABLE.
         05 W09-PAID-COUNT PIC 9(5) VALUE 0.
         05 W09-PAID-ENTRY OCCURS 5000 TIMES.
           10 W09-PAID-SUPPLIER PIC X(20).
           10 W09-PAID-NUMBER PIC X(10).

       01 W10-PRICE-TABLE.
         05 W10-PRICE-COUNT PIC 9(5) VALUE 0.
         05 W10-PRICE-ENTRY OCCURS 5000 TIMES.
           10 W10-PRICE-NAME PIC X(15).
           10 W10-PRICE-UNIT PIC X(5).
           10 W10-PRICE-COST PIC 9(3)V99.
           10 W10-PRICE-EFF-FROM PIC X(8).
           10 W10-PRICE-EFF-TO PIC X(8).

       01 W11-CONVERSION-TABLE.
         05 W11-CONVERSION-COUNT PIC 9(5) VALUE 0.
         05 W11-CONVERSION-ENTRY OCCURS 500 TIMES.
           10 W11-CONV-FROM-UNIT PIC X(5).
           10 W11-CONV-TO-UNIT PIC X(5).
           10 W11-CONV-FACTOR PIC 9(4)V9(4).

       01 W12-SUPPLIER-TOTALS.
         05 W12-TOTAL-COUNT PIC 9(3) VALUE 0.
         05 W12-TOTAL-ENTRY OCCURS 500 TIMES.
           10 W12-TOT-SUPPLIER PIC X(20).
           10 W12-TOT-APPROVED PIC 9(9)V99.
           10 W12-TOT-HELD PIC 9(9)V99.

       01 W13-MATCH-VARS.
         05 W13-RUN-DATE PIC X(8) VALUE SPACES.
         05 W13-TOLERANCE PIC 9(3)V99 VALUE 2.00.
         05 W13-PRICE-DATE PIC X(8) VALUE SPACES.
         05 W13-EXPECTED-PRICE PIC 9(5)V9(4) VALUE 0.
         05 W13-PRICE-DIFF PIC 9(5)V9(4) VALUE 0.
         05 W13-TOL-LIMIT PIC 9(7)V9(4) VALUE 0.
         05 W13-REMAINING PIC S9(8)V99 VALUE 0.
         05 W13-GRAND-APPROVED PIC 9(9)V99 VALUE 0.
         05 W13-GRAND-HELD PIC 9(9)V99 VALUE 0.

       01 W15-RUN-COUNTS.
         05 W15-LINES-READ PIC 9(5) VALUE 0.
         05 W15-LINES-APPROVED PIC 9(5) VALUE 0.
         05 W15-LINES-HELD PIC 9(5) VALUE 0.
         05 W15-EXCEPTIONS PIC 9(5) VALUE 0.
       01 W15-COUNT-LINE.
         05 W15-COUNT-LABEL PIC X(30).
         05 W15-COUNT-VALUE PIC ZZZZ9.

       PROCEDURE DIVISION.
           PERFORM 100-OPEN-FILES
           PERFORM 110-READ-TOLERANCE
           PERFORM 120-LOAD-REQUISITION-TABLE
           PERFORM 130-LOAD-RECEIVED-TABLE
           PERFORM 140-LOAD-PRICE-TABLE
           PERFORM 150-LOAD-CONVERSION-TABLE
           PERFORM 160-LOAD-INVOICE-REGISTER
           PERFORM UNTIL W01-INVOICE-REMAINS-SWITCH = 'NO'
               PERFORM 200-LOAD-INVOICE-LINES
           END-PERFORM
           PERFORM VARYING J FROM 1 BY 1
             UNTIL J > W06-INVOICE-COUNT
               PERFORM 290-MATCH-ONE-INVOICE
           END-PERFORM
           PERFORM 400-HOLD-INVOICES-IN-ERROR
           PERFORM 500-RELEASE-APPROVED-LINES
           PERFORM 600-WRITE-SUPPLIER-TOTALS
           PERFORM 900-CLOSE-FILES
           STOP RUN.

       100-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE (1:8) TO W13-RUN-DATE
           OPEN INPUT F55-INVOICE-FILE
           IF WS-INVOICE-STATUS NOT EQUAL TO "00"
               DISPLAY "SUPPLIER INVOICE FILE SupplierInvoices.dat "
                   "MISSING OR UNREADABLE (STATUS " WS-INVOICE-STATUS
                   ") - RUN ABORTED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT F57-APPROVED-FILE
           OPEN OUTPUT F58-EXCEPTION-FILE
           DISPLAY "FILES OPENED".

       110-READ-TOLERANCE.
           OPEN INPUT F56-TOLERANCE-FILE
           IF WS-TOLERANCE-STATUS EQUAL TO "00"
               READ F56-TOLERANCE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF F56-TOLERANCE-RECORD NUMERIC
                           MOVE F56-TOLERANCE-RECORD TO W13-TOLERANCE
                       END-IF
               END-READ
               CLOSE F56-TOLERANCE-FILE
           END-IF
           MOVE W13-RUN-DATE TO W02-RUN-DATE
           MOVE W13-TOLERANCE TO W02-TOLERANCE
           WRITE F58-EXCEPTION-RECORD FROM W02-REPORT-HEADING
           WRITE F58-EXCEPTION-RECORD FROM SPACES
           WRITE F58-EXCEPTION-RECORD FROM W02-EXCEPTION-COLUMNS.

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
                   WS-REQUISITION-STATUS ") - NO LINE CAN MATCH"
           END-IF.

       125-STORE-REQUISITION-ENTRY.
           IF W07-REQUISITION-COUNT LESS THAN 2000
               ADD 1 TO W07-REQUISITION-COUNT
               MOVE REQ-SUPPLIER TO
                   W07-REQ-SUPPLIER(W07-REQUISITION-COUNT)
               MOVE REQ-INGREDIENT-NAME TO
                   W07-REQ-NAME(W07-REQUISITION-COUNT)
           ELSE
               DISPLAY "REQUISITION TABLE FULL AT 2000 LINES - "
                   "PurchaseRequisition.dat TOO LARGE - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       130-LOAD-RECEIVED-TABLE.
           OPEN INPUT F49-LEDGER-FILE
           IF WS-LEDGER-STATUS EQUAL TO "00"
               PERFORM UNTIL W01-LEDGER-FILE-SWITCH = 'NO'
                   READ F49-LEDGER-FILE
                       AT END
                           MOVE 'NO' TO W01-LEDGER-FILE-SWITCH
                       NOT AT END
                           IF LEDG-TYPE EQUAL TO "RECEIPT"
                               PERFORM 135-ADD-RECEIVED-QTY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F49-LEDGER-FILE
           ELSE
               DISPLAY "WARNING: INVENTORY LEDGER InventoryLedger.dat "
                   "NOT AVAILABLE (STATUS " WS-LEDGER-STATUS
                   ") - NOTHING RECORDED AS RECEIVED"
           END-IF.

       135-ADD-RECEIVED-QTY.
           MOVE 'NO' TO W01-ROW-FOUND-SWITCH
           PERFORM VARYING K FROM 1 BY 1
             UNTIL K > W08-RECEIVED-COUNT
               IF LEDG-SUPPLIER EQUAL TO W08-RCV-SUPPLIER(K) AND
                 LEDG-INGREDIENT-NAME EQUAL TO W08-RCV-NAME(K) AND
                 LEDG-UNIT EQUAL TO W08-RCV-UNIT(K)
                   ADD LEDG-QTY TO W08-RCV-QTY(K)
                   MOVE "YES" TO W01-ROW-FOUND-SWITCH
                   MOVE W08-RECEIVED-COUNT TO K
               END-IF
           END-PERFORM
           IF W01-ROW-FOUND-SWITCH EQUAL TO "NO"
               IF W08-RECEIVED-COUNT LESS THAN 2000
                   ADD 1 TO W08-RECEIVED-COUNT
                   MOVE LEDG-SUPPLIER TO
                       W08-RCV-SUPPLIER(W08-RECEIVED-COUNT)
                   MOVE LEDG-INGREDIENT-NAME TO
                       W08-RCV-NAME(W08-RECEIVED-COUNT)
                   MOVE LEDG-UNIT TO W08-RCV-UNIT(W08-RECEIVED-COUNT)
                   MOVE LEDG-QTY TO W08-RCV-QTY(W08-RECEIVED-COUNT)
                   MOVE 0 TO W08-RCV-BILLED(W08-RECEIVED-COUNT)
               ELSE
                   DISPLAY "RECEIVED TABLE FULL AT 2000 SUPPLIER/"
                       "INGREDIENT/UNIT COMBINATIONS - RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       140-LOAD-PRICE-TABLE.
           OPEN INPUT F06-PRICE-FILE
           IF WS-PRICE-STATUS EQUAL TO "00"
               PERFORM UNTIL W01-PRICE-FILE-SWITCH = 'NO'
                   READ F06-PRICE-FILE
                       AT END
                           MOVE 'NO' TO W01-PRICE-FILE-SWITCH
                       NOT AT END
                           PERFORM 145-STORE-PRICE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE F06-PRICE-FILE
           ELSE
               DISPLAY "WARNING: PRICE FILE IngredientPrices.dat NOT "
                   "AVAILABLE (STATUS " WS-PRICE-STATUS
                   ") - NO PRICE CAN BE CHECKED"
           END-IF.

       145-STORE-PRICE-ENTRY.
           IF W10-PRICE-COUNT LESS THAN 5000
               ADD 1 TO W10-PRICE-COUNT
               MOVE PRICE-INGREDIENT-NAME TO
                   W10-PRICE-NAME(W10-PRICE-COUNT)
               MOVE PRICE-UNIT TO W10-PRICE-UNIT(W10-PRICE-COUNT)
               MOVE PRICE-UNIT-COST TO W10-PRICE-COST(W10-PRICE-COUNT)
               MOVE PRICE-EFF-FROM TO
                   W10-PRICE-EFF-FROM(W10-PRICE-COUNT)
               MOVE PRICE-EFF-TO TO W10-PRICE-EFF-TO(W10-PRICE-COUNT)
           ELSE
               DISPLAY "PRICE TABLE FULL AT 5000 ROWS - "
                   "IngredientPrices.dat TOO LARGE - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       150-LOAD-CONVERSION-TABLE.
           OPEN INPUT F16-CONVERSION-FILE
           IF WS-CONVERSION-STATUS EQUAL TO "00"
               PERFORM UNTIL W01-CONVERSION-FILE-SWITCH = 'NO'
                   READ F16-CONVERSION-FILE
                       AT END
                           MOVE 'NO' TO W01-CONVERSION-FILE-SWITCH
                       NOT AT END
                           PERFORM 155-STORE-CONVERSION-ENTRY
                   END-READ
               END-PERFORM
               CLOSE F16-CONVERSION-FILE
           ELSE
               MOVE 'NO' TO W01-CONVERSION-FILE-SWITCH
           END-IF.

       155-STORE-CONVERSION-ENTRY.
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

       160-LOAD-INVOICE-REGISTER.
           OPEN INPUT F59-REGISTER-FILE
           IF WS-REGISTER-STATUS EQUAL TO "00"
               PERFORM UNTIL W01-REGISTER-FILE-SWITCH = 'NO'
                   READ F59-REGISTER-FILE
                       AT END
                           MOVE 'NO' TO W01-REGISTER-FILE-SWITCH
                       NOT AT END
                           PERFORM 165-STORE-REGISTER-ENTRY
                   END-READ
               END-PERFORM
               CLOSE F59-REGISTER-FILE
           END-IF.

       165-STORE-REGISTER-ENTRY.
           MOVE 'NO' TO W01-ROW-FOUND-SWITCH
           PERFORM VARYING K FROM 1 BY 1
             UNTIL K > W09-PAID-COUNT
               IF REG-SUPPLIER EQUAL TO W09-PAID-SUPPLIER(K) AND
                 REG-INVOICE-NUMBER EQUAL TO W09-PAID-NUMBER(K)
                   MOVE "YES" TO W01-ROW-FOUND-SWITCH
                   MOVE W09-PAID-COUNT TO K
               END-IF
           END-PERFORM
           IF W01-ROW-FOUND-SWITCH EQUAL TO "NO"
               IF W09-PAID-COUNT LESS THAN 5000
                   ADD 1 TO W09-PAID-COUNT
                   MOVE REG-SUPPLIER TO
                       W09-PAID-SUPPLIER(W09-PAID-COUNT)
                   MOVE REG-INVOICE-NUMBER TO
                       W09-PAID-NUMBER(W09-PAID-COUNT)
               ELSE
                   DISPLAY "INVOICE REGISTER TABLE FULL AT 5000 "
                       "INVOICES - InvoiceRegister.dat TOO LARGE - "
                       "RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM VARYING K FROM 1 BY 1
             UNTIL K > W08-RECEIVED-COUNT
               IF REG-SUPPLIER EQUAL TO W08-RCV-SUPPLIER(K) AND
                 REG-INGREDIENT-NAME EQUAL TO W08-RCV-NAME(K) AND
                 REG-UNIT EQUAL TO W08-RCV-UNIT(K)
                   ADD REG-QTY TO W08-RCV-BILLED(K)
                   MOVE W08-RECEIVED-COUNT TO K
               END-IF
           END-PERFORM.

       200-LOAD-INVOICE-LINES.
           READ F55-INVOICE-FILE
               AT END
                   MOVE 'NO' TO W01-INVOICE-REMAINS-SWITCH
               NOT AT END
                   ADD 1 TO W15-LINES-READ
                   PERFORM 210-STORE-INVOICE-LINE
           END-READ.

       210-STORE-INVOICE-LINE.
           IF W06-INVOICE-COUNT LESS THAN 2000
               ADD 1 TO W06-INVOICE-COUNT
               MOVE W06-INVOICE-COUNT TO J
               MOVE INVC-SUPPLIER TO W06-I-SUPPLIER(J)
               MOVE INVC-NUMBER TO W06-I-NUMBER(J)
               MOVE INVC-DATE TO W06-I-DATE(J)
               MOVE INVC-INGREDIENT-NAME TO W06-I-NAME(J)
               MOVE INVC-UNIT TO W06-I-UNIT(J)
               MOVE 0 TO W06-I-QTY(J)
               MOVE 0 TO W06-I-PRICE(J)
               MOVE 0 TO W06-I-AMOUNT(J)
               MOVE "NO" TO W06-I-EXC-SWITCH(J)
               IF INVC-QTY NUMERIC AND INVC-UNIT-PRICE NUMERIC
                   MOVE INVC-QTY TO W06-I-QTY(J)
                   MOVE INVC-UNIT-PRICE TO W06-I-PRICE(J)
                   COMPUTE W06-I-AMOUNT(J) ROUNDED =
                       INVC-QTY * INVC-UNIT-PRICE
               END-IF
               MOVE SPACES TO W06-I-RECV-UNIT(J)
               MOVE 0 TO W06-I-RECV-QTY(J)
               MOVE 0 TO W06-I-RCV-IDX(J)
               MOVE "NO" TO W06-I-HELD-SWITCH(J)
           ELSE
               DISPLAY "INVOICE TABLE FULL AT 2000 LINES - "
                   "SupplierInvoices.dat TOO LARGE - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       290-MATCH-ONE-INVOICE.
           MOVE 'NO' TO W01-ROW-FOUND-SWITCH
           PERFORM VARYING K FROM 1 BY 1
             UNTIL K NOT LESS THAN J
               IF W06-I-SUPPLIER(K) EQUAL TO W06-I-SUPPLIER(J) AND
                 W06-I-NUMBER(K) EQUAL TO W06-I-NUMBER(J)
                   MOVE "YES" TO W01-ROW-FOUND-SWITCH
                   MOVE J TO K
               END-IF
           END-PERFORM
           IF W01-ROW-FOUND-SWITCH EQUAL TO "NO"
               MOVE 'NO' TO W01-INVOICE-ERROR-SWITCH
               PERFORM VARYING I FROM J BY 1
                 UNTIL I > W06-INVOICE-COUNT
                   IF W06-I-SUPPLIER(I) EQUAL TO W06-I-SUPPLIER(J) AND
                     W06-I-NUMBER(I) EQUAL TO W06-I-NUMBER(J)
                       PERFORM 300-MATCH-ONE-LINE
                       IF W06-I-EXC-SWITCH(I) EQUAL TO "YES"
                           MOVE "YES" TO W01-INVOICE-ERROR-SWITCH
                       END-IF
                   END-IF
               END-PERFORM
               IF W01-INVOICE-ERROR-SWITCH EQUAL TO "YES"
                   PERFORM 295-REVERSE-HELD-BILLING
               END-IF
           END-IF.

       295-REVERSE-HELD-BILLING.
           PERFORM VARYING I FROM J BY 1
             UNTIL I > W06-INVOICE-COUNT
               IF W06-I-SUPPLIER(I) EQUAL TO W06-I-SUPPLIER(J) AND
                 W06-I-NUMBER(I) EQUAL TO W06-I-NUMBER(J) AND
                 W06-I-RCV-IDX(I) GREATER THAN 0
                   SUBTRACT W06-I-RECV-QTY(I) FROM
                       W08-RCV-BILLED(W06-I-RCV-IDX(I))
                   MOVE 0 TO W06-I-RCV-IDX(I)
               END-IF
           END-PERFORM.

       300-MATCH-ONE-LINE.
           IF W06-I-QTY(I) EQUAL TO 0 OR W06-I-PRICE(I) EQUAL TO 0
               MOVE W04-BAD-LINE-ERROR TO W03-EXC-REASON
               MOVE 0 TO W03-EXC-EXPECTED
               PERFORM 390-WRITE-EXCEPTION-LINE
           ELSE
               PERFORM 310-CHECK-DUPLICATE
               PERFORM 320-CHECK-REQUISITION
               PERFORM 330-CHECK-RECEIVED-QTY
               PERFORM 340-CHECK-PRICE
           END-IF.

       310-CHECK-DUPLICATE.
           MOVE 'NO' TO W01-ROW-FOUND-SWITCH
           PERFORM VARYING K FROM 1 BY 1
             UNTIL K > W09-PAID-COUNT
               IF W06-I-SUPPLIER(I) EQUAL TO W09-PAID-SUPPLIER(K) AND
                 W06-I-NUMBER(I) EQUAL TO W09-PAID-NUMBER(K)
                   MOVE "YES" TO W01-ROW-FOUND-SWITCH
                   MOVE W09-PAID-COUNT TO K
               END-IF
           END-PERFORM
           PERFORM VARYING K FROM 1 BY 1
             UNTIL K NOT LESS THAN I
               IF W06-I-SUPPLIER(I) EQUAL TO W06-I-SUPPLIER(K) AND
                 W06-I-NUMBER(I) EQUAL TO W06-I-NUMBER(K)
                   IF W06-I-DATE(I) NOT EQUAL TO W06-I-DATE(K) OR
                     (W06-I-NAME(I) EQUAL TO W06-I-NAME(K) AND
                     W06-I-UNIT(I) EQUAL TO W06-I-UNIT(K))
                       MOVE "YES" TO W01-ROW-FOUND-SWITCH
                       MOVE I TO K
                   END-IF
               END-IF
           END-PERFORM
           IF W01-ROW-FOUND-SWITCH EQUAL TO "YES"
               MOVE W04-DUPLICATE-ERROR TO W03-EXC-REASON
               MOVE 0 TO W03-EXC-EXPECTED
               PERFORM 390-WRITE-EXCEPTION-LINE
           END-IF.

       320-CHECK-REQUISITION.
           MOVE 'NO' TO W01-ROW-FOUND-SWITCH
           PERFORM VARYING K FROM 1 BY 1
             UNTIL K > W07-REQUISITION-COUNT
               IF W06-I-SUPPLIER(I) EQUAL TO W07-REQ-SUPPLIER(K) AND
                 W06-I-NAME(I) EQUAL TO W07-REQ-NAME(K)
                   MOVE "YES" TO W01-ROW-FOUND-SWITCH
                   MOVE W07-REQUISITION-COUNT TO K
               END-IF
           END-PERFORM
           IF W01-ROW-FOUND-SWITCH EQUAL TO "NO"
               MOVE W04-NOT-REQUISITIONED-ERROR TO W03-EXC-REASON
               MOVE 0 TO W03-EXC-EXPECTED
               PERFORM 390-WRITE-EXCEPTION-LINE
           END-IF.

       330-CHECK-RECEIVED-QTY.
           MOVE 'NO' TO W01-ROW-FOUND-SWITCH
           MOVE 0 TO W14-FOUND-IDX
           PERFORM VARYING K FROM 1 BY 1
             UNTIL K > W08-RECEIVED-COUNT
               IF W06-I-SUPPLIER(I) EQUAL TO W08-RCV-SUPPLIER(K) AND
                 W06-I-NAME(I) EQUAL TO W08-RCV-NAME(K) AND
                 W06-I-UNIT(I) EQUAL TO W08-RCV-UNIT(K)
                   MOVE "YES" TO W01-ROW-FOUND-SWITCH
                   MOVE K TO W14-FOUND-IDX
                   MOVE W06-I-QTY(I) TO W06-I-RECV-QTY(I)
                   MOVE W08-RECEIVED-COUNT TO K
               END-IF
           END-PERFORM
           IF W01-ROW-FOUND-SWITCH EQUAL TO "NO"
               PERFORM VARYING K FROM 1 BY 1
                 UNTIL K > W08-RECEIVED-COUNT
                   IF W06-I-SUPPLIER(I) EQUAL TO W08-RCV-SUPPLIER(K) AND
                     W06-I-NAME(I) EQUAL TO W08-RCV-NAME(K)
                       MOVE K TO W14-FOUND-IDX
                       PERFORM 335-CONVERT-TO-RECEIVED-UNIT
                       IF W01-ROW-FOUND-SWITCH EQUAL TO "YES"
                           MOVE W08-RECEIVED-COUNT TO K
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF W01-ROW-FOUND-SWITCH EQUAL TO "YES"
               MOVE W08-RCV-UNIT(W14-FOUND-IDX) TO W06-I-RECV-UNIT(I)
               COMPUTE W13-REMAINING = W08-RCV-QTY(W14-FOUND-IDX) -
                   W08-RCV-BILLED(W14-FOUND-IDX)
               ADD W06-I-RECV-QTY(I) TO W08-RCV-BILLED(W14-FOUND-IDX)
               MOVE W14-FOUND-IDX TO W06-I-RCV-IDX(I)
               IF W06-I-RECV-QTY(I) GREATER THAN W13-REMAINING
                   MOVE W04-OVER-BILLED-ERROR TO W03-EXC-REASON
                   IF W13-REMAINING LESS THAN 0
                       MOVE 0 TO W03-EXC-EXPECTED
                   ELSE
                       MOVE W13-REMAINING TO W03-EXC-EXPECTED
                   END-IF
                   PERFORM 390-WRITE-EXCEPTION-LINE
               END-IF
           ELSE
               IF W14-FOUND-IDX EQUAL TO 0
                   MOVE W04-NOT-RECEIVED-ERROR TO W03-EXC-REASON
               ELSE
                   MOVE W04-NOT-CONVERTIBLE-ERROR TO W03-EXC-REASON
               END-IF
               MOVE 0 TO W03-EXC-EXPECTED
               PERFORM 390-WRITE-EXCEPTION-LINE
           END-IF.

       335-CONVERT-TO-RECEIVED-UNIT.
           PERFORM VARYING L FROM 1 BY 1
             UNTIL L > W11-CONVERSION-COUNT
               IF W11-CONV-FROM-UNIT(L) EQUAL TO W06-I-UNIT(I) AND
                 W11-CONV-TO-UNIT(L) EQUAL TO W08-RCV-UNIT(K)
                   COMPUTE W06-I-RECV-QTY(I) ROUNDED =
                       W06-I-QTY(I) * W11-CONV-FACTOR(L)
                   MOVE "YES" TO W01-ROW-FOUND-SWITCH
                   MOVE W11-CONVERSION-COUNT TO L
               END-IF
           END-PERFORM.

       340-CHECK-PRICE.
           IF W06-I-DATE(I) EQUAL TO SPACES
               MOVE W13-RUN-DATE TO W13-PRICE-DATE
           ELSE
               MOVE W06-I-DATE(I) TO W13-PRICE-DATE
           END-IF
           MOVE 'NO' TO W01-PRICE-FOUND-SWITCH
           PERFORM VARYING K FROM 1 BY 1
             UNTIL K > W10-PRICE-COUNT
               IF W06-I-NAME(I) EQUAL TO W10-PRICE-NAME(K) AND
                 W06-I-UNIT(I) EQUAL TO W10-PRICE-UNIT(K)
                   PERFORM 345-CHECK-PRICE-IN-EFFECT
                   IF W01-PRICE-FOUND-SWITCH EQUAL TO "YES"
                       MOVE W10-PRICE-COST(K) TO W13-EXPECTED-PRICE
                       MOVE W10-PRICE-COUNT TO K
                   END-IF
               END-IF
           END-PERFORM
           IF W01-PRICE-FOUND-SWITCH EQUAL TO "NO"
               PERFORM VARYING L FROM 1 BY 1
                 UNTIL L > W11-CONVERSION-COUNT
                   IF W11-CONV-FROM-UNIT(L) EQUAL TO W06-I-UNIT(I)
                       PERFORM VARYING K FROM 1 BY 1
                         UNTIL K > W10-PRICE-COUNT
                           IF W06-I-NAME(I) EQUAL TO W10-PRICE-NAME(K)
                             AND W11-CONV-TO-UNIT(L) EQUAL TO
                             W10-PRICE-UNIT(K)
                               PERFORM 345-CHECK-PRICE-IN-EFFECT
                               IF W01-PRICE-FOUND-SWITCH EQUAL TO "YES"
                                   COMPUTE W13-EXPECTED-PRICE ROUNDED =
                                       W11-CONV-FACTOR(L) *
                                       W10-PRICE-COST(K)
                                   MOVE W10-PRICE-COUNT TO K
                               END-IF
                           END-IF
                       END-PERFORM
                       IF W01-PRICE-FOUND-SWITCH EQUAL TO "YES"
                           MOVE W11-CONVERSION-COUNT TO L
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF W01-PRICE-FOUND-SWITCH EQUAL TO "NO"
               MOVE W04-NO-PRICE-ERROR TO W03-EXC-REASON
               MOVE 0 TO W03-EXC-EXPECTED
               PERFORM 390-WRITE-EXCEPTION-LINE
           ELSE
               IF W06-I-PRICE(I) GREATER THAN W13-EXPECTED-PRICE
                   COMPUTE W13-PRICE-DIFF =
                       W06-I-PRICE(I) - W13-EXPECTED-PRICE
               ELSE
                   COMPUTE W13-PRICE-DIFF =
                       W13-EXPECTED-PRICE - W06-I-PRICE(I)
               END-IF
               COMPUTE W13-TOL-LIMIT ROUNDED =
                   W13-EXPECTED-PRICE * W13-TOLERANCE / 100
               IF W13-PRICE-DIFF GREATER THAN W13-TOL-LIMIT
                   MOVE W04-PRICE-VARIANCE-ERROR TO W03-EXC-REASON
                   MOVE W13-EXPECTED-PRICE TO W03-EXC-EXPECTED
                   PERFORM 390-WRITE-EXCEPTION-LINE
               END-IF
           END-IF.

       345-CHECK-PRICE-IN-EFFECT.
           IF (W10-PRICE-EFF-FROM(K) EQUAL TO SPACES OR
             W10-PRICE-EFF-FROM(K) NOT GREATER THAN W13-PRICE-DATE)
             AND (W10-PRICE-EFF-TO(K) EQUAL TO SPACES OR
             W10-PRICE-EFF-TO(K) NOT LESS THAN W13-PRICE-DATE)
               MOVE "YES" TO W01-PRICE-FOUND-SWITCH
           END-IF.

       390-WRITE-EXCEPTION-LINE.
           MOVE W06-I-SUPPLIER(I) TO W03-EXC-SUPPLIER
           MOVE W06-I-NUMBER(I) TO W03-EXC-NUMBER
           MOVE W06-I-NAME(I) TO W03-EXC-NAME
           MOVE W06-I-UNIT(I) TO W03-EXC-UNIT
           MOVE W06-I-QTY(I) TO W03-EXC-QTY
           MOVE W06-I-PRICE(I) TO W03-EXC-PRICE
           MOVE W06-I-AMOUNT(I) TO W03-EXC-AMOUNT
           WRITE F58-EXCEPTION-RECORD FROM W03-EXCEPTION-DETAIL
           MOVE "YES" TO W06-I-EXC-SWITCH(I)
           ADD 1 TO W15-EXCEPTIONS.

       400-HOLD-INVOICES-IN-ERROR.
           PERFORM VARYING I FROM 1 BY 1
             UNTIL I > W06-INVOICE-COUNT
               IF W06-I-EXC-SWITCH(I) EQUAL TO "YES"
                   PERFORM VARYING J FROM 1 BY 1
                     UNTIL J > W06-INVOICE-COUNT
                       IF W06-I-SUPPLIER(J) EQUAL TO W06-I-SUPPLIER(I)
                         AND W06-I-NUMBER(J) EQUAL TO W06-I-NUMBER(I)
                           MOVE "YES" TO W06-I-HELD-SWITCH(J)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       500-RELEASE-APPROVED-LINES.
           OPEN EXTEND F59-REGISTER-FILE
           IF WS-REGISTER-STATUS EQUAL TO "35"
               OPEN OUTPUT F59-REGISTER-FILE
           END-IF
           PERFORM VARYING I FROM 1 BY 1
             UNTIL I > W06-INVOICE-COUNT
               PERFORM 510-FIND-SUPPLIER-TOTAL
               IF W06-I-HELD-SWITCH(I) EQUAL TO "YES"
                   IF W06-I-EXC-SWITCH(I) EQUAL TO "NO"
                       MOVE W04-HELD-ERROR TO W03-EXC-REASON
                       MOVE 0 TO W03-EXC-EXPECTED
                       PERFORM 390-WRITE-EXCEPTION-LINE
                   END-IF
                   ADD W06-I-AMOUNT(I) TO W12-TOT-HELD(J)
                   ADD W06-I-AMOUNT(I) TO W13-GRAND-HELD
                   ADD 1 TO W15-LINES-HELD
               ELSE
                   PERFORM 520-WRITE-APPROVED-LINE
                   ADD W06-I-AMOUNT(I) TO W12-TOT-APPROVED(J)
                   ADD W06-I-AMOUNT(I) TO W13-GRAND-APPROVED
                   ADD 1 TO W15-LINES-APPROVED
               END-IF
           END-PERFORM
           CLOSE F59-REGISTER-FILE.

       510-FIND-SUPPLIER-TOTAL.
           MOVE 'NO' TO W01-ROW-FOUND-SWITCH
           PERFORM VARYING J FROM 1 BY 1
             UNTIL J > W12-TOTAL-COUNT
               IF W06-I-SUPPLIER(I) EQUAL TO W12-TOT-SUPPLIER(J)
                   MOVE "YES" TO W01-ROW-FOUND-SWITCH
                   MOVE J TO W14-FOUND-IDX
                   MOVE W12-TOTAL-COUNT TO J
               END-IF
           END-PERFORM
           IF W01-ROW-FOUND-SWITCH EQUAL TO "YES"
               MOVE W14-FOUND-IDX TO J
           ELSE
               IF W12-TOTAL-COUNT LESS THAN 500
                   ADD 1 TO W12-TOTAL-COUNT
                   MOVE W12-TOTAL-COUNT TO J
                   MOVE W06-I-SUPPLIER(I) TO W12-TOT-SUPPLIER(J)
                   MOVE 0 TO W12-TOT-APPROVED(J)
                   MOVE 0 TO W12-TOT-HELD(J)
               ELSE
                   DISPLAY "SUPPLIER TOTALS TABLE FULL AT 500 "
                       "SUPPLIERS - RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       520-WRITE-APPROVED-LINE.
           MOVE W06-I-SUPPLIER(I) TO APPR-SUPPLIER
           MOVE W06-I-NUMBER(I) TO APPR-INVOICE-NUMBER
           MOVE W06-I-DATE(I) TO APPR-INVOICE-DATE
           MOVE W06-I-NAME(I) TO APPR-INGREDIENT-NAME
           MOVE W06-I-UNIT(I) TO APPR-UNIT
           MOVE W06-I-QTY(I) TO APPR-QTY
           MOVE W06-I-PRICE(I) TO APPR-UNIT-PRICE
           MOVE W06-I-AMOUNT(I) TO APPR-AMOUNT
           WRITE F57-APPROVED-RECORD
           MOVE W06-I-SUPPLIER(I) TO REG-SUPPLIER
           MOVE W06-I-NUMBER(I) TO REG-INVOICE-NUMBER
           MOVE W06-I-DATE(I) TO REG-INVOICE-DATE
           MOVE W06-I-NAME(I) TO REG-INGREDIENT-NAME
           MOVE W06-I-RECV-UNIT(I) TO REG-UNIT
           MOVE W06-I-RECV-QTY(I) TO REG-QTY
           MOVE W06-I-AMOUNT(I) TO REG-AMOUNT
           MOVE W13-RUN-DATE TO REG-APPROVED-DATE
           WRITE F59-REGISTER-RECORD.

       600-WRITE-SUPPLIER-TOTALS.
           WRITE F58-EXCEPTION-RECORD FROM SPACES
           WRITE F58-EXCEPTION-RECORD FROM W05-TOTALS-HEADING
           WRITE F58-EXCEPTION-RECORD FROM W05-TOTALS-COLUMNS
           PERFORM VARYING J FROM 1 BY 1
             UNTIL J > W12-TOTAL-COUNT
               MOVE W12-TOT-SUPPLIER(J) TO W05-TOT-SUPPLIER
               MOVE W12-TOT-APPROVED(J) TO W05-TOT-APPROVED
               MOVE W12-TOT-HELD(J) TO W05-TOT-HELD
               WRITE F58-EXCEPTION-RECORD FROM W05-TOTALS-DETAIL
           END-PERFORM
           MOVE "TOTAL" TO W05-TOT-SUPPLIER
           MOVE W13-GRAND-APPROVED TO W05-TOT-APPROVED
           MOVE W13-GRAND-HELD TO W05-TOT-HELD
           WRITE F58-EXCEPTION-RECORD FROM W05-TOTALS-DETAIL.

       900-CLOSE-FILES.
           WRITE F58-EXCEPTION-RECORD FROM SPACES
           MOVE "INVOICE LINES READ" TO W15-COUNT-LABEL
           MOVE W15-LINES-READ TO W15-COUNT-VALUE
           WRITE F58-EXCEPTION-RECORD FROM W15-COUNT-LINE
           MOVE "LINES APPROVED FOR PAYMENT" TO W15-COUNT-LABEL
           MOVE W15-LINES-APPROVED TO W15-COUNT-VALUE
           WRITE F58-EXCEPTION-RECORD FROM W15-COUNT-LINE
           MOVE "LINES HELD" TO W15-COUNT-LABEL
           MOVE W15-LINES-HELD TO W15-COUNT-VALUE
           WRITE F58-EXCEPTION-RECORD FROM W15-COUNT-LINE
           MOVE "EXCEPTIONS LISTED" TO W15-COUNT-LABEL
           MOVE W15-EXCEPTIONS TO W15-COUNT-VALUE
           WRITE F58-EXCEPTION-RECORD FROM W15-COUNT-LINE
           CLOSE F55-INVOICE-FILE
           CLOSE F57-APPROVED-FILE
           CLOSE F58-EXCEPTION-FILE
           DISPLAY "FILES CLOSED".
