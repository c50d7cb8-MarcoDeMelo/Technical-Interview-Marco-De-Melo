
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVENT.
       AUTHOR. Marco De Melo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT F82-EVENT-FILE ASSIGN TO "EventOrders.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS F82-EVT-NUMBER
              FILE STATUS IS WS-EVENT-STATUS.
       SELECT F12-MASTER-FILE ASSIGN TO "RecipeMaster.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS F12-MASTER-NAME
              FILE STATUS IS WS-MASTER-STATUS.
       SELECT F85-LOOKAHEAD-FILE ASSIGN TO "EventLookahead.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LOOKAHEAD-STATUS.
       SELECT F41-SELLING-PRICE-FILE ASSIGN TO "SellingPrices.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SELLING-STATUS.
       SELECT F81-PORTION-COST-FILE ASSIGN TO "PortionCosts.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PORTION-COST-STATUS.
       SELECT F25-SCALE-REQUEST-FILE ASSIGN TO "ScaleRequests.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SCALE-STATUS.
       SELECT F86-INVOICE-FILE ASSIGN TO "CustomerInvoices.dat"
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT F87-PROFIT-REPORT-FILE ASSIGN TO "EventProfitReport.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD F82-EVENT-FILE
           RECORD CONTAINS 380 CHARACTERS
           DATA RECORD IS F82-EVENT-RECORD.
       01 F82-EVENT-RECORD.
         05 F82-EVT-NUMBER PIC X(8).
         05 F82-EVT-CUSTOMER PIC X(30).
         05 F82-EVT-DATE PIC X(8).
         05 F82-EVT-TIME PIC X(4).
         05 F82-EVT-GUESTS PIC 9(5).
         05 F82-EVT-DEPOSIT PIC 9(6)V99.
         05 F82-EVT-ISSUED-FLAG PIC X(1).
         05 F82-EVT-ISSUED-DATE PIC X(8).
         05 F82-EVT-LINE-COUNT PIC 9(2).
         05 F82-EVT-LINES OCCURS 10 TIMES.
           10 F82-EVT-RECIPE PIC X(25).
           10 F82-EVT-PORTIONS PIC 9(5).
         05 FILLER PIC X(6).

       FD F12-MASTER-FILE
           RECORD CONTAINS 310 CHARACTERS
           DATA RECORD IS F12-MASTER-RECORD.
       01 F12-MASTER-RECORD.
         05 F12-MASTER-NAME PIC X(25).
         05 F12-MASTER-COURSE-TYPE PIC X(10).
         05 F12-MASTER-PREP-TIME PIC 9(4)V9.
         05 F12-MASTER-BAKE-TIME PIC 9(4)V9.
         05 F12-MASTER-YIELD PIC 9(3).
         05 F12-MASTER-INGREDIENT-COUNT PIC 9(2).
         05 F12-MASTER-INGREDIENTS OCCURS 10 TIMES.
           10 F12-MASTER-INGREDIENT-NAME PIC X(15).
           10 F12-MASTER-AMOUNT PIC 9(3)V99.
           10 F12-MASTER-AMOUNT-TYPE PIC X(5).
         05 F12-MASTER-STATUS PIC X(1).
         05 FILLER PIC X(9).

       FD F85-LOOKAHEAD-FILE
           RECORD CONTAINS 3 CHARACTERS
           DATA RECORD IS F85-LOOKAHEAD-RECORD.
       01 F85-LOOKAHEAD-RECORD PIC 9(3).

       FD F41-SELLING-PRICE-FILE
           RECORD CONTAINS 34 CHARACTERS
           DATA RECORD IS F41-SELLING-PRICE-RECORD.
       01 F41-SELLING-PRICE-RECORD.
         05 SELL-RECIPE-NAME PIC X(25).
         05 SELL-MENU-PRICE PIC 9(4)V99.
         05 SELL-TARGET-MARGIN PIC 9(3).

       FD F81-PORTION-COST-FILE
           RECORD CONTAINS 34 CHARACTERS
           DATA RECORD IS F81-PORTION-COST-RECORD.
       01 F81-PORTION-COST-RECORD.
         05 F81-RECIPE-NAME PIC X(25).
         05 F81-PORTION-COST PIC 9(6)V99.
         05 F81-COST-STATUS PIC X(1).

       FD F25-SCALE-REQUEST-FILE
           RECORD CONTAINS 42 CHARACTERS
           DATA RECORD IS F25-SCALE-REQUEST-RECORD.
       01 F25-SCALE-REQUEST-RECORD.
         05 SCALE-RECIPE-NAME PIC X(25).
         05 SCALE-TARGET PIC 9(5).
         05 SCALE-REQUIRED-DATE PIC X(8).
         05 SCALE-REQUIRED-TIME PIC X(4).

       FD F86-INVOICE-FILE
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS F86-INVOICE-RECORD.
       01 F86-INVOICE-RECORD PIC X(90).

       FD F87-PROFIT-REPORT-FILE
           RECORD CONTAINS 125 CHARACTERS
           DATA RECORD IS F87-PROFIT-REPORT-RECORD.
       01 F87-PROFIT-REPORT-RECORD PIC X(125).

       WORKING-STORAGE SECTION.
       01 I PIC 9(5) VALUE 0.
       01 J PIC 9(5) VALUE 0.
       01 W01-SWITCHES.
         05 W01-EVENT-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
         05 WS-EVENT-STATUS PIC XX VALUE SPACES.
         05 WS-MASTER-STATUS PIC XX VALUE SPACES.
         05 WS-LOOKAHEAD-STATUS PIC XX VALUE SPACES.
         05 WS-SELLING-STATUS PIC XX VALUE SPACES.
         05 W01-SELLING-FILE-SWITCH PIC X(3) VALUE 'YES'.
         05 WS-PORTION-COST-STATUS PIC XX VALUE SPACES.
         05 W01-PORTION-COST-FILE-SWITCH PIC X(3) VALUE 'YES'.
         05 WS-SCALE-STATUS PIC XX VALUE SPACES.
         05 W01-LINE-AVAILABLE-SWITCH PIC X(3) VALUE 'NO'.
         05 W01-PRICE-FOUND-SWITCH PIC X(3) VALUE 'NO'.
         05 W01-COST-FOUND-SWITCH PIC X(3) VALUE 'NO'.
         05 W01-PRICE-MISSING-SWITCH PIC X(3) VALUE 'NO'.
         05 W01-COST-INCOMPLETE-SWITCH PIC X(3) VALUE 'NO'.

       01 W02-DATE-VARS.
         05 W02-LOOKAHEAD-DAYS PIC 9(3) VALUE 7.
         05 W02-TODAY PIC 9(8) VALUE 0.
         05 W02-TODAY-INT PIC 9(7) VALUE 0.
         05 W02-WINDOW-END-INT PIC 9(7) VALUE 0.
         05 W02-EVENT-DATE PIC 9(8) VALUE 0.
         05 W02-EVENT-INT PIC 9(7) VALUE 0.

       01 W03-SELLING-TABLE.
         05 W03-SELL-COUNT PIC 9(5) VALUE 0.
         05 W03-SELL-ENTRY OCCURS 5000 TIMES.
           10 W03-SELL-NAME PIC X(25).
           10 W03-SELL-PRICE PIC 9(4)V99.

       01 W04-PORTION-COST-TABLE.
         05 W04-COST-COUNT PIC 9(5) VALUE 0.
         05 W04-COST-ENTRY OCCURS 10000 TIMES.
           10 W04-COST-NAME PIC X(25).
           10 W04-COST-PORTION PIC 9(6)V99.
           10 W04-COST-STATUS PIC X(1).

       01 W05-EVENT-AMOUNTS.
         05 W05-UNIT-PRICE PIC 9(4)V99 VALUE 0.
         05 W05-LINE-AMOUNT PIC 9(9)V99 VALUE 0.
         05 W05-INVOICE-TOTAL PIC 9(9)V99 VALUE 0.
         05 W05-FOOD-COST PIC 9(9)V99 VALUE 0.
         05 W05-BALANCE-DUE PIC S9(9)V99 VALUE 0.
         05 W05-MARGIN PIC S9(9)V99 VALUE 0.
         05 W05-MARGIN-PCT PIC S9(5)V9 VALUE 0.

       01 W06-INVOICE-HEADING.
         05 FILLER PIC X(46) VALUE
             "CUSTOMER INVOICE MARCO DE MELO".
         05 FILLER PIC X(5) VALUE "DATE".
         05 W06-INVOICE-DATE PIC X(10).

       01 W06-INVOICE-EVENT-LINE.
         05 FILLER PIC X(6) VALUE "EVENT ".
         05 W06-EVENT-NUMBER PIC X(8).
         05 FILLER PIC X(13) VALUE "  EVENT DATE ".
         05 W06-EVENT-DATE PIC X(8).
         05 FILLER PIC X(7) VALUE "  TIME ".
         05 W06-EVENT-TIME PIC X(4).
         05 FILLER PIC X(10) VALUE "  GUESTS ".
         05 W06-EVENT-GUESTS PIC ZZZZ9.

       01 W06-INVOICE-CUSTOMER-LINE.
         05 FILLER PIC X(9) VALUE "CUSTOMER ".
         05 W06-CUSTOMER PIC X(30).

       01 W06-INVOICE-COLUMNS.
         05 FILLER PIC X(24) VALUE "RECIPE".
         05 FILLER PIC X(13) VALUE "PORTIONS".
         05 FILLER PIC X(12) VALUE "  PRICE".
         05 FILLER PIC X(14) VALUE "        AMOUNT".

       01 W06-INVOICE-DETAIL.
         05 W06-INV-RECIPE PIC X(25).
         05 FILLER PIC X(2) VALUE SPACES.
         05 W06-INV-PORTIONS PIC ZZZZ9.
         05 FILLER PIC X(5) VALUE SPACES.
         05 W06-INV-PRICE PIC ZZZ9.99.
         05 FILLER PIC X(5) VALUE SPACES.
         05 W06-INV-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(2) VALUE SPACES.
         05 W06-INV-NOTE PIC X(20).

       01 W06-INVOICE-TOTAL-LINE.
         05 FILLER PIC X(24) VALUE SPACES.
         05 W06-TOTAL-LABEL PIC X(25).
         05 W06-TOTAL-AMOUNT PIC ZZZ,ZZZ,ZZ9.99-.

       01 W06-INVOICE-RULE PIC X(64) VALUE ALL "-".

       01 W06-INVOICE-PRICE-NOTE.
         05 FILLER PIC X(47) VALUE
             "** PRICES TO BE ADVISED - INVOICE NOT COMPLETE".

       01 W07-PROFIT-HEADING.
         05 FILLER PIC X(46) VALUE
             "EVENT PROFITABILITY REPORT MARCO DE MELO".
         05 FILLER PIC X(5) VALUE "DATE".
         05 W07-PROFIT-DATE PIC X(10).

       01 W07-PROFIT-COLUMNS.
         05 FILLER PIC X(10) VALUE "EVENT".
         05 FILLER PIC X(27) VALUE "CUSTOMER".
         05 FILLER PIC X(10) VALUE "DATE".
         05 FILLER PIC X(16) VALUE "       INVOICE".
         05 FILLER PIC X(16) VALUE "     FOOD COST".
         05 FILLER PIC X(17) VALUE "         MARGIN".
         05 FILLER PIC X(10) VALUE "MARGIN %".
         05 FILLER PIC X(16) VALUE "FLAG".

       01 W07-PROFIT-DETAIL.
         05 W07-PRF-EVENT PIC X(8).
         05 FILLER PIC X(2) VALUE SPACES.
         05 W07-PRF-CUSTOMER PIC X(25).
         05 FILLER PIC X(2) VALUE SPACES.
         05 W07-PRF-DATE PIC X(8).
         05 FILLER PIC X(2) VALUE SPACES.
         05 W07-PRF-INVOICE PIC ZZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(2) VALUE SPACES.
         05 W07-PRF-COST PIC ZZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(2) VALUE SPACES.
         05 W07-PRF-MARGIN PIC ZZZ,ZZZ,ZZ9.99-.
         05 FILLER PIC X(2) VALUE SPACES.
         05 W07-PRF-MARGIN-PCT PIC ZZZZ9.9-.
         05 FILLER PIC X(2) VALUE SPACES.
         05 W07-PRF-FLAG PIC X(16).

       01 W08-RUN-COUNTS.
         05 W08-EVENTS-READ PIC 9(5) VALUE 0.
         05 W08-EVENTS-ISSUED PIC 9(5) VALUE 0.
         05 W08-EVENTS-ALREADY-ISSUED PIC 9(5) VALUE 0.
         05 W08-EVENTS-PAST-DUE PIC 9(5) VALUE 0.
         05 W08-EVENTS-BAD-DATE PIC 9(5) VALUE 0.
         05 W08-REQUESTS-WRITTEN PIC 9(5) VALUE 0.
         05 W08-LINES-WITHHELD PIC 9(5) VALUE 0.
         05 W08-EVENTS-AT-LOSS PIC 9(5) VALUE 0.
         05 W08-EVENTS-NOT-ISSUED PIC 9(5) VALUE 0.
       01 W08-COUNT-LINE.
         05 W08-COUNT-LABEL PIC X(30).
         05 W08-COUNT-VALUE PIC ZZZZ9.

       01 W09-RUN-TOTALS.
         05 W09-TOTAL-INVOICED PIC 9(9)V99 VALUE 0.
         05 W09-TOTAL-FOOD-COST PIC 9(9)V99 VALUE 0.
         05 W09-TOTAL-MARGIN PIC S9(9)V99 VALUE 0.
       01 W09-TOTAL-LINE.
         05 W09-TOTAL-LABEL PIC X(30).
         05 W09-TOTAL-VALUE PIC ZZZ,ZZZ,ZZ9.99-.

       01 W10-SAVED-EVENT PIC X(380).

       PROCEDURE DIVISION.
           PERFORM 100-OPEN-FILES
           PERFORM UNTIL W01-EVENT-REMAINS-SWITCH = 'NO'
               PERFORM 200-PROCESS-EVENTS
           END-PERFORM
           PERFORM 400-WRITE-FOOTER
           STOP RUN.

       100-OPEN-FILES.
           OPEN I-O F82-EVENT-FILE
           IF WS-EVENT-STATUS NOT EQUAL TO "00"
               DISPLAY "EVENT ORDER FILE EventOrders.dat MISSING OR "
                   "UNREADABLE (STATUS " WS-EVENT-STATUS
                   ") - RUN ABORTED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT F12-MASTER-FILE
           IF WS-MASTER-STATUS NOT EQUAL TO "00"
               DISPLAY "RECIPE MASTER RecipeMaster.dat COULD NOT BE "
                   "OPENED (STATUS " WS-MASTER-STATUS
                   ") - RUN ABORTED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 110-READ-LOOKAHEAD
           PERFORM 120-LOAD-SELLING-TABLE
           PERFORM 130-LOAD-PORTION-COST-TABLE
           MOVE FUNCTION CURRENT-DATE (1:8) TO W02-TODAY
           COMPUTE W02-TODAY-INT = FUNCTION INTEGER-OF-DATE (W02-TODAY)
           COMPUTE W02-WINDOW-END-INT =
               W02-TODAY-INT + W02-LOOKAHEAD-DAYS
           OPEN EXTEND F25-SCALE-REQUEST-FILE
           IF WS-SCALE-STATUS EQUAL TO "35"
               OPEN OUTPUT F25-SCALE-REQUEST-FILE
           END-IF
           OPEN OUTPUT F86-INVOICE-FILE
           MOVE FUNCTION CURRENT-DATE (1:8) TO W06-INVOICE-DATE
           OPEN OUTPUT F87-PROFIT-REPORT-FILE
           MOVE FUNCTION CURRENT-DATE (1:8) TO W07-PROFIT-DATE
           WRITE F87-PROFIT-REPORT-RECORD FROM W07-PROFIT-HEADING
           WRITE F87-PROFIT-REPORT-RECORD FROM SPACES
           WRITE F87-PROFIT-REPORT-RECORD FROM W07-PROFIT-COLUMNS
           DISPLAY "FILES OPENED".

       110-READ-LOOKAHEAD.
           OPEN INPUT F85-LOOKAHEAD-FILE
           IF WS-LOOKAHEAD-STATUS EQUAL TO "00"
               READ F85-LOOKAHEAD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF F85-LOOKAHEAD-RECORD IS NUMERIC
                           MOVE F85-LOOKAHEAD-RECORD TO
                               W02-LOOKAHEAD-DAYS
                       END-IF
               END-READ
               CLOSE F85-LOOKAHEAD-FILE
           END-IF.

       120-LOAD-SELLING-TABLE.
           OPEN INPUT F41-SELLING-PRICE-FILE
           IF WS-SELLING-STATUS NOT EQUAL TO "00"
               MOVE 'NO' TO W01-SELLING-FILE-SWITCH
               DISPLAY "WARNING: SELLING PRICES NOT AVAILABLE "
                   "(STATUS " WS-SELLING-STATUS ") - INVOICES WILL "
                   "SHOW PRICES TO BE ADVISED"
           END-IF
           PERFORM UNTIL W01-SELLING-FILE-SWITCH = 'NO'
               READ F41-SELLING-PRICE-FILE
                   AT END
                       MOVE 'NO' TO W01-SELLING-FILE-SWITCH
                   NOT AT END
                       PERFORM 125-STORE-SELLING-PRICE
               END-READ
           END-PERFORM
           IF WS-SELLING-STATUS NOT EQUAL TO "35"
               CLOSE F41-SELLING-PRICE-FILE
           END-IF.

       125-STORE-SELLING-PRICE.
           IF W03-SELL-COUNT NOT LESS THAN 5000
               DISPLAY "SELLING PRICE TABLE FULL AT 5000 ROWS - "
                   "SellingPrices.dat TOO LARGE - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO W03-SELL-COUNT
           MOVE SELL-RECIPE-NAME TO W03-SELL-NAME(W03-SELL-COUNT)
           MOVE SELL-MENU-PRICE TO W03-SELL-PRICE(W03-SELL-COUNT).

       130-LOAD-PORTION-COST-TABLE.
           OPEN INPUT F81-PORTION-COST-FILE
           IF WS-PORTION-COST-STATUS NOT EQUAL TO "00"
               MOVE 'NO' TO W01-PORTION-COST-FILE-SWITCH
               DISPLAY "WARNING: PORTION COSTS NOT AVAILABLE "
                   "(STATUS " WS-PORTION-COST-STATUS ") - RUN RCOST "
                   "FIRST - ALL EVENT COSTS WILL BE INCOMPLETE"
           END-IF
           PERFORM UNTIL W01-PORTION-COST-FILE-SWITCH = 'NO'
               READ F81-PORTION-COST-FILE
                   AT END
                       MOVE 'NO' TO W01-PORTION-COST-FILE-SWITCH
                   NOT AT END
                       PERFORM 135-STORE-PORTION-COST
               END-READ
           END-PERFORM
           IF WS-PORTION-COST-STATUS NOT EQUAL TO "35"
               CLOSE F81-PORTION-COST-FILE
           END-IF.

       135-STORE-PORTION-COST.
           IF W04-COST-COUNT NOT LESS THAN 10000
               DISPLAY "PORTION COST TABLE FULL AT 10000 ROWS - "
                   "PortionCosts.dat TOO LARGE - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO W04-COST-COUNT
           MOVE F81-RECIPE-NAME TO W04-COST-NAME(W04-COST-COUNT)
           MOVE F81-PORTION-COST TO W04-COST-PORTION(W04-COST-COUNT)
           MOVE F81-COST-STATUS TO W04-COST-STATUS(W04-COST-COUNT).

       200-PROCESS-EVENTS.
           READ F82-EVENT-FILE
               AT END
                   MOVE 'NO' TO W01-EVENT-REMAINS-SWITCH
               NOT AT END
                   ADD 1 TO W08-EVENTS-READ
                   PERFORM 210-CHECK-EVENT-DUE
           END-READ.

       210-CHECK-EVENT-DUE.
           IF F82-EVT-ISSUED-FLAG EQUAL TO "Y"
               ADD 1 TO W08-EVENTS-ALREADY-ISSUED
           ELSE
               IF F82-EVT-DATE NOT NUMERIC
                   DISPLAY "WARNING: EVENT " F82-EVT-NUMBER
                       " HAS AN INVALID DATE - NOT ISSUED"
                   ADD 1 TO W08-EVENTS-BAD-DATE
               ELSE
                   MOVE F82-EVT-DATE TO W02-EVENT-DATE
                   IF FUNCTION TEST-DATE-YYYYMMDD (W02-EVENT-DATE)
                     NOT EQUAL TO 0
                       DISPLAY "WARNING: EVENT " F82-EVT-NUMBER
                           " HAS AN INVALID DATE - NOT ISSUED"
                       ADD 1 TO W08-EVENTS-BAD-DATE
                   ELSE
                       COMPUTE W02-EVENT-INT =
                           FUNCTION INTEGER-OF-DATE (W02-EVENT-DATE)
                       IF W02-EVENT-INT LESS THAN W02-TODAY-INT
                           DISPLAY "WARNING: EVENT " F82-EVT-NUMBER
                               " DATED " F82-EVT-DATE
                               " IS PAST AND WAS NEVER ISSUED"
                           ADD 1 TO W08-EVENTS-PAST-DUE
                       ELSE
                           IF W02-EVENT-INT NOT GREATER THAN
                             W02-WINDOW-END-INT
                               PERFORM 300-ISSUE-EVENT
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       300-ISSUE-EVENT.
           MOVE "Y" TO F82-EVT-ISSUED-FLAG
           MOVE W02-TODAY TO F82-EVT-ISSUED-DATE
           MOVE F82-EVENT-RECORD TO W10-SAVED-EVENT
           REWRITE F82-EVENT-RECORD
           IF WS-EVENT-STATUS NOT EQUAL TO "00"
               DISPLAY "WARNING: EVENT " F82-EVT-NUMBER
                   " COULD NOT BE MARKED ISSUED (STATUS "
                   WS-EVENT-STATUS ") - NOT ISSUED, NOTHING SENT "
                   "TO PRODUCTION OR INVOICED"
               ADD 1 TO W08-EVENTS-NOT-ISSUED
           ELSE
               MOVE W10-SAVED-EVENT TO F82-EVENT-RECORD
               MOVE 0 TO W05-INVOICE-TOTAL
               MOVE 0 TO W05-FOOD-COST
               MOVE 'NO' TO W01-PRICE-MISSING-SWITCH
               MOVE 'NO' TO W01-COST-INCOMPLETE-SWITCH
               PERFORM 310-WRITE-INVOICE-HEADING
               PERFORM VARYING J FROM 1 BY 1
                 UNTIL J > F82-EVT-LINE-COUNT OR J > 10
                   PERFORM 320-PROCESS-EVENT-LINE
               END-PERFORM
               PERFORM 340-WRITE-INVOICE-TOTALS
               PERFORM 350-WRITE-PROFIT-LINE
               ADD 1 TO W08-EVENTS-ISSUED
           END-IF.

       310-WRITE-INVOICE-HEADING.
           WRITE F86-INVOICE-RECORD FROM W06-INVOICE-HEADING
           WRITE F86-INVOICE-RECORD FROM SPACES
           MOVE F82-EVT-NUMBER TO W06-EVENT-NUMBER
           MOVE F82-EVT-DATE TO W06-EVENT-DATE
           MOVE F82-EVT-TIME TO W06-EVENT-TIME
           MOVE F82-EVT-GUESTS TO W06-EVENT-GUESTS
           WRITE F86-INVOICE-RECORD FROM W06-INVOICE-EVENT-LINE
           MOVE F82-EVT-CUSTOMER TO W06-CUSTOMER
           WRITE F86-INVOICE-RECORD FROM W06-INVOICE-CUSTOMER-LINE
           WRITE F86-INVOICE-RECORD FROM SPACES
           WRITE F86-INVOICE-RECORD FROM W06-INVOICE-COLUMNS.

       320-PROCESS-EVENT-LINE.
           MOVE F82-EVT-RECIPE(J) TO W06-INV-RECIPE
           MOVE F82-EVT-PORTIONS(J) TO W06-INV-PORTIONS
           MOVE 0 TO W05-LINE-AMOUNT
           MOVE SPACES TO W06-INV-NOTE
           PERFORM 325-CHECK-RECIPE-AVAILABLE
           IF W01-LINE-AVAILABLE-SWITCH EQUAL TO "NO"
               DISPLAY "WARNING: EVENT " F82-EVT-NUMBER " RECIPE "
                   F82-EVT-RECIPE(J) " NO LONGER AVAILABLE - "
                   "NOT SENT TO PRODUCTION"
               ADD 1 TO W08-LINES-WITHHELD
               MOVE 0 TO W06-INV-PRICE
               MOVE "NOT AVAILABLE" TO W06-INV-NOTE
           ELSE
               MOVE SPACES TO F25-SCALE-REQUEST-RECORD
               MOVE F82-EVT-RECIPE(J) TO SCALE-RECIPE-NAME
               MOVE F82-EVT-PORTIONS(J) TO SCALE-TARGET
               MOVE F82-EVT-DATE TO SCALE-REQUIRED-DATE
               MOVE F82-EVT-TIME TO SCALE-REQUIRED-TIME
               WRITE F25-SCALE-REQUEST-RECORD
               ADD 1 TO W08-REQUESTS-WRITTEN
               PERFORM 330-PRICE-EVENT-LINE
               PERFORM 335-COST-EVENT-LINE
           END-IF
           MOVE W05-LINE-AMOUNT TO W06-INV-AMOUNT
           WRITE F86-INVOICE-RECORD FROM W06-INVOICE-DETAIL.

       325-CHECK-RECIPE-AVAILABLE.
           MOVE 'NO' TO W01-LINE-AVAILABLE-SWITCH
           MOVE SPACES TO F12-MASTER-RECORD
           MOVE F82-EVT-RECIPE(J) TO F12-MASTER-NAME
           READ F12-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF F12-MASTER-STATUS EQUAL TO SPACES AND
                     F12-MASTER-YIELD NUMERIC AND
                     F12-MASTER-YIELD GREATER THAN 0
                       MOVE 'YES' TO W01-LINE-AVAILABLE-SWITCH
                   END-IF
           END-READ.

       330-PRICE-EVENT-LINE.
           MOVE 'NO' TO W01-PRICE-FOUND-SWITCH
           PERFORM VARYING I FROM 1 BY 1
             UNTIL I > W03-SELL-COUNT
               IF W03-SELL-NAME(I) EQUAL TO F82-EVT-RECIPE(J)
                   MOVE 'YES' TO W01-PRICE-FOUND-SWITCH
                   MOVE W03-SELL-PRICE(I) TO W05-UNIT-PRICE
                   MOVE W03-SELL-COUNT TO I
               END-IF
           END-PERFORM
           IF W01-PRICE-FOUND-SWITCH EQUAL TO "YES"
               COMPUTE W05-LINE-AMOUNT ROUNDED =
                   F82-EVT-PORTIONS(J) * W05-UNIT-PRICE
               ADD W05-LINE-AMOUNT TO W05-INVOICE-TOTAL
               MOVE W05-UNIT-PRICE TO W06-INV-PRICE
           ELSE
               MOVE 'YES' TO W01-PRICE-MISSING-SWITCH
               MOVE 0 TO W06-INV-PRICE
               MOVE "PRICE TO BE ADVISED" TO W06-INV-NOTE
           END-IF.

       335-COST-EVENT-LINE.
           MOVE 'NO' TO W01-COST-FOUND-SWITCH
           PERFORM VARYING I FROM 1 BY 1
             UNTIL I > W04-COST-COUNT
               IF W04-COST-NAME(I) EQUAL TO F82-EVT-RECIPE(J)
                   MOVE 'YES' TO W01-COST-FOUND-SWITCH
                   COMPUTE W05-FOOD-COST ROUNDED = W05-FOOD-COST +
                       (F82-EVT-PORTIONS(J) * W04-COST-PORTION(I))
                   IF W04-COST-STATUS(I) NOT EQUAL TO "C"
                       MOVE 'YES' TO W01-COST-INCOMPLETE-SWITCH
                   END-IF
                   MOVE W04-COST-COUNT TO I
               END-IF
           END-PERFORM
           IF W01-COST-FOUND-SWITCH EQUAL TO "NO"
               MOVE 'YES' TO W01-COST-INCOMPLETE-SWITCH
           END-IF.

       340-WRITE-INVOICE-TOTALS.
           WRITE F86-INVOICE-RECORD FROM SPACES
           MOVE "INVOICE TOTAL" TO W06-TOTAL-LABEL
           MOVE W05-INVOICE-TOTAL TO W06-TOTAL-AMOUNT
           WRITE F86-INVOICE-RECORD FROM W06-INVOICE-TOTAL-LINE
           MOVE "LESS DEPOSIT PAID" TO W06-TOTAL-LABEL
           MOVE F82-EVT-DEPOSIT TO W06-TOTAL-AMOUNT
           WRITE F86-INVOICE-RECORD FROM W06-INVOICE-TOTAL-LINE
           COMPUTE W05-BALANCE-DUE =
               W05-INVOICE-TOTAL - F82-EVT-DEPOSIT
           MOVE "BALANCE DUE" TO W06-TOTAL-LABEL
           MOVE W05-BALANCE-DUE TO W06-TOTAL-AMOUNT
           WRITE F86-INVOICE-RECORD FROM W06-INVOICE-TOTAL-LINE
           IF W01-PRICE-MISSING-SWITCH EQUAL TO "YES"
               WRITE F86-INVOICE-RECORD FROM SPACES
               WRITE F86-INVOICE-RECORD FROM W06-INVOICE-PRICE-NOTE
           END-IF
           WRITE F86-INVOICE-RECORD FROM W06-INVOICE-RULE
           WRITE F86-INVOICE-RECORD FROM SPACES.

       350-WRITE-PROFIT-LINE.
           COMPUTE W05-MARGIN = W05-INVOICE-TOTAL - W05-FOOD-COST
           IF W05-INVOICE-TOTAL GREATER THAN 0
               COMPUTE W05-MARGIN-PCT ROUNDED =
                   (W05-MARGIN / W05-INVOICE-TOTAL) * 100
           ELSE
               MOVE 0 TO W05-MARGIN-PCT
           END-IF
           MOVE F82-EVT-NUMBER TO W07-PRF-EVENT
           MOVE F82-EVT-CUSTOMER TO W07-PRF-CUSTOMER
           MOVE F82-EVT-DATE TO W07-PRF-DATE
           MOVE W05-INVOICE-TOTAL TO W07-PRF-INVOICE
           MOVE W05-FOOD-COST TO W07-PRF-COST
           MOVE W05-MARGIN TO W07-PRF-MARGIN
           MOVE W05-MARGIN-PCT TO W07-PRF-MARGIN-PCT
           IF W01-PRICE-MISSING-SWITCH EQUAL TO "YES"
               MOVE "PRICE MISSING" TO W07-PRF-FLAG
           ELSE
               IF W01-COST-INCOMPLETE-SWITCH EQUAL TO "YES"
                   MOVE "COST INCOMPLETE" TO W07-PRF-FLAG
               ELSE
                   IF W05-MARGIN LESS THAN 0
                       MOVE "LOSS" TO W07-PRF-FLAG
                   ELSE
                       MOVE SPACES TO W07-PRF-FLAG
                   END-IF
               END-IF
           END-IF
           IF W05-MARGIN LESS THAN 0
               ADD 1 TO W08-EVENTS-AT-LOSS
           END-IF
           WRITE F87-PROFIT-REPORT-RECORD FROM W07-PROFIT-DETAIL
           ADD W05-INVOICE-TOTAL TO W09-TOTAL-INVOICED
           ADD W05-FOOD-COST TO W09-TOTAL-FOOD-COST
           ADD W05-MARGIN TO W09-TOTAL-MARGIN.

       400-WRITE-FOOTER.
           WRITE F87-PROFIT-REPORT-RECORD FROM SPACES
           MOVE "TOTAL INVOICED" TO W09-TOTAL-LABEL
           MOVE W09-TOTAL-INVOICED TO W09-TOTAL-VALUE
           WRITE F87-PROFIT-REPORT-RECORD FROM W09-TOTAL-LINE
           MOVE "TOTAL FOOD COST" TO W09-TOTAL-LABEL
           MOVE W09-TOTAL-FOOD-COST TO W09-TOTAL-VALUE
           WRITE F87-PROFIT-REPORT-RECORD FROM W09-TOTAL-LINE
           MOVE "TOTAL MARGIN" TO W09-TOTAL-LABEL
           MOVE W09-TOTAL-MARGIN TO W09-TOTAL-VALUE
           WRITE F87-PROFIT-REPORT-RECORD FROM W09-TOTAL-LINE
           WRITE F87-PROFIT-REPORT-RECORD FROM SPACES
           MOVE "EVENTS READ" TO W08-COUNT-LABEL
           MOVE W08-EVENTS-READ TO W08-COUNT-VALUE
           WRITE F87-PROFIT-REPORT-RECORD FROM W08-COUNT-LINE
           MOVE "EVENTS ISSUED THIS RUN" TO W08-COUNT-LABEL
           MOVE W08-EVENTS-ISSUED TO W08-COUNT-VALUE
           WRITE F87-PROFIT-REPORT-RECORD FROM W08-COUNT-LINE
           MOVE "EVENTS NOT MARKED ISSUED" TO W08-COUNT-LABEL
           MOVE W08-EVENTS-NOT-ISSUED TO W08-COUNT-VALUE
           WRITE F87-PROFIT-REPORT-RECORD FROM W08-COUNT-LINE
           MOVE "EVENTS ISSUED ON EARLIER RUNS" TO W08-COUNT-LABEL
           MOVE W08-EVENTS-ALREADY-ISSUED TO W08-COUNT-VALUE
           WRITE F87-PROFIT-REPORT-RECORD FROM W08-COUNT-LINE
           MOVE "EVENTS PAST AND NEVER ISSUED" TO W08-COUNT-LABEL
           MOVE W08-EVENTS-PAST-DUE TO W08-COUNT-VALUE
           WRITE F87-PROFIT-REPORT-RECORD FROM W08-COUNT-LINE
           MOVE "EVENTS WITH INVALID DATE" TO W08-COUNT-LABEL
           MOVE W08-EVENTS-BAD-DATE TO W08-COUNT-VALUE
           WRITE F87-PROFIT-REPORT-RECORD FROM W08-COUNT-LINE
           MOVE "EVENTS AT A LOSS" TO W08-COUNT-LABEL
           MOVE W08-EVENTS-AT-LOSS TO W08-COUNT-VALUE
           WRITE F87-PROFIT-REPORT-RECORD FROM W08-COUNT-LINE
           MOVE "SCALE REQUESTS WRITTEN" TO W08-COUNT-LABEL
           MOVE W08-REQUESTS-WRITTEN TO W08-COUNT-VALUE
           WRITE F87-PROFIT-REPORT-RECORD FROM W08-COUNT-LINE
           MOVE "ORDER LINES WITHHELD" TO W08-COUNT-LABEL
           MOVE W08-LINES-WITHHELD TO W08-COUNT-VALUE
           WRITE F87-PROFIT-REPORT-RECORD FROM W08-COUNT-LINE
           CLOSE F82-EVENT-FILE
           CLOSE F12-MASTER-FILE
           CLOSE F25-SCALE-REQUEST-FILE
           CLOSE F86-INVOICE-FILE
           CLOSE F87-PROFIT-REPORT-FILE
           DISPLAY "FILES CLOSED".
