       IDENTIFICATION DIVISION.
       PROGRAM-ID. RVAR.
       AUTHOR. Marco De Melo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT F51-SALES-FILE ASSIGN TO "PosSales.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SALES-STATUS.
       SELECT F12-MASTER-FILE ASSIGN TO "RecipeMaster.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS F12-MASTER-NAME
              FILE STATUS IS WS-MASTER-STATUS.
       SELECT F49-LEDGER-FILE ASSIGN TO "InventoryLedger.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LEDGER-STATUS.
       SELECT F06-PRICE-FILE ASSIGN TO "IngredientPrices.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PRICE-STATUS.
       SELECT F16-CONVERSION-FILE ASSIGN TO "UnitConversions.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CONVERSION-STATUS.
       SELECT F52-TOLERANCE-FILE ASSIGN TO "VarianceTolerance.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TOLERANCE-STATUS.
       SELECT F53-VARIANCE-REPORT-FILE ASSIGN TO
              "FoodCostVarianceReport.dat"
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT F54-SALES-EXCEPTION-FILE ASSIGN TO
              "SalesExceptionReport.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD F51-SALES-FILE
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS F51-SALES-RECORD.
       01 F51-SALES-RECORD.
         05 SALES-DATE PIC X(8).
         05 SALES-RECIPE-NAME PIC X(25).
         05 SALES-PORTIONS PIC 9(5).

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

       FD F52-TOLERANCE-FILE
           RECORD CONTAINS 5 CHARACTERS
           DATA RECORD IS F52-TOLERANCE-RECORD.
       01 F52-TOLERANCE-RECORD PIC 9(3)V99.

       FD F53-VARIANCE-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS F53-VARIANCE-REPORT-RECORD.
       01 F53-VARIANCE-REPORT-RECORD PIC X(132).

       FD F54-SALES-EXCEPTION-FILE
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS F54-SALES-EXCEPTION-RECORD.
       01 F54-SALES-EXCEPTION-RECORD PIC X(90).

       WORKING-STORAGE SECTION.
       01 I PIC 9(5) VALUE 0.
       01 J PIC 9(5) VALUE 0.
       01 K PIC 9(5) VALUE 0.
       01 L PIC 9(5) VALUE 0.
       01 W12-FOUND-IDX PIC 9(5) VALUE 0.

       01 W01-SWITCHES.
         05 WS-SALES-STATUS PIC XX VALUE SPACES.
         05 WS-MASTER-STATUS PIC XX VALUE SPACES.
         05 WS-LEDGER-STATUS PIC XX VALUE SPACES.
         05 WS-PRICE-STATUS PIC XX VALUE SPACES.
         05 WS-CONVERSION-STATUS PIC XX VALUE SPACES.
         05 WS-TOLERANCE-STATUS PIC XX VALUE SPACES.
         05 W01-SALES-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
         05 W01-LEDGER-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
         05 W01-PRICE-FILE-SWITCH PIC X(3) VALUE 'YES'.
         05 W01-CONVERSION-FILE-SWITCH PIC X(3) VALUE 'YES'.
         05 W01-SALE-VALID-SWITCH PIC X(3) VALUE 'NO'.
         05 W01-COMPONENT-FOUND-SWITCH PIC X(3) VALUE 'NO'.
         05 W01-ROW-FOUND-SWITCH PIC X(3) VALUE 'NO'.
         05 W01-PRICE-FOUND-SWITCH PIC X(3) VALUE 'NO'.

       01 W02-REPORT-HEADING.
         05 FILLER PIC X(46) VALUE
             "FOOD COST VARIANCE REPORT MARCO DE MELO".
         05 FILLER PIC X(7) VALUE "PERIOD ".
         05 W02-PERIOD-FROM PIC X(8).
         05 FILLER PIC X(4) VALUE " TO ".
         05 W02-PERIOD-TO PIC X(8).
         05 FILLER PIC X(13) VALUE "  TOLERANCE ".
         05 W02-TOLERANCE PIC ZZ9.99.
         05 FILLER PIC X(1) VALUE "%".

       01 W02-INGREDIENT-COLUMNS.
         05 FILLER PIC X(17) VALUE "INGREDIENT".
         05 FILLER PIC X(7) VALUE "UNIT".
         05 FILLER PIC X(12) VALUE "  THEO QTY".
         05 FILLER PIC X(13) VALUE "  ACTUAL QTY".
         05 FILLER PIC X(12) VALUE " THEO COST".
         05 FILLER PIC X(13) VALUE " ACTUAL COST".
         05 FILLER PIC X(13) VALUE "     VAR QTY".
         05 FILLER PIC X(13) VALUE "    VAR COST".
         05 FILLER PIC X(10) VALUE "FLAG".

       01 W03-INGREDIENT-DETAIL.
         05 W03-ING-NAME PIC X(15).
         05 FILLER PIC X(2) VALUE SPACES.
         05 W03-ING-UNIT PIC X(5).
         05 FILLER PIC X(2) VALUE SPACES.
         05 W03-THEO-QTY PIC ZZZZZZ9.99.
         05 FILLER PIC X(2) VALUE SPACES.
         05 W03-ACTUAL-QTY PIC -(7)9.99.
         05 FILLER PIC X(2) VALUE SPACES.
         05 W03-THEO-COST PIC ZZZZZZ9.99.
         05 FILLER PIC X(2) VALUE SPACES.
         05 W03-ACTUAL-COST PIC -(7)9.99.
         05 FILLER PIC X(2) VALUE SPACES.
         05 W03-VAR-QTY PIC -(7)9.99.
         05 FILLER PIC X(2) VALUE SPACES.
         05 W03-VAR-COST PIC -(7)9.99.
         05 FILLER PIC X(2) VALUE SPACES.
         05 W03-FLAG PIC X(10).

       01 W04-COURSE-HEADING.
         05 FILLER PIC X(32) VALUE "VARIANCE BY COURSE TYPE".
       01 W04-COURSE-COLUMNS.
         05 FILLER PIC X(12) VALUE "COURSE".
         05 FILLER PIC X(13) VALUE "   THEO COST".
         05 FILLER PIC X(14) VALUE "  ACTUAL COST".
         05 FILLER PIC X(14) VALUE "    VAR COST".
         05 FILLER PIC X(10) VALUE "FLAG".
       01 W04-COURSE-DETAIL.
         05 W04-COURSE-NAME PIC X(10).
         05 FILLER PIC X(2) VALUE SPACES.
         05 W04-COURSE-THEO PIC ZZZZZZZ9.99.
         05 FILLER PIC X(2) VALUE SPACES.
         05 W04-COURSE-ACTUAL PIC -(8)9.99.
         05 FILLER PIC X(2) VALUE SPACES.
         05 W04-COURSE-VAR PIC -(8)9.99.
         05 FILLER PIC X(2) VALUE SPACES.
         05 W04-COURSE-FLAG PIC X(10).

       01 W05-EXCEPTION-HEADING.
         05 FILLER PIC X(44) VALUE
             "POS SALES EXCEPTION LIST MARCO DE MELO".
         05 FILLER PIC X(5) VALUE "DATE".
         05 W05-EXCEPTION-DATE PIC X(10).
       01 W05-EXCEPTION-DETAIL.
         05 W05-EXC-DATE PIC X(8).
         05 FILLER PIC X(2) VALUE SPACES.
         05 W05-EXC-RECIPE PIC X(25).
         05 FILLER PIC X(2) VALUE SPACES.
         05 W05-EXC-PORTIONS PIC ZZZZ9.
         05 FILLER PIC X(2) VALUE SPACES.
         05 W05-EXC-REASON PIC X(45).

       01 W05-EXCEPTION-REASONS.
         05 W05-NOT-ON-MASTER-ERROR PIC X(45) VALUE
             'Recipe not on master - usage not exploded.'.
         05 W05-FLAGGED-ERROR PIC X(45) VALUE
             'Recipe flagged F by sweep - not exploded.'.
         05 W05-BAD-PORTIONS-ERROR PIC X(45) VALUE
             'Portions sold not numeric or zero.'.
         05 W05-NO-YIELD-ERROR PIC X(45) VALUE
             'Recipe has no yield - not exploded.'.
         05 W05-COMPONENT-ERROR.
           10 FILLER PIC X(21) VALUE 'Component unavailable'.
           10 FILLER PIC X(2) VALUE ': '.
           10 W05-BAD-COMPONENT-NAME PIC X(22).

       01 W06-USAGE-TABLE.
         05 W06-USAGE-COUNT PIC 9(5) VALUE 0.
         05 W06-USAGE-ENTRY OCCURS 3000 TIMES.
           10 W06-U-NAME PIC X(15).
           10 W06-U-UNIT PIC X(5).
           10 W06-U-OPENING PIC S9(7)V99.
           10 W06-U-RECEIPTS-RUN PIC 9(7)V99.
           10 W06-U-RECEIPTS PIC 9(7)V99.
           10 W06-U-CLOSING PIC 9(6)V99.
           10 W06-U-LEDGER-SWITCH PIC X(3).
           10 W06-U-COUNT-SWITCH PIC X(3).
           10 W06-U-THEO-QTY PIC 9(7)V9(4).
           10 W06-U-ACTUAL-QTY PIC S9(7)V99.
           10 W06-U-UNIT-COST PIC 9(5)V9(4).
           10 W06-U-PRICED-SWITCH PIC X(3).

       01 W07-THEO-TABLE.
         05 W07-THEO-COUNT PIC 9(5) VALUE 0.
         05 W07-THEO-ENTRY OCCURS 20000 TIMES.
           10 W07-T-NAME PIC X(15).
           10 W07-T-UNIT PIC X(5).
           10 W07-T-COURSE PIC X(10).
           10 W07-T-QTY PIC 9(7)V9(4).
           10 W07-T-ROW PIC 9(5).

       01 W08-COURSE-TABLE.
         05 W08-COURSE-COUNT PIC 9(3) VALUE 0.
         05 W08-COURSE-ENTRY OCCURS 50 TIMES.
           10 W08-C-COURSE PIC X(10).
           10 W08-C-THEO-COST PIC 9(8)V99.
           10 W08-C-ACTUAL-COST PIC S9(8)V99.

       01 W09-VARIANCE-VARS.
         05 W09-PERIOD-FROM PIC X(8) VALUE SPACES.
         05 W09-PERIOD-TO PIC X(8) VALUE SPACES.
         05 W09-TOLERANCE PIC 9(3)V99 VALUE 5.00.
         05 W09-SALE-FACTOR PIC 9(5)V9(6) VALUE 0.
         05 W09-SALE-COURSE PIC X(10) VALUE SPACES.
         05 W09-LINE-NAME PIC X(15) VALUE SPACES.
         05 W09-LINE-UNIT PIC X(5) VALUE SPACES.
         05 W09-LINE-QTY PIC 9(7)V9(4) VALUE 0.
         05 W09-LINE-COURSE PIC X(10) VALUE SPACES.
         05 W09-THEO-COST PIC 9(8)V99 VALUE 0.
         05 W09-ACTUAL-COST PIC S9(8)V99 VALUE 0.
         05 W09-VAR-QTY PIC S9(7)V99 VALUE 0.
         05 W09-VAR-COST PIC S9(8)V99 VALUE 0.
         05 W09-ABS-VAR PIC 9(9)V9(4) VALUE 0.
         05 W09-TOL-LIMIT PIC 9(9)V9(4) VALUE 0.
         05 W09-ALLOC-ACTUAL PIC S9(7)V9(4) VALUE 0.
         05 W09-TOTAL-THEO-COST PIC 9(8)V99 VALUE 0.
         05 W09-TOTAL-ACTUAL-COST PIC S9(8)V99 VALUE 0.

       01 W10-COMPONENT-VARS.
         05 W10-COMP-QTY PIC 9(7)V9(4).
         05 W10-COMP-FACTOR PIC 9(5)V9(6).
         05 W10-COMP-DEPTH PIC 9(2).
         05 W10-COMP-IDX PIC 9(2).
         05 W10-PUSH-NAME PIC X(25).
         05 W10-PUSH-QTY PIC 9(7)V9(4).
         05 W10-PUSH-DEPTH PIC 9(2).
         05 W10-STACK-COUNT PIC 9(3) VALUE 0.
         05 W10-STACK-ENTRY OCCURS 100 TIMES.
           10 W10-STACK-NAME PIC X(25).
           10 W10-STACK-QTY PIC 9(7)V9(4).
           10 W10-STACK-DEPTH PIC 9(2).

       01 W11-PRICE-TABLE.
         05 W11-PRICE-COUNT PIC 9(5) VALUE 0.
         05 W11-PRICE-ENTRY OCCURS 5000 TIMES.
           10 W11-PRICE-NAME PIC X(15).
           10 W11-PRICE-UNIT PIC X(5).
           10 W11-PRICE-COST PIC 9(3)V99.

       01 W13-CONVERSION-TABLE.
         05 W13-CONVERSION-COUNT PIC 9(5) VALUE 0.
         05 W13-CONVERSION-ENTRY OCCURS 500 TIMES.
           10 W13-CONV-FROM-UNIT PIC X(5).
           10 W13-CONV-TO-UNIT PIC X(5).
           10 W13-CONV-FACTOR PIC 9(4)V9(4).

       01 W14-RUN-COUNTS.
         05 W14-SALES-READ PIC 9(5) VALUE 0.
         05 W14-SALES-EXPLODED PIC 9(5) VALUE 0.
         05 W14-SALES-EXCEPTIONS PIC 9(5) VALUE 0.
         05 W14-LEDGER-USED PIC 9(5) VALUE 0.
         05 W14-FLAGGED-COUNT PIC 9(5) VALUE 0.
         05 W14-NO-COUNT-COUNT PIC 9(5) VALUE 0.
       01 W14-COUNT-LINE.
         05 W14-COUNT-LABEL PIC X(35).
         05 W14-COUNT-VALUE PIC ZZZZ9.

       PROCEDURE DIVISION.
           PERFORM 100-INITIALIZE
           PERFORM UNTIL W01-SALES-REMAINS-SWITCH = 'NO'
               PERFORM 200-PROCESS-SALES
           END-PERFORM
           PERFORM 300-LOAD-LEDGER-USAGE
           PERFORM 350-LOAD-PRICE-TABLE
           PERFORM 400-MATCH-THEORETICAL-USAGE
           PERFORM 500-WRITE-INGREDIENT-VARIANCE
           PERFORM 600-WRITE-COURSE-ROLLUP
           PERFORM 900-CLOSE-FILES
           STOP RUN.

       100-INITIALIZE.
           OPEN INPUT F51-SALES-FILE
           IF WS-SALES-STATUS NOT EQUAL TO "00"
               DISPLAY "POS SALES FILE PosSales.dat MISSING OR "
                   "UNREADABLE (STATUS " WS-SALES-STATUS
                   ") - RUN ABORTED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT F12-MASTER-FILE
           IF WS-MASTER-STATUS NOT EQUAL TO "00"
               DISPLAY "RECIPE MASTER RecipeMaster.dat MISSING OR "
                   "UNREADABLE (STATUS " WS-MASTER-STATUS
                   ") - RUN ABORTED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT F53-VARIANCE-REPORT-FILE
           OPEN OUTPUT F54-SALES-EXCEPTION-FILE
           MOVE FUNCTION CURRENT-DATE (1:8) TO W05-EXCEPTION-DATE
           WRITE F54-SALES-EXCEPTION-RECORD FROM W05-EXCEPTION-HEADING
           PERFORM 110-READ-TOLERANCE
           PERFORM 130-LOAD-CONVERSION-TABLE
           DISPLAY "FILES OPENED".

       110-READ-TOLERANCE.
           OPEN INPUT F52-TOLERANCE-FILE
           IF WS-TOLERANCE-STATUS EQUAL TO "00"
               READ F52-TOLERANCE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF F52-TOLERANCE-RECORD NUMERIC
                           MOVE F52-TOLERANCE-RECORD TO W09-TOLERANCE
                       END-IF
               END-READ
               CLOSE F52-TOLERANCE-FILE
           END-IF.

       130-LOAD-CONVERSION-TABLE.
           OPEN INPUT F16-CONVERSION-FILE
           IF WS-CONVERSION-STATUS EQUAL TO "00"
               PERFORM UNTIL W01-CONVERSION-FILE-SWITCH = 'NO'
                   READ F16-CONVERSION-FILE
                       AT END
                           MOVE 'NO' TO W01-CONVERSION-FILE-SWITCH
                       NOT AT END
                           PERFORM 135-STORE-CONVERSION-ENTRY
                   END-READ
               END-PERFORM
               CLOSE F16-CONVERSION-FILE
           ELSE
               MOVE 'NO' TO W01-CONVERSION-FILE-SWITCH
           END-IF.

       135-STORE-CONVERSION-ENTRY.
           IF W13-CONVERSION-COUNT LESS THAN 500
               ADD 1 TO W13-CONVERSION-COUNT
               MOVE CONV-FROM-UNIT TO
                   W13-CONV-FROM-UNIT(W13-CONVERSION-COUNT)
               MOVE CONV-TO-UNIT TO
                   W13-CONV-TO-UNIT(W13-CONVERSION-COUNT)
               MOVE CONV-FACTOR TO
                   W13-CONV-FACTOR(W13-CONVERSION-COUNT)
           ELSE
               DISPLAY "CONVERSION TABLE FULL AT 500 ENTRIES - "
                   "UnitConversions.dat TOO LARGE - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       200-PROCESS-SALES.
           READ F51-SALES-FILE
               AT END
                   MOVE 'NO' TO W01-SALES-REMAINS-SWITCH
               NOT AT END
                   ADD 1 TO W14-SALES-READ
                   PERFORM 210-EXPLODE-ONE-SALE
           END-READ.

       210-EXPLODE-ONE-SALE.
           MOVE SALES-DATE TO W05-EXC-DATE
           MOVE SALES-RECIPE-NAME TO W05-EXC-RECIPE
           MOVE 0 TO W05-EXC-PORTIONS
           MOVE 'NO' TO W01-SALE-VALID-SWITCH
           IF SALES-PORTIONS NOT NUMERIC OR SALES-PORTIONS EQUAL TO 0
               MOVE W05-BAD-PORTIONS-ERROR TO W05-EXC-REASON
               PERFORM 260-WRITE-SALES-EXCEPTION
           ELSE
               MOVE SALES-PORTIONS TO W05-EXC-PORTIONS
               MOVE SALES-RECIPE-NAME TO F12-MASTER-NAME
               READ F12-MASTER-FILE
                   INVALID KEY
                       MOVE W05-NOT-ON-MASTER-ERROR TO W05-EXC-REASON
                       PERFORM 260-WRITE-SALES-EXCEPTION
                   NOT INVALID KEY
                       IF F12-MASTER-STATUS EQUAL TO "F"
                           MOVE W05-FLAGGED-ERROR TO W05-EXC-REASON
                           PERFORM 260-WRITE-SALES-EXCEPTION
                       ELSE
                           IF F12-MASTER-YIELD NOT NUMERIC OR
                             F12-MASTER-YIELD EQUAL TO 0
                               MOVE W05-NO-YIELD-ERROR TO
                                   W05-EXC-REASON
                               PERFORM 260-WRITE-SALES-EXCEPTION
                           ELSE
                               MOVE "YES" TO W01-SALE-VALID-SWITCH
                           END-IF
                       END-IF
               END-READ
           END-IF
           IF W01-SALE-VALID-SWITCH EQUAL TO "YES"
               ADD 1 TO W14-SALES-EXPLODED
               PERFORM 215-TRACK-SALES-PERIOD
               MOVE F12-MASTER-COURSE-TYPE TO W09-SALE-COURSE
               COMPUTE W09-SALE-FACTOR ROUNDED =
                   SALES-PORTIONS / F12-MASTER-YIELD
               MOVE 0 TO W10-STACK-COUNT
               PERFORM VARYING J FROM 1 BY 1
                 UNTIL J > F12-MASTER-INGREDIENT-COUNT
                   IF F12-MASTER-AMOUNT-TYPE(J) EQUAL TO "RECIP"
                       MOVE F12-MASTER-INGREDIENT-NAME(J) TO
                           W10-PUSH-NAME
                       COMPUTE W10-PUSH-QTY ROUNDED =
                           F12-MASTER-AMOUNT(J) * W09-SALE-FACTOR
                       MOVE 1 TO W10-PUSH-DEPTH
                       PERFORM 240-PUSH-COMPONENT
                   ELSE
                       MOVE F12-MASTER-INGREDIENT-NAME(J) TO
                           W09-LINE-NAME
                       MOVE F12-MASTER-AMOUNT-TYPE(J) TO W09-LINE-UNIT
                       COMPUTE W09-LINE-QTY ROUNDED =
                           F12-MASTER-AMOUNT(J) * W09-SALE-FACTOR
                       PERFORM 220-ADD-THEORETICAL-USAGE
                   END-IF
               END-PERFORM
               PERFORM 230-EXPLODE-COMPONENTS
           END-IF.

       215-TRACK-SALES-PERIOD.
           IF SALES-DATE NOT EQUAL TO SPACES
               IF W09-PERIOD-FROM EQUAL TO SPACES OR
                 SALES-DATE LESS THAN W09-PERIOD-FROM
                   MOVE SALES-DATE TO W09-PERIOD-FROM
               END-IF
               IF W09-PERIOD-TO EQUAL TO SPACES OR
                 SALES-DATE GREATER THAN W09-PERIOD-TO
                   MOVE SALES-DATE TO W09-PERIOD-TO
               END-IF
           END-IF.

       220-ADD-THEORETICAL-USAGE.
           MOVE 'NO' TO W01-ROW-FOUND-SWITCH
           PERFORM VARYING K FROM 1 BY 1
             UNTIL K > W07-THEO-COUNT
               IF W09-LINE-NAME EQUAL TO W07-T-NAME(K) AND
                 W09-LINE-UNIT EQUAL TO W07-T-UNIT(K) AND
                 W09-SALE-COURSE EQUAL TO W07-T-COURSE(K)
                   ADD W09-LINE-QTY TO W07-T-QTY(K)
                   MOVE "YES" TO W01-ROW-FOUND-SWITCH
                   MOVE W07-THEO-COUNT TO K
               END-IF
           END-PERFORM
           IF W01-ROW-FOUND-SWITCH EQUAL TO "NO"
               IF W07-THEO-COUNT LESS THAN 20000
                   ADD 1 TO W07-THEO-COUNT
                   MOVE W09-LINE-NAME TO W07-T-NAME(W07-THEO-COUNT)
                   MOVE W09-LINE-UNIT TO W07-T-UNIT(W07-THEO-COUNT)
                   MOVE W09-SALE-COURSE TO W07-T-COURSE(W07-THEO-COUNT)
                   MOVE W09-LINE-QTY TO W07-T-QTY(W07-THEO-COUNT)
                   MOVE 0 TO W07-T-ROW(W07-THEO-COUNT)
               ELSE
                   DISPLAY "THEORETICAL USAGE TABLE FULL AT 20000 "
                       "INGREDIENT/UNIT/COURSE COMBINATIONS - "
                       "RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       230-EXPLODE-COMPONENTS.
           PERFORM UNTIL W10-STACK-COUNT = 0
               PERFORM 235-EXPLODE-ONE-COMPONENT
           END-PERFORM.

       235-EXPLODE-ONE-COMPONENT.
           MOVE W10-STACK-NAME(W10-STACK-COUNT) TO F12-MASTER-NAME
           MOVE W10-STACK-QTY(W10-STACK-COUNT) TO W10-COMP-QTY
           MOVE W10-STACK-DEPTH(W10-STACK-COUNT) TO W10-COMP-DEPTH
           SUBTRACT 1 FROM W10-STACK-COUNT
           MOVE 'NO' TO W01-COMPONENT-FOUND-SWITCH
           READ F12-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF F12-MASTER-STATUS NOT EQUAL TO "F" AND
                     F12-MASTER-YIELD NUMERIC AND
                     F12-MASTER-YIELD GREATER THAN 0
                       MOVE "YES" TO W01-COMPONENT-FOUND-SWITCH
                   END-IF
           END-READ
           IF W01-COMPONENT-FOUND-SWITCH EQUAL TO "NO"
               MOVE F12-MASTER-NAME TO W05-BAD-COMPONENT-NAME
               MOVE W05-COMPONENT-ERROR TO W05-EXC-REASON
               PERFORM 260-WRITE-SALES-EXCEPTION
           ELSE
               COMPUTE W10-COMP-FACTOR ROUNDED =
                   W10-COMP-QTY / F12-MASTER-YIELD
               PERFORM VARYING W10-COMP-IDX FROM 1 BY 1
                 UNTIL W10-COMP-IDX > F12-MASTER-INGREDIENT-COUNT
                   IF F12-MASTER-AMOUNT-TYPE(W10-COMP-IDX) EQUAL TO
                     "RECIP"
                       MOVE F12-MASTER-INGREDIENT-NAME(W10-COMP-IDX) TO
                           W10-PUSH-NAME
                       COMPUTE W10-PUSH-QTY ROUNDED =
                           F12-MASTER-AMOUNT(W10-COMP-IDX) *
                           W10-COMP-FACTOR
                       COMPUTE W10-PUSH-DEPTH = W10-COMP-DEPTH + 1
                       PERFORM 240-PUSH-COMPONENT
                   ELSE
                       MOVE F12-MASTER-INGREDIENT-NAME(W10-COMP-IDX) TO
                           W09-LINE-NAME
                       MOVE F12-MASTER-AMOUNT-TYPE(W10-COMP-IDX) TO
                           W09-LINE-UNIT
                       COMPUTE W09-LINE-QTY ROUNDED =
                           F12-MASTER-AMOUNT(W10-COMP-IDX) *
                           W10-COMP-FACTOR
                       PERFORM 220-ADD-THEORETICAL-USAGE
                   END-IF
               END-PERFORM
           END-IF.

       240-PUSH-COMPONENT.
           IF W10-PUSH-DEPTH GREATER THAN 10
               MOVE W10-PUSH-NAME TO W05-BAD-COMPONENT-NAME
               MOVE W05-COMPONENT-ERROR TO W05-EXC-REASON
               PERFORM 260-WRITE-SALES-EXCEPTION
           ELSE
               IF W10-STACK-COUNT LESS THAN 100
                   ADD 1 TO W10-STACK-COUNT
                   MOVE W10-PUSH-NAME TO W10-STACK-NAME(W10-STACK-COUNT)
                   MOVE W10-PUSH-QTY TO W10-STACK-QTY(W10-STACK-COUNT)
                   MOVE W10-PUSH-DEPTH TO
                       W10-STACK-DEPTH(W10-STACK-COUNT)
               ELSE
                   DISPLAY "COMPONENT STACK FULL AT 100 ENTRIES FOR "
                       SALES-RECIPE-NAME " - RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       260-WRITE-SALES-EXCEPTION.
           WRITE F54-SALES-EXCEPTION-RECORD FROM W05-EXCEPTION-DETAIL
           ADD 1 TO W14-SALES-EXCEPTIONS.

       300-LOAD-LEDGER-USAGE.
           IF W09-PERIOD-FROM EQUAL TO SPACES
               MOVE FUNCTION CURRENT-DATE (1:8) TO W09-PERIOD-FROM
               MOVE W09-PERIOD-FROM TO W09-PERIOD-TO
           END-IF
           OPEN INPUT F49-LEDGER-FILE
           IF WS-LEDGER-STATUS EQUAL TO "00"
               PERFORM UNTIL W01-LEDGER-REMAINS-SWITCH = 'NO'
                   READ F49-LEDGER-FILE
                       AT END
                           MOVE 'NO' TO W01-LEDGER-REMAINS-SWITCH
                       NOT AT END
                           IF LEDG-DATE NOT LESS THAN W09-PERIOD-FROM
                             AND LEDG-DATE NOT GREATER THAN
                             W09-PERIOD-TO
                               PERFORM 310-APPLY-LEDGER-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F49-LEDGER-FILE
           ELSE
               DISPLAY "WARNING: INVENTORY LEDGER InventoryLedger.dat "
                   "NOT AVAILABLE (STATUS " WS-LEDGER-STATUS
                   ") - NO ACTUAL USAGE"
           END-IF.

       310-APPLY-LEDGER-ENTRY.
           ADD 1 TO W14-LEDGER-USED
           MOVE LEDG-INGREDIENT-NAME TO W09-LINE-NAME
           MOVE LEDG-UNIT TO W09-LINE-UNIT
           PERFORM 320-FIND-USAGE-ROW
           IF W01-ROW-FOUND-SWITCH EQUAL TO "NO"
               PERFORM 325-ADD-USAGE-ROW
           END-IF
           IF W06-U-LEDGER-SWITCH(W12-FOUND-IDX) EQUAL TO "NO"
               COMPUTE W06-U-OPENING(W12-FOUND-IDX) =
                   LEDG-BALANCE - LEDG-QTY
               MOVE "YES" TO W06-U-LEDGER-SWITCH(W12-FOUND-IDX)
           END-IF
           IF LEDG-TYPE EQUAL TO "RECEIPT"
               ADD LEDG-QTY TO W06-U-RECEIPTS-RUN(W12-FOUND-IDX)
           END-IF
           IF LEDG-TYPE EQUAL TO "COUNT"
               MOVE LEDG-BALANCE TO W06-U-CLOSING(W12-FOUND-IDX)
               MOVE W06-U-RECEIPTS-RUN(W12-FOUND-IDX) TO
                   W06-U-RECEIPTS(W12-FOUND-IDX)
               MOVE "YES" TO W06-U-COUNT-SWITCH(W12-FOUND-IDX)
           END-IF.

       320-FIND-USAGE-ROW.
           MOVE 'NO' TO W01-ROW-FOUND-SWITCH
           MOVE 0 TO W12-FOUND-IDX
           PERFORM VARYING I FROM 1 BY 1
             UNTIL I > W06-USAGE-COUNT
               IF W09-LINE-NAME EQUAL TO W06-U-NAME(I) AND
                 W09-LINE-UNIT EQUAL TO W06-U-UNIT(I)
                   MOVE "YES" TO W01-ROW-FOUND-SWITCH
                   MOVE I TO W12-FOUND-IDX
                   MOVE W06-USAGE-COUNT TO I
               END-IF
           END-PERFORM.

       325-ADD-USAGE-ROW.
           IF W06-USAGE-COUNT LESS THAN 3000
               ADD 1 TO W06-USAGE-COUNT
               MOVE W06-USAGE-COUNT TO W12-FOUND-IDX
               MOVE W09-LINE-NAME TO W06-U-NAME(W12-FOUND-IDX)
               MOVE W09-LINE-UNIT TO W06-U-UNIT(W12-FOUND-IDX)
               MOVE 0 TO W06-U-OPENING(W12-FOUND-IDX)
               MOVE 0 TO W06-U-RECEIPTS-RUN(W12-FOUND-IDX)
               MOVE 0 TO W06-U-RECEIPTS(W12-FOUND-IDX)
               MOVE 0 TO W06-U-CLOSING(W12-FOUND-IDX)
               MOVE 'NO' TO W06-U-LEDGER-SWITCH(W12-FOUND-IDX)
               MOVE 'NO' TO W06-U-COUNT-SWITCH(W12-FOUND-IDX)
               MOVE 0 TO W06-U-THEO-QTY(W12-FOUND-IDX)
               MOVE 0 TO W06-U-ACTUAL-QTY(W12-FOUND-IDX)
               MOVE 0 TO W06-U-UNIT-COST(W12-FOUND-IDX)
               MOVE 'NO' TO W06-U-PRICED-SWITCH(W12-FOUND-IDX)
           ELSE
               DISPLAY "USAGE TABLE FULL AT 3000 INGREDIENT/UNIT "
                   "COMBINATIONS - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       350-LOAD-PRICE-TABLE.
           OPEN INPUT F06-PRICE-FILE
           IF WS-PRICE-STATUS NOT EQUAL TO "00"
               MOVE 'NO' TO W01-PRICE-FILE-SWITCH
               DISPLAY "WARNING: PRICE FILE IngredientPrices.dat NOT "
                   "AVAILABLE (STATUS " WS-PRICE-STATUS
                   ") - VARIANCE REPORTED IN UNITS ONLY"
           END-IF
           PERFORM UNTIL W01-PRICE-FILE-SWITCH = 'NO'
               READ F06-PRICE-FILE
                   AT END
                       MOVE 'NO' TO W01-PRICE-FILE-SWITCH
                   NOT AT END
                       IF (PRICE-EFF-FROM EQUAL TO SPACES OR
                         PRICE-EFF-FROM NOT GREATER THAN
                         W09-PERIOD-TO) AND
                         (PRICE-EFF-TO EQUAL TO SPACES OR
                         PRICE-EFF-TO NOT LESS THAN W09-PERIOD-TO)
                           PERFORM 355-STORE-PRICE-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PRICE-STATUS EQUAL TO "00"
               CLOSE F06-PRICE-FILE
           END-IF.

       355-STORE-PRICE-ENTRY.
           IF W11-PRICE-COUNT LESS THAN 5000
               ADD 1 TO W11-PRICE-COUNT
               MOVE PRICE-INGREDIENT-NAME TO
                   W11-PRICE-NAME(W11-PRICE-COUNT)
               MOVE PRICE-UNIT TO W11-PRICE-UNIT(W11-PRICE-COUNT)
               MOVE PRICE-UNIT-COST TO W11-PRICE-COST(W11-PRICE-COUNT)
           ELSE
               DISPLAY "PRICE TABLE FULL AT 5000 INGREDIENTS - "
                   "IngredientPrices.dat TOO LARGE - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       400-MATCH-THEORETICAL-USAGE.
           PERFORM VARYING K FROM 1 BY 1
             UNTIL K > W07-THEO-COUNT
               PERFORM 410-MATCH-ONE-ENTRY
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1
             UNTIL I > W06-USAGE-COUNT
               PERFORM 420-PRICE-USAGE-ROW
               IF W06-U-COUNT-SWITCH(I) EQUAL TO "YES"
                   COMPUTE W06-U-ACTUAL-QTY(I) = W06-U-OPENING(I) +
                       W06-U-RECEIPTS(I) - W06-U-CLOSING(I)
               END-IF
           END-PERFORM.

       410-MATCH-ONE-ENTRY.
           MOVE W07-T-NAME(K) TO W09-LINE-NAME
           MOVE W07-T-UNIT(K) TO W09-LINE-UNIT
           PERFORM 320-FIND-USAGE-ROW
           IF W01-ROW-FOUND-SWITCH EQUAL TO "NO"
               PERFORM VARYING I FROM 1 BY 1
                 UNTIL I > W06-USAGE-COUNT
                   IF W09-LINE-NAME EQUAL TO W06-U-NAME(I)
                       PERFORM VARYING L FROM 1 BY 1
                         UNTIL L > W13-CONVERSION-COUNT
                           IF W13-CONV-FROM-UNIT(L) EQUAL TO
                             W09-LINE-UNIT AND W13-CONV-TO-UNIT(L)
                             EQUAL TO W06-U-UNIT(I)
                               COMPUTE W07-T-QTY(K) ROUNDED =
                                   W07-T-QTY(K) * W13-CONV-FACTOR(L)
                               MOVE "YES" TO W01-ROW-FOUND-SWITCH
                               MOVE I TO W12-FOUND-IDX
                               MOVE W13-CONVERSION-COUNT TO L
                           END-IF
                       END-PERFORM
                       IF W01-ROW-FOUND-SWITCH EQUAL TO "YES"
                           MOVE W06-USAGE-COUNT TO I
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF W01-ROW-FOUND-SWITCH EQUAL TO "NO"
               PERFORM 325-ADD-USAGE-ROW
           END-IF
           MOVE W12-FOUND-IDX TO W07-T-ROW(K)
           ADD W07-T-QTY(K) TO W06-U-THEO-QTY(W12-FOUND-IDX).

       420-PRICE-USAGE-ROW.
           MOVE 'NO' TO W01-PRICE-FOUND-SWITCH
           PERFORM VARYING K FROM 1 BY 1
             UNTIL K > W11-PRICE-COUNT
               IF W06-U-NAME(I) EQUAL TO W11-PRICE-NAME(K) AND
                 W06-U-UNIT(I) EQUAL TO W11-PRICE-UNIT(K)
                   MOVE W11-PRICE-COST(K) TO W06-U-UNIT-COST(I)
                   MOVE "YES" TO W01-PRICE-FOUND-SWITCH
                   MOVE W11-PRICE-COUNT TO K
               END-IF
           END-PERFORM
           IF W01-PRICE-FOUND-SWITCH EQUAL TO "NO"
               PERFORM VARYING L FROM 1 BY 1
                 UNTIL L > W13-CONVERSION-COUNT
                   IF W13-CONV-FROM-UNIT(L) EQUAL TO W06-U-UNIT(I)
                       PERFORM VARYING K FROM 1 BY 1
                         UNTIL K > W11-PRICE-COUNT
                           IF W06-U-NAME(I) EQUAL TO W11-PRICE-NAME(K)
                             AND W13-CONV-TO-UNIT(L) EQUAL TO
                             W11-PRICE-UNIT(K)
                               COMPUTE W06-U-UNIT-COST(I) ROUNDED =
                                   W13-CONV-FACTOR(L) *
                                   W11-PRICE-COST(K)
                               MOVE "YES" TO W01-PRICE-FOUND-SWITCH
                               MOVE W11-PRICE-COUNT TO K
                           END-IF
                       END-PERFORM
                       IF W01-PRICE-FOUND-SWITCH EQUAL TO "YES"
                           MOVE W13-CONVERSION-COUNT TO L
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           MOVE W01-PRICE-FOUND-SWITCH TO W06-U-PRICED-SWITCH(I).

       500-WRITE-INGREDIENT-VARIANCE.
           MOVE W09-PERIOD-FROM TO W02-PERIOD-FROM
           MOVE W09-PERIOD-TO TO W02-PERIOD-TO
           MOVE W09-TOLERANCE TO W02-TOLERANCE
           WRITE F53-VARIANCE-REPORT-RECORD FROM W02-REPORT-HEADING
           WRITE F53-VARIANCE-REPORT-RECORD FROM SPACES
           WRITE F53-VARIANCE-REPORT-RECORD FROM W02-INGREDIENT-COLUMNS
           PERFORM VARYING I FROM 1 BY 1
             UNTIL I > W06-USAGE-COUNT
               PERFORM 510-WRITE-VARIANCE-LINE
           END-PERFORM.

       510-WRITE-VARIANCE-LINE.
           MOVE W06-U-NAME(I) TO W03-ING-NAME
           MOVE W06-U-UNIT(I) TO W03-ING-UNIT
           MOVE W06-U-THEO-QTY(I) TO W03-THEO-QTY
           COMPUTE W09-THEO-COST ROUNDED =
               W06-U-THEO-QTY(I) * W06-U-UNIT-COST(I)
           MOVE W09-THEO-COST TO W03-THEO-COST
           MOVE SPACES TO W03-FLAG
           IF W06-U-COUNT-SWITCH(I) EQUAL TO "NO"
               MOVE 0 TO W03-ACTUAL-QTY
               MOVE 0 TO W03-ACTUAL-COST
               MOVE 0 TO W03-VAR-QTY
               MOVE 0 TO W03-VAR-COST
               MOVE "NO COUNT" TO W03-FLAG
               ADD 1 TO W14-NO-COUNT-COUNT
           ELSE
               COMPUTE W09-ACTUAL-COST ROUNDED =
                   W06-U-ACTUAL-QTY(I) * W06-U-UNIT-COST(I)
               COMPUTE W09-VAR-QTY ROUNDED =
                   W06-U-ACTUAL-QTY(I) - W06-U-THEO-QTY(I)
               COMPUTE W09-VAR-COST = W09-ACTUAL-COST - W09-THEO-COST
               MOVE W06-U-ACTUAL-QTY(I) TO W03-ACTUAL-QTY
               MOVE W09-ACTUAL-COST TO W03-ACTUAL-COST
               MOVE W09-VAR-QTY TO W03-VAR-QTY
               MOVE W09-VAR-COST TO W03-VAR-COST
               ADD W09-THEO-COST TO W09-TOTAL-THEO-COST
               ADD W09-ACTUAL-COST TO W09-TOTAL-ACTUAL-COST
               IF W09-VAR-QTY LESS THAN 0
                   COMPUTE W09-ABS-VAR = 0 - W09-VAR-QTY
               ELSE
                   MOVE W09-VAR-QTY TO W09-ABS-VAR
               END-IF
               COMPUTE W09-TOL-LIMIT ROUNDED =
                   W06-U-THEO-QTY(I) * W09-TOLERANCE / 100
               IF W09-ABS-VAR GREATER THAN W09-TOL-LIMIT
                   ADD 1 TO W14-FLAGGED-COUNT
                   IF W09-VAR-QTY GREATER THAN 0
                       MOVE "OVER TOL" TO W03-FLAG
                   ELSE
                       MOVE "UNDER TOL" TO W03-FLAG
                   END-IF
               END-IF
               IF W06-U-PRICED-SWITCH(I) EQUAL TO "NO" AND
                 W03-FLAG EQUAL TO SPACES
                   MOVE "UNPRICED" TO W03-FLAG
               END-IF
           END-IF
           WRITE F53-VARIANCE-REPORT-RECORD FROM W03-INGREDIENT-DETAIL.

       600-WRITE-COURSE-ROLLUP.
           PERFORM VARYING K FROM 1 BY 1
             UNTIL K > W07-THEO-COUNT
               MOVE W07-T-ROW(K) TO I
               IF W06-U-COUNT-SWITCH(I) EQUAL TO "YES" AND
                 W06-U-THEO-QTY(I) GREATER THAN 0
                   MOVE W07-T-COURSE(K) TO W09-LINE-COURSE
                   PERFORM 610-FIND-COURSE-ENTRY
                   COMPUTE W09-THEO-COST ROUNDED =
                       W07-T-QTY(K) * W06-U-UNIT-COST(I)
                   COMPUTE W09-ALLOC-ACTUAL ROUNDED =
                       W06-U-ACTUAL-QTY(I) * W07-T-QTY(K) /
                       W06-U-THEO-QTY(I)
                   COMPUTE W09-ACTUAL-COST ROUNDED =
                       W09-ALLOC-ACTUAL * W06-U-UNIT-COST(I)
                   ADD W09-THEO-COST TO W08-C-THEO-COST(J)
                   ADD W09-ACTUAL-COST TO W08-C-ACTUAL-COST(J)
               END-IF
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1
             UNTIL I > W06-USAGE-COUNT
               IF W06-U-COUNT-SWITCH(I) EQUAL TO "YES" AND
                 W06-U-THEO-QTY(I) EQUAL TO 0
                   MOVE "NO SALES" TO W09-LINE-COURSE
                   PERFORM 610-FIND-COURSE-ENTRY
                   COMPUTE W09-ACTUAL-COST ROUNDED =
                       W06-U-ACTUAL-QTY(I) * W06-U-UNIT-COST(I)
                   ADD W09-ACTUAL-COST TO W08-C-ACTUAL-COST(J)
               END-IF
           END-PERFORM
           WRITE F53-VARIANCE-REPORT-RECORD FROM SPACES
           WRITE F53-VARIANCE-REPORT-RECORD FROM W04-COURSE-HEADING
           WRITE F53-VARIANCE-REPORT-RECORD FROM W04-COURSE-COLUMNS
           PERFORM VARYING J FROM 1 BY 1
             UNTIL J > W08-COURSE-COUNT
               PERFORM 620-WRITE-COURSE-LINE
           END-PERFORM
           MOVE "TOTAL" TO W04-COURSE-NAME
           MOVE W09-TOTAL-THEO-COST TO W04-COURSE-THEO
           MOVE W09-TOTAL-ACTUAL-COST TO W04-COURSE-ACTUAL
           COMPUTE W09-VAR-COST =
               W09-TOTAL-ACTUAL-COST - W09-TOTAL-THEO-COST
           MOVE W09-VAR-COST TO W04-COURSE-VAR
           MOVE SPACES TO W04-COURSE-FLAG
           WRITE F53-VARIANCE-REPORT-RECORD FROM W04-COURSE-DETAIL.

       610-FIND-COURSE-ENTRY.
           MOVE 'NO' TO W01-ROW-FOUND-SWITCH
           PERFORM VARYING J FROM 1 BY 1
             UNTIL J > W08-COURSE-COUNT
               IF W09-LINE-COURSE EQUAL TO W08-C-COURSE(J)
                   MOVE "YES" TO W01-ROW-FOUND-SWITCH
                   MOVE J TO L
                   MOVE W08-COURSE-COUNT TO J
               END-IF
           END-PERFORM
           IF W01-ROW-FOUND-SWITCH EQUAL TO "YES"
               MOVE L TO J
           ELSE
               IF W08-COURSE-COUNT LESS THAN 50
                   ADD 1 TO W08-COURSE-COUNT
                   MOVE W08-COURSE-COUNT TO J
                   MOVE W09-LINE-COURSE TO W08-C-COURSE(J)
                   MOVE 0 TO W08-C-THEO-COST(J)
                   MOVE 0 TO W08-C-ACTUAL-COST(J)
               ELSE
                   DISPLAY "COURSE TABLE FULL AT 50 COURSE TYPES - "
                       "RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       620-WRITE-COURSE-LINE.
           MOVE W08-C-COURSE(J) TO W04-COURSE-NAME
           MOVE W08-C-THEO-COST(J) TO W04-COURSE-THEO
           MOVE W08-C-ACTUAL-COST(J) TO W04-COURSE-ACTUAL
           COMPUTE W09-VAR-COST =
               W08-C-ACTUAL-COST(J) - W08-C-THEO-COST(J)
           MOVE W09-VAR-COST TO W04-COURSE-VAR
           MOVE SPACES TO W04-COURSE-FLAG
           IF W09-VAR-COST LESS THAN 0
               COMPUTE W09-ABS-VAR = 0 - W09-VAR-COST
           ELSE
               MOVE W09-VAR-COST TO W09-ABS-VAR
           END-IF
           COMPUTE W09-TOL-LIMIT ROUNDED =
               W08-C-THEO-COST(J) * W09-TOLERANCE / 100
           IF W09-ABS-VAR GREATER THAN W09-TOL-LIMIT
               IF W09-VAR-COST GREATER THAN 0
                   MOVE "OVER TOL" TO W04-COURSE-FLAG
               ELSE
                   MOVE "UNDER TOL" TO W04-COURSE-FLAG
               END-IF
           END-IF
           WRITE F53-VARIANCE-REPORT-RECORD FROM W04-COURSE-DETAIL.

       900-CLOSE-FILES.
           WRITE F53-VARIANCE-REPORT-RECORD FROM SPACES
           MOVE "SALES LINES READ" TO W14-COUNT-LABEL
           MOVE W14-SALES-READ TO W14-COUNT-VALUE
           WRITE F53-VARIANCE-REPORT-RECORD FROM W14-COUNT-LINE
           MOVE "SALES LINES EXPLODED" TO W14-COUNT-LABEL
           MOVE W14-SALES-EXPLODED TO W14-COUNT-VALUE
           WRITE F53-VARIANCE-REPORT-RECORD FROM W14-COUNT-LINE
           MOVE "SALES EXCEPTIONS LISTED" TO W14-COUNT-LABEL
           MOVE W14-SALES-EXCEPTIONS TO W14-COUNT-VALUE
           WRITE F53-VARIANCE-REPORT-RECORD FROM W14-COUNT-LINE
           MOVE "LEDGER MOVEMENTS IN PERIOD" TO W14-COUNT-LABEL
           MOVE W14-LEDGER-USED TO W14-COUNT-VALUE
           WRITE F53-VARIANCE-REPORT-RECORD FROM W14-COUNT-LINE
           MOVE "INGREDIENTS OVER/UNDER TOLERANCE" TO W14-COUNT-LABEL
           MOVE W14-FLAGGED-COUNT TO W14-COUNT-VALUE
           WRITE F53-VARIANCE-REPORT-RECORD FROM W14-COUNT-LINE
           MOVE "INGREDIENTS WITH NO CLOSING COUNT" TO W14-COUNT-LABEL
           MOVE W14-NO-COUNT-COUNT TO W14-COUNT-VALUE
           WRITE F53-VARIANCE-REPORT-RECORD FROM W14-COUNT-LINE
           CLOSE F51-SALES-FILE
           CLOSE F12-MASTER-FILE
           CLOSE F53-VARIANCE-REPORT-FILE
           CLOSE F54-SALES-EXCEPTION-FILE
           DISPLAY "FILES CLOSED".
