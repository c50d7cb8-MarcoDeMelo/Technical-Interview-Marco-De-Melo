              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS NAME-IN
              FILE STATUS IS WS-MASTER-STATUS.
       SELECT F12-MASTER-FILE ASSIGN TO "RecipeMaster.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS F12-MASTER-NAME
              FILE STATUS IS WS-COMPONENT-STATUS.
       SELECT F06-PRICE-FILE ASSIGN TO "IngredientPrices.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PRICE-STATUS.
              FILE STATUS IS WS-SELLING-STATUS.
       SELECT F42-MARGIN-REPORT-FILE ASSIGN TO "MarginReport.dat"
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT F81-PORTION-COST-FILE ASSIGN TO "PortionCosts.dat"
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT SD-COST-WORK-FILE ASSIGN TO "COSTWORK.TMP".

       DATA DIVISION.
         05 MASTER-STATUS-IN PIC X(1).
         05 FILLER PIC X(9).

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

       FD F06-PRICE-FILE
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS F06-PRICE-RECORD.
           DATA RECORD IS F42-MARGIN-REPORT-RECORD.
       01 F42-MARGIN-REPORT-RECORD PIC X(90).

       FD F81-PORTION-COST-FILE
           RECORD CONTAINS 34 CHARACTERS
           DATA RECORD IS F81-PORTION-COST-RECORD.
       01 F81-PORTION-COST-RECORD.
         05 F81-RECIPE-NAME PIC X(25).
         05 F81-PORTION-COST PIC 9(6)V99.
         05 F81-COST-STATUS PIC X(1).

       SD SD-COST-WORK-FILE
           DATA RECORD IS SD-COST-RECORD.
       01 SD-COST-RECORD.
         05 WS-SELLING-STATUS PIC XX VALUE SPACES.
         05 W01-SELLING-FILE-SWITCH PIC X(3) VALUE 'YES'.
         05 W01-SELL-FOUND-SWITCH PIC X(3) VALUE 'NO'.
         05 WS-COMPONENT-STATUS PIC XX VALUE SPACES.
         05 W01-COMPONENT-FILE-SWITCH PIC X(3) VALUE 'NO'.
         05 W01-COMPONENT-FOUND-SWITCH PIC X(3) VALUE 'NO'.

       01 W02-PRICE-TABLE.
         05 W02-PRICE-COUNT PIC 9(5) VALUE 0.
         05 FILLER PIC X(2) VALUE SPACES.
         05 W08-MISS-UNIT PIC X(5).
         05 FILLER PIC X(2) VALUE SPACES.
         05 W08-MISS-AMOUNT PIC ZZZZZ9.99.
       01 W08-MISSING-FOOTER.
         05 FILLER PIC X(27) VALUE "NUMBER OF MISSING PRICES =".
         05 W08-MISSING-COUNT-OUT PIC ZZZZ9.
         05 FILLER PIC X(1) VALUE SPACES.
         05 W19-ATTR-UNVERIFIED PIC X(10).

       01 W25-COMPONENT-VARS.
         05 W25-ING-NAME PIC X(15).
         05 W25-ING-UNIT PIC X(5).
         05 W25-ING-AMOUNT PIC 9(6)V9(4).
         05 W25-COMP-QTY PIC 9(6)V9(4).
         05 W25-COMP-FACTOR PIC 9(5)V9(6).
         05 W25-COMP-DEPTH PIC 9(2).
         05 W25-COMP-IDX PIC 9(2).
         05 W25-PUSH-NAME PIC X(25).
         05 W25-PUSH-QTY PIC 9(6)V9(4).
         05 W25-PUSH-DEPTH PIC 9(2).
         05 W25-STACK-COUNT PIC 9(3) VALUE 0.
         05 W25-STACK-ENTRY OCCURS 100 TIMES.
           10 W25-STACK-NAME PIC X(25).
           10 W25-STACK-QTY PIC 9(6)V9(4).
           10 W25-STACK-DEPTH PIC 9(2).

       PROCEDURE DIVISION.
           PERFORM 100-INITIALIZE
           SORT SD-COST-WORK-FILE
           MOVE FUNCTION CURRENT-DATE (1:8) TO W22-MARGIN-DATE
           WRITE F42-MARGIN-REPORT-RECORD FROM W22-MARGIN-HEADING
           WRITE F42-MARGIN-REPORT-RECORD FROM W22-MARGIN-COLUMNS
           OPEN OUTPUT F81-PORTION-COST-FILE
           PERFORM 110-READ-THRESHOLD
           PERFORM 115-READ-PRICING-DATE
           PERFORM 120-LOAD-PRICE-TABLE
       200-BUILD-COST-RECORDS.
           OPEN INPUT F05-RECIPE-MASTER-FILE
           IF WS-MASTER-STATUS EQUAL TO "00"
               OPEN INPUT F12-MASTER-FILE
               IF WS-COMPONENT-STATUS EQUAL TO "00"
                   MOVE "YES" TO W01-COMPONENT-FILE-SWITCH
               END-IF
               PERFORM UNTIL W01-RECIPE-FILE-SWITCH = 'NO'
                   READ F05-RECIPE-MASTER-FILE
                       AT END
                   END-READ
               END-PERFORM
               CLOSE F05-RECIPE-MASTER-FILE
               IF W01-COMPONENT-FILE-SWITCH EQUAL TO "YES"
                   CLOSE F12-MASTER-FILE
               END-IF
           ELSE
               MOVE 'NO' TO W01-RECIPE-FILE-SWITCH
               DISPLAY "WARNING: RECIPE MASTER NOT AVAILABLE "
       210-COST-ONE-RECIPE.
           MOVE 0 TO W04-RECIPE-COST
           MOVE 'NO' TO W01-RECIPE-INCOMPLETE-SWITCH
           PERFORM 240-ROLL-UP-ATTRIBUTES
           MOVE 0 TO W25-STACK-COUNT
           PERFORM VARYING J FROM 1 BY 1
             UNTIL J > INGREDIENT-COUNT-IN
               IF AMOUNT-TYPE-IN(J) EQUAL TO "RECIP"
                   MOVE INGREDIENT-NAME-IN(J) TO W25-PUSH-NAME
                   MOVE AMOUNT-IN(J) TO W25-PUSH-QTY
                   MOVE 1 TO W25-PUSH-DEPTH
                   PERFORM 290-PUSH-COMPONENT
               ELSE
                   MOVE INGREDIENT-NAME-IN(J) TO W25-ING-NAME
                   MOVE AMOUNT-TYPE-IN(J) TO W25-ING-UNIT
                   MOVE AMOUNT-IN(J) TO W25-ING-AMOUNT
                   PERFORM 220-ADD-INGREDIENT-COST
               END-IF
           END-PERFORM
           PERFORM 280-EXPLODE-COMPONENTS
           MOVE W04-RECIPE-COST TO SD-COST
           MOVE NAME-IN TO SD-NAME
           IF W04-RECIPE-COST GREATER THAN W03-COST-THRESHOLD
                   MOVE SPACES TO SD-OVER-FLAG
               END-IF
           END-IF
           PERFORM 260-BUILD-ATTR-TEXT
           MOVE W19-ATTR-TEXT TO SD-ATTR-TEXT
           IF YIELD-IN NUMERIC AND YIELD-IN GREATER THAN 0
               MOVE W04-RECIPE-COST TO W13-PORTION-COST
           END-IF
           MOVE W13-PORTION-COST TO SD-PORTION-COST
           MOVE NAME-IN TO F81-RECIPE-NAME
           MOVE W13-PORTION-COST TO F81-PORTION-COST
           IF W01-RECIPE-INCOMPLETE-SWITCH EQUAL TO "YES"
               MOVE "I" TO F81-COST-STATUS
           ELSE
               MOVE "C" TO F81-COST-STATUS
           END-IF
           WRITE F81-PORTION-COST-RECORD
           PERFORM 270-WRITE-MARGIN-LINE
           RELEASE SD-COST-RECORD.

           MOVE 'NO' TO W01-PRICE-FOUND-SWITCH
           PERFORM VARYING K FROM 1 BY 1
             UNTIL K > W02-PRICE-COUNT
               IF W25-ING-NAME EQUAL TO W02-PRICE-NAME(K) AND
                 W25-ING-UNIT EQUAL TO W02-PRICE-UNIT(K)
                   COMPUTE W04-RECIPE-COST ROUNDED = W04-RECIPE-COST +
                       (W25-ING-AMOUNT * W02-PRICE-COST(K))
                   MOVE "YES" TO W01-PRICE-FOUND-SWITCH
                   MOVE W02-PRICE-COUNT TO K
               END-IF
       225-TRY-UNIT-CONVERSION.
           PERFORM VARYING L FROM 1 BY 1
             UNTIL L > W10-CONVERSION-COUNT
               IF W10-CONV-FROM-UNIT(L) EQUAL TO W25-ING-UNIT
                   PERFORM VARYING M FROM 1 BY 1
                     UNTIL M > W02-PRICE-COUNT
                       IF W25-ING-NAME EQUAL TO
                         W02-PRICE-NAME(M) AND
                         W10-CONV-TO-UNIT(L) EQUAL TO
                         W02-PRICE-UNIT(M)
                           COMPUTE W04-RECIPE-COST ROUNDED =
                               W04-RECIPE-COST +
                               (W25-ING-AMOUNT * W10-CONV-FACTOR(L) *
                               W02-PRICE-COST(M))
                           MOVE "YES" TO W01-PRICE-FOUND-SWITCH
                           MOVE W02-PRICE-COUNT TO M
       230-WRITE-MISSING-PRICE.
           MOVE "YES" TO W01-RECIPE-INCOMPLETE-SWITCH
           MOVE NAME-IN TO W08-MISS-RECIPE
           MOVE W25-ING-NAME TO W08-MISS-INGREDIENT
           MOVE W25-ING-UNIT TO W08-MISS-UNIT
           MOVE W25-ING-AMOUNT TO W08-MISS-AMOUNT
           WRITE F15-MISSING-PRICE-RECORD FROM W08-MISSING-DETAIL
           ADD 1 TO W09-MISSING-COUNT.

           MOVE 'NO' TO W18-RECIPE-UNVERIFIED-SWITCH
           PERFORM VARYING J FROM 1 BY 1
             UNTIL J > INGREDIENT-COUNT-IN
               IF AMOUNT-TYPE-IN(J) NOT EQUAL TO "RECIP"
                   MOVE INGREDIENT-NAME-IN(J) TO W25-ING-NAME
                   PERFORM 250-CHECK-ONE-ATTRIBUTE
               END-IF
           END-PERFORM.

       250-CHECK-ONE-ATTRIBUTE.
           MOVE 'NO' TO W01-ATTR-FOUND-SWITCH
           PERFORM VARYING K FROM 1 BY 1
             UNTIL K > W17-ATTR-COUNT
               IF W25-ING-NAME EQUAL TO W17-ATTR-NAME(K)
                   MOVE "YES" TO W01-ATTR-FOUND-SWITCH
                   IF W17-ATTR-NUTS(K) EQUAL TO "Y"
                       MOVE "YES" TO W18-RECIPE-NUTS-SWITCH
           END-IF
           WRITE F42-MARGIN-REPORT-RECORD FROM W23-MARGIN-DETAIL.

       280-EXPLODE-COMPONENTS.
           PERFORM UNTIL W25-STACK-COUNT = 0
               PERFORM 285-EXPLODE-ONE-COMPONENT
           END-PERFORM.

       285-EXPLODE-ONE-COMPONENT.
           MOVE W25-STACK-NAME(W25-STACK-COUNT) TO F12-MASTER-NAME
           MOVE W25-STACK-QTY(W25-STACK-COUNT) TO W25-COMP-QTY
           MOVE W25-STACK-DEPTH(W25-STACK-COUNT) TO W25-COMP-DEPTH
           SUBTRACT 1 FROM W25-STACK-COUNT
           MOVE 'NO' TO W01-COMPONENT-FOUND-SWITCH
           IF W01-COMPONENT-FILE-SWITCH EQUAL TO "YES"
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
           END-IF
           IF W01-COMPONENT-FOUND-SWITCH EQUAL TO "NO"
               MOVE F12-MASTER-NAME TO W25-ING-NAME
               MOVE "RECIP" TO W25-ING-UNIT
               MOVE W25-COMP-QTY TO W25-ING-AMOUNT
               PERFORM 230-WRITE-MISSING-PRICE
           ELSE
               COMPUTE W25-COMP-FACTOR ROUNDED =
                   W25-COMP-QTY / F12-MASTER-YIELD
               PERFORM VARYING W25-COMP-IDX FROM 1 BY 1
                 UNTIL W25-COMP-IDX > F12-MASTER-INGREDIENT-COUNT
                   IF F12-MASTER-AMOUNT-TYPE(W25-COMP-IDX) EQUAL TO
                     "RECIP"
                       MOVE F12-MASTER-INGREDIENT-NAME(W25-COMP-IDX) TO
                           W25-PUSH-NAME
                       COMPUTE W25-PUSH-QTY ROUNDED =
                           F12-MASTER-AMOUNT(W25-COMP-IDX) *
                           W25-COMP-FACTOR
                       COMPUTE W25-PUSH-DEPTH = W25-COMP-DEPTH + 1
                       PERFORM 290-PUSH-COMPONENT
                   ELSE
                       MOVE F12-MASTER-INGREDIENT-NAME(W25-COMP-IDX) TO
                           W25-ING-NAME
                       MOVE F12-MASTER-AMOUNT-TYPE(W25-COMP-IDX) TO
                           W25-ING-UNIT
                       COMPUTE W25-ING-AMOUNT ROUNDED =
                           F12-MASTER-AMOUNT(W25-COMP-IDX) *
                           W25-COMP-FACTOR
                       PERFORM 220-ADD-INGREDIENT-COST
                       PERFORM 250-CHECK-ONE-ATTRIBUTE
                   END-IF
               END-PERFORM
           END-IF.

       290-PUSH-COMPONENT.
           IF W25-PUSH-DEPTH GREATER THAN 10
               DISPLAY "WARNING: " NAME-IN " COMPONENTS NESTED MORE "
                   "THAN 10 LEVELS - " W25-PUSH-NAME " NOT COSTED"
               MOVE "YES" TO W01-RECIPE-INCOMPLETE-SWITCH
           ELSE
               IF W25-STACK-COUNT LESS THAN 100
                   ADD 1 TO W25-STACK-COUNT
                   MOVE W25-PUSH-NAME TO W25-STACK-NAME(W25-STACK-COUNT)
                   MOVE W25-PUSH-QTY TO W25-STACK-QTY(W25-STACK-COUNT)
                   MOVE W25-PUSH-DEPTH TO
                       W25-STACK-DEPTH(W25-STACK-COUNT)
               ELSE
                   DISPLAY "COMPONENT STACK FULL AT 100 ENTRIES FOR "
                       NAME-IN " - RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       300-WRITE-COST-REPORT.
           PERFORM WITH TEST AFTER UNTIL SD-STATUS-AT-END = 'YES'
               RETURN SD-COST-WORK-FILE
           MOVE W21-SQUEEZED-COUNT TO W24-SQUEEZED-OUT
           WRITE F42-MARGIN-REPORT-RECORD FROM W24-MARGIN-FOOTER
           CLOSE F42-MARGIN-REPORT-FILE
           CLOSE F81-PORTION-COST-FILE
           PERFORM 410-WRITE-RUN-CONTROL.

       410-WRITE-RUN-CONTROL.
