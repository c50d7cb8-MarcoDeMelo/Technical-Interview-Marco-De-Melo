         05 WS-MASTER-STATUS PIC XX VALUE SPACES.
         05 W01-MASTER-AVAILABLE-SWITCH PIC X(3) VALUE 'NO'.
         05 W01-RECIPE-FLAGGED-SWITCH PIC X(3) VALUE 'NO'.
         05 W01-COMPONENT-FOUND-SWITCH PIC X(3) VALUE 'NO'.

       01 W02-PRICE-TABLE.
         05 W02-PRICE-COUNT PIC 9(5) VALUE 0.
         05 W12-LIST-COUNT PIC 9(5) VALUE 0.
         05 W12-LIST-SUPPLIER OCCURS 500 TIMES PIC X(20).

       01 W13-COMPONENT-VARS.
         05 W13-ING-NAME PIC X(15).
         05 W13-ING-UNIT PIC X(5).
         05 W13-ING-AMOUNT PIC 9(6)V99.
         05 W13-COMP-QTY PIC 9(6)V9(4).
         05 W13-COMP-FACTOR PIC 9(5)V9(6).
         05 W13-COMP-DEPTH PIC 9(2).
         05 W13-COMP-IDX PIC 9(2).
         05 W13-PUSH-NAME PIC X(25).
         05 W13-PUSH-QTY PIC 9(6)V9(4).
         05 W13-PUSH-DEPTH PIC 9(2).
         05 W13-STACK-COUNT PIC 9(3) VALUE 0.
         05 W13-STACK-ENTRY OCCURS 100 TIMES.
           10 W13-STACK-NAME PIC X(25).
           10 W13-STACK-QTY PIC 9(6)V9(4).
           10 W13-STACK-DEPTH PIC 9(2).

       01 W05-REPORT-HEADING.
         05 FILLER PIC X(42) VALUE
             "INGREDIENT SHOPPING LIST MARCO DE MELO".
           END-IF.

       210-TALLY-ONE-RECIPE.
           MOVE 0 TO W13-STACK-COUNT
           PERFORM VARYING J FROM 1 BY 1
             UNTIL J > INGREDIENT-COUNT-IN
               IF AMOUNT-TYPE-IN(J) EQUAL TO "RECIP"
                   MOVE INGREDIENT-NAME-IN(J) TO W13-PUSH-NAME
                   MOVE AMOUNT-IN(J) TO W13-PUSH-QTY
                   MOVE 1 TO W13-PUSH-DEPTH
                   PERFORM 240-PUSH-COMPONENT
               ELSE
                   MOVE INGREDIENT-NAME-IN(J) TO W13-ING-NAME
                   MOVE AMOUNT-TYPE-IN(J) TO W13-ING-UNIT
                   MOVE AMOUNT-IN(J) TO W13-ING-AMOUNT
                   PERFORM 220-ADD-DEMAND-ENTRY
               END-IF
           END-PERFORM
           PERFORM 230-EXPLODE-COMPONENTS.

       220-ADD-DEMAND-ENTRY.
           MOVE 'NO' TO W01-ENTRY-FOUND-SWITCH
           PERFORM VARYING K FROM 1 BY 1
             UNTIL K > W03-DEMAND-COUNT
               IF W13-ING-NAME EQUAL TO W03-DEMAND-NAME(K)
                 AND W13-ING-UNIT EQUAL TO W03-DEMAND-UNIT(K)
                   ADD W13-ING-AMOUNT TO W03-DEMAND-AMOUNT(K)
                   IF NAME-IN NOT EQUAL TO
                     W03-DEMAND-LAST-RECIPE(K)
                       ADD 1 TO W03-DEMAND-RECIPES(K)
           IF W01-ENTRY-FOUND-SWITCH EQUAL TO "NO"
               IF W03-DEMAND-COUNT LESS THAN 20000
                   ADD 1 TO W03-DEMAND-COUNT
                   MOVE W13-ING-NAME TO
                       W03-DEMAND-NAME(W03-DEMAND-COUNT)
                   MOVE W13-ING-UNIT TO
                       W03-DEMAND-UNIT(W03-DEMAND-COUNT)
                   MOVE W13-ING-AMOUNT TO
                       W03-DEMAND-AMOUNT(W03-DEMAND-COUNT)
                   MOVE 1 TO W03-DEMAND-RECIPES(W03-DEMAND-COUNT)
                   MOVE NAME-IN TO
               END-IF
           END-IF.

       230-EXPLODE-COMPONENTS.
           PERFORM UNTIL W13-STACK-COUNT = 0
               PERFORM 235-EXPLODE-ONE-COMPONENT
           END-PERFORM.

       235-EXPLODE-ONE-COMPONENT.
           MOVE W13-STACK-NAME(W13-STACK-COUNT) TO F12-MASTER-NAME
           MOVE W13-STACK-QTY(W13-STACK-COUNT) TO W13-COMP-QTY
           MOVE W13-STACK-DEPTH(W13-STACK-COUNT) TO W13-COMP-DEPTH
           SUBTRACT 1 FROM W13-STACK-COUNT
           MOVE 'NO' TO W01-COMPONENT-FOUND-SWITCH
           IF W01-MASTER-AVAILABLE-SWITCH EQUAL TO "YES"
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
               DISPLAY "WARNING: " NAME-IN " COMPONENT "
                   F12-MASTER-NAME " NOT AVAILABLE - NOT ON LIST"
           ELSE
               COMPUTE W13-COMP-FACTOR ROUNDED =
                   W13-COMP-QTY / F12-MASTER-YIELD
               PERFORM VARYING W13-COMP-IDX FROM 1 BY 1
                 UNTIL W13-COMP-IDX > F12-MASTER-INGREDIENT-COUNT
                   IF F12-MASTER-AMOUNT-TYPE(W13-COMP-IDX) EQUAL TO
                     "RECIP"
                       MOVE F12-MASTER-INGREDIENT-NAME(W13-COMP-IDX) TO
                           W13-PUSH-NAME
                       COMPUTE W13-PUSH-QTY ROUNDED =
                           F12-MASTER-AMOUNT(W13-COMP-IDX) *
                           W13-COMP-FACTOR
                       COMPUTE W13-PUSH-DEPTH = W13-COMP-DEPTH + 1
                       PERFORM 240-PUSH-COMPONENT
                   ELSE
                       MOVE F12-MASTER-INGREDIENT-NAME(W13-COMP-IDX) TO
                           W13-ING-NAME
                       MOVE F12-MASTER-AMOUNT-TYPE(W13-COMP-IDX) TO
                           W13-ING-UNIT
                       COMPUTE W13-ING-AMOUNT ROUNDED =
                           F12-MASTER-AMOUNT(W13-COMP-IDX) *
                           W13-COMP-FACTOR
                       PERFORM 220-ADD-DEMAND-ENTRY
                   END-IF
               END-PERFORM
           END-IF.

       240-PUSH-COMPONENT.
           IF W13-PUSH-DEPTH GREATER THAN 10
               DISPLAY "WARNING: " NAME-IN " COMPONENTS NESTED MORE "
                   "THAN 10 LEVELS - " W13-PUSH-NAME " NOT ON LIST"
           ELSE
               IF W13-STACK-COUNT LESS THAN 100
                   ADD 1 TO W13-STACK-COUNT
                   MOVE W13-PUSH-NAME TO W13-STACK-NAME(W13-STACK-COUNT)
                   MOVE W13-PUSH-QTY TO W13-STACK-QTY(W13-STACK-COUNT)
                   MOVE W13-PUSH-DEPTH TO
                       W13-STACK-DEPTH(W13-STACK-COUNT)
               ELSE
                   DISPLAY "COMPONENT STACK FULL AT 100 ENTRIES FOR "
                       NAME-IN " - RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       300-WRITE-SHOPPING-REPORT.
           PERFORM WITH TEST AFTER UNTIL SD-STATUS-AT-END = 'YES'
               RETURN SD-SHOP-WORK-FILE
