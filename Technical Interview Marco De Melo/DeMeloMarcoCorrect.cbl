         05 WS-MASTER-STATUS PIC XX VALUE SPACES.
         05 WS-INGMASTER-STATUS PIC XX VALUE SPACES.
         05 WS-CHANGELOG-STATUS PIC XX VALUE SPACES.
         05 W01-MASTER-AVAILABLE-SWITCH PIC X(3) VALUE 'NO'.
         05 W14-EXTRACT-REMAINS-SWITCH PIC X(3) VALUE 'YES'.

       01 W02-VALID-HEADING-LINE.
           10 FILLER PIC X(35) VALUE
               'Ingredient not on ingredient file: '.
           10 W03-BAD-INGREDIENT-NAME PIC X(15).
         05 W03-COMPONENT-NOT-ON-MASTER-ERROR.
           10 FILLER PIC X(35) VALUE
               'Component recipe not on master: '.
           10 W03-BAD-COMPONENT-NAME PIC X(15).
         05 W03-CIRCULAR-COMPONENT-ERROR PIC X(40) VALUE
             'Component recipe refers back to itself.'.

       01 W04-ERROR-FILE-DETAIL-LINE.
         05 WO4-ERROR-MSG PIC X(50).
         05 W16-UNIT-FOUND-SWITCH PIC X(3) VALUE 'NO'.
         05 W16-RULE-IDX PIC 9(2) VALUE 0.

       01 W18-COMPONENT-VARS.
         05 W18-CIRCULAR-SWITCH PIC X(3) VALUE 'NO'.
         05 W18-ING-IDX PIC 9(2) VALUE 0.
         05 W18-VISIT-COUNT PIC 9(3) VALUE 0.
         05 W18-STACK-COUNT PIC 9(3) VALUE 0.
         05 W18-STACK-NAME OCCURS 100 TIMES PIC X(25).

       PROCEDURE DIVISION.
           PERFORM 090-LOAD-VALIDATION-RULES
           PERFORM 095-OPEN-INGREDIENT-MASTER
           PERFORM 096-OPEN-RECIPE-MASTER
           PERFORM 100-OPEN-FILES
           PERFORM UNTIL W01-DATA-REMAINS-SWITCH = 'NO'
               PERFORM 200-PROCESS-CORRECTIONS
           END-PERFORM
           CLOSE F09-CORRECTIONS-FILE
           IF W01-MASTER-AVAILABLE-SWITCH EQUAL TO "YES"
               CLOSE F12-MASTER-FILE
           END-IF
           PERFORM 250-APPEND-GOOD-RECORDS
           PERFORM 260-REBUILD-ERROR-FILE
           PERFORM 280-WRITE-RUN-CONTROL
               STOP RUN
           END-IF.

       096-OPEN-RECIPE-MASTER.
           OPEN INPUT F12-MASTER-FILE
           IF WS-MASTER-STATUS EQUAL TO "00"
               MOVE "YES" TO W01-MASTER-AVAILABLE-SWITCH
           ELSE
               MOVE "NO" TO W01-MASTER-AVAILABLE-SWITCH
           END-IF.

       091-STORE-ONE-RULE.
           IF F27-RULE-KEYWORD EQUAL TO "COURSE"
               IF W15-COURSE-COUNT LESS THAN 20
                                   WO4-ERROR-MSG
                               MOVE "NO" TO W01-VALID-RECORD-SWITCH
                           ELSE
                               IF AMOUNT-TYPE(I) EQUAL TO "RECIP"
                                   PERFORM 211-CHECK-COMPONENT-RECIPE
                               ELSE
                                   PERFORM 217-CHECK-INGREDIENT-MASTER
                               END-IF
                           END-IF
                           IF AMOUNT-TYPE(I) NOT EQUAL TO "RECIP"
                               PERFORM 216-CHECK-UNIT-TABLE
                               IF W16-UNIT-FOUND-SWITCH EQUAL TO "NO"
                                   MOVE W03-AMOUNTTYPE-NOT-VALID-ERROR
                                       TO WO4-ERROR-MSG
                                   MOVE "NO" TO W01-VALID-RECORD-SWITCH
                               END-IF
                           END-IF
                           end-perform
                       END-IF
               END-IF
           END-IF.

       211-CHECK-COMPONENT-RECIPE.
           MOVE 'NO' TO W18-CIRCULAR-SWITCH
           IF INGREDIENTS-NAME(I) EQUAL TO NAME
               MOVE W03-CIRCULAR-COMPONENT-ERROR TO WO4-ERROR-MSG
               MOVE "NO" TO W01-VALID-RECORD-SWITCH
           ELSE
               IF W01-MASTER-AVAILABLE-SWITCH EQUAL TO "NO"
                   MOVE INGREDIENTS-NAME(I) TO W03-BAD-COMPONENT-NAME
                   MOVE W03-COMPONENT-NOT-ON-MASTER-ERROR TO
                       WO4-ERROR-MSG
                   MOVE "NO" TO W01-VALID-RECORD-SWITCH
               ELSE
                   MOVE INGREDIENTS-NAME(I) TO F12-MASTER-NAME
                   READ F12-MASTER-FILE
                       INVALID KEY
                           MOVE INGREDIENTS-NAME(I) TO
                               W03-BAD-COMPONENT-NAME
                           MOVE W03-COMPONENT-NOT-ON-MASTER-ERROR TO
                               WO4-ERROR-MSG
                           MOVE "NO" TO W01-VALID-RECORD-SWITCH
                       NOT INVALID KEY
                           PERFORM 212-CHECK-COMPONENT-CYCLE
                   END-READ
               END-IF
           END-IF.

       212-CHECK-COMPONENT-CYCLE.
           MOVE 0 TO W18-STACK-COUNT
           MOVE 0 TO W18-VISIT-COUNT
           PERFORM 213-PUSH-SUB-COMPONENTS
           PERFORM UNTIL W18-STACK-COUNT = 0 OR
             W18-CIRCULAR-SWITCH EQUAL TO "YES"
               MOVE W18-STACK-NAME(W18-STACK-COUNT) TO F12-MASTER-NAME
               SUBTRACT 1 FROM W18-STACK-COUNT
               ADD 1 TO W18-VISIT-COUNT
               IF F12-MASTER-NAME EQUAL TO NAME OR
                 W18-VISIT-COUNT GREATER THAN 100
                   MOVE "YES" TO W18-CIRCULAR-SWITCH
               ELSE
                   READ F12-MASTER-FILE
                       NOT INVALID KEY
                           PERFORM 213-PUSH-SUB-COMPONENTS
                   END-READ
               END-IF
           END-PERFORM
           IF W18-CIRCULAR-SWITCH EQUAL TO "YES"
               MOVE W03-CIRCULAR-COMPONENT-ERROR TO WO4-ERROR-MSG
               MOVE "NO" TO W01-VALID-RECORD-SWITCH
           END-IF.

       213-PUSH-SUB-COMPONENTS.
           PERFORM VARYING W18-ING-IDX FROM 1 BY 1
             UNTIL W18-ING-IDX > F12-MASTER-INGREDIENT-COUNT
               IF F12-MASTER-AMOUNT-TYPE(W18-ING-IDX) EQUAL TO "RECIP"
                   IF W18-STACK-COUNT LESS THAN 100
                       ADD 1 TO W18-STACK-COUNT
                       MOVE F12-MASTER-INGREDIENT-NAME(W18-ING-IDX) TO
                           W18-STACK-NAME(W18-STACK-COUNT)
                   ELSE
                       MOVE "YES" TO W18-CIRCULAR-SWITCH
                   END-IF
               END-IF
           END-PERFORM.

       215-CHECK-COURSE-TABLE.
           MOVE 'NO' TO W16-COURSE-FOUND-SWITCH
           PERFORM VARYING W16-RULE-IDX FROM 1 BY 1
