              ACCESS MODE IS RANDOM
              RECORD KEY IS F28-INGMASTER-NAME
              FILE STATUS IS WS-INGMASTER-STATUS.
       SELECT F12-MASTER-FILE ASSIGN TO "RecipeMaster.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS F12-MASTER-NAME
              FILE STATUS IS WS-MASTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD F01-RECIPES-FILE
       01 F28-INGMASTER-RECORD.
         05 F28-INGMASTER-NAME PIC X(15).
         05 F28-INGMASTER-DESC PIC X(30).
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
       WORKING-STORAGE SECTION.
       01 I PIC 9(3) VALUE 0.
       01 W01-SWITCHES.
         05 WS-RUNCTL-STATUS PIC XX VALUE SPACES.
         05 WS-RULES-STATUS PIC XX VALUE SPACES.
         05 WS-INGMASTER-STATUS PIC XX VALUE SPACES.
         05 WS-MASTER-STATUS PIC XX VALUE SPACES.
         05 W01-MASTER-AVAILABLE-SWITCH PIC X(3) VALUE 'NO'.
         05 W09-RESTART-SWITCH PIC X(3) VALUE 'NO'.

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
         05 W16-RULE-IDX PIC 9(2) VALUE 0.
         05 W16-COURSE-IDX PIC 9(2) VALUE 0.

       01 W17-COMPONENT-VARS.
         05 W17-CIRCULAR-SWITCH PIC X(3) VALUE 'NO'.
         05 W17-ING-IDX PIC 9(2) VALUE 0.
         05 W17-VISIT-COUNT PIC 9(3) VALUE 0.
         05 W17-STACK-COUNT PIC 9(3) VALUE 0.
         05 W17-STACK-NAME OCCURS 100 TIMES PIC X(25).

       PROCEDURE DIVISION.
           PERFORM 090-LOAD-VALIDATION-RULES
           PERFORM 095-OPEN-INGREDIENT-MASTER
           PERFORM 096-OPEN-RECIPE-MASTER
           PERFORM 100-START-NEW-PAGE
           PERFORM UNTIL W01-DATA-REMAINS-SWITCH = 'NO'
               PERFORM 200-PROCESS-RECORDS
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
                                   PERFORM 270-CHECK-COMPONENT-RECIPE
                               ELSE
                                   PERFORM 250-CHECK-INGREDIENT-MASTER
                               END-IF
                           END-IF
                           IF AMOUNT-TYPE(I) NOT EQUAL TO "RECIP"
                               PERFORM 240-CHECK-UNIT-TABLE
                               IF W16-UNIT-FOUND-SWITCH EQUAL TO "NO"
                                   MOVE W03-AMOUNTTYPE-NOT-VALID-ERROR
                                       TO WO4-ERROR-MSG
                                   MOVE "NO" TO W01-VALID-RECORD-SWITCH
                               END-IF
                           END-IF
                           end-perform
                       END-IF
                   MOVE "NO" TO W01-VALID-RECORD-SWITCH
           END-READ.

       270-CHECK-COMPONENT-RECIPE.
           MOVE 'NO' TO W17-CIRCULAR-SWITCH
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
                           PERFORM 275-CHECK-COMPONENT-CYCLE
                   END-READ
               END-IF
           END-IF.

       275-CHECK-COMPONENT-CYCLE.
           MOVE 0 TO W17-STACK-COUNT
           MOVE 0 TO W17-VISIT-COUNT
           PERFORM 280-PUSH-SUB-COMPONENTS
           PERFORM UNTIL W17-STACK-COUNT = 0 OR
             W17-CIRCULAR-SWITCH EQUAL TO "YES"
               MOVE W17-STACK-NAME(W17-STACK-COUNT) TO F12-MASTER-NAME
               SUBTRACT 1 FROM W17-STACK-COUNT
               ADD 1 TO W17-VISIT-COUNT
               IF F12-MASTER-NAME EQUAL TO NAME OR
                 W17-VISIT-COUNT GREATER THAN 100
                   MOVE "YES" TO W17-CIRCULAR-SWITCH
               ELSE
                   READ F12-MASTER-FILE
                       NOT INVALID KEY
                           PERFORM 280-PUSH-SUB-COMPONENTS
                   END-READ
               END-IF
           END-PERFORM
           IF W17-CIRCULAR-SWITCH EQUAL TO "YES"
               MOVE W03-CIRCULAR-COMPONENT-ERROR TO WO4-ERROR-MSG
               MOVE "NO" TO W01-VALID-RECORD-SWITCH
           END-IF.

       280-PUSH-SUB-COMPONENTS.
           PERFORM VARYING W17-ING-IDX FROM 1 BY 1
             UNTIL W17-ING-IDX > F12-MASTER-INGREDIENT-COUNT
               IF F12-MASTER-AMOUNT-TYPE(W17-ING-IDX) EQUAL TO "RECIP"
                   IF W17-STACK-COUNT LESS THAN 100
                       ADD 1 TO W17-STACK-COUNT
                       MOVE F12-MASTER-INGREDIENT-NAME(W17-ING-IDX) TO
                           W17-STACK-NAME(W17-STACK-COUNT)
                   ELSE
                       MOVE "YES" TO W17-CIRCULAR-SWITCH
                   END-IF
               END-IF
           END-PERFORM.

       260-COUNT-VALID-COURSE.
           PERFORM VARYING W16-COURSE-IDX FROM 1 BY 1
             UNTIL W16-COURSE-IDX > W15-COURSE-COUNT
           CLOSE F04-EXTRACT-FILE.
           CLOSE F01-CONTROL-OUTPUT-FILE.
           CLOSE F28-INGMASTER-FILE.
           IF W01-MASTER-AVAILABLE-SWITCH EQUAL TO "YES"
               CLOSE F12-MASTER-FILE
           END-IF
           DISPLAY "FILES CLOSED".

       130-WRITE-CONTROL-REPORT.
