           10 FILLER PIC X(35) VALUE
               'Ingredient not on ingredient file: '.
           10 W03-BAD-INGREDIENT-NAME PIC X(15).
         05 W03-COMPONENT-NOT-ON-MASTER-ERROR.
           10 FILLER PIC X(35) VALUE
               'Component recipe not on master: '.
           10 W03-BAD-COMPONENT-NAME PIC X(15).
         05 W03-CIRCULAR-COMPONENT-ERROR PIC X(40) VALUE
             'Component recipe refers back to itself.'.

       01 W04-EXCEPTION-DETAIL.
         05 W04-EXC-NAME PIC X(25).
         05 W16-UNIT-FOUND-SWITCH PIC X(3) VALUE 'NO'.
         05 W16-RULE-IDX PIC 9(2) VALUE 0.

       01 W07-MASTER-NAME-TABLE.
         05 W07-NAME-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
         05 W07-NAME-FOUND-SWITCH PIC X(3) VALUE 'NO'.
         05 W07-NAME-IDX PIC 9(5) VALUE 0.
         05 W07-NAME-COUNT PIC 9(5) VALUE 0.
         05 W07-MASTER-NAME OCCURS 10000 TIMES PIC X(25).

       01 WO4-ERROR-MSG PIC X(50) VALUE SPACES.

       PROCEDURE DIVISION.
           END-IF.

       100-OPEN-FILES.
           PERFORM 105-LOAD-MASTER-NAMES
           OPEN I-O F12-MASTER-FILE
           IF WS-MASTER-STATUS NOT EQUAL TO "00"
               DISPLAY "RECIPE MASTER RecipeMaster.dat MISSING OR "
           END-IF
           DISPLAY "FILES OPENED".

       105-LOAD-MASTER-NAMES.
           OPEN INPUT F12-MASTER-FILE
           IF WS-MASTER-STATUS EQUAL TO "00"
               PERFORM UNTIL W07-NAME-REMAINS-SWITCH = 'NO'
                   READ F12-MASTER-FILE
                       AT END
                           MOVE 'NO' TO W07-NAME-REMAINS-SWITCH
                       NOT AT END
                           PERFORM 106-STORE-MASTER-NAME
                   END-READ
               END-PERFORM
               CLOSE F12-MASTER-FILE
           END-IF.

       106-STORE-MASTER-NAME.
           IF W07-NAME-COUNT LESS THAN 10000
               ADD 1 TO W07-NAME-COUNT
               MOVE F12-MASTER-NAME TO W07-MASTER-NAME(W07-NAME-COUNT)
           ELSE
               DISPLAY "MASTER NAME TABLE FULL AT 10000 RECIPES - "
                   "RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       200-SWEEP-RECORDS.
           READ F12-MASTER-FILE
               AT END
               MOVE W03-INGREDIENTNAME-BLANK-ERROR TO WO4-ERROR-MSG
               MOVE "NO" TO W01-VALID-RECORD-SWITCH
           ELSE
               IF F12-MASTER-AMOUNT-TYPE(I) EQUAL TO "RECIP"
                   PERFORM 255-CHECK-COMPONENT-NAME
               ELSE
                   PERFORM 250-CHECK-INGREDIENT-MASTER
               END-IF
           END-IF
           IF F12-MASTER-AMOUNT-TYPE(I) NOT EQUAL TO "RECIP"
               PERFORM 240-CHECK-UNIT-TABLE
               IF W16-UNIT-FOUND-SWITCH EQUAL TO "NO"
                   MOVE W03-AMOUNTTYPE-NOT-VALID-ERROR TO WO4-ERROR-MSG
                   MOVE "NO" TO W01-VALID-RECORD-SWITCH
               END-IF
           END-IF.

       230-CHECK-COURSE-TABLE.
                   MOVE "NO" TO W01-VALID-RECORD-SWITCH
           END-READ.

       255-CHECK-COMPONENT-NAME.
           IF F12-MASTER-INGREDIENT-NAME(I) EQUAL TO F12-MASTER-NAME
               MOVE W03-CIRCULAR-COMPONENT-ERROR TO WO4-ERROR-MSG
               MOVE "NO" TO W01-VALID-RECORD-SWITCH
           ELSE
               MOVE 'NO' TO W07-NAME-FOUND-SWITCH
               PERFORM VARYING W07-NAME-IDX FROM 1 BY 1
                 UNTIL W07-NAME-IDX > W07-NAME-COUNT
                   IF F12-MASTER-INGREDIENT-NAME(I) EQUAL TO
                     W07-MASTER-NAME(W07-NAME-IDX)
                       MOVE "YES" TO W07-NAME-FOUND-SWITCH
                       MOVE W07-NAME-COUNT TO W07-NAME-IDX
                   END-IF
               END-PERFORM
               IF W07-NAME-FOUND-SWITCH EQUAL TO "NO"
                   MOVE F12-MASTER-INGREDIENT-NAME(I) TO
                       W03-BAD-COMPONENT-NAME
                   MOVE W03-COMPONENT-NOT-ON-MASTER-ERROR TO
                       WO4-ERROR-MSG
                   MOVE "NO" TO W01-VALID-RECORD-SWITCH
               END-IF
           END-IF.

       260-APPLY-STATUS-FLAG.
           IF W01-VALID-RECORD-SWITCH EQUAL TO "NO"
               ADD 1 TO W05-FAILED-COUNT
