       SELECT F43-RUN-REQUIREMENTS-FILE ASSIGN TO
              "ProductionRunRequirements.dat"
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT F47-ISSUE-FILE ASSIGN TO "ProductionIssues.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ISSUE-STATUS.
       SELECT F71-SCHEDULE-DATE-FILE ASSIGN TO "ScheduleDate.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SCHEDDATE-STATUS.
       SELECT F88-REQUEST-NEW-FILE ASSIGN TO
              "ScaleRequests.dat.NEW"
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT F12-MASTER-FILE ASSIGN TO "RecipeMaster.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
       DATA DIVISION.
       FILE SECTION.
       FD F25-SCALE-REQUEST-FILE
           RECORD CONTAINS 42 CHARACTERS
           DATA RECORD IS F25-SCALE-REQUEST-RECORD.
       01 F25-SCALE-REQUEST-RECORD.
         05 SCALE-RECIPE-NAME PIC X(25).
         05 SCALE-TARGET PIC 9(5).
         05 SCALE-REQUIRED-DATE PIC X(8).
         05 SCALE-REQUIRED-TIME PIC X(4).

       FD F04-EXTRACT-FILE
           RECORD CONTAINS 50 TO 300 CHARACTERS
           DATA RECORD IS F43-RUN-REQUIREMENTS-RECORD.
       01 F43-RUN-REQUIREMENTS-RECORD PIC X(80).

       FD F47-ISSUE-FILE
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS F47-ISSUE-RECORD.
       01 F47-ISSUE-RECORD.
         05 ISSUE-DATE PIC X(8).
         05 ISSUE-INGREDIENT-NAME PIC X(15).
         05 ISSUE-UNIT PIC X(5).
         05 ISSUE-QTY PIC 9(8)V99.

       FD F71-SCHEDULE-DATE-FILE
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS F71-SCHEDULE-DATE-RECORD.
       01 F71-SCHEDULE-DATE-RECORD PIC X(8).

       FD F88-REQUEST-NEW-FILE
           RECORD CONTAINS 42 CHARACTERS
           DATA RECORD IS F88-REQUEST-NEW-RECORD.
       01 F88-REQUEST-NEW-RECORD PIC X(42).

       FD F12-MASTER-FILE
           RECORD CONTAINS 310 CHARACTERS
           DATA RECORD IS F12-MASTER-RECORD.
         05 WS-MASTER-STATUS PIC XX VALUE SPACES.
         05 W01-MASTER-AVAILABLE-SWITCH PIC X(3) VALUE 'NO'.
         05 W01-RECIPE-FLAGGED-SWITCH PIC X(3) VALUE 'NO'.
         05 W01-COMPONENT-FOUND-SWITCH PIC X(3) VALUE 'NO'.
         05 WS-ISSUE-STATUS PIC XX VALUE SPACES.
         05 WS-SCHEDDATE-STATUS PIC XX VALUE SPACES.

       01 W02-RECIPE-TABLE.
         05 W02-RECIPE-COUNT PIC 9(5) VALUE 0.
             "NUMBER OF DISTINCT INGREDIENT/UNIT =".
         05 W15-RUN-FOOTER-COUNT PIC ZZZZ9.

       01 W16-COMPONENT-VARS.
         05 W16-ING-NAME PIC X(15).
         05 W16-ING-UNIT PIC X(5).
         05 W16-COMP-QTY PIC 9(8)V9(4).
         05 W16-COMP-FACTOR PIC 9(7)V9(6).
         05 W16-COMP-DEPTH PIC 9(2).
         05 W16-COMP-IDX PIC 9(2).
         05 W16-PUSH-NAME PIC X(25).
         05 W16-PUSH-QTY PIC 9(8)V9(4).
         05 W16-PUSH-DEPTH PIC 9(2).
         05 W16-STACK-COUNT PIC 9(3) VALUE 0.
         05 W16-STACK-ENTRY OCCURS 100 TIMES.
           10 W16-STACK-NAME PIC X(25).
           10 W16-STACK-QTY PIC 9(8)V9(4).
           10 W16-STACK-DEPTH PIC 9(2).

       01 W17-REQUEST-VARS.
         05 W17-PRODUCTION-DATE PIC X(8) VALUE SPACES.
         05 W17-REQUESTS-DEFERRED PIC 9(5) VALUE 0.
         05 W17-OLD-FILE-NAME PIC X(30) VALUE
             "ScaleRequests.dat".
         05 W17-NEW-FILE-NAME PIC X(30) VALUE
             "ScaleRequests.dat.NEW".
         05 W17-FILE-OP-STATUS PIC 9(4) COMP.
       01 W17-DEFERRED-LINE.
         05 FILLER PIC X(18) VALUE "REQUESTS DUE AFTER".
         05 FILLER PIC X(1) VALUE SPACES.
         05 W17-DL-DATE PIC X(8).
         05 FILLER PIC X(23) VALUE " KEPT FOR A LATER RUN =".
         05 W17-DL-COUNT PIC ZZZZ9.

       01 W12-EXCEPTION-LINES.
         05 W12-NOT-FOUND-LINE.
           10 FILLER PIC X(8) VALUE "RECIPE: ".

       100-INITIALIZE.
           OPEN INPUT F25-SCALE-REQUEST-FILE
           OPEN OUTPUT F88-REQUEST-NEW-FILE
           PERFORM 105-READ-SCHEDULE-DATE
           OPEN INPUT F12-MASTER-FILE
           IF WS-MASTER-STATUS EQUAL TO "00"
               MOVE "YES" TO W01-MASTER-AVAILABLE-SWITCH
           PERFORM 130-LOAD-CONVERSION-TABLE
           DISPLAY "FILES OPENED".

       105-READ-SCHEDULE-DATE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO W17-PRODUCTION-DATE
           OPEN INPUT F71-SCHEDULE-DATE-FILE
           IF WS-SCHEDDATE-STATUS EQUAL TO "00"
               READ F71-SCHEDULE-DATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF F71-SCHEDULE-DATE-RECORD NOT EQUAL TO SPACES
                           MOVE F71-SCHEDULE-DATE-RECORD TO
                               W17-PRODUCTION-DATE
                       END-IF
               END-READ
               CLOSE F71-SCHEDULE-DATE-FILE
           END-IF.

       110-LOAD-RECIPE-TABLE.
           OPEN INPUT F04-EXTRACT-FILE
           IF WS-EXTRACT-STATUS EQUAL TO "00"
               AT END
                   MOVE 'NO' TO W01-REQUEST-REMAINS-SWITCH
               NOT AT END
                   IF SCALE-REQUIRED-DATE NUMERIC AND
                     SCALE-REQUIRED-DATE GREATER THAN
                     W17-PRODUCTION-DATE
                       WRITE F88-REQUEST-NEW-RECORD
                           FROM F25-SCALE-REQUEST-RECORD
                       ADD 1 TO W17-REQUESTS-DEFERRED
                   ELSE
                       PERFORM 310-SCALE-ONE-REQUEST
                   END-IF
           END-READ.

       310-SCALE-ONE-REQUEST.
           END-IF.

       330-WRITE-SCALED-INGREDIENT.
           IF W02-R-UNIT(R J) EQUAL TO "RECIP"
               MOVE 0 TO W16-STACK-COUNT
               MOVE W02-R-ING-NAME(R J) TO W16-PUSH-NAME
               COMPUTE W16-PUSH-QTY ROUNDED = W02-R-AMOUNT(R J) *
                   W06-SCALE-FACTOR
               MOVE 1 TO W16-PUSH-DEPTH
               PERFORM 380-PUSH-COMPONENT
               PERFORM 370-EXPLODE-COMPONENTS
           ELSE
               COMPUTE W06-SCALED-AMOUNT ROUNDED = W02-R-AMOUNT(R J) *
                   W06-SCALE-FACTOR
               MOVE W02-R-ING-NAME(R J) TO W16-ING-NAME
               MOVE W02-R-UNIT(R J) TO W16-ING-UNIT
               PERFORM 335-WRITE-SCALED-LEAF
           END-IF.

       335-WRITE-SCALED-LEAF.
           MOVE W16-ING-NAME TO W09-DET-INGREDIENT
           MOVE W06-SCALED-AMOUNT TO W09-DET-AMOUNT
           MOVE W16-ING-UNIT TO W09-DET-UNIT
           PERFORM 360-ADD-RUN-REQUIREMENT
           PERFORM 340-RESTATE-AWKWARD-UNIT
           PERFORM 350-ADD-SCALED-LINE-COST
           MOVE SPACES TO W06-BEST-UNIT
           PERFORM VARYING L FROM 1 BY 1
             UNTIL L > W04-CONVERSION-COUNT
               IF W04-CONV-FROM-UNIT(L) EQUAL TO W16-ING-UNIT
                   COMPUTE W06-TRY-AMOUNT ROUNDED =
                       W06-SCALED-AMOUNT * W04-CONV-FACTOR(L)
                   IF W06-TRY-AMOUNT NOT LESS THAN 1 AND
           MOVE 'NO' TO W01-PRICE-FOUND-SWITCH
           PERFORM VARYING K FROM 1 BY 1
             UNTIL K > W03-PRICE-COUNT
               IF W16-ING-NAME EQUAL TO W03-PRICE-NAME(K) AND
                 W16-ING-UNIT EQUAL TO W03-PRICE-UNIT(K)
                   COMPUTE W06-LINE-COST ROUNDED =
                       W06-SCALED-AMOUNT * W03-PRICE-COST(K)
                   MOVE "YES" TO W01-PRICE-FOUND-SWITCH
           IF W01-PRICE-FOUND-SWITCH EQUAL TO "NO"
               PERFORM VARYING L FROM 1 BY 1
                 UNTIL L > W04-CONVERSION-COUNT
                   IF W04-CONV-FROM-UNIT(L) EQUAL TO W16-ING-UNIT
                       PERFORM VARYING M FROM 1 BY 1
                         UNTIL M > W03-PRICE-COUNT
                           IF W16-ING-NAME EQUAL TO
                             W03-PRICE-NAME(M) AND
                             W04-CONV-TO-UNIT(L) EQUAL TO
                             W03-PRICE-UNIT(M)
           MOVE 'NO' TO W01-RUN-ENTRY-FOUND-SWITCH
           PERFORM VARYING K FROM 1 BY 1
             UNTIL K > W13-RUN-COUNT
               IF W16-ING-NAME EQUAL TO W13-RUN-NAME(K)
                   IF W16-ING-UNIT EQUAL TO W13-RUN-UNIT(K)
                       ADD W06-SCALED-AMOUNT TO W13-RUN-AMOUNT(K)
                       MOVE "YES" TO W01-RUN-ENTRY-FOUND-SWITCH
                   ELSE
           IF W01-RUN-ENTRY-FOUND-SWITCH EQUAL TO "NO"
               IF W13-RUN-COUNT LESS THAN 2000
                   ADD 1 TO W13-RUN-COUNT
                   MOVE W16-ING-NAME TO W13-RUN-NAME(W13-RUN-COUNT)
                   MOVE W16-ING-UNIT TO
                       W13-RUN-UNIT(W13-RUN-COUNT)
                   MOVE W06-SCALED-AMOUNT TO
                       W13-RUN-AMOUNT(W13-RUN-COUNT)
       365-TRY-MERGE-CONVERSION.
           PERFORM VARYING L FROM 1 BY 1
             UNTIL L > W04-CONVERSION-COUNT
               IF W04-CONV-FROM-UNIT(L) EQUAL TO W16-ING-UNIT AND
                 W04-CONV-TO-UNIT(L) EQUAL TO W13-RUN-UNIT(K)
                   COMPUTE W13-RUN-AMOUNT(K) ROUNDED =
                       W13-RUN-AMOUNT(K) +
               END-IF
           END-PERFORM.

       370-EXPLODE-COMPONENTS.
           PERFORM UNTIL W16-STACK-COUNT = 0
               PERFORM 375-EXPLODE-ONE-COMPONENT
           END-PERFORM.

       375-EXPLODE-ONE-COMPONENT.
           MOVE W16-STACK-NAME(W16-STACK-COUNT) TO F12-MASTER-NAME
           MOVE W16-STACK-QTY(W16-STACK-COUNT) TO W16-COMP-QTY
           MOVE W16-STACK-DEPTH(W16-STACK-COUNT) TO W16-COMP-DEPTH
           SUBTRACT 1 FROM W16-STACK-COUNT
           MOVE F12-MASTER-NAME TO W09-DET-INGREDIENT
           MOVE W16-COMP-QTY TO W09-DET-AMOUNT
           MOVE "RECIP" TO W09-DET-UNIT
           MOVE SPACES TO W09-DET-RESTATED
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
               MOVE "NO RECIPE" TO W09-DET-FLAG
               MOVE "YES" TO W01-BATCH-INCOMPLETE-SWITCH
               WRITE F26-PRODUCTION-RECORD FROM W09-SCALE-DETAIL
           ELSE
               MOVE "COMPONENT" TO W09-DET-FLAG
               WRITE F26-PRODUCTION-RECORD FROM W09-SCALE-DETAIL
               COMPUTE W16-COMP-FACTOR ROUNDED =
                   W16-COMP-QTY / F12-MASTER-YIELD
               PERFORM VARYING W16-COMP-IDX FROM 1 BY 1
                 UNTIL W16-COMP-IDX > F12-MASTER-INGREDIENT-COUNT
                   IF F12-MASTER-AMOUNT-TYPE(W16-COMP-IDX) EQUAL TO
                     "RECIP"
                       MOVE F12-MASTER-INGREDIENT-NAME(W16-COMP-IDX) TO
                           W16-PUSH-NAME
                       COMPUTE W16-PUSH-QTY ROUNDED =
                           F12-MASTER-AMOUNT(W16-COMP-IDX) *
                           W16-COMP-FACTOR
                       COMPUTE W16-PUSH-DEPTH = W16-COMP-DEPTH + 1
                       PERFORM 380-PUSH-COMPONENT
                   ELSE
                       MOVE F12-MASTER-INGREDIENT-NAME(W16-COMP-IDX) TO
                           W16-ING-NAME
                       MOVE F12-MASTER-AMOUNT-TYPE(W16-COMP-IDX) TO
                           W16-ING-UNIT
                       COMPUTE W06-SCALED-AMOUNT ROUNDED =
                           F12-MASTER-AMOUNT(W16-COMP-IDX) *
                           W16-COMP-FACTOR
                       PERFORM 335-WRITE-SCALED-LEAF
                   END-IF
               END-PERFORM
           END-IF.

       380-PUSH-COMPONENT.
           IF W16-PUSH-DEPTH GREATER THAN 10
               DISPLAY "WARNING: " SCALE-RECIPE-NAME " COMPONENTS "
                   "NESTED MORE THAN 10 LEVELS - " W16-PUSH-NAME
                   " NOT SCALED"
               MOVE "YES" TO W01-BATCH-INCOMPLETE-SWITCH
           ELSE
               IF W16-STACK-COUNT LESS THAN 100
                   ADD 1 TO W16-STACK-COUNT
                   MOVE W16-PUSH-NAME TO W16-STACK-NAME(W16-STACK-COUNT)
                   MOVE W16-PUSH-QTY TO W16-STACK-QTY(W16-STACK-COUNT)
                   MOVE W16-PUSH-DEPTH TO
                       W16-STACK-DEPTH(W16-STACK-COUNT)
               ELSE
                   DISPLAY "COMPONENT STACK FULL AT 100 ENTRIES FOR "
                       SCALE-RECIPE-NAME " - RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       400-WRITE-RUN-REQUIREMENTS.
           OPEN OUTPUT F43-RUN-REQUIREMENTS-FILE
           OPEN EXTEND F47-ISSUE-FILE
           IF WS-ISSUE-STATUS EQUAL TO "35"
               OPEN OUTPUT F47-ISSUE-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO W15-RUN-HEADING-DATE
           WRITE F43-RUN-REQUIREMENTS-RECORD FROM W15-RUN-HEADING
           WRITE F43-RUN-REQUIREMENTS-RECORD FROM W15-RUN-COLUMNS
               MOVE W13-RUN-AMOUNT(I) TO W15-RD-AMOUNT
               PERFORM 410-PRICE-RUN-LINE
               WRITE F43-RUN-REQUIREMENTS-RECORD FROM W15-RUN-DETAIL
               MOVE W17-PRODUCTION-DATE TO ISSUE-DATE
               MOVE W13-RUN-NAME(I) TO ISSUE-INGREDIENT-NAME
               MOVE W13-RUN-UNIT(I) TO ISSUE-UNIT
               MOVE W13-RUN-AMOUNT(I) TO ISSUE-QTY
               WRITE F47-ISSUE-RECORD
           END-PERFORM
           WRITE F43-RUN-REQUIREMENTS-RECORD FROM SPACES
           MOVE W13-RUN-COUNT TO W15-RUN-FOOTER-COUNT
           WRITE F43-RUN-REQUIREMENTS-RECORD FROM W15-RUN-FOOTER
           CLOSE F43-RUN-REQUIREMENTS-FILE
           CLOSE F47-ISSUE-FILE.

       410-PRICE-RUN-LINE.
           MOVE 'NO' TO W01-PRICE-FOUND-SWITCH
           END-IF.

       900-CLOSE-FILES.
           WRITE F26-PRODUCTION-RECORD FROM SPACES
           MOVE W17-PRODUCTION-DATE TO W17-DL-DATE
           MOVE W17-REQUESTS-DEFERRED TO W17-DL-COUNT
           WRITE F26-PRODUCTION-RECORD FROM W17-DEFERRED-LINE
           CLOSE F25-SCALE-REQUEST-FILE
           CLOSE F88-REQUEST-NEW-FILE
           PERFORM 910-REPLACE-REQUEST-FILE
           IF W01-MASTER-AVAILABLE-SWITCH EQUAL TO "YES"
               CLOSE F12-MASTER-FILE
           END-IF
           CLOSE F26-PRODUCTION-FILE
           DISPLAY "FILES CLOSED".

       910-REPLACE-REQUEST-FILE.
           CALL "CBL_DELETE_FILE" USING W17-OLD-FILE-NAME
               RETURNING W17-FILE-OP-STATUS
           IF W17-FILE-OP-STATUS NOT = 0
               DISPLAY "WARNING: COULD NOT DELETE " W17-OLD-FILE-NAME
                   " (STATUS " W17-FILE-OP-STATUS ") - REMOVE THE "
                   "REQUESTS SCALED TODAY BEFORE THE NEXT RUN OR "
                   "ISSUES WILL POST TWICE"
           END-IF
           CALL "CBL_RENAME_FILE" USING W17-NEW-FILE-NAME
               W17-OLD-FILE-NAME
               RETURNING W17-FILE-OP-STATUS
           IF W17-FILE-OP-STATUS NOT = 0
               DISPLAY "WARNING: COULD NOT RENAME " W17-NEW-FILE-NAME
                   " TO " W17-OLD-FILE-NAME " (STATUS "
                   W17-FILE-OP-STATUS ") - REQUESTS DUE AFTER "
                   W17-PRODUCTION-DATE " ARE ONLY ON THE .NEW FILE"
           END-IF.
