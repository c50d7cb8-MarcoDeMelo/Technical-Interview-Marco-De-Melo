
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RNUTR.
       AUTHOR. Marco De Melo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT F05-RECIPE-MASTER-FILE ASSIGN TO "RecipeMaster.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS NAME-IN
              FILE STATUS IS WS-MASTER-STATUS.
       SELECT F12-MASTER-FILE ASSIGN TO "RecipeMaster.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS F12-MASTER-NAME
              FILE STATUS IS WS-COMPONENT-STATUS.
       SELECT F65-NUTMASTER-FILE ASSIGN TO "NutrientMaster.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS F65-NUT-NAME
              FILE STATUS IS WS-NUTMASTER-STATUS.
       SELECT F16-CONVERSION-FILE ASSIGN TO "UnitConversions.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CONVERSION-STATUS.
       SELECT F68-NUTRITION-REPORT-FILE ASSIGN TO
              "NutritionReport.dat"
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT F69-NUTRITION-FACTS-FILE ASSIGN TO "NutritionFacts.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD F05-RECIPE-MASTER-FILE
           RECORD CONTAINS 310 CHARACTERS
           DATA RECORD IS F05-RECIPE-MASTER-DETAIL.
       01 F05-RECIPE-MASTER-DETAIL.
         05 NAME-IN PIC X(25).
         05 COURSE-TYPE-IN PIC X(10).
         05 PREP-TIME-IN PIC 9(4)V9.
         05 BAKE-TIME-IN PIC 9(4)V9.
         05 YIELD-IN PIC 9(3).
         05 INGREDIENT-COUNT-IN PIC 9(2).
         05 INGREDIENTS-IN OCCURS 10 TIMES.
           10 INGREDIENT-NAME-IN PIC X(15).
           10 AMOUNT-IN PIC 9(3)V99.
           10 AMOUNT-TYPE-IN PIC X(5).
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

       FD F65-NUTMASTER-FILE
           RECORD CONTAINS 71 CHARACTERS
           DATA RECORD IS F65-NUTMASTER-RECORD.
       01 F65-NUTMASTER-RECORD.
         05 F65-NUT-NAME PIC X(15).
         05 F65-NUT-UNIT PIC X(5).
         05 F65-NUT-BASE-QTY PIC 9(4)V99.
         05 F65-NUT-CALORIES PIC 9(5)V99.
         05 F65-NUT-FAT PIC 9(4)V99.
         05 F65-NUT-SAT-FAT PIC 9(4)V99.
         05 F65-NUT-CARB PIC 9(4)V99.
         05 F65-NUT-SUGAR PIC 9(4)V99.
         05 F65-NUT-PROTEIN PIC 9(4)V99.
         05 F65-NUT-SODIUM PIC 9(6)V99.

       FD F16-CONVERSION-FILE
           RECORD CONTAINS 18 CHARACTERS
           DATA RECORD IS F16-CONVERSION-RECORD.
       01 F16-CONVERSION-RECORD.
         05 CONV-FROM-UNIT PIC X(5).
         05 CONV-TO-UNIT PIC X(5).
         05 CONV-FACTOR PIC 9(4)V9(4).

       FD F68-NUTRITION-REPORT-FILE
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD IS F68-NUTRITION-REPORT-RECORD.
       01 F68-NUTRITION-REPORT-RECORD PIC X(110).

       FD F69-NUTRITION-FACTS-FILE
           RECORD CONTAINS 71 CHARACTERS
           DATA RECORD IS F69-NUTRITION-FACTS-RECORD.
       01 F69-NUTRITION-FACTS-RECORD.
         05 F69-RECIPE-NAME PIC X(25).
         05 F69-CALORIES PIC 9(5)V99.
         05 F69-FAT PIC 9(4)V99.
         05 F69-SAT-FAT PIC 9(4)V99.
         05 F69-CARB PIC 9(4)V99.
         05 F69-SUGAR PIC 9(4)V99.
         05 F69-PROTEIN PIC 9(4)V99.
         05 F69-SODIUM PIC 9(6)V99.
         05 F69-STATUS PIC X(1).

       WORKING-STORAGE SECTION.
       01 J PIC 9(5) VALUE 0.
       01 K PIC 9(5) VALUE 0.
       01 L PIC 9(5) VALUE 0.

       01 W01-SWITCHES.
         05 WS-MASTER-STATUS PIC XX VALUE SPACES.
         05 WS-COMPONENT-STATUS PIC XX VALUE SPACES.
         05 WS-NUTMASTER-STATUS PIC XX VALUE SPACES.
         05 WS-CONVERSION-STATUS PIC XX VALUE SPACES.
         05 W01-RECIPE-FILE-SWITCH PIC X(3) VALUE 'YES'.
         05 W01-CONVERSION-FILE-SWITCH PIC X(3) VALUE 'YES'.
         05 W01-COMPONENT-FILE-SWITCH PIC X(3) VALUE 'NO'.
         05 W01-COMPONENT-FOUND-SWITCH PIC X(3) VALUE 'NO'.
         05 W01-NUTMASTER-FILE-SWITCH PIC X(3) VALUE 'NO'.
         05 W01-NUTRIENT-FOUND-SWITCH PIC X(3) VALUE 'NO'.
         05 W01-CONVERSION-FOUND-SWITCH PIC X(3) VALUE 'NO'.
         05 W01-RECIPE-INCOMPLETE-SWITCH PIC X(3) VALUE 'NO'.

       01 W10-CONVERSION-TABLE.
         05 W10-CONVERSION-COUNT PIC 9(5) VALUE 0.
         05 W10-CONVERSION-ENTRY OCCURS 500 TIMES.
           10 W10-CONV-FROM-UNIT PIC X(5).
           10 W10-CONV-TO-UNIT PIC X(5).
           10 W10-CONV-FACTOR PIC 9(4)V9(4).

       01 W02-REPORT-HEADING.
         05 FILLER PIC X(45) VALUE
             "NUTRITION FACTS PER PORTION MARCO DE MELO".
         05 FILLER PIC X(5) VALUE "DATE".
         05 W02-REPORT-DATE PIC X(10).
       01 W02-REPORT-COLUMNS.
         05 FILLER PIC X(27) VALUE "RECIPE".
         05 FILLER PIC X(7) VALUE "YIELD".
         05 FILLER PIC X(9) VALUE "KCAL".
         05 FILLER PIC X(8) VALUE "FAT G".
         05 FILLER PIC X(8) VALUE "SATFAT".
         05 FILLER PIC X(8) VALUE "CARB G".
         05 FILLER PIC X(8) VALUE "SUGAR G".
         05 FILLER PIC X(8) VALUE "PROT G".
         05 FILLER PIC X(10) VALUE "SODIUM MG".
         05 FILLER PIC X(10) VALUE "STATUS".

       01 W03-REPORT-DETAIL.
         05 W03-NAME-OUT PIC X(25).
         05 FILLER PIC X(2) VALUE SPACES.
         05 W03-YIELD-OUT PIC ZZ9.
         05 FILLER PIC X(2) VALUE SPACES.
         05 W03-CALORIES-OUT PIC ZZZZ9.9.
         05 FILLER PIC X(2) VALUE SPACES.
         05 W03-FAT-OUT PIC ZZZ9.9.
         05 FILLER PIC X(2) VALUE SPACES.
         05 W03-SAT-FAT-OUT PIC ZZZ9.9.
         05 FILLER PIC X(2) VALUE SPACES.
         05 W03-CARB-OUT PIC ZZZ9.9.
         05 FILLER PIC X(2) VALUE SPACES.
         05 W03-SUGAR-OUT PIC ZZZ9.9.
         05 FILLER PIC X(2) VALUE SPACES.
         05 W03-PROTEIN-OUT PIC ZZZ9.9.
         05 FILLER PIC X(2) VALUE SPACES.
         05 W03-SODIUM-OUT PIC ZZZZZ9.9.
         05 FILLER PIC X(2) VALUE SPACES.
         05 W03-STATUS-OUT PIC X(10).

       01 W04-MISSING-DETAIL.
         05 FILLER PIC X(5) VALUE SPACES.
         05 FILLER PIC X(12) VALUE "INCOMPLETE: ".
         05 W04-MISS-INGREDIENT PIC X(25).
         05 FILLER PIC X(2) VALUE SPACES.
         05 W04-MISS-AMOUNT PIC ZZZZZ9.99.
         05 FILLER PIC X(1) VALUE SPACES.
         05 W04-MISS-UNIT PIC X(5).
         05 FILLER PIC X(2) VALUE SPACES.
         05 W04-MISS-REASON PIC X(25).

       01 W05-CONSTANTS.
         05 W05-NO-NUTRIENT-REASON PIC X(25) VALUE
             "NO NUTRIENT DATA".
         05 W05-NO-CONVERSION-REASON PIC X(25) VALUE
             "NO UNIT CONVERSION".
         05 W05-NO-COMPONENT-REASON PIC X(25) VALUE
             "COMPONENT NOT AVAILABLE".
         05 W05-TOO-DEEP-REASON PIC X(25) VALUE
             "NESTED OVER 10 LEVELS".

       01 W06-MISSING-TABLE.
         05 W06-MISSING-COUNT PIC 9(3) VALUE 0.
         05 W06-MISSING-LINE OCCURS 100 TIMES PIC X(86).

       01 W07-RUN-COUNTS.
         05 W07-RECIPES-READ PIC 9(5) VALUE 0.
         05 W07-RECIPES-COMPLETE PIC 9(5) VALUE 0.
         05 W07-RECIPES-INCOMPLETE PIC 9(5) VALUE 0.
         05 W07-RECIPES-SKIPPED PIC 9(5) VALUE 0.
       01 W07-COUNT-LINE.
         05 W07-COUNT-LABEL PIC X(30).
         05 W07-COUNT-VALUE PIC ZZZZ9.

       01 W25-COMPONENT-VARS.
         05 W25-ING-NAME PIC X(25).
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

       01 W26-NUTRIENT-VARS.
         05 W26-UNIT-FACTOR PIC 9(4)V9(4) VALUE 0.
         05 W26-NUT-RATIO PIC 9(7)V9(6) VALUE 0.
         05 W26-DIVISOR PIC 9(3) VALUE 0.
         05 W26-TOTAL-CALORIES PIC 9(9)V9(4) VALUE 0.
         05 W26-TOTAL-FAT PIC 9(9)V9(4) VALUE 0.
         05 W26-TOTAL-SAT-FAT PIC 9(9)V9(4) VALUE 0.
         05 W26-TOTAL-CARB PIC 9(9)V9(4) VALUE 0.
         05 W26-TOTAL-SUGAR PIC 9(9)V9(4) VALUE 0.
         05 W26-TOTAL-PROTEIN PIC 9(9)V9(4) VALUE 0.
         05 W26-TOTAL-SODIUM PIC 9(9)V9(4) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM 100-INITIALIZE
           PERFORM 200-PROCESS-RECIPES
           PERFORM 400-CLOSE-FILES
           STOP RUN.

       100-INITIALIZE.
           OPEN OUTPUT F68-NUTRITION-REPORT-FILE
           MOVE FUNCTION CURRENT-DATE (1:8) TO W02-REPORT-DATE
           WRITE F68-NUTRITION-REPORT-RECORD FROM W02-REPORT-HEADING
           WRITE F68-NUTRITION-REPORT-RECORD FROM W02-REPORT-COLUMNS
           OPEN OUTPUT F69-NUTRITION-FACTS-FILE
           OPEN INPUT F65-NUTMASTER-FILE
           IF WS-NUTMASTER-STATUS EQUAL TO "00"
               MOVE "YES" TO W01-NUTMASTER-FILE-SWITCH
           ELSE
               DISPLAY "WARNING: NUTRIENT MASTER NOT AVAILABLE "
                   "(STATUS " WS-NUTMASTER-STATUS ") - ALL RECIPES "
                   "WILL BE INCOMPLETE"
           END-IF
           PERFORM 130-LOAD-CONVERSION-TABLE
           DISPLAY "FILES OPENED".

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
           IF W10-CONVERSION-COUNT LESS THAN 500
               ADD 1 TO W10-CONVERSION-COUNT
               MOVE CONV-FROM-UNIT TO
                   W10-CONV-FROM-UNIT(W10-CONVERSION-COUNT)
               MOVE CONV-TO-UNIT TO
                   W10-CONV-TO-UNIT(W10-CONVERSION-COUNT)
               MOVE CONV-FACTOR TO
                   W10-CONV-FACTOR(W10-CONVERSION-COUNT)
           ELSE
               DISPLAY "CONVERSION TABLE FULL AT 500 ENTRIES - "
                   "UnitConversions.dat TOO LARGE - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       200-PROCESS-RECIPES.
           OPEN INPUT F05-RECIPE-MASTER-FILE
           IF WS-MASTER-STATUS EQUAL TO "00"
               OPEN INPUT F12-MASTER-FILE
               IF WS-COMPONENT-STATUS EQUAL TO "00"
                   MOVE "YES" TO W01-COMPONENT-FILE-SWITCH
               END-IF
               PERFORM UNTIL W01-RECIPE-FILE-SWITCH = 'NO'
                   READ F05-RECIPE-MASTER-FILE
                       AT END
                           MOVE 'NO' TO W01-RECIPE-FILE-SWITCH
                       NOT AT END
                           ADD 1 TO W07-RECIPES-READ
                           IF MASTER-STATUS-IN EQUAL TO "F"
                               ADD 1 TO W07-RECIPES-SKIPPED
                           ELSE
                               PERFORM 210-ROLL-UP-ONE-RECIPE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F05-RECIPE-MASTER-FILE
               IF W01-COMPONENT-FILE-SWITCH EQUAL TO "YES"
                   CLOSE F12-MASTER-FILE
               END-IF
           ELSE
               MOVE 'NO' TO W01-RECIPE-FILE-SWITCH
               DISPLAY "WARNING: RECIPE MASTER NOT AVAILABLE "
                   "(STATUS " WS-MASTER-STATUS ") - NOTHING TO ROLL UP"
           END-IF.

       210-ROLL-UP-ONE-RECIPE.
           MOVE 0 TO W26-TOTAL-CALORIES
           MOVE 0 TO W26-TOTAL-FAT
           MOVE 0 TO W26-TOTAL-SAT-FAT
           MOVE 0 TO W26-TOTAL-CARB
           MOVE 0 TO W26-TOTAL-SUGAR
           MOVE 0 TO W26-TOTAL-PROTEIN
           MOVE 0 TO W26-TOTAL-SODIUM
           MOVE 0 TO W06-MISSING-COUNT
           MOVE 'NO' TO W01-RECIPE-INCOMPLETE-SWITCH
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
                   PERFORM 220-ADD-INGREDIENT-NUTRIENTS
               END-IF
           END-PERFORM
           PERFORM 280-EXPLODE-COMPONENTS
           PERFORM 300-WRITE-RECIPE-NUTRITION.

       220-ADD-INGREDIENT-NUTRIENTS.
           MOVE 'NO' TO W01-NUTRIENT-FOUND-SWITCH
           MOVE 'NO' TO W01-CONVERSION-FOUND-SWITCH
           IF W01-NUTMASTER-FILE-SWITCH EQUAL TO "YES"
               MOVE W25-ING-NAME TO F65-NUT-NAME
               READ F65-NUTMASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF F65-NUT-BASE-QTY NUMERIC AND
                         F65-NUT-BASE-QTY GREATER THAN 0
                           MOVE "YES" TO W01-NUTRIENT-FOUND-SWITCH
                       END-IF
               END-READ
           END-IF
           IF W01-NUTRIENT-FOUND-SWITCH EQUAL TO "NO"
               MOVE W05-NO-NUTRIENT-REASON TO W04-MISS-REASON
               PERFORM 230-STORE-MISSING-LINE
           ELSE
               PERFORM 225-FIND-UNIT-FACTOR
               IF W01-CONVERSION-FOUND-SWITCH EQUAL TO "NO"
                   MOVE W05-NO-CONVERSION-REASON TO W04-MISS-REASON
                   PERFORM 230-STORE-MISSING-LINE
               ELSE
                   COMPUTE W26-NUT-RATIO ROUNDED =
                       W25-ING-AMOUNT * W26-UNIT-FACTOR /
                       F65-NUT-BASE-QTY
                   COMPUTE W26-TOTAL-CALORIES ROUNDED =
                       W26-TOTAL-CALORIES +
                       (W26-NUT-RATIO * F65-NUT-CALORIES)
                   COMPUTE W26-TOTAL-FAT ROUNDED = W26-TOTAL-FAT +
                       (W26-NUT-RATIO * F65-NUT-FAT)
                   COMPUTE W26-TOTAL-SAT-FAT ROUNDED =
                       W26-TOTAL-SAT-FAT +
                       (W26-NUT-RATIO * F65-NUT-SAT-FAT)
                   COMPUTE W26-TOTAL-CARB ROUNDED = W26-TOTAL-CARB +
                       (W26-NUT-RATIO * F65-NUT-CARB)
                   COMPUTE W26-TOTAL-SUGAR ROUNDED = W26-TOTAL-SUGAR +
                       (W26-NUT-RATIO * F65-NUT-SUGAR)
                   COMPUTE W26-TOTAL-PROTEIN ROUNDED =
                       W26-TOTAL-PROTEIN +
                       (W26-NUT-RATIO * F65-NUT-PROTEIN)
                   COMPUTE W26-TOTAL-SODIUM ROUNDED =
                       W26-TOTAL-SODIUM +
                       (W26-NUT-RATIO * F65-NUT-SODIUM)
               END-IF
           END-IF.

       225-FIND-UNIT-FACTOR.
           IF W25-ING-UNIT EQUAL TO F65-NUT-UNIT
               MOVE 1 TO W26-UNIT-FACTOR
               MOVE "YES" TO W01-CONVERSION-FOUND-SWITCH
           ELSE
               PERFORM VARYING L FROM 1 BY 1
                 UNTIL L > W10-CONVERSION-COUNT
                   IF W10-CONV-FROM-UNIT(L) EQUAL TO W25-ING-UNIT AND
                     W10-CONV-TO-UNIT(L) EQUAL TO F65-NUT-UNIT
                       MOVE W10-CONV-FACTOR(L) TO W26-UNIT-FACTOR
                       MOVE "YES" TO W01-CONVERSION-FOUND-SWITCH
                       MOVE W10-CONVERSION-COUNT TO L
                   END-IF
               END-PERFORM
           END-IF.

       230-STORE-MISSING-LINE.
           MOVE "YES" TO W01-RECIPE-INCOMPLETE-SWITCH
           MOVE W25-ING-NAME TO W04-MISS-INGREDIENT
           MOVE W25-ING-AMOUNT TO W04-MISS-AMOUNT
           MOVE W25-ING-UNIT TO W04-MISS-UNIT
           IF W06-MISSING-COUNT LESS THAN 100
               ADD 1 TO W06-MISSING-COUNT
               MOVE W04-MISSING-DETAIL TO
                   W06-MISSING-LINE(W06-MISSING-COUNT)
           END-IF.

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
               MOVE W05-NO-COMPONENT-REASON TO W04-MISS-REASON
               PERFORM 230-STORE-MISSING-LINE
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
                       PERFORM 220-ADD-INGREDIENT-NUTRIENTS
                   END-IF
               END-PERFORM
           END-IF.

       290-PUSH-COMPONENT.
           IF W25-PUSH-DEPTH GREATER THAN 10
               MOVE W25-PUSH-NAME TO W25-ING-NAME
               MOVE "RECIP" TO W25-ING-UNIT
               MOVE W25-PUSH-QTY TO W25-ING-AMOUNT
               MOVE W05-TOO-DEEP-REASON TO W04-MISS-REASON
               PERFORM 230-STORE-MISSING-LINE
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

       300-WRITE-RECIPE-NUTRITION.
           IF YIELD-IN NUMERIC AND YIELD-IN GREATER THAN 0
               MOVE YIELD-IN TO W26-DIVISOR
           ELSE
               MOVE 1 TO W26-DIVISOR
           END-IF
           MOVE NAME-IN TO F69-RECIPE-NAME
           COMPUTE F69-CALORIES ROUNDED =
               W26-TOTAL-CALORIES / W26-DIVISOR
           COMPUTE F69-FAT ROUNDED = W26-TOTAL-FAT / W26-DIVISOR
           COMPUTE F69-SAT-FAT ROUNDED =
               W26-TOTAL-SAT-FAT / W26-DIVISOR
           COMPUTE F69-CARB ROUNDED = W26-TOTAL-CARB / W26-DIVISOR
           COMPUTE F69-SUGAR ROUNDED = W26-TOTAL-SUGAR / W26-DIVISOR
           COMPUTE F69-PROTEIN ROUNDED =
               W26-TOTAL-PROTEIN / W26-DIVISOR
           COMPUTE F69-SODIUM ROUNDED =
               W26-TOTAL-SODIUM / W26-DIVISOR
           IF W01-RECIPE-INCOMPLETE-SWITCH EQUAL TO "YES"
               MOVE "I" TO F69-STATUS
               MOVE "INCOMPLETE" TO W03-STATUS-OUT
               ADD 1 TO W07-RECIPES-INCOMPLETE
           ELSE
               MOVE "C" TO F69-STATUS
               MOVE SPACES TO W03-STATUS-OUT
               ADD 1 TO W07-RECIPES-COMPLETE
           END-IF
           WRITE F69-NUTRITION-FACTS-RECORD
           MOVE NAME-IN TO W03-NAME-OUT
           MOVE YIELD-IN TO W03-YIELD-OUT
           MOVE F69-CALORIES TO W03-CALORIES-OUT
           MOVE F69-FAT TO W03-FAT-OUT
           MOVE F69-SAT-FAT TO W03-SAT-FAT-OUT
           MOVE F69-CARB TO W03-CARB-OUT
           MOVE F69-SUGAR TO W03-SUGAR-OUT
           MOVE F69-PROTEIN TO W03-PROTEIN-OUT
           MOVE F69-SODIUM TO W03-SODIUM-OUT
           WRITE F68-NUTRITION-REPORT-RECORD FROM W03-REPORT-DETAIL
           PERFORM VARYING K FROM 1 BY 1
             UNTIL K > W06-MISSING-COUNT
               WRITE F68-NUTRITION-REPORT-RECORD FROM
                   W06-MISSING-LINE(K)
           END-PERFORM.

       400-CLOSE-FILES.
           WRITE F68-NUTRITION-REPORT-RECORD FROM SPACES
           MOVE "RECIPES READ" TO W07-COUNT-LABEL
           MOVE W07-RECIPES-READ TO W07-COUNT-VALUE
           WRITE F68-NUTRITION-REPORT-RECORD FROM W07-COUNT-LINE
           MOVE "RECIPES COMPLETE" TO W07-COUNT-LABEL
           MOVE W07-RECIPES-COMPLETE TO W07-COUNT-VALUE
           WRITE F68-NUTRITION-REPORT-RECORD FROM W07-COUNT-LINE
           MOVE "RECIPES INCOMPLETE" TO W07-COUNT-LABEL
           MOVE W07-RECIPES-INCOMPLETE TO W07-COUNT-VALUE
           WRITE F68-NUTRITION-REPORT-RECORD FROM W07-COUNT-LINE
           MOVE "RECIPES SKIPPED (FLAGGED)" TO W07-COUNT-LABEL
           MOVE W07-RECIPES-SKIPPED TO W07-COUNT-VALUE
           WRITE F68-NUTRITION-REPORT-RECORD FROM W07-COUNT-LINE
           IF W01-NUTMASTER-FILE-SWITCH EQUAL TO "YES"
               CLOSE F65-NUTMASTER-FILE
           END-IF
           CLOSE F68-NUTRITION-REPORT-FILE
           CLOSE F69-NUTRITION-FACTS-FILE
           DISPLAY "FILES CLOSED".
