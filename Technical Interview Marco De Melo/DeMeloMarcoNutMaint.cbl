
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NMNT.
       AUTHOR. Marco De Melo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT F66-NUTTRANS-FILE ASSIGN TO "NutrientMasterTrans.dat"
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT F65-NUTMASTER-FILE ASSIGN TO "NutrientMaster.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS F65-NUT-NAME
              FILE STATUS IS WS-NUTMASTER-STATUS.
       SELECT F28-INGMASTER-FILE ASSIGN TO "IngredientMaster.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS F28-INGMASTER-NAME
              FILE STATUS IS WS-INGMASTER-STATUS.
       SELECT F67-ACTIVITY-FILE ASSIGN TO
              "NutrientActivityReport.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD F66-NUTTRANS-FILE
           RECORD CONTAINS 72 CHARACTERS
           DATA RECORD IS F66-NUTTRANS-RECORD.
       01 F66-NUTTRANS-RECORD.
         05 NUT-TRANS-CODE PIC X(1).
         05 NUT-TRANS-NAME PIC X(15).
         05 NUT-TRANS-UNIT PIC X(5).
         05 NUT-TRANS-VALUES.
           10 NUT-TRANS-BASE-QTY PIC 9(4)V99.
           10 NUT-TRANS-CALORIES PIC 9(5)V99.
           10 NUT-TRANS-FAT PIC 9(4)V99.
           10 NUT-TRANS-SAT-FAT PIC 9(4)V99.
           10 NUT-TRANS-CARB PIC 9(4)V99.
           10 NUT-TRANS-SUGAR PIC 9(4)V99.
           10 NUT-TRANS-PROTEIN PIC 9(4)V99.
           10 NUT-TRANS-SODIUM PIC 9(6)V99.

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

       FD F28-INGMASTER-FILE
           RECORD CONTAINS 45 CHARACTERS
           DATA RECORD IS F28-INGMASTER-RECORD.
       01 F28-INGMASTER-RECORD.
         05 F28-INGMASTER-NAME PIC X(15).
         05 F28-INGMASTER-DESC PIC X(30).

       FD F67-ACTIVITY-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS F67-ACTIVITY-RECORD.
       01 F67-ACTIVITY-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 W01-SWITCHES.
         05 W01-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
         05 WS-NUTMASTER-STATUS PIC XX VALUE SPACES.
         05 WS-INGMASTER-STATUS PIC XX VALUE SPACES.
         05 W01-INGMASTER-OPEN-SWITCH PIC X(3) VALUE 'NO'.

       01 W02-ACTIVITY-HEADING-LINE.
         05 FILLER PIC X(50) VALUE
             "NUTRIENT MASTER ACTIVITY REPORT MARCO DE MELO".
         05 FILLER PIC X(5) VALUE "DATE".
         05 W02-ACTIVITY-DATE PIC X(10).

       01 W03-ACTIVITY-DETAIL.
         05 W03-ACT-CODE PIC X(1).
         05 FILLER PIC X(2) VALUE SPACES.
         05 W03-ACT-NAME PIC X(15).
         05 FILLER PIC X(2) VALUE SPACES.
         05 W03-ACT-UNIT PIC X(5).
         05 FILLER PIC X(2) VALUE SPACES.
         05 W03-ACT-RESULT PIC X(10).
         05 FILLER PIC X(2) VALUE SPACES.
         05 W03-ACT-REASON PIC X(30).

       01 W04-CONSTANTS.
         05 W04-DUPLICATE-ADD-ERROR PIC X(30) VALUE
             'Nutrients already on file.'.
         05 W04-NOT-ON-MASTER-ERROR PIC X(30) VALUE
             'Nutrients not on file.'.
         05 W04-BAD-CODE-ERROR PIC X(30) VALUE
             'Trans code must be A,C or D.'.
         05 W04-BLANK-NAME-ERROR PIC X(30) VALUE
             'Ingredient name is blank.'.
         05 W04-BLANK-UNIT-ERROR PIC X(30) VALUE
             'Nutrient unit is blank.'.
         05 W04-NOT-NUMERIC-ERROR PIC X(30) VALUE
             'Nutrient values not numeric.'.
         05 W04-ZERO-BASE-ERROR PIC X(30) VALUE
             'Base quantity must be over 0.'.
         05 W04-NOT-INGREDIENT-ERROR PIC X(30) VALUE
             'Ingredient not on master.'.

       01 W05-ACTIVITY-COUNTS.
         05 W05-TRANS-READ PIC 9(5) VALUE 0.
         05 W05-APPLIED-COUNT PIC 9(5) VALUE 0.
         05 W05-REJECTED-COUNT PIC 9(5) VALUE 0.
       01 W05-ACTIVITY-COUNT-LINE.
         05 W05-COUNT-LABEL PIC X(30).
         05 W05-COUNT-VALUE PIC ZZZZ9.

       PROCEDURE DIVISION.
           PERFORM 100-OPEN-FILES
           PERFORM UNTIL W01-DATA-REMAINS-SWITCH = 'NO'
               PERFORM 200-PROCESS-TRANSACTIONS
           END-PERFORM
           PERFORM 300-WRITE-FOOTER
           STOP RUN.

       100-OPEN-FILES.
           OPEN INPUT F66-NUTTRANS-FILE
           OPEN I-O F65-NUTMASTER-FILE
           IF WS-NUTMASTER-STATUS EQUAL TO "35"
               OPEN OUTPUT F65-NUTMASTER-FILE
               CLOSE F65-NUTMASTER-FILE
               OPEN I-O F65-NUTMASTER-FILE
           END-IF
           OPEN INPUT F28-INGMASTER-FILE
           IF WS-INGMASTER-STATUS EQUAL TO "00"
               MOVE "YES" TO W01-INGMASTER-OPEN-SWITCH
           ELSE
               DISPLAY "WARNING: INGREDIENT MASTER NOT AVAILABLE "
                   "(STATUS " WS-INGMASTER-STATUS ") - ADDS AND "
                   "CHANGES WILL BE REJECTED"
           END-IF
           OPEN OUTPUT F67-ACTIVITY-FILE
           MOVE FUNCTION CURRENT-DATE (1:8) TO W02-ACTIVITY-DATE
           WRITE F67-ACTIVITY-RECORD FROM W02-ACTIVITY-HEADING-LINE
           DISPLAY "FILES OPENED".

       200-PROCESS-TRANSACTIONS.
           READ F66-NUTTRANS-FILE
               AT END
                   MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
               NOT AT END
                   ADD 1 TO W05-TRANS-READ
                   MOVE NUT-TRANS-CODE TO W03-ACT-CODE
                   MOVE NUT-TRANS-NAME TO W03-ACT-NAME
                   MOVE NUT-TRANS-UNIT TO W03-ACT-UNIT
                   IF NUT-TRANS-NAME EQUAL TO SPACES
                       MOVE W04-BLANK-NAME-ERROR TO W03-ACT-REASON
                       PERFORM 260-WRITE-REJECTED-LINE
                   ELSE
                       IF NUT-TRANS-CODE EQUAL TO "A"
                           PERFORM 210-APPLY-ADD
                       ELSE
                           IF NUT-TRANS-CODE EQUAL TO "C"
                               PERFORM 220-APPLY-CHANGE
                           ELSE
                               IF NUT-TRANS-CODE EQUAL TO "D"
                                   PERFORM 230-APPLY-DELETE
                               ELSE
                                   MOVE W04-BAD-CODE-ERROR TO
                                       W03-ACT-REASON
                                   PERFORM 260-WRITE-REJECTED-LINE
                               END-IF
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       210-APPLY-ADD.
           PERFORM 270-VALIDATE-VALUES
           IF W03-ACT-REASON NOT EQUAL TO SPACES
               PERFORM 260-WRITE-REJECTED-LINE
           ELSE
               PERFORM 240-BUILD-MASTER-RECORD
               WRITE F65-NUTMASTER-RECORD
               IF WS-NUTMASTER-STATUS EQUAL TO "00"
                   PERFORM 250-WRITE-APPLIED-LINE
               ELSE
                   MOVE W04-DUPLICATE-ADD-ERROR TO W03-ACT-REASON
                   PERFORM 260-WRITE-REJECTED-LINE
               END-IF
           END-IF.

       220-APPLY-CHANGE.
           PERFORM 270-VALIDATE-VALUES
           IF W03-ACT-REASON NOT EQUAL TO SPACES
               PERFORM 260-WRITE-REJECTED-LINE
           ELSE
               PERFORM 240-BUILD-MASTER-RECORD
               REWRITE F65-NUTMASTER-RECORD
               IF WS-NUTMASTER-STATUS EQUAL TO "00"
                   PERFORM 250-WRITE-APPLIED-LINE
               ELSE
                   MOVE W04-NOT-ON-MASTER-ERROR TO W03-ACT-REASON
                   PERFORM 260-WRITE-REJECTED-LINE
               END-IF
           END-IF.

       230-APPLY-DELETE.
           MOVE SPACES TO F65-NUTMASTER-RECORD
           MOVE NUT-TRANS-NAME TO F65-NUT-NAME
           DELETE F65-NUTMASTER-FILE RECORD
           IF WS-NUTMASTER-STATUS EQUAL TO "00"
               PERFORM 250-WRITE-APPLIED-LINE
           ELSE
               MOVE W04-NOT-ON-MASTER-ERROR TO W03-ACT-REASON
               PERFORM 260-WRITE-REJECTED-LINE
           END-IF.

       240-BUILD-MASTER-RECORD.
           MOVE SPACES TO F65-NUTMASTER-RECORD
           MOVE NUT-TRANS-NAME TO F65-NUT-NAME
           MOVE NUT-TRANS-UNIT TO F65-NUT-UNIT
           MOVE NUT-TRANS-BASE-QTY TO F65-NUT-BASE-QTY
           MOVE NUT-TRANS-CALORIES TO F65-NUT-CALORIES
           MOVE NUT-TRANS-FAT TO F65-NUT-FAT
           MOVE NUT-TRANS-SAT-FAT TO F65-NUT-SAT-FAT
           MOVE NUT-TRANS-CARB TO F65-NUT-CARB
           MOVE NUT-TRANS-SUGAR TO F65-NUT-SUGAR
           MOVE NUT-TRANS-PROTEIN TO F65-NUT-PROTEIN
           MOVE NUT-TRANS-SODIUM TO F65-NUT-SODIUM.

       250-WRITE-APPLIED-LINE.
           MOVE "APPLIED" TO W03-ACT-RESULT
           MOVE SPACES TO W03-ACT-REASON
           WRITE F67-ACTIVITY-RECORD FROM W03-ACTIVITY-DETAIL
           ADD 1 TO W05-APPLIED-COUNT.

       260-WRITE-REJECTED-LINE.
           MOVE "REJECTED" TO W03-ACT-RESULT
           WRITE F67-ACTIVITY-RECORD FROM W03-ACTIVITY-DETAIL
           ADD 1 TO W05-REJECTED-COUNT.

       270-VALIDATE-VALUES.
           MOVE SPACES TO W03-ACT-REASON
           IF NUT-TRANS-UNIT EQUAL TO SPACES
               MOVE W04-BLANK-UNIT-ERROR TO W03-ACT-REASON
           ELSE
               IF NUT-TRANS-VALUES NOT NUMERIC
                   MOVE W04-NOT-NUMERIC-ERROR TO W03-ACT-REASON
               ELSE
                   IF NUT-TRANS-BASE-QTY EQUAL TO 0
                       MOVE W04-ZERO-BASE-ERROR TO W03-ACT-REASON
                   ELSE
                       PERFORM 280-CHECK-INGREDIENT
                   END-IF
               END-IF
           END-IF.

       280-CHECK-INGREDIENT.
           IF W01-INGMASTER-OPEN-SWITCH EQUAL TO "NO"
               MOVE W04-NOT-INGREDIENT-ERROR TO W03-ACT-REASON
           ELSE
               MOVE NUT-TRANS-NAME TO F28-INGMASTER-NAME
               READ F28-INGMASTER-FILE
                   INVALID KEY
                       MOVE W04-NOT-INGREDIENT-ERROR TO W03-ACT-REASON
               END-READ
           END-IF.

       300-WRITE-FOOTER.
           WRITE F67-ACTIVITY-RECORD FROM SPACES
           MOVE "TRANSACTIONS READ" TO W05-COUNT-LABEL
           MOVE W05-TRANS-READ TO W05-COUNT-VALUE
           WRITE F67-ACTIVITY-RECORD FROM W05-ACTIVITY-COUNT-LINE
           MOVE "TRANSACTIONS APPLIED" TO W05-COUNT-LABEL
           MOVE W05-APPLIED-COUNT TO W05-COUNT-VALUE
           WRITE F67-ACTIVITY-RECORD FROM W05-ACTIVITY-COUNT-LINE
           MOVE "TRANSACTIONS REJECTED" TO W05-COUNT-LABEL
           MOVE W05-REJECTED-COUNT TO W05-COUNT-VALUE
           WRITE F67-ACTIVITY-RECORD FROM W05-ACTIVITY-COUNT-LINE
           CLOSE F66-NUTTRANS-FILE
           CLOSE F65-NUTMASTER-FILE
           IF W01-INGMASTER-OPEN-SWITCH EQUAL TO "YES"
               CLOSE F28-INGMASTER-FILE
           END-IF
           CLOSE F67-ACTIVITY-FILE
           DISPLAY "FILES CLOSED".
