       SELECT F30-ACTIVITY-FILE ASSIGN TO
              "IngredientActivityReport.dat"
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT F12-MASTER-FILE ASSIGN TO "RecipeMaster.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS F12-MASTER-NAME
              FILE STATUS IS WS-MASTER-STATUS.
       SELECT F38-CHANGELOG-FILE ASSIGN TO "MasterChangeLog.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CHANGELOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
         05 ING-TRANS-CODE PIC X(1).
         05 ING-TRANS-NAME PIC X(15).
         05 ING-TRANS-DESC PIC X(30).
         05 ING-TRANS-SUBSTITUTION REDEFINES ING-TRANS-DESC.
           10 ING-SUB-NEW-NAME PIC X(15).
           10 ING-SUB-FACTOR PIC 9(3)V9(4).
           10 ING-SUB-FACTOR-X REDEFINES ING-SUB-FACTOR PIC X(7).
           10 ING-SUB-NEW-UNIT PIC X(5).
           10 FILLER PIC X(3).

       FD F28-INGMASTER-FILE
           RECORD CONTAINS 45 CHARACTERS
           DATA RECORD IS F30-ACTIVITY-RECORD.
       01 F30-ACTIVITY-RECORD PIC X(80).

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

       FD F38-CHANGELOG-FILE
           RECORD CONTAINS 675 CHARACTERS
           DATA RECORD IS F38-CHANGELOG-RECORD.
       01 F38-CHANGELOG-RECORD.
         05 F38-LOG-DATE PIC X(8).
         05 F38-LOG-TIME PIC X(6).
         05 F38-LOG-PROGRAM PIC X(8).
         05 F38-LOG-ACTION PIC X(8).
         05 F38-LOG-NAME PIC X(25).
         05 F38-LOG-BEFORE PIC X(310).
         05 F38-LOG-AFTER PIC X(310).

       WORKING-STORAGE SECTION.
       01 I PIC 9(3) VALUE 0.
       01 W01-SWITCHES.
         05 W01-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
         05 WS-INGMASTER-STATUS PIC XX VALUE SPACES.
         05 WS-MASTER-STATUS PIC XX VALUE SPACES.
         05 WS-CHANGELOG-STATUS PIC XX VALUE SPACES.
         05 W01-MASTER-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
         05 W01-RECIPE-USES-SWITCH PIC X(3) VALUE 'NO'.
         05 W01-AMOUNT-OVERFLOW-SWITCH PIC X(3) VALUE 'NO'.

       01 W02-ACTIVITY-HEADING-LINE.
         05 FILLER PIC X(50) VALUE
         05 W04-NOT-ON-MASTER-ERROR PIC X(30) VALUE
             'Ingredient not on master.'.
         05 W04-BAD-CODE-ERROR PIC X(30) VALUE
             'Trans code must be A,C,D or S.'.
         05 W04-BLANK-NAME-ERROR PIC X(30) VALUE
             'Ingredient name is blank.'.
         05 W04-IN-USE-ERROR.
           10 FILLER PIC X(14) VALUE 'Still used by '.
           10 W04-IN-USE-COUNT PIC ZZZZ9.
           10 FILLER PIC X(11) VALUE ' recipes.'.
         05 W04-BLANK-NEW-NAME-ERROR PIC X(30) VALUE
             'New ingredient name is blank.'.
         05 W04-SAME-NAME-ERROR PIC X(30) VALUE
             'New ingredient same as old.'.
         05 W04-NEW-NOT-ON-MASTER-ERROR PIC X(30) VALUE
             'New ingredient not on master.'.
         05 W04-BAD-FACTOR-ERROR PIC X(30) VALUE
             'Amount factor must be numeric.'.
         05 W04-RECIP-UNIT-ERROR PIC X(30) VALUE
             'New unit cannot be RECIP.'.
         05 W04-NO-RECIPE-MASTER-ERROR PIC X(30) VALUE
             'Recipe master not available.'.
         05 W04-SUBSTITUTED-REASON.
           10 W04-SUBSTITUTED-COUNT PIC ZZZZ9.
           10 FILLER PIC X(25) VALUE ' recipes changed.'.
         05 W04-AMOUNT-OVERFLOW-ERROR PIC X(30) VALUE
             'New amount over 999.99.'.
         05 W04-REPLACED-BY-REASON.
           10 FILLER PIC X(12) VALUE 'Replaced by '.
           10 W04-REPLACED-BY-NAME PIC X(15).
           10 FILLER PIC X(3) VALUE SPACES.

       01 W05-ACTIVITY-COUNTS.
         05 W05-TRANS-READ PIC 9(5) VALUE 0.
         05 W05-COUNT-LABEL PIC X(30).
         05 W05-COUNT-VALUE PIC ZZZZ9.

       01 W06-CHANGE-LOG-VARS.
         05 W06-BEFORE-IMAGE PIC X(310) VALUE SPACES.
         05 W06-AFTER-IMAGE PIC X(310) VALUE SPACES.

       01 W07-SUBSTITUTION-VARS.
         05 W07-RECIPE-USE-COUNT PIC 9(5) VALUE 0.
         05 W07-RECIPES-CHANGED PIC 9(5) VALUE 0.
         05 W07-NEW-AMOUNT PIC 9(5)V99 VALUE 0.

       01 W08-SUBSTITUTION-DETAIL.
         05 FILLER PIC X(5) VALUE SPACES.
         05 FILLER PIC X(7) VALUE "RECIPE ".
         05 W08-SUB-RECIPE PIC X(25).
         05 FILLER PIC X(2) VALUE SPACES.
         05 W08-SUB-RESULT PIC X(8).
         05 FILLER PIC X(2) VALUE SPACES.
         05 W08-SUB-REASON PIC X(30).

       PROCEDURE DIVISION.
           PERFORM 100-OPEN-FILES
           PERFORM UNTIL W01-DATA-REMAINS-SWITCH = 'NO'
           OPEN OUTPUT F30-ACTIVITY-FILE
           MOVE FUNCTION CURRENT-DATE (1:8) TO W02-ACTIVITY-DATE
           WRITE F30-ACTIVITY-RECORD FROM W02-ACTIVITY-HEADING-LINE
           OPEN EXTEND F38-CHANGELOG-FILE
           IF WS-CHANGELOG-STATUS EQUAL TO "35"
               OPEN OUTPUT F38-CHANGELOG-FILE
           END-IF
           DISPLAY "FILES OPENED".

       200-PROCESS-TRANSACTIONS.
                               IF ING-TRANS-CODE EQUAL TO "D"
                                   PERFORM 230-APPLY-DELETE
                               ELSE
                                   IF ING-TRANS-CODE EQUAL TO "S"
                                       PERFORM 280-APPLY-SUBSTITUTION
                                   ELSE
                                       MOVE W04-BAD-CODE-ERROR TO
                                           W03-ACT-REASON
                                       PERFORM 260-WRITE-REJECTED-LINE
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
           END-IF.

       230-APPLY-DELETE.
           PERFORM 270-COUNT-RECIPES-USING
           IF WS-MASTER-STATUS NOT EQUAL TO "00"
               MOVE W04-NO-RECIPE-MASTER-ERROR TO W03-ACT-REASON
               PERFORM 260-WRITE-REJECTED-LINE
           ELSE
               IF W07-RECIPE-USE-COUNT GREATER THAN 0
                   MOVE W07-RECIPE-USE-COUNT TO W04-IN-USE-COUNT
                   MOVE W04-IN-USE-ERROR TO W03-ACT-REASON
                   PERFORM 260-WRITE-REJECTED-LINE
               ELSE
                   MOVE SPACES TO F28-INGMASTER-RECORD
                   MOVE ING-TRANS-NAME TO F28-INGMASTER-NAME
                   DELETE F28-INGMASTER-FILE RECORD
                   IF WS-INGMASTER-STATUS EQUAL TO "00"
                       PERFORM 250-WRITE-APPLIED-LINE
                   ELSE
                       MOVE W04-NOT-ON-MASTER-ERROR TO W03-ACT-REASON
                       PERFORM 260-WRITE-REJECTED-LINE
                   END-IF
               END-IF
           END-IF.

       240-BUILD-MASTER-RECORD.
           WRITE F30-ACTIVITY-RECORD FROM W03-ACTIVITY-DETAIL
           ADD 1 TO W05-REJECTED-COUNT.

       270-COUNT-RECIPES-USING.
           MOVE 0 TO W07-RECIPE-USE-COUNT
           MOVE 'YES' TO W01-MASTER-REMAINS-SWITCH
           OPEN INPUT F12-MASTER-FILE
           IF WS-MASTER-STATUS EQUAL TO "00"
               PERFORM UNTIL W01-MASTER-REMAINS-SWITCH = 'NO'
                   READ F12-MASTER-FILE
                       AT END
                           MOVE 'NO' TO W01-MASTER-REMAINS-SWITCH
                       NOT AT END
                           PERFORM 275-CHECK-RECIPE-USES
                           IF W01-RECIPE-USES-SWITCH EQUAL TO "YES"
                               ADD 1 TO W07-RECIPE-USE-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F12-MASTER-FILE
           ELSE
               DISPLAY "WARNING: RECIPE MASTER RecipeMaster.dat NOT "
                   "AVAILABLE (STATUS " WS-MASTER-STATUS
                   ") - DELETE OF " ING-TRANS-NAME " REJECTED"
           END-IF.

       275-CHECK-RECIPE-USES.
           MOVE 'NO' TO W01-RECIPE-USES-SWITCH
           PERFORM VARYING I FROM 1 BY 1
             UNTIL I > F12-MASTER-INGREDIENT-COUNT
               IF F12-MASTER-INGREDIENT-NAME(I) EQUAL TO ING-TRANS-NAME
                 AND F12-MASTER-AMOUNT-TYPE(I) NOT EQUAL TO "RECIP"
                   MOVE "YES" TO W01-RECIPE-USES-SWITCH
               END-IF
           END-PERFORM.

       280-APPLY-SUBSTITUTION.
           MOVE SPACES TO W03-ACT-REASON
           IF ING-SUB-NEW-NAME EQUAL TO SPACES
               MOVE W04-BLANK-NEW-NAME-ERROR TO W03-ACT-REASON
           ELSE
               IF ING-SUB-NEW-NAME EQUAL TO ING-TRANS-NAME
                   MOVE W04-SAME-NAME-ERROR TO W03-ACT-REASON
               ELSE
                   IF ING-SUB-FACTOR-X NOT EQUAL TO SPACES AND
                     ING-SUB-FACTOR NOT NUMERIC
                       MOVE W04-BAD-FACTOR-ERROR TO W03-ACT-REASON
                   ELSE
                       IF ING-SUB-NEW-UNIT EQUAL TO "RECIP"
                           MOVE W04-RECIP-UNIT-ERROR TO W03-ACT-REASON
                       ELSE
                           MOVE SPACES TO F28-INGMASTER-RECORD
                           MOVE ING-SUB-NEW-NAME TO F28-INGMASTER-NAME
                           READ F28-INGMASTER-FILE
                               INVALID KEY
                                   MOVE W04-NEW-NOT-ON-MASTER-ERROR TO
                                       W03-ACT-REASON
                           END-READ
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF W03-ACT-REASON NOT EQUAL TO SPACES
               PERFORM 260-WRITE-REJECTED-LINE
           ELSE
               MOVE 'YES' TO W01-MASTER-REMAINS-SWITCH
               OPEN I-O F12-MASTER-FILE
               IF WS-MASTER-STATUS NOT EQUAL TO "00"
                   MOVE W04-NO-RECIPE-MASTER-ERROR TO W03-ACT-REASON
                   PERFORM 260-WRITE-REJECTED-LINE
               ELSE
                   MOVE "SUBSTITUTE" TO W03-ACT-RESULT
                   MOVE ING-SUB-NEW-NAME TO W04-REPLACED-BY-NAME
                   MOVE W04-REPLACED-BY-REASON TO W03-ACT-REASON
                   WRITE F30-ACTIVITY-RECORD FROM W03-ACTIVITY-DETAIL
                   MOVE 0 TO W07-RECIPES-CHANGED
                   PERFORM UNTIL W01-MASTER-REMAINS-SWITCH = 'NO'
                       READ F12-MASTER-FILE
                           AT END
                               MOVE 'NO' TO W01-MASTER-REMAINS-SWITCH
                           NOT AT END
                               PERFORM 275-CHECK-RECIPE-USES
                               IF W01-RECIPE-USES-SWITCH EQUAL TO "YES"
                                   PERFORM 285-SUBSTITUTE-ONE-RECIPE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE F12-MASTER-FILE
                   MOVE W07-RECIPES-CHANGED TO W04-SUBSTITUTED-COUNT
                   MOVE "APPLIED" TO W03-ACT-RESULT
                   MOVE W04-SUBSTITUTED-REASON TO W03-ACT-REASON
                   WRITE F30-ACTIVITY-RECORD FROM W03-ACTIVITY-DETAIL
                   ADD 1 TO W05-APPLIED-COUNT
               END-IF
           END-IF.

       285-SUBSTITUTE-ONE-RECIPE.
           MOVE F12-MASTER-RECORD TO W06-BEFORE-IMAGE
           MOVE 'NO' TO W01-AMOUNT-OVERFLOW-SWITCH
           PERFORM VARYING I FROM 1 BY 1
             UNTIL I > F12-MASTER-INGREDIENT-COUNT
               IF F12-MASTER-INGREDIENT-NAME(I) EQUAL TO ING-TRANS-NAME
                 AND F12-MASTER-AMOUNT-TYPE(I) NOT EQUAL TO "RECIP"
                   MOVE ING-SUB-NEW-NAME TO
                       F12-MASTER-INGREDIENT-NAME(I)
                   IF ING-SUB-FACTOR-X NOT EQUAL TO SPACES AND
                     ING-SUB-FACTOR GREATER THAN 0
                       COMPUTE W07-NEW-AMOUNT ROUNDED =
                           F12-MASTER-AMOUNT(I) * ING-SUB-FACTOR
                       IF W07-NEW-AMOUNT GREATER THAN 999.99
                           MOVE "YES" TO W01-AMOUNT-OVERFLOW-SWITCH
                       ELSE
                           MOVE W07-NEW-AMOUNT TO F12-MASTER-AMOUNT(I)
                       END-IF
                   END-IF
                   IF ING-SUB-NEW-UNIT NOT EQUAL TO SPACES
                       MOVE ING-SUB-NEW-UNIT TO
                           F12-MASTER-AMOUNT-TYPE(I)
                   END-IF
               END-IF
           END-PERFORM
           MOVE F12-MASTER-NAME TO W08-SUB-RECIPE
           IF W01-AMOUNT-OVERFLOW-SWITCH EQUAL TO "YES"
               MOVE "SKIPPED" TO W08-SUB-RESULT
               MOVE W04-AMOUNT-OVERFLOW-ERROR TO W08-SUB-REASON
           ELSE
               MOVE F12-MASTER-RECORD TO W06-AFTER-IMAGE
               REWRITE F12-MASTER-RECORD
               IF WS-MASTER-STATUS EQUAL TO "00"
                   PERFORM 290-WRITE-CHANGE-LOG
                   ADD 1 TO W07-RECIPES-CHANGED
                   MOVE "CHANGED" TO W08-SUB-RESULT
                   MOVE SPACES TO W08-SUB-REASON
               ELSE
                   MOVE "SKIPPED" TO W08-SUB-RESULT
                   MOVE W04-NO-RECIPE-MASTER-ERROR TO W08-SUB-REASON
               END-IF
           END-IF
           WRITE F30-ACTIVITY-RECORD FROM W08-SUBSTITUTION-DETAIL.

       290-WRITE-CHANGE-LOG.
           MOVE FUNCTION CURRENT-DATE (1:8) TO F38-LOG-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO F38-LOG-TIME
           MOVE "IMNT" TO F38-LOG-PROGRAM
           MOVE "REWRITE" TO F38-LOG-ACTION
           MOVE F12-MASTER-NAME TO F38-LOG-NAME
           MOVE W06-BEFORE-IMAGE TO F38-LOG-BEFORE
           MOVE W06-AFTER-IMAGE TO F38-LOG-AFTER
           WRITE F38-CHANGELOG-RECORD.

       300-WRITE-FOOTER.
           WRITE F30-ACTIVITY-RECORD FROM SPACES
           MOVE "TRANSACTIONS READ" TO W05-COUNT-LABEL
           CLOSE F29-INGTRANS-FILE
           CLOSE F28-INGMASTER-FILE
           CLOSE F30-ACTIVITY-FILE
           CLOSE F38-CHANGELOG-FILE
           DISPLAY "FILES CLOSED".
