
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPEND.
       AUTHOR. Marco De Melo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT F74-PENDING-FILE ASSIGN TO "PendingChanges.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PENDING-STATUS.
       SELECT F12-MASTER-FILE ASSIGN TO "RecipeMaster.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS F12-MASTER-NAME
              FILE STATUS IS WS-MASTER-STATUS.
       SELECT F80-AGE-DAYS-FILE ASSIGN TO "PendingAgeDays.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AGE-DAYS-STATUS.
       SELECT F79-PENDING-REPORT-FILE
              ASSIGN TO "PendingChangesReport.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD F74-PENDING-FILE
           RECORD CONTAINS 677 CHARACTERS
           DATA RECORD IS F74-PENDING-RECORD.
       01 F74-PENDING-RECORD.
         05 F74-PEND-NAME PIC X(25).
         05 F74-PEND-SUBMITTER PIC X(10).
         05 F74-PEND-DATE PIC X(8).
         05 F74-PEND-TIME PIC X(6).
         05 F74-PEND-PROGRAM PIC X(8).
         05 F74-PEND-BEFORE PIC X(310).
         05 F74-PEND-AFTER PIC X(310).

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

       FD F80-AGE-DAYS-FILE
           RECORD CONTAINS 3 CHARACTERS
           DATA RECORD IS F80-AGE-DAYS-RECORD.
       01 F80-AGE-DAYS-RECORD PIC 9(3).

       FD F79-PENDING-REPORT-FILE
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD IS F79-PENDING-REPORT-RECORD.
       01 F79-PENDING-REPORT-RECORD PIC X(110).

       WORKING-STORAGE SECTION.
       01 I PIC 9(5) VALUE 0.
       01 J PIC 9(5) VALUE 0.
       01 W01-SWITCHES.
         05 W01-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
         05 WS-PENDING-STATUS PIC XX VALUE SPACES.
         05 WS-MASTER-STATUS PIC XX VALUE SPACES.
         05 WS-AGE-DAYS-STATUS PIC XX VALUE SPACES.
         05 W01-ON-MASTER-SWITCH PIC X(3) VALUE 'NO'.
         05 W01-AGED-SWITCH PIC X(3) VALUE 'NO'.

       01 W02-REPORT-HEADING.
         05 FILLER PIC X(46) VALUE
             "PENDING RECIPE CHANGES REPORT MARCO DE MELO".
         05 FILLER PIC X(5) VALUE "DATE".
         05 W02-REPORT-DATE PIC X(10).
         05 FILLER PIC X(12) VALUE "AGED OVER".
         05 W02-AGE-LIMIT PIC ZZ9.
         05 FILLER PIC X(5) VALUE " DAYS".

       01 W03-ITEM-LINE.
         05 FILLER PIC X(7) VALUE "RECIPE ".
         05 W03-ITEM-NAME PIC X(25).
         05 FILLER PIC X(15) VALUE "  SUBMITTED BY ".
         05 W03-ITEM-SUBMITTER PIC X(10).
         05 FILLER PIC X(4) VALUE " ON ".
         05 W03-ITEM-DATE PIC X(8).
         05 FILLER PIC X(1) VALUE SPACE.
         05 W03-ITEM-TIME PIC X(6).
         05 FILLER PIC X(5) VALUE " VIA ".
         05 W03-ITEM-PROGRAM PIC X(8).
         05 FILLER PIC X(5) VALUE " AGE ".
         05 W03-ITEM-AGE PIC ZZZ9.
         05 FILLER PIC X(6) VALUE " DAYS ".
         05 W03-ITEM-AGED-FLAG PIC X(4).

       01 W03-NOT-ON-MASTER-LINE.
         05 FILLER PIC X(36) VALUE
             "** RECIPE IS NO LONGER ON THE MASTER".
         05 FILLER PIC X(25) VALUE
             " - APPROVAL WILL FAIL".

       01 W03-MASTER-CHANGED-LINE.
         05 FILLER PIC X(46) VALUE
             "** MASTER HAS CHANGED SINCE THIS WAS SUBMITTED".
         05 FILLER PIC X(25) VALUE
             " - APPROVAL WILL FAIL".

       01 W04-COMPARE-HEADING.
         05 FILLER PIC X(14) VALUE "FIELD".
         05 FILLER PIC X(42) VALUE "CURRENT MASTER".
         05 FILLER PIC X(42) VALUE "PROPOSED CHANGE".
         05 FILLER PIC X(7) VALUE "CHANGED".

       01 W05-COMPARE-LINE.
         05 W05-CMP-LABEL PIC X(14).
         05 W05-CMP-CURRENT PIC X(40).
         05 FILLER PIC X(2) VALUE SPACES.
         05 W05-CMP-PROPOSED PIC X(40).
         05 FILLER PIC X(2) VALUE SPACES.
         05 W05-CMP-FLAG PIC X(7).

       01 W06-EDIT-FIELDS.
         05 W06-TIME-EDIT PIC ZZZ9.9.
         05 W06-YIELD-EDIT PIC ZZ9.
         05 W06-COUNT-EDIT PIC Z9.
         05 W06-ING-TEXT.
           10 W06-ING-NAME PIC X(15).
           10 FILLER PIC X(1) VALUE SPACE.
           10 W06-ING-AMOUNT PIC ZZ9.99.
           10 FILLER PIC X(1) VALUE SPACE.
           10 W06-ING-TYPE PIC X(5).
         05 W06-ING-LABEL.
           10 FILLER PIC X(11) VALUE "INGREDIENT ".
           10 W06-ING-NUMBER PIC 99.
         05 W06-ING-ROWS PIC 9(2) VALUE 0.

       01 W07-PROPOSED-RECORD.
         05 W07-PROP-NAME PIC X(25).
         05 W07-PROP-COURSE-TYPE PIC X(10).
         05 W07-PROP-PREP-TIME PIC 9(4)V9.
         05 W07-PROP-BAKE-TIME PIC 9(4)V9.
         05 W07-PROP-YIELD PIC 9(3).
         05 W07-PROP-INGREDIENT-COUNT PIC 9(2).
         05 W07-PROP-INGREDIENTS OCCURS 10 TIMES.
           10 W07-PROP-INGREDIENT-NAME PIC X(15).
           10 W07-PROP-AMOUNT PIC 9(3)V99.
           10 W07-PROP-AMOUNT-TYPE PIC X(5).
         05 W07-PROP-STATUS PIC X(1).
         05 FILLER PIC X(9).

       01 W08-AGE-VARS.
         05 W08-AGE-LIMIT PIC 9(3) VALUE 7.
         05 W08-TODAY PIC 9(8) VALUE 0.
         05 W08-SUBMIT-DATE PIC 9(8) VALUE 0.
         05 W08-AGE-DAYS PIC S9(5) VALUE 0.

       01 W09-AGED-TABLE.
         05 W09-AGED-COUNT PIC 9(5) VALUE 0.
         05 W09-AGED-ENTRY OCCURS 1000 TIMES.
           10 W09-AGED-NAME PIC X(25).
           10 W09-AGED-SUBMITTER PIC X(10).
           10 W09-AGED-DATE PIC X(8).
           10 W09-AGED-DAYS PIC 9(4).

       01 W10-AGED-HEADING.
         05 FILLER PIC X(26) VALUE
             "AGED PENDING CHANGES (OVER".
         05 W10-AGE-LIMIT PIC ZZ9.
         05 FILLER PIC X(6) VALUE " DAYS)".

       01 W10-AGED-LINE.
         05 W10-AGED-NAME PIC X(25).
         05 FILLER PIC X(2) VALUE SPACES.
         05 W10-AGED-SUBMITTER PIC X(10).
         05 FILLER PIC X(2) VALUE SPACES.
         05 W10-AGED-DATE PIC X(8).
         05 FILLER PIC X(2) VALUE SPACES.
         05 W10-AGED-DAYS PIC ZZZ9.
         05 FILLER PIC X(5) VALUE " DAYS".

       01 W11-REPORT-COUNTS.
         05 W11-PENDING-COUNT PIC 9(5) VALUE 0.
         05 W11-NOT-ON-MASTER-COUNT PIC 9(5) VALUE 0.
         05 W11-MASTER-CHANGED-COUNT PIC 9(5) VALUE 0.
       01 W11-COUNT-LINE.
         05 W11-COUNT-LABEL PIC X(30).
         05 W11-COUNT-VALUE PIC ZZZZ9.

       PROCEDURE DIVISION.
           PERFORM 100-OPEN-FILES
           PERFORM UNTIL W01-DATA-REMAINS-SWITCH = 'NO'
               PERFORM 200-REPORT-PENDING-CHANGES
           END-PERFORM
           PERFORM 300-WRITE-AGED-SECTION
           PERFORM 400-WRITE-FOOTER
           STOP RUN.

       100-OPEN-FILES.
           OPEN INPUT F12-MASTER-FILE
           IF WS-MASTER-STATUS NOT EQUAL TO "00"
               DISPLAY "RECIPE MASTER RecipeMaster.dat COULD NOT BE "
                   "OPENED (STATUS " WS-MASTER-STATUS
                   ") - RUN ABORTED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT F74-PENDING-FILE
           IF WS-PENDING-STATUS NOT EQUAL TO "00"
               MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
               DISPLAY "WARNING: PENDING CHANGE FILE NOT AVAILABLE "
                   "(STATUS " WS-PENDING-STATUS ") - NO CHANGES "
                   "PENDING"
           END-IF
           PERFORM 110-READ-AGE-LIMIT
           MOVE FUNCTION CURRENT-DATE (1:8) TO W08-TODAY
           OPEN OUTPUT F79-PENDING-REPORT-FILE
           MOVE FUNCTION CURRENT-DATE (1:8) TO W02-REPORT-DATE
           MOVE W08-AGE-LIMIT TO W02-AGE-LIMIT
           WRITE F79-PENDING-REPORT-RECORD FROM W02-REPORT-HEADING
           DISPLAY "FILES OPENED".

       110-READ-AGE-LIMIT.
           OPEN INPUT F80-AGE-DAYS-FILE
           IF WS-AGE-DAYS-STATUS EQUAL TO "00"
               READ F80-AGE-DAYS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF F80-AGE-DAYS-RECORD IS NUMERIC
                           MOVE F80-AGE-DAYS-RECORD TO W08-AGE-LIMIT
                       END-IF
               END-READ
               CLOSE F80-AGE-DAYS-FILE
           END-IF.

       200-REPORT-PENDING-CHANGES.
           READ F74-PENDING-FILE
               AT END
                   MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
               NOT AT END
                   ADD 1 TO W11-PENDING-COUNT
                   PERFORM 210-WRITE-ITEM-HEADING
                   PERFORM 220-COMPARE-RECIPE-FIELDS
                   PERFORM 230-COMPARE-INGREDIENTS
           END-READ.

       210-WRITE-ITEM-HEADING.
           PERFORM 215-COMPUTE-AGE
           MOVE F74-PEND-NAME TO W03-ITEM-NAME
           MOVE F74-PEND-SUBMITTER TO W03-ITEM-SUBMITTER
           MOVE F74-PEND-DATE TO W03-ITEM-DATE
           MOVE F74-PEND-TIME TO W03-ITEM-TIME
           MOVE F74-PEND-PROGRAM TO W03-ITEM-PROGRAM
           MOVE W08-AGE-DAYS TO W03-ITEM-AGE
           IF W01-AGED-SWITCH EQUAL TO "YES"
               MOVE "AGED" TO W03-ITEM-AGED-FLAG
           ELSE
               MOVE SPACES TO W03-ITEM-AGED-FLAG
           END-IF
           WRITE F79-PENDING-REPORT-RECORD FROM SPACES
           WRITE F79-PENDING-REPORT-RECORD FROM W03-ITEM-LINE
           MOVE F74-PEND-AFTER TO W07-PROPOSED-RECORD
           MOVE SPACES TO F12-MASTER-RECORD
           MOVE F74-PEND-NAME TO F12-MASTER-NAME
           READ F12-MASTER-FILE
               INVALID KEY
                   MOVE 'NO' TO W01-ON-MASTER-SWITCH
               NOT INVALID KEY
                   MOVE 'YES' TO W01-ON-MASTER-SWITCH
           END-READ
           IF W01-ON-MASTER-SWITCH EQUAL TO "NO"
               WRITE F79-PENDING-REPORT-RECORD
                   FROM W03-NOT-ON-MASTER-LINE
               ADD 1 TO W11-NOT-ON-MASTER-COUNT
           ELSE
               IF F12-MASTER-RECORD NOT EQUAL TO F74-PEND-BEFORE
                   WRITE F79-PENDING-REPORT-RECORD
                       FROM W03-MASTER-CHANGED-LINE
                   ADD 1 TO W11-MASTER-CHANGED-COUNT
               END-IF
           END-IF
           WRITE F79-PENDING-REPORT-RECORD FROM W04-COMPARE-HEADING.

       215-COMPUTE-AGE.
           MOVE 0 TO W08-AGE-DAYS
           MOVE 'NO' TO W01-AGED-SWITCH
           IF F74-PEND-DATE IS NUMERIC
               MOVE F74-PEND-DATE TO W08-SUBMIT-DATE
               COMPUTE W08-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE (W08-TODAY) -
                   FUNCTION INTEGER-OF-DATE (W08-SUBMIT-DATE)
               IF W08-AGE-DAYS LESS THAN 0
                   MOVE 0 TO W08-AGE-DAYS
               END-IF
           END-IF
           IF W08-AGE-DAYS GREATER THAN W08-AGE-LIMIT
               MOVE 'YES' TO W01-AGED-SWITCH
               PERFORM 218-STORE-AGED-ENTRY
           END-IF.

       218-STORE-AGED-ENTRY.
           IF W09-AGED-COUNT NOT LESS THAN 1000
               DISPLAY "AGED CHANGE TABLE FULL (1000) - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO W09-AGED-COUNT
           MOVE F74-PEND-NAME TO W09-AGED-NAME(W09-AGED-COUNT)
           MOVE F74-PEND-SUBMITTER TO W09-AGED-SUBMITTER(W09-AGED-COUNT)
           MOVE F74-PEND-DATE TO W09-AGED-DATE(W09-AGED-COUNT)
           MOVE W08-AGE-DAYS TO W09-AGED-DAYS(W09-AGED-COUNT).

       220-COMPARE-RECIPE-FIELDS.
           MOVE "COURSE TYPE" TO W05-CMP-LABEL
           MOVE F12-MASTER-COURSE-TYPE TO W05-CMP-CURRENT
           MOVE W07-PROP-COURSE-TYPE TO W05-CMP-PROPOSED
           PERFORM 250-WRITE-COMPARE-LINE
           MOVE "PREP TIME" TO W05-CMP-LABEL
           MOVE F12-MASTER-PREP-TIME TO W06-TIME-EDIT
           MOVE W06-TIME-EDIT TO W05-CMP-CURRENT
           MOVE W07-PROP-PREP-TIME TO W06-TIME-EDIT
           MOVE W06-TIME-EDIT TO W05-CMP-PROPOSED
           PERFORM 250-WRITE-COMPARE-LINE
           MOVE "BAKE TIME" TO W05-CMP-LABEL
           MOVE F12-MASTER-BAKE-TIME TO W06-TIME-EDIT
           MOVE W06-TIME-EDIT TO W05-CMP-CURRENT
           MOVE W07-PROP-BAKE-TIME TO W06-TIME-EDIT
           MOVE W06-TIME-EDIT TO W05-CMP-PROPOSED
           PERFORM 250-WRITE-COMPARE-LINE
           MOVE "YIELD" TO W05-CMP-LABEL
           MOVE F12-MASTER-YIELD TO W06-YIELD-EDIT
           MOVE W06-YIELD-EDIT TO W05-CMP-CURRENT
           MOVE W07-PROP-YIELD TO W06-YIELD-EDIT
           MOVE W06-YIELD-EDIT TO W05-CMP-PROPOSED
           PERFORM 250-WRITE-COMPARE-LINE
           MOVE "INGREDIENTS" TO W05-CMP-LABEL
           MOVE F12-MASTER-INGREDIENT-COUNT TO W06-COUNT-EDIT
           MOVE W06-COUNT-EDIT TO W05-CMP-CURRENT
           MOVE W07-PROP-INGREDIENT-COUNT TO W06-COUNT-EDIT
           MOVE W06-COUNT-EDIT TO W05-CMP-PROPOSED
           PERFORM 250-WRITE-COMPARE-LINE
           MOVE "STATUS FLAG" TO W05-CMP-LABEL
           MOVE F12-MASTER-STATUS TO W05-CMP-CURRENT
           MOVE W07-PROP-STATUS TO W05-CMP-PROPOSED
           PERFORM 250-WRITE-COMPARE-LINE.

       230-COMPARE-INGREDIENTS.
           MOVE W07-PROP-INGREDIENT-COUNT TO W06-ING-ROWS
           IF W01-ON-MASTER-SWITCH EQUAL TO "YES" AND
             F12-MASTER-INGREDIENT-COUNT GREATER THAN W06-ING-ROWS
               MOVE F12-MASTER-INGREDIENT-COUNT TO W06-ING-ROWS
           END-IF
           IF W06-ING-ROWS GREATER THAN 10
               MOVE 10 TO W06-ING-ROWS
           END-IF
           PERFORM VARYING J FROM 1 BY 1
             UNTIL J > W06-ING-ROWS
               MOVE J TO W06-ING-NUMBER
               MOVE W06-ING-LABEL TO W05-CMP-LABEL
               IF J > F12-MASTER-INGREDIENT-COUNT
                   MOVE SPACES TO W05-CMP-CURRENT
               ELSE
                   MOVE F12-MASTER-INGREDIENT-NAME(J) TO W06-ING-NAME
                   MOVE F12-MASTER-AMOUNT(J) TO W06-ING-AMOUNT
                   MOVE F12-MASTER-AMOUNT-TYPE(J) TO W06-ING-TYPE
                   MOVE W06-ING-TEXT TO W05-CMP-CURRENT
               END-IF
               IF J > W07-PROP-INGREDIENT-COUNT
                   MOVE SPACES TO W05-CMP-PROPOSED
               ELSE
                   MOVE W07-PROP-INGREDIENT-NAME(J) TO W06-ING-NAME
                   MOVE W07-PROP-AMOUNT(J) TO W06-ING-AMOUNT
                   MOVE W07-PROP-AMOUNT-TYPE(J) TO W06-ING-TYPE
                   MOVE W06-ING-TEXT TO W05-CMP-PROPOSED
               END-IF
               PERFORM 250-WRITE-COMPARE-LINE
           END-PERFORM.

       250-WRITE-COMPARE-LINE.
           IF W01-ON-MASTER-SWITCH EQUAL TO "NO"
               MOVE SPACES TO W05-CMP-CURRENT
           END-IF
           IF W05-CMP-CURRENT EQUAL TO W05-CMP-PROPOSED
               MOVE SPACES TO W05-CMP-FLAG
           ELSE
               MOVE "*" TO W05-CMP-FLAG
           END-IF
           WRITE F79-PENDING-REPORT-RECORD FROM W05-COMPARE-LINE.

       300-WRITE-AGED-SECTION.
           WRITE F79-PENDING-REPORT-RECORD FROM SPACES
           MOVE W08-AGE-LIMIT TO W10-AGE-LIMIT
           WRITE F79-PENDING-REPORT-RECORD FROM W10-AGED-HEADING
           IF W09-AGED-COUNT EQUAL TO 0
               MOVE "NONE" TO F79-PENDING-REPORT-RECORD
               WRITE F79-PENDING-REPORT-RECORD
           END-IF
           PERFORM VARYING I FROM 1 BY 1
             UNTIL I > W09-AGED-COUNT
               MOVE W09-AGED-NAME(I) TO W10-AGED-NAME
               MOVE W09-AGED-SUBMITTER(I) TO W10-AGED-SUBMITTER
               MOVE W09-AGED-DATE(I) TO W10-AGED-DATE
               MOVE W09-AGED-DAYS(I) TO W10-AGED-DAYS
               WRITE F79-PENDING-REPORT-RECORD FROM W10-AGED-LINE
           END-PERFORM.

       400-WRITE-FOOTER.
           WRITE F79-PENDING-REPORT-RECORD FROM SPACES
           MOVE "CHANGES PENDING" TO W11-COUNT-LABEL
           MOVE W11-PENDING-COUNT TO W11-COUNT-VALUE
           WRITE F79-PENDING-REPORT-RECORD FROM W11-COUNT-LINE
           MOVE "CHANGES AGED" TO W11-COUNT-LABEL
           MOVE W09-AGED-COUNT TO W11-COUNT-VALUE
           WRITE F79-PENDING-REPORT-RECORD FROM W11-COUNT-LINE
           MOVE "RECIPES NO LONGER ON MASTER" TO W11-COUNT-LABEL
           MOVE W11-NOT-ON-MASTER-COUNT TO W11-COUNT-VALUE
           WRITE F79-PENDING-REPORT-RECORD FROM W11-COUNT-LINE
           MOVE "MASTER CHANGED SINCE SUBMIT" TO W11-COUNT-LABEL
           MOVE W11-MASTER-CHANGED-COUNT TO W11-COUNT-VALUE
           WRITE F79-PENDING-REPORT-RECORD FROM W11-COUNT-LINE
           IF WS-PENDING-STATUS NOT EQUAL TO "35"
               CLOSE F74-PENDING-FILE
           END-IF
           CLOSE F12-MASTER-FILE
           CLOSE F79-PENDING-REPORT-FILE
           DISPLAY "FILES CLOSED".
