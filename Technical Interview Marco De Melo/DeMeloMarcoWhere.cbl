       IDENTIFICATION DIVISION.
       PROGRAM-ID. RWHERE.
       AUTHOR. Marco De Melo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT F60-WHERE-REQUEST-FILE ASSIGN TO "WhereUsedRequest.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REQUEST-STATUS.
       SELECT F12-MASTER-FILE ASSIGN TO "RecipeMaster.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS F12-MASTER-NAME
              FILE STATUS IS WS-MASTER-STATUS.
       SELECT F61-WHERE-REPORT-FILE ASSIGN TO "WhereUsedReport.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD F60-WHERE-REQUEST-FILE
           RECORD CONTAINS 15 CHARACTERS
           DATA RECORD IS F60-WHERE-REQUEST-RECORD.
       01 F60-WHERE-REQUEST-RECORD.
         05 WHERE-INGREDIENT-NAME PIC X(15).

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

       FD F61-WHERE-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS F61-WHERE-REPORT-RECORD.
       01 F61-WHERE-REPORT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 I PIC 9(5) VALUE 0.
       01 J PIC 9(5) VALUE 0.
       01 K PIC 9(5) VALUE 0.

       01 W01-SWITCHES.
         05 WS-REQUEST-STATUS PIC XX VALUE SPACES.
         05 WS-MASTER-STATUS PIC XX VALUE SPACES.
         05 W01-REQUEST-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
         05 W01-MASTER-REMAINS-SWITCH PIC X(3) VALUE 'YES'.

       01 W02-REPORT-HEADING.
         05 FILLER PIC X(44) VALUE
             "INGREDIENT WHERE-USED REPORT MARCO DE MELO".
         05 FILLER PIC X(5) VALUE "DATE".
         05 W02-REPORT-DATE PIC X(10).

       01 W03-INGREDIENT-HEADING.
         05 FILLER PIC X(12) VALUE "INGREDIENT: ".
         05 W03-INGREDIENT-NAME PIC X(15).

       01 W03-COLUMN-HEADING.
         05 FILLER PIC X(5) VALUE SPACES.
         05 FILLER PIC X(27) VALUE "RECIPE".
         05 FILLER PIC X(12) VALUE "COURSE".
         05 FILLER PIC X(10) VALUE "   AMOUNT".
         05 FILLER PIC X(7) VALUE "UNIT".
         05 FILLER PIC X(6) VALUE "STATUS".

       01 W04-WHERE-DETAIL.
         05 FILLER PIC X(5) VALUE SPACES.
         05 W04-RECIPE-NAME PIC X(25).
         05 FILLER PIC X(2) VALUE SPACES.
         05 W04-COURSE-TYPE PIC X(10).
         05 FILLER PIC X(2) VALUE SPACES.
         05 W04-AMOUNT PIC ZZZZ9.99.
         05 FILLER PIC X(2) VALUE SPACES.
         05 W04-UNIT PIC X(5).
         05 FILLER PIC X(2) VALUE SPACES.
         05 W04-STATUS PIC X(1).

       01 W05-RECIPE-COUNT-LINE.
         05 FILLER PIC X(5) VALUE SPACES.
         05 FILLER PIC X(31) VALUE "RECIPE LINES USING INGREDIENT".
         05 W05-RECIPE-COUNT PIC ZZZZ9.

       01 W05-NOT-USED-LINE.
         05 FILLER PIC X(5) VALUE SPACES.
         05 FILLER PIC X(40) VALUE
             "NOT USED BY ANY RECIPE ON THE MASTER".

       01 W06-REQUEST-TABLE.
         05 W06-REQUEST-COUNT PIC 9(5) VALUE 0.
         05 W06-REQUEST-ENTRY OCCURS 500 TIMES.
           10 W06-REQ-NAME PIC X(15).
           10 W06-REQ-RECIPE-COUNT PIC 9(5).

       01 W07-USE-TABLE.
         05 W07-USE-COUNT PIC 9(5) VALUE 0.
         05 W07-USE-ENTRY OCCURS 20000 TIMES.
           10 W07-USE-REQUEST PIC 9(5).
           10 W07-USE-RECIPE PIC X(25).
           10 W07-USE-COURSE PIC X(10).
           10 W07-USE-AMOUNT PIC 9(3)V99.
           10 W07-USE-UNIT PIC X(5).
           10 W07-USE-STATUS PIC X(1).

       01 W08-RUN-COUNTS.
         05 W08-MASTER-READ PIC 9(5) VALUE 0.
       01 W08-COUNT-LINE.
         05 W08-COUNT-LABEL PIC X(30).
         05 W08-COUNT-VALUE PIC ZZZZ9.

       PROCEDURE DIVISION.
           PERFORM 100-OPEN-FILES
           PERFORM UNTIL W01-REQUEST-REMAINS-SWITCH = 'NO'
               PERFORM 110-LOAD-REQUESTS
           END-PERFORM
           PERFORM UNTIL W01-MASTER-REMAINS-SWITCH = 'NO'
               PERFORM 200-SCAN-MASTER
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1
             UNTIL I > W06-REQUEST-COUNT
               PERFORM 300-WRITE-ONE-INGREDIENT
           END-PERFORM
           PERFORM 900-CLOSE-FILES
           STOP RUN.

       100-OPEN-FILES.
           OPEN INPUT F60-WHERE-REQUEST-FILE
           IF WS-REQUEST-STATUS NOT EQUAL TO "00"
               DISPLAY "WHERE-USED REQUEST FILE WhereUsedRequest.dat "
                   "MISSING OR UNREADABLE (STATUS " WS-REQUEST-STATUS
                   ") - RUN ABORTED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT F12-MASTER-FILE
           IF WS-MASTER-STATUS NOT EQUAL TO "00"
               DISPLAY "RECIPE MASTER RecipeMaster.dat MISSING OR "
                   "UNREADABLE (STATUS " WS-MASTER-STATUS
                   ") - RUN ABORTED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT F61-WHERE-REPORT-FILE
           MOVE FUNCTION CURRENT-DATE (1:8) TO W02-REPORT-DATE
           WRITE F61-WHERE-REPORT-RECORD FROM W02-REPORT-HEADING
           DISPLAY "FILES OPENED".

       110-LOAD-REQUESTS.
           READ F60-WHERE-REQUEST-FILE
               AT END
                   MOVE 'NO' TO W01-REQUEST-REMAINS-SWITCH
               NOT AT END
                   IF WHERE-INGREDIENT-NAME NOT EQUAL TO SPACES
                       PERFORM 115-STORE-REQUEST
                   END-IF
           END-READ.

       115-STORE-REQUEST.
           IF W06-REQUEST-COUNT LESS THAN 500
               ADD 1 TO W06-REQUEST-COUNT
               MOVE WHERE-INGREDIENT-NAME TO
                   W06-REQ-NAME(W06-REQUEST-COUNT)
               MOVE 0 TO W06-REQ-RECIPE-COUNT(W06-REQUEST-COUNT)
           ELSE
               DISPLAY "WHERE-USED REQUEST TABLE FULL AT 500 "
                   "INGREDIENTS - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       200-SCAN-MASTER.
           READ F12-MASTER-FILE
               AT END
                   MOVE 'NO' TO W01-MASTER-REMAINS-SWITCH
               NOT AT END
                   ADD 1 TO W08-MASTER-READ
                   PERFORM VARYING J FROM 1 BY 1
                     UNTIL J > F12-MASTER-INGREDIENT-COUNT
                       PERFORM 210-CHECK-ONE-LINE
                   END-PERFORM
           END-READ.

       210-CHECK-ONE-LINE.
           PERFORM VARYING K FROM 1 BY 1
             UNTIL K > W06-REQUEST-COUNT
               IF F12-MASTER-INGREDIENT-NAME(J) EQUAL TO W06-REQ-NAME(K)
                   PERFORM 220-STORE-USE
               END-IF
           END-PERFORM.

       220-STORE-USE.
           IF W07-USE-COUNT LESS THAN 20000
               ADD 1 TO W07-USE-COUNT
               MOVE K TO W07-USE-REQUEST(W07-USE-COUNT)
               MOVE F12-MASTER-NAME TO W07-USE-RECIPE(W07-USE-COUNT)
               MOVE F12-MASTER-COURSE-TYPE TO
                   W07-USE-COURSE(W07-USE-COUNT)
               MOVE F12-MASTER-AMOUNT(J) TO
                   W07-USE-AMOUNT(W07-USE-COUNT)
               MOVE F12-MASTER-AMOUNT-TYPE(J) TO
                   W07-USE-UNIT(W07-USE-COUNT)
               MOVE F12-MASTER-STATUS TO W07-USE-STATUS(W07-USE-COUNT)
               ADD 1 TO W06-REQ-RECIPE-COUNT(K)
           ELSE
               DISPLAY "WHERE-USED TABLE FULL AT 20000 RECIPE LINES - "
                   "RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       300-WRITE-ONE-INGREDIENT.
           WRITE F61-WHERE-REPORT-RECORD FROM SPACES
           MOVE W06-REQ-NAME(I) TO W03-INGREDIENT-NAME
           WRITE F61-WHERE-REPORT-RECORD FROM W03-INGREDIENT-HEADING
           IF W06-REQ-RECIPE-COUNT(I) EQUAL TO 0
               WRITE F61-WHERE-REPORT-RECORD FROM W05-NOT-USED-LINE
           ELSE
               WRITE F61-WHERE-REPORT-RECORD FROM W03-COLUMN-HEADING
               PERFORM VARYING J FROM 1 BY 1
                 UNTIL J > W07-USE-COUNT
                   IF W07-USE-REQUEST(J) EQUAL TO I
                       MOVE W07-USE-RECIPE(J) TO W04-RECIPE-NAME
                       MOVE W07-USE-COURSE(J) TO W04-COURSE-TYPE
                       MOVE W07-USE-AMOUNT(J) TO W04-AMOUNT
                       MOVE W07-USE-UNIT(J) TO W04-UNIT
                       MOVE W07-USE-STATUS(J) TO W04-STATUS
                       WRITE F61-WHERE-REPORT-RECORD FROM
                           W04-WHERE-DETAIL
                   END-IF
               END-PERFORM
               MOVE W06-REQ-RECIPE-COUNT(I) TO W05-RECIPE-COUNT
               WRITE F61-WHERE-REPORT-RECORD FROM W05-RECIPE-COUNT-LINE
           END-IF.

       900-CLOSE-FILES.
           WRITE F61-WHERE-REPORT-RECORD FROM SPACES
           MOVE "MASTER RECORDS READ" TO W08-COUNT-LABEL
           MOVE W08-MASTER-READ TO W08-COUNT-VALUE
           WRITE F61-WHERE-REPORT-RECORD FROM W08-COUNT-LINE
           MOVE "INGREDIENTS REQUESTED" TO W08-COUNT-LABEL
           MOVE W06-REQUEST-COUNT TO W08-COUNT-VALUE
           WRITE F61-WHERE-REPORT-RECORD FROM W08-COUNT-LINE
           CLOSE F60-WHERE-REQUEST-FILE
           CLOSE F12-MASTER-FILE
           CLOSE F61-WHERE-REPORT-FILE
           DISPLAY "FILES CLOSED".
