
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMNT.
       AUTHOR. Marco De Melo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT F83-EVENT-TRANS-FILE ASSIGN TO "EventOrderTrans.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EVENT-TRANS-STATUS.
       SELECT F82-EVENT-FILE ASSIGN TO "EventOrders.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS F82-EVT-NUMBER
              FILE STATUS IS WS-EVENT-STATUS.
       SELECT F12-MASTER-FILE ASSIGN TO "RecipeMaster.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS F12-MASTER-NAME
              FILE STATUS IS WS-MASTER-STATUS.
       SELECT F84-ACTIVITY-FILE ASSIGN TO "EventActivityReport.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD F83-EVENT-TRANS-FILE
           RECORD CONTAINS 96 TO 366 CHARACTERS
           DATA RECORD IS F83-EVENT-TRANS-RECORD.
       01 F83-EVENT-TRANS-RECORD.
         05 EVT-TRANS-CODE PIC X(1).
         05 EVT-TRANS-NUMBER PIC X(8).
         05 EVT-TRANS-CUSTOMER PIC X(30).
         05 EVT-TRANS-DATE PIC X(8).
         05 EVT-TRANS-DATE-N REDEFINES EVT-TRANS-DATE PIC 9(8).
         05 EVT-TRANS-TIME PIC X(4).
         05 EVT-TRANS-TIME-N REDEFINES EVT-TRANS-TIME.
           10 EVT-TRANS-HH PIC 9(2).
           10 EVT-TRANS-MM PIC 9(2).
         05 EVT-TRANS-GUESTS PIC 9(5).
         05 EVT-TRANS-DEPOSIT PIC 9(6)V99.
         05 EVT-TRANS-LINE-COUNT PIC 9(2).
         05 EVT-TRANS-LINES OCCURS 1 TO 10 TIMES
             DEPENDING ON EVT-TRANS-LINE-COUNT.
           10 EVT-TRANS-RECIPE PIC X(25).
           10 EVT-TRANS-PORTIONS PIC 9(5).

       FD F82-EVENT-FILE
           RECORD CONTAINS 380 CHARACTERS
           DATA RECORD IS F82-EVENT-RECORD.
       01 F82-EVENT-RECORD.
         05 F82-EVT-NUMBER PIC X(8).
         05 F82-EVT-CUSTOMER PIC X(30).
         05 F82-EVT-DATE PIC X(8).
         05 F82-EVT-TIME PIC X(4).
         05 F82-EVT-GUESTS PIC 9(5).
         05 F82-EVT-DEPOSIT PIC 9(6)V99.
         05 F82-EVT-ISSUED-FLAG PIC X(1).
         05 F82-EVT-ISSUED-DATE PIC X(8).
         05 F82-EVT-LINE-COUNT PIC 9(2).
         05 F82-EVT-LINES OCCURS 10 TIMES.
           10 F82-EVT-RECIPE PIC X(25).
           10 F82-EVT-PORTIONS PIC 9(5).
         05 FILLER PIC X(6).

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

       FD F84-ACTIVITY-FILE
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS F84-ACTIVITY-RECORD.
       01 F84-ACTIVITY-RECORD PIC X(90).

       WORKING-STORAGE SECTION.
       01 I PIC 9(3) VALUE 0.
       01 W01-SWITCHES.
         05 W01-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
         05 WS-EVENT-TRANS-STATUS PIC XX VALUE SPACES.
         05 WS-EVENT-STATUS PIC XX VALUE SPACES.
         05 WS-MASTER-STATUS PIC XX VALUE SPACES.

       01 W02-ACTIVITY-HEADING-LINE.
         05 FILLER PIC X(46) VALUE
             "EVENT ORDER ACTIVITY REPORT MARCO DE MELO".
         05 FILLER PIC X(5) VALUE "DATE".
         05 W02-ACTIVITY-DATE PIC X(10).

       01 W03-ACTIVITY-DETAIL.
         05 W03-ACT-CODE PIC X(1).
         05 FILLER PIC X(2) VALUE SPACES.
         05 W03-ACT-EVENT PIC X(8).
         05 FILLER PIC X(2) VALUE SPACES.
         05 W03-ACT-RECIPE PIC X(25).
         05 FILLER PIC X(2) VALUE SPACES.
         05 W03-ACT-RESULT PIC X(10).
         05 FILLER PIC X(2) VALUE SPACES.
         05 W03-ACT-REASON PIC X(30).

       01 W04-CONSTANTS.
         05 W04-DUPLICATE-ADD-ERROR PIC X(30) VALUE
             'Event already on file.'.
         05 W04-NOT-ON-FILE-ERROR PIC X(30) VALUE
             'Event not on file.'.
         05 W04-BAD-CODE-ERROR PIC X(30) VALUE
             'Trans code must be A, C or D.'.
         05 W04-BLANK-NUMBER-ERROR PIC X(30) VALUE
             'Event number is blank.'.
         05 W04-BLANK-CUSTOMER-ERROR PIC X(30) VALUE
             'Customer name is blank.'.
         05 W04-BAD-DATE-ERROR PIC X(30) VALUE
             'Event date is not valid.'.
         05 W04-PAST-DATE-ERROR PIC X(30) VALUE
             'Event date is in the past.'.
         05 W04-BAD-TIME-ERROR PIC X(30) VALUE
             'Event time must be HHMM.'.
         05 W04-BAD-GUESTS-ERROR PIC X(30) VALUE
             'Guest count must be over 0.'.
         05 W04-BAD-DEPOSIT-ERROR PIC X(30) VALUE
             'Deposit must be numeric.'.
         05 W04-BAD-LINE-COUNT-ERROR PIC X(30) VALUE
             'Recipe count must be 1 to 10.'.
         05 W04-BAD-PORTIONS-ERROR PIC X(30) VALUE
             'Portions must be over 0.'.
         05 W04-RECIPE-MISSING-ERROR PIC X(30) VALUE
             'Recipe not on master.'.
         05 W04-RECIPE-FLAGGED-ERROR PIC X(30) VALUE
             'Recipe is flagged F.'.
         05 W04-RECIPE-INACTIVE-ERROR PIC X(30) VALUE
             'Recipe is inactive.'.
         05 W04-ALREADY-ISSUED-ERROR PIC X(30) VALUE
             'Production already requested.'.

       01 W05-ACTIVITY-COUNTS.
         05 W05-TRANS-READ PIC 9(5) VALUE 0.
         05 W05-APPLIED-COUNT PIC 9(5) VALUE 0.
         05 W05-REJECTED-COUNT PIC 9(5) VALUE 0.
       01 W05-ACTIVITY-COUNT-LINE.
         05 W05-COUNT-LABEL PIC X(30).
         05 W05-COUNT-VALUE PIC ZZZZ9.

       01 W06-TODAY PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM 100-OPEN-FILES
           PERFORM UNTIL W01-DATA-REMAINS-SWITCH = 'NO'
               PERFORM 200-PROCESS-TRANSACTIONS
           END-PERFORM
           PERFORM 300-WRITE-FOOTER
           STOP RUN.

       100-OPEN-FILES.
           OPEN INPUT F83-EVENT-TRANS-FILE
           IF WS-EVENT-TRANS-STATUS NOT EQUAL TO "00"
               DISPLAY "EVENT TRANSACTION FILE EventOrderTrans.dat "
                   "MISSING OR UNREADABLE (STATUS "
                   WS-EVENT-TRANS-STATUS ") - RUN ABORTED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O F82-EVENT-FILE
           IF WS-EVENT-STATUS EQUAL TO "35"
               OPEN OUTPUT F82-EVENT-FILE
               CLOSE F82-EVENT-FILE
               OPEN I-O F82-EVENT-FILE
           END-IF
           IF WS-EVENT-STATUS NOT EQUAL TO "00"
               DISPLAY "EVENT ORDER FILE EventOrders.dat COULD NOT BE "
                   "OPENED (STATUS " WS-EVENT-STATUS
                   ") - RUN ABORTED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT F12-MASTER-FILE
           IF WS-MASTER-STATUS NOT EQUAL TO "00"
               DISPLAY "RECIPE MASTER RecipeMaster.dat COULD NOT BE "
                   "OPENED (STATUS " WS-MASTER-STATUS
                   ") - RUN ABORTED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO W06-TODAY
           OPEN OUTPUT F84-ACTIVITY-FILE
           MOVE FUNCTION CURRENT-DATE (1:8) TO W02-ACTIVITY-DATE
           WRITE F84-ACTIVITY-RECORD FROM W02-ACTIVITY-HEADING-LINE
           DISPLAY "FILES OPENED".

       200-PROCESS-TRANSACTIONS.
           READ F83-EVENT-TRANS-FILE
               AT END
                   MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
               NOT AT END
                   ADD 1 TO W05-TRANS-READ
                   MOVE EVT-TRANS-CODE TO W03-ACT-CODE
                   MOVE EVT-TRANS-NUMBER TO W03-ACT-EVENT
                   MOVE SPACES TO W03-ACT-RECIPE
                   IF EVT-TRANS-NUMBER EQUAL TO SPACES
                       MOVE W04-BLANK-NUMBER-ERROR TO W03-ACT-REASON
                       PERFORM 260-WRITE-REJECTED-LINE
                   ELSE
                       IF EVT-TRANS-CODE EQUAL TO "A"
                           PERFORM 210-APPLY-ADD
                       ELSE
                           IF EVT-TRANS-CODE EQUAL TO "C"
                               PERFORM 220-APPLY-CHANGE
                           ELSE
                               IF EVT-TRANS-CODE EQUAL TO "D"
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
           PERFORM 270-VALIDATE-ORDER
           IF W03-ACT-REASON NOT EQUAL TO SPACES
               PERFORM 260-WRITE-REJECTED-LINE
           ELSE
               PERFORM 240-BUILD-EVENT-RECORD
               WRITE F82-EVENT-RECORD
               IF WS-EVENT-STATUS EQUAL TO "00"
                   PERFORM 250-WRITE-APPLIED-LINE
               ELSE
                   MOVE W04-DUPLICATE-ADD-ERROR TO W03-ACT-REASON
                   PERFORM 260-WRITE-REJECTED-LINE
               END-IF
           END-IF.

       220-APPLY-CHANGE.
           MOVE SPACES TO F82-EVENT-RECORD
           MOVE EVT-TRANS-NUMBER TO F82-EVT-NUMBER
           READ F82-EVENT-FILE
           IF WS-EVENT-STATUS NOT EQUAL TO "00"
               MOVE W04-NOT-ON-FILE-ERROR TO W03-ACT-REASON
               PERFORM 260-WRITE-REJECTED-LINE
           ELSE
               IF F82-EVT-ISSUED-FLAG EQUAL TO "Y"
                   MOVE W04-ALREADY-ISSUED-ERROR TO W03-ACT-REASON
                   PERFORM 260-WRITE-REJECTED-LINE
               ELSE
                   PERFORM 270-VALIDATE-ORDER
                   IF W03-ACT-REASON NOT EQUAL TO SPACES
                       PERFORM 260-WRITE-REJECTED-LINE
                   ELSE
                       PERFORM 240-BUILD-EVENT-RECORD
                       REWRITE F82-EVENT-RECORD
                       IF WS-EVENT-STATUS EQUAL TO "00"
                           PERFORM 250-WRITE-APPLIED-LINE
                       ELSE
                           MOVE W04-NOT-ON-FILE-ERROR TO
                               W03-ACT-REASON
                           PERFORM 260-WRITE-REJECTED-LINE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       230-APPLY-DELETE.
           MOVE SPACES TO F82-EVENT-RECORD
           MOVE EVT-TRANS-NUMBER TO F82-EVT-NUMBER
           READ F82-EVENT-FILE
           IF WS-EVENT-STATUS NOT EQUAL TO "00"
               MOVE W04-NOT-ON-FILE-ERROR TO W03-ACT-REASON
               PERFORM 260-WRITE-REJECTED-LINE
           ELSE
               IF F82-EVT-ISSUED-FLAG EQUAL TO "Y"
                   MOVE W04-ALREADY-ISSUED-ERROR TO W03-ACT-REASON
                   PERFORM 260-WRITE-REJECTED-LINE
               ELSE
                   DELETE F82-EVENT-FILE RECORD
                   IF WS-EVENT-STATUS EQUAL TO "00"
                       PERFORM 250-WRITE-APPLIED-LINE
                   ELSE
                       MOVE W04-NOT-ON-FILE-ERROR TO W03-ACT-REASON
                       PERFORM 260-WRITE-REJECTED-LINE
                   END-IF
               END-IF
           END-IF.

       240-BUILD-EVENT-RECORD.
           MOVE SPACES TO F82-EVENT-RECORD
           MOVE EVT-TRANS-NUMBER TO F82-EVT-NUMBER
           MOVE EVT-TRANS-CUSTOMER TO F82-EVT-CUSTOMER
           MOVE EVT-TRANS-DATE TO F82-EVT-DATE
           MOVE EVT-TRANS-TIME TO F82-EVT-TIME
           MOVE EVT-TRANS-GUESTS TO F82-EVT-GUESTS
           MOVE EVT-TRANS-DEPOSIT TO F82-EVT-DEPOSIT
           MOVE EVT-TRANS-LINE-COUNT TO F82-EVT-LINE-COUNT
           PERFORM VARYING I FROM 1 BY 1
             UNTIL I > EVT-TRANS-LINE-COUNT
               MOVE EVT-TRANS-RECIPE(I) TO F82-EVT-RECIPE(I)
               MOVE EVT-TRANS-PORTIONS(I) TO F82-EVT-PORTIONS(I)
           END-PERFORM.

       250-WRITE-APPLIED-LINE.
           MOVE "APPLIED" TO W03-ACT-RESULT
           MOVE SPACES TO W03-ACT-REASON
           WRITE F84-ACTIVITY-RECORD FROM W03-ACTIVITY-DETAIL
           ADD 1 TO W05-APPLIED-COUNT.

       260-WRITE-REJECTED-LINE.
           MOVE "REJECTED" TO W03-ACT-RESULT
           WRITE F84-ACTIVITY-RECORD FROM W03-ACTIVITY-DETAIL
           ADD 1 TO W05-REJECTED-COUNT.

       270-VALIDATE-ORDER.
           MOVE SPACES TO W03-ACT-REASON
           IF EVT-TRANS-CUSTOMER EQUAL TO SPACES
               MOVE W04-BLANK-CUSTOMER-ERROR TO W03-ACT-REASON
           ELSE
               IF EVT-TRANS-DATE NOT NUMERIC
                   MOVE W04-BAD-DATE-ERROR TO W03-ACT-REASON
               ELSE
                   IF FUNCTION TEST-DATE-YYYYMMDD (EVT-TRANS-DATE-N)
                     NOT EQUAL TO 0
                       MOVE W04-BAD-DATE-ERROR TO W03-ACT-REASON
                   ELSE
                       IF EVT-TRANS-DATE-N LESS THAN W06-TODAY
                           MOVE W04-PAST-DATE-ERROR TO W03-ACT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF W03-ACT-REASON EQUAL TO SPACES AND
             EVT-TRANS-TIME NOT EQUAL TO SPACES
               IF EVT-TRANS-TIME NOT NUMERIC
                   MOVE W04-BAD-TIME-ERROR TO W03-ACT-REASON
               ELSE
                   IF EVT-TRANS-HH GREATER THAN 24 OR
                     EVT-TRANS-MM GREATER THAN 59 OR
                     (EVT-TRANS-HH EQUAL TO 24 AND
                     EVT-TRANS-MM GREATER THAN 0)
                       MOVE W04-BAD-TIME-ERROR TO W03-ACT-REASON
                   END-IF
               END-IF
           END-IF
           IF W03-ACT-REASON EQUAL TO SPACES
               IF EVT-TRANS-GUESTS NOT NUMERIC OR
                 EVT-TRANS-GUESTS EQUAL TO 0
                   MOVE W04-BAD-GUESTS-ERROR TO W03-ACT-REASON
               ELSE
                   IF EVT-TRANS-DEPOSIT NOT NUMERIC
                       MOVE W04-BAD-DEPOSIT-ERROR TO W03-ACT-REASON
                   ELSE
                       IF EVT-TRANS-LINE-COUNT NOT NUMERIC OR
                         EVT-TRANS-LINE-COUNT EQUAL TO 0 OR
                         EVT-TRANS-LINE-COUNT GREATER THAN 10
                           MOVE W04-BAD-LINE-COUNT-ERROR TO
                               W03-ACT-REASON
                       ELSE
                           PERFORM 280-CHECK-ORDER-LINES
                       END-IF
                   END-IF
               END-IF
           END-IF.

       280-CHECK-ORDER-LINES.
           PERFORM VARYING I FROM 1 BY 1
             UNTIL I > EVT-TRANS-LINE-COUNT
               IF EVT-TRANS-PORTIONS(I) NOT NUMERIC OR
                 EVT-TRANS-PORTIONS(I) EQUAL TO 0
                   MOVE EVT-TRANS-RECIPE(I) TO W03-ACT-RECIPE
                   MOVE W04-BAD-PORTIONS-ERROR TO W03-ACT-REASON
               ELSE
                   PERFORM 285-CHECK-ORDER-RECIPE
               END-IF
               IF W03-ACT-REASON NOT EQUAL TO SPACES
                   MOVE EVT-TRANS-LINE-COUNT TO I
               END-IF
           END-PERFORM.

       285-CHECK-ORDER-RECIPE.
           MOVE SPACES TO F12-MASTER-RECORD
           MOVE EVT-TRANS-RECIPE(I) TO F12-MASTER-NAME
           READ F12-MASTER-FILE
               INVALID KEY
                   MOVE W04-RECIPE-MISSING-ERROR TO W03-ACT-REASON
               NOT INVALID KEY
                   IF F12-MASTER-STATUS EQUAL TO "F"
                       MOVE W04-RECIPE-FLAGGED-ERROR TO W03-ACT-REASON
                   ELSE
                       IF F12-MASTER-STATUS NOT EQUAL TO SPACES OR
                         F12-MASTER-YIELD NOT NUMERIC OR
                         F12-MASTER-YIELD EQUAL TO 0
                           MOVE W04-RECIPE-INACTIVE-ERROR TO
                               W03-ACT-REASON
                       END-IF
                   END-IF
           END-READ
           IF W03-ACT-REASON NOT EQUAL TO SPACES
               MOVE EVT-TRANS-RECIPE(I) TO W03-ACT-RECIPE
           END-IF.

       300-WRITE-FOOTER.
           WRITE F84-ACTIVITY-RECORD FROM SPACES
           MOVE "TRANSACTIONS READ" TO W05-COUNT-LABEL
           MOVE W05-TRANS-READ TO W05-COUNT-VALUE
           WRITE F84-ACTIVITY-RECORD FROM W05-ACTIVITY-COUNT-LINE
           MOVE "TRANSACTIONS APPLIED" TO W05-COUNT-LABEL
           MOVE W05-APPLIED-COUNT TO W05-COUNT-VALUE
           WRITE F84-ACTIVITY-RECORD FROM W05-ACTIVITY-COUNT-LINE
           MOVE "TRANSACTIONS REJECTED" TO W05-COUNT-LABEL
           MOVE W05-REJECTED-COUNT TO W05-COUNT-VALUE
           WRITE F84-ACTIVITY-RECORD FROM W05-ACTIVITY-COUNT-LINE
           CLOSE F83-EVENT-TRANS-FILE
           CLOSE F82-EVENT-FILE
           CLOSE F12-MASTER-FILE
           CLOSE F84-ACTIVITY-FILE
           DISPLAY "FILES CLOSED".
