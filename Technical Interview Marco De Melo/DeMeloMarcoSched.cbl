
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RSCHED.
       AUTHOR. Marco De Melo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT F25-SCALE-REQUEST-FILE ASSIGN TO "ScaleRequests.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REQUEST-STATUS.
       SELECT F04-EXTRACT-FILE ASSIGN TO "RecipesValidExtract.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EXTRACT-STATUS.
       SELECT F12-MASTER-FILE ASSIGN TO "RecipeMaster.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS F12-MASTER-NAME
              FILE STATUS IS WS-MASTER-STATUS.
       SELECT F70-CAPACITY-FILE ASSIGN TO "StationCapacity.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CAPACITY-STATUS.
       SELECT F71-SCHEDULE-DATE-FILE ASSIGN TO "ScheduleDate.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SCHEDDATE-STATUS.
       SELECT F72-SCHEDULE-FILE ASSIGN TO "ProductionSchedule.dat"
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT F73-EXCEPTION-FILE ASSIGN TO
              "ScheduleExceptionReport.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

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
           DATA RECORD IS F04-EXTRACT-DETAIL.
       01 F04-EXTRACT-DETAIL.
         05 NAME-IN PIC X(25).
         05 COURSE-TYPE-IN PIC X(10).
         05 PREP-TIME-IN PIC 9(4)V9.
         05 BAKE-TIME-IN PIC 9(4)V9.
         05 YIELD-IN PIC 9(3).
         05 INGREDIENT-COUNT-IN PIC 9(2).
         05 INGREDIENTS-IN OCCURS 1 TO 10 TIMES
             DEPENDING ON INGREDIENT-COUNT-IN.
           10 INGREDIENT-NAME-IN PIC X(15).
           10 AMOUNT-IN PIC 9(3)V99.
           10 AMOUNT-TYPE-IN PIC X(5).

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

       FD F70-CAPACITY-FILE
           RECORD CONTAINS 21 CHARACTERS
           DATA RECORD IS F70-CAPACITY-RECORD.
       01 F70-CAPACITY-RECORD.
         05 CAP-STATION-ID PIC X(10).
         05 CAP-STATION-TYPE PIC X(4).
         05 CAP-SHIFT-START PIC 9(4).
         05 CAP-SHIFT-START-X REDEFINES CAP-SHIFT-START.
           10 CAP-SHIFT-START-HH PIC 9(2).
           10 CAP-SHIFT-START-MM PIC 9(2).
         05 CAP-SHIFT-HOURS PIC 9(2)V9.

       FD F71-SCHEDULE-DATE-FILE
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS F71-SCHEDULE-DATE-RECORD.
       01 F71-SCHEDULE-DATE-RECORD PIC X(8).

       FD F72-SCHEDULE-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS F72-SCHEDULE-RECORD.
       01 F72-SCHEDULE-RECORD PIC X(100).

       FD F73-EXCEPTION-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS F73-EXCEPTION-RECORD.
       01 F73-EXCEPTION-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01 I PIC 9(5) VALUE 0.
       01 J PIC 9(5) VALUE 0.
       01 K PIC 9(5) VALUE 0.
       01 R PIC 9(5) VALUE 0.
       01 S PIC 9(5) VALUE 0.

       01 W01-SWITCHES.
         05 WS-REQUEST-STATUS PIC XX VALUE SPACES.
         05 WS-EXTRACT-STATUS PIC XX VALUE SPACES.
         05 WS-MASTER-STATUS PIC XX VALUE SPACES.
         05 WS-CAPACITY-STATUS PIC XX VALUE SPACES.
         05 WS-SCHEDDATE-STATUS PIC XX VALUE SPACES.
         05 W01-REQUEST-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
         05 W01-RECIPE-FILE-SWITCH PIC X(3) VALUE 'YES'.
         05 W01-CAPACITY-FILE-SWITCH PIC X(3) VALUE 'YES'.
         05 W01-MASTER-AVAILABLE-SWITCH PIC X(3) VALUE 'NO'.
         05 W01-RECIPE-FLAGGED-SWITCH PIC X(3) VALUE 'NO'.
         05 W01-RECIPE-FOUND-SWITCH PIC X(3) VALUE 'NO'.
         05 W01-STATION-FOUND-SWITCH PIC X(3) VALUE 'NO'.
         05 W01-UNSCHEDULED-SWITCH PIC X(3) VALUE 'YES'.

       01 W02-RECIPE-TABLE.
         05 W02-RECIPE-COUNT PIC 9(5) VALUE 0.
         05 W02-RECIPE-ENTRY OCCURS 10000 TIMES.
           10 W02-R-NAME PIC X(25).
           10 W02-R-PREP PIC 9(4)V9.
           10 W02-R-BAKE PIC 9(4)V9.
           10 W02-R-YIELD PIC 9(3).

       01 W03-STATION-TABLE.
         05 W03-STATION-COUNT PIC 9(5) VALUE 0.
         05 W03-STATION-ENTRY OCCURS 50 TIMES.
           10 W03-ST-ID PIC X(10).
           10 W03-ST-TYPE PIC X(4).
           10 W03-ST-FREE-MIN PIC 9(5).
           10 W03-ST-AVAIL-MIN PIC 9(5).
           10 W03-ST-USED-MIN PIC 9(5).
           10 W03-ST-SHIFT-COUNT PIC 9(2).
           10 W03-ST-SHIFT OCCURS 10 TIMES.
             15 W03-ST-SHIFT-START PIC 9(5).
             15 W03-ST-SHIFT-END PIC 9(5).

       01 W04-REQUEST-TABLE.
         05 W04-REQUEST-COUNT PIC 9(5) VALUE 0.
         05 W04-REQUEST-ENTRY OCCURS 1000 TIMES.
           10 W04-RQ-NAME PIC X(25).
           10 W04-RQ-TARGET PIC X(5).
           10 W04-RQ-TARGET-N REDEFINES W04-RQ-TARGET PIC 9(5).
           10 W04-RQ-DUE-KEY.
             15 W04-RQ-DUE-DATE PIC X(8).
             15 W04-RQ-DUE-TIME PIC X(4).
             15 W04-RQ-DUE-TIME-N REDEFINES W04-RQ-DUE-TIME.
               20 W04-RQ-DUE-HH PIC 9(2).
               20 W04-RQ-DUE-MM PIC 9(2).
           10 W04-RQ-DONE PIC X(3).

       01 W05-TASK-TABLE.
         05 W05-TASK-COUNT PIC 9(5) VALUE 0.
         05 W05-TASK-ENTRY OCCURS 2000 TIMES.
           10 W05-TK-STATION PIC 9(5).
           10 W05-TK-START PIC 9(5).
           10 W05-TK-END PIC 9(5).
           10 W05-TK-NAME PIC X(25).
           10 W05-TK-BATCHES PIC 9(5).
           10 W05-TK-TASK PIC X(4).
           10 W05-TK-DUE-DATE PIC X(8).
           10 W05-TK-DUE-TIME PIC X(4).
           10 W05-TK-FLAG PIC X(4).

       01 W06-SCHEDULE-VARS.
         05 W06-SCHEDULE-DATE PIC X(8) VALUE SPACES.
         05 W06-NEXT-REQUEST PIC 9(5) VALUE 0.
         05 W06-BATCHES PIC 9(5) VALUE 0.
         05 W06-BATCH-PORTIONS PIC 9(7) VALUE 0.
         05 W06-PREP-MIN PIC 9(7) VALUE 0.
         05 W06-BAKE-MIN PIC 9(7) VALUE 0.
         05 W06-TASK-TYPE PIC X(4) VALUE SPACES.
         05 W06-DURATION PIC 9(7) VALUE 0.
         05 W06-EARLIEST PIC 9(7) VALUE 0.
         05 W06-BEST-STATION PIC 9(5) VALUE 0.
         05 W06-BEST-START PIC 9(7) VALUE 0.
         05 W06-BEST-END PIC 9(7) VALUE 0.
         05 W06-TRY-START PIC 9(7) VALUE 0.
         05 W06-TRY-END PIC 9(7) VALUE 0.
         05 W06-PREP-STATION PIC 9(5) VALUE 0.
         05 W06-PREP-START PIC 9(7) VALUE 0.
         05 W06-PREP-END PIC 9(7) VALUE 0.
         05 W06-FINISH-MIN PIC 9(7) VALUE 0.
         05 W06-DUE-MIN PIC 9(5) VALUE 0.
         05 W06-FIRST-TASK PIC 9(5) VALUE 0.
         05 W06-CLOCK-MIN PIC 9(7) VALUE 0.
         05 W06-SHIFT-END PIC 9(7) VALUE 0.
         05 W06-REASON PIC X(35) VALUE SPACES.

       01 W07-CONSTANTS.
         05 W07-BAD-TARGET-REASON PIC X(35) VALUE
             "INVALID TARGET SERVINGS".
         05 W07-BAD-DUE-REASON PIC X(35) VALUE
             "INVALID REQUIRED-BY DATE OR TIME".
         05 W07-NOT-FOUND-REASON PIC X(35) VALUE
             "NOT ON VALID RECIPE FILE".
         05 W07-NO-YIELD-REASON PIC X(35) VALUE
             "NO YIELD ON FILE".
         05 W07-NO-PREP-REASON PIC X(35) VALUE
             "NO PREP BENCH CAPACITY LEFT".
         05 W07-NO-OVEN-REASON PIC X(35) VALUE
             "NO OVEN CAPACITY LEFT".
         05 W07-LATE-REASON PIC X(35) VALUE
             "CANNOT FINISH BY REQUIRED TIME".
         05 W07-DEFERRED-REASON PIC X(35) VALUE
             "DUE AFTER SCHEDULE DATE".

       01 W08-TIME-OUT.
         05 W08-HH PIC 9(2).
         05 FILLER PIC X(1) VALUE ":".
         05 W08-MM PIC 9(2).

       01 W09-HEADING-LINE.
         05 FILLER PIC X(37) VALUE
             "PRODUCTION SCHEDULE MARCO DE MELO".
         05 FILLER PIC X(5) VALUE "DATE".
         05 W09-HEADING-DATE PIC X(10).
       01 W09-STATION-HEADING.
         05 FILLER PIC X(9) VALUE "STATION: ".
         05 W09-STATION-ID PIC X(10).
         05 FILLER PIC X(2) VALUE SPACES.
         05 FILLER PIC X(5) VALUE "TYPE ".
         05 W09-STATION-TYPE PIC X(4).
       01 W09-SCHEDULE-COLUMNS.
         05 FILLER PIC X(2) VALUE SPACES.
         05 FILLER PIC X(7) VALUE "START".
         05 FILLER PIC X(7) VALUE "END".
         05 FILLER PIC X(27) VALUE "RECIPE".
         05 FILLER PIC X(9) VALUE "BATCHES".
         05 FILLER PIC X(6) VALUE "TASK".
         05 FILLER PIC X(17) VALUE "REQUIRED BY".
         05 FILLER PIC X(4) VALUE "FLAG".
       01 W09-NO-WORK-LINE.
         05 FILLER PIC X(2) VALUE SPACES.
         05 FILLER PIC X(18) VALUE "NO WORK SCHEDULED".

       01 W10-SCHEDULE-DETAIL.
         05 FILLER PIC X(2) VALUE SPACES.
         05 W10-START-OUT PIC X(5).
         05 FILLER PIC X(2) VALUE SPACES.
         05 W10-END-OUT PIC X(5).
         05 FILLER PIC X(2) VALUE SPACES.
         05 W10-NAME-OUT PIC X(25).
         05 FILLER PIC X(2) VALUE SPACES.
         05 W10-BATCHES-OUT PIC ZZZZ9.
         05 FILLER PIC X(4) VALUE SPACES.
         05 W10-TASK-OUT PIC X(4).
         05 FILLER PIC X(2) VALUE SPACES.
         05 W10-DUE-DATE-OUT PIC X(8).
         05 FILLER PIC X(1) VALUE SPACES.
         05 W10-DUE-TIME-OUT PIC X(5).
         05 FILLER PIC X(3) VALUE SPACES.
         05 W10-FLAG-OUT PIC X(4).

       01 W11-UTILISATION-HEADING PIC X(20) VALUE
             "CAPACITY UTILISATION".
       01 W11-UTILISATION-COLUMNS.
         05 FILLER PIC X(12) VALUE "STATION".
         05 FILLER PIC X(6) VALUE "TYPE".
         05 FILLER PIC X(12) VALUE "AVAIL HRS".
         05 FILLER PIC X(12) VALUE "USED HRS".
         05 FILLER PIC X(10) VALUE "USED PCT".
       01 W11-UTILISATION-DETAIL.
         05 W11-STATION-OUT PIC X(10).
         05 FILLER PIC X(2) VALUE SPACES.
         05 W11-TYPE-OUT PIC X(4).
         05 FILLER PIC X(2) VALUE SPACES.
         05 W11-AVAIL-OUT PIC ZZZZ9.99.
         05 FILLER PIC X(4) VALUE SPACES.
         05 W11-USED-OUT PIC ZZZZ9.99.
         05 FILLER PIC X(4) VALUE SPACES.
         05 W11-PCT-OUT PIC ZZ9.9.
         05 FILLER PIC X(1) VALUE "%".

       01 W12-UTILISATION-VARS.
         05 W12-PREP-AVAIL PIC 9(7) VALUE 0.
         05 W12-PREP-USED PIC 9(7) VALUE 0.
         05 W12-OVEN-AVAIL PIC 9(7) VALUE 0.
         05 W12-OVEN-USED PIC 9(7) VALUE 0.
         05 W12-HOURS PIC 9(5)V99 VALUE 0.
         05 W12-PCT PIC 9(3)V9 VALUE 0.

       01 W13-EXCEPTION-HEADING.
         05 FILLER PIC X(45) VALUE
             "PRODUCTION SCHEDULE EXCEPTIONS MARCO DE MELO".
         05 FILLER PIC X(5) VALUE "DATE".
         05 W13-EXCEPTION-DATE PIC X(10).
       01 W13-EXCEPTION-COLUMNS.
         05 FILLER PIC X(27) VALUE "RECIPE".
         05 FILLER PIC X(7) VALUE "TARGET".
         05 FILLER PIC X(17) VALUE "REQUIRED BY".
         05 FILLER PIC X(7) VALUE "FINISH".
         05 FILLER PIC X(35) VALUE "REASON".
       01 W13-DEFERRED-HEADING.
         05 FILLER PIC X(35) VALUE
             "DEFERRED TO A LATER SCHEDULE DATE".
       01 W13-EXCEPTION-DETAIL.
         05 W13-NAME-OUT PIC X(25).
         05 FILLER PIC X(2) VALUE SPACES.
         05 W13-TARGET-OUT PIC X(5).
         05 FILLER PIC X(2) VALUE SPACES.
         05 W13-DUE-DATE-OUT PIC X(8).
         05 FILLER PIC X(1) VALUE SPACES.
         05 W13-DUE-TIME-OUT PIC X(5).
         05 FILLER PIC X(3) VALUE SPACES.
         05 W13-FINISH-OUT PIC X(5).
         05 FILLER PIC X(2) VALUE SPACES.
         05 W13-REASON-OUT PIC X(35).

       01 W14-RUN-COUNTS.
         05 W14-REQUESTS-READ PIC 9(5) VALUE 0.
         05 W14-REQUESTS-SCHEDULED PIC 9(5) VALUE 0.
         05 W14-REQUESTS-LATE PIC 9(5) VALUE 0.
         05 W14-REQUESTS-UNSCHEDULED PIC 9(5) VALUE 0.
         05 W14-REQUESTS-DEFERRED PIC 9(5) VALUE 0.
       01 W14-COUNT-LINE.
         05 W14-COUNT-LABEL PIC X(30).
         05 W14-COUNT-VALUE PIC ZZZZ9.

       PROCEDURE DIVISION.
           PERFORM 100-INITIALIZE
           PERFORM 200-LOAD-REQUESTS
           PERFORM UNTIL W01-UNSCHEDULED-SWITCH = 'NO'
               PERFORM 300-SCHEDULE-NEXT-REQUEST
           END-PERFORM
           PERFORM 360-WRITE-DEFERRED
           PERFORM 400-WRITE-SCHEDULE
           PERFORM 450-WRITE-UTILISATION
           PERFORM 900-CLOSE-FILES
           STOP RUN.

       100-INITIALIZE.
           OPEN INPUT F12-MASTER-FILE
           IF WS-MASTER-STATUS EQUAL TO "00"
               MOVE "YES" TO W01-MASTER-AVAILABLE-SWITCH
           END-IF
           PERFORM 105-READ-SCHEDULE-DATE
           OPEN OUTPUT F72-SCHEDULE-FILE
           MOVE W06-SCHEDULE-DATE TO W09-HEADING-DATE
           WRITE F72-SCHEDULE-RECORD FROM W09-HEADING-LINE
           OPEN OUTPUT F73-EXCEPTION-FILE
           MOVE W06-SCHEDULE-DATE TO W13-EXCEPTION-DATE
           WRITE F73-EXCEPTION-RECORD FROM W13-EXCEPTION-HEADING
           WRITE F73-EXCEPTION-RECORD FROM W13-EXCEPTION-COLUMNS
           PERFORM 110-LOAD-RECIPE-TABLE
           PERFORM 150-LOAD-STATION-TABLE
           DISPLAY "FILES OPENED".

       105-READ-SCHEDULE-DATE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO W06-SCHEDULE-DATE
           OPEN INPUT F71-SCHEDULE-DATE-FILE
           IF WS-SCHEDDATE-STATUS EQUAL TO "00"
               READ F71-SCHEDULE-DATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF F71-SCHEDULE-DATE-RECORD NOT EQUAL TO SPACES
                           MOVE F71-SCHEDULE-DATE-RECORD TO
                               W06-SCHEDULE-DATE
                       END-IF
               END-READ
               CLOSE F71-SCHEDULE-DATE-FILE
           END-IF.

       110-LOAD-RECIPE-TABLE.
           OPEN INPUT F04-EXTRACT-FILE
           IF WS-EXTRACT-STATUS EQUAL TO "00"
               PERFORM UNTIL W01-RECIPE-FILE-SWITCH = 'NO'
                   READ F04-EXTRACT-FILE
                       AT END
                           MOVE 'NO' TO W01-RECIPE-FILE-SWITCH
                       NOT AT END
                           PERFORM 117-CHECK-MASTER-STATUS
                           IF W01-RECIPE-FLAGGED-SWITCH EQUAL TO "NO"
                               PERFORM 115-STORE-RECIPE-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F04-EXTRACT-FILE
           ELSE
               DISPLAY "WARNING: VALID RECIPE EXTRACT NOT AVAILABLE "
                   "(STATUS " WS-EXTRACT-STATUS ") - NO RECIPES "
                   "TO SCHEDULE"
           END-IF.

       117-CHECK-MASTER-STATUS.
           MOVE 'NO' TO W01-RECIPE-FLAGGED-SWITCH
           IF W01-MASTER-AVAILABLE-SWITCH EQUAL TO "YES"
               MOVE NAME-IN TO F12-MASTER-NAME
               READ F12-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF F12-MASTER-STATUS EQUAL TO "F"
                           MOVE "YES" TO W01-RECIPE-FLAGGED-SWITCH
                       END-IF
               END-READ
           END-IF.

       115-STORE-RECIPE-ENTRY.
           IF W02-RECIPE-COUNT LESS THAN 10000
               ADD 1 TO W02-RECIPE-COUNT
               MOVE NAME-IN TO W02-R-NAME(W02-RECIPE-COUNT)
               MOVE PREP-TIME-IN TO W02-R-PREP(W02-RECIPE-COUNT)
               MOVE BAKE-TIME-IN TO W02-R-BAKE(W02-RECIPE-COUNT)
               MOVE YIELD-IN TO W02-R-YIELD(W02-RECIPE-COUNT)
           ELSE
               DISPLAY "RECIPE TABLE FULL AT 10000 RECIPES - "
                   "RecipesValidExtract.dat TOO LARGE - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       150-LOAD-STATION-TABLE.
           OPEN INPUT F70-CAPACITY-FILE
           IF WS-CAPACITY-STATUS EQUAL TO "00"
               PERFORM UNTIL W01-CAPACITY-FILE-SWITCH = 'NO'
                   READ F70-CAPACITY-FILE
                       AT END
                           MOVE 'NO' TO W01-CAPACITY-FILE-SWITCH
                       NOT AT END
                           PERFORM 155-STORE-STATION-SHIFT
                   END-READ
               END-PERFORM
               CLOSE F70-CAPACITY-FILE
           ELSE
               DISPLAY "STATION CAPACITY FILE MISSING OR UNREADABLE "
                   "(STATUS " WS-CAPACITY-STATUS ") - RUN ABORTED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       155-STORE-STATION-SHIFT.
           IF (CAP-STATION-TYPE NOT EQUAL TO "PREP" AND
             CAP-STATION-TYPE NOT EQUAL TO "OVEN") OR
             CAP-STATION-ID EQUAL TO SPACES OR
             CAP-SHIFT-START NOT NUMERIC OR
             CAP-SHIFT-HOURS NOT NUMERIC OR
             CAP-SHIFT-HOURS EQUAL TO 0
               DISPLAY "WARNING: INVALID CAPACITY LINE SKIPPED - "
                   F70-CAPACITY-RECORD
           ELSE
               IF CAP-SHIFT-START-HH GREATER THAN 23 OR
                 CAP-SHIFT-START-MM GREATER THAN 59
                   DISPLAY "WARNING: INVALID CAPACITY LINE SKIPPED - "
                       F70-CAPACITY-RECORD
               ELSE
                   PERFORM 160-FIND-OR-ADD-STATION
                   PERFORM 165-ADD-SHIFT
               END-IF
           END-IF.

       160-FIND-OR-ADD-STATION.
           MOVE 'NO' TO W01-STATION-FOUND-SWITCH
           PERFORM VARYING S FROM 1 BY 1
             UNTIL S > W03-STATION-COUNT
               IF W03-ST-ID(S) EQUAL TO CAP-STATION-ID
                   MOVE "YES" TO W01-STATION-FOUND-SWITCH
                   MOVE S TO K
                   MOVE W03-STATION-COUNT TO S
               END-IF
           END-PERFORM
           IF W01-STATION-FOUND-SWITCH EQUAL TO "NO"
               IF W03-STATION-COUNT LESS THAN 50
                   ADD 1 TO W03-STATION-COUNT
                   MOVE W03-STATION-COUNT TO K
                   MOVE CAP-STATION-ID TO W03-ST-ID(K)
                   MOVE CAP-STATION-TYPE TO W03-ST-TYPE(K)
                   MOVE 0 TO W03-ST-FREE-MIN(K)
                   MOVE 0 TO W03-ST-AVAIL-MIN(K)
                   MOVE 0 TO W03-ST-USED-MIN(K)
                   MOVE 0 TO W03-ST-SHIFT-COUNT(K)
               ELSE
                   DISPLAY "STATION TABLE FULL AT 50 STATIONS - "
                       "StationCapacity.dat TOO LARGE - RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       165-ADD-SHIFT.
           IF W03-ST-SHIFT-COUNT(K) LESS THAN 10
               ADD 1 TO W03-ST-SHIFT-COUNT(K)
               MOVE W03-ST-SHIFT-COUNT(K) TO J
               COMPUTE W03-ST-SHIFT-START(K J) =
                   (CAP-SHIFT-START-HH * 60) + CAP-SHIFT-START-MM
               COMPUTE W06-SHIFT-END ROUNDED =
                   W03-ST-SHIFT-START(K J) + (CAP-SHIFT-HOURS * 60)
               IF W06-SHIFT-END GREATER THAN 1440
                   DISPLAY "WARNING: SHIFT FOR " CAP-STATION-ID
                       " RUNS PAST MIDNIGHT - CUT OFF AT 24:00"
                   MOVE 1440 TO W06-SHIFT-END
               END-IF
               MOVE W06-SHIFT-END TO W03-ST-SHIFT-END(K J)
               COMPUTE W03-ST-AVAIL-MIN(K) = W03-ST-AVAIL-MIN(K) +
                   W03-ST-SHIFT-END(K J) - W03-ST-SHIFT-START(K J)
           ELSE
               DISPLAY "WARNING: MORE THAN 10 SHIFTS FOR "
                   CAP-STATION-ID " - SHIFT SKIPPED"
           END-IF.

       200-LOAD-REQUESTS.
           OPEN INPUT F25-SCALE-REQUEST-FILE
           IF WS-REQUEST-STATUS NOT EQUAL TO "00"
               DISPLAY "SCALE REQUEST FILE MISSING OR UNREADABLE "
                   "(STATUS " WS-REQUEST-STATUS ") - RUN ABORTED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL W01-REQUEST-REMAINS-SWITCH = 'NO'
               READ F25-SCALE-REQUEST-FILE
                   AT END
                       MOVE 'NO' TO W01-REQUEST-REMAINS-SWITCH
                   NOT AT END
                       ADD 1 TO W14-REQUESTS-READ
                       PERFORM 210-STORE-REQUEST-ENTRY
               END-READ
           END-PERFORM
           CLOSE F25-SCALE-REQUEST-FILE.

       210-STORE-REQUEST-ENTRY.
           IF W04-REQUEST-COUNT LESS THAN 1000
               ADD 1 TO W04-REQUEST-COUNT
               MOVE W04-REQUEST-COUNT TO R
               MOVE SCALE-RECIPE-NAME TO W04-RQ-NAME(R)
               MOVE F25-SCALE-REQUEST-RECORD(26:5) TO
                   W04-RQ-TARGET(R)
               IF SCALE-REQUIRED-DATE EQUAL TO SPACES
                   MOVE W06-SCHEDULE-DATE TO W04-RQ-DUE-DATE(R)
               ELSE
                   MOVE SCALE-REQUIRED-DATE TO W04-RQ-DUE-DATE(R)
               END-IF
               IF SCALE-REQUIRED-TIME EQUAL TO SPACES
                   MOVE "2400" TO W04-RQ-DUE-TIME(R)
               ELSE
                   MOVE SCALE-REQUIRED-TIME TO W04-RQ-DUE-TIME(R)
               END-IF
               MOVE 'NO' TO W04-RQ-DONE(R)
               IF W04-RQ-DUE-DATE(R) NUMERIC AND
                 W04-RQ-DUE-DATE(R) GREATER THAN W06-SCHEDULE-DATE
                   MOVE 'DEF' TO W04-RQ-DONE(R)
                   ADD 1 TO W14-REQUESTS-DEFERRED
               END-IF
           ELSE
               DISPLAY "REQUEST TABLE FULL AT 1000 REQUESTS - "
                   "ScaleRequests.dat TOO LARGE - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       300-SCHEDULE-NEXT-REQUEST.
           MOVE 0 TO W06-NEXT-REQUEST
           PERFORM VARYING R FROM 1 BY 1
             UNTIL R > W04-REQUEST-COUNT
               IF W04-RQ-DONE(R) EQUAL TO "NO"
                   IF W06-NEXT-REQUEST EQUAL TO 0
                       MOVE R TO W06-NEXT-REQUEST
                   ELSE
                       IF W04-RQ-DUE-KEY(R) LESS THAN
                         W04-RQ-DUE-KEY(W06-NEXT-REQUEST)
                           MOVE R TO W06-NEXT-REQUEST
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF W06-NEXT-REQUEST EQUAL TO 0
               MOVE 'NO' TO W01-UNSCHEDULED-SWITCH
           ELSE
               MOVE W06-NEXT-REQUEST TO R
               MOVE "YES" TO W04-RQ-DONE(R)
               PERFORM 310-SCHEDULE-ONE-REQUEST
           END-IF.

       310-SCHEDULE-ONE-REQUEST.
           MOVE SPACES TO W06-REASON
           MOVE 0 TO W06-FINISH-MIN
           IF W04-RQ-TARGET-N(R) NOT NUMERIC OR
             W04-RQ-TARGET-N(R) EQUAL TO 0
               MOVE W07-BAD-TARGET-REASON TO W06-REASON
           ELSE
               IF W04-RQ-DUE-DATE(R) NOT NUMERIC OR
                 W04-RQ-DUE-TIME(R) NOT NUMERIC
                   MOVE W07-BAD-DUE-REASON TO W06-REASON
               ELSE
                   IF W04-RQ-DUE-HH(R) GREATER THAN 24 OR
                     W04-RQ-DUE-MM(R) GREATER THAN 59 OR
                     (W04-RQ-DUE-HH(R) EQUAL TO 24 AND
                     W04-RQ-DUE-MM(R) GREATER THAN 0)
                       MOVE W07-BAD-DUE-REASON TO W06-REASON
                   ELSE
                       PERFORM 315-FIND-RECIPE
                   END-IF
               END-IF
           END-IF
           IF W06-REASON EQUAL TO SPACES
               PERFORM 320-PLACE-REQUEST-TASKS
           END-IF
           IF W06-REASON NOT EQUAL TO SPACES
               ADD 1 TO W14-REQUESTS-UNSCHEDULED
               PERFORM 350-WRITE-EXCEPTION
           END-IF.

       315-FIND-RECIPE.
           MOVE 'NO' TO W01-RECIPE-FOUND-SWITCH
           PERFORM VARYING J FROM 1 BY 1
             UNTIL J > W02-RECIPE-COUNT
               IF W04-RQ-NAME(R) EQUAL TO W02-R-NAME(J)
                   MOVE "YES" TO W01-RECIPE-FOUND-SWITCH
                   MOVE J TO I
                   MOVE W02-RECIPE-COUNT TO J
               END-IF
           END-PERFORM
           IF W01-RECIPE-FOUND-SWITCH EQUAL TO "NO"
               MOVE W07-NOT-FOUND-REASON TO W06-REASON
           ELSE
               IF W02-R-YIELD(I) EQUAL TO 0
                   MOVE W07-NO-YIELD-REASON TO W06-REASON
               END-IF
           END-IF.

       320-PLACE-REQUEST-TASKS.
           DIVIDE W04-RQ-TARGET-N(R) BY W02-R-YIELD(I)
               GIVING W06-BATCHES
           COMPUTE W06-BATCH-PORTIONS = W06-BATCHES * W02-R-YIELD(I)
           IF W06-BATCH-PORTIONS LESS THAN W04-RQ-TARGET-N(R)
               ADD 1 TO W06-BATCHES
           END-IF
           COMPUTE W06-PREP-MIN ROUNDED = W02-R-PREP(I) * W06-BATCHES
           COMPUTE W06-BAKE-MIN ROUNDED = W02-R-BAKE(I) * W06-BATCHES
           MOVE 0 TO W06-EARLIEST
           MOVE 0 TO W06-PREP-STATION
           IF W06-PREP-MIN GREATER THAN 0
               MOVE "PREP" TO W06-TASK-TYPE
               MOVE W06-PREP-MIN TO W06-DURATION
               PERFORM 330-FIND-STATION
               IF W06-BEST-STATION EQUAL TO 0
                   MOVE W07-NO-PREP-REASON TO W06-REASON
               ELSE
                   MOVE W06-BEST-STATION TO W06-PREP-STATION
                   MOVE W06-BEST-START TO W06-PREP-START
                   MOVE W06-BEST-END TO W06-PREP-END
                   MOVE W06-BEST-END TO W06-EARLIEST
               END-IF
           END-IF
           MOVE 0 TO W06-BEST-STATION
           IF W06-REASON EQUAL TO SPACES AND
             W06-BAKE-MIN GREATER THAN 0
               MOVE "OVEN" TO W06-TASK-TYPE
               MOVE W06-BAKE-MIN TO W06-DURATION
               PERFORM 330-FIND-STATION
               IF W06-BEST-STATION EQUAL TO 0
                   MOVE W07-NO-OVEN-REASON TO W06-REASON
               END-IF
           END-IF
           IF W06-REASON EQUAL TO SPACES
               PERFORM 340-COMMIT-REQUEST-TASKS
           END-IF.

       330-FIND-STATION.
           MOVE 0 TO W06-BEST-STATION
           MOVE 0 TO W06-BEST-START
           MOVE 0 TO W06-BEST-END
           PERFORM VARYING S FROM 1 BY 1
             UNTIL S > W03-STATION-COUNT
               IF W03-ST-TYPE(S) EQUAL TO W06-TASK-TYPE
                   PERFORM VARYING K FROM 1 BY 1
                     UNTIL K > W03-ST-SHIFT-COUNT(S)
                       PERFORM 335-TRY-ONE-SHIFT
                   END-PERFORM
               END-IF
           END-PERFORM.

       335-TRY-ONE-SHIFT.
           MOVE W06-EARLIEST TO W06-TRY-START
           IF W03-ST-FREE-MIN(S) GREATER THAN W06-TRY-START
               MOVE W03-ST-FREE-MIN(S) TO W06-TRY-START
           END-IF
           IF W03-ST-SHIFT-START(S K) GREATER THAN W06-TRY-START
               MOVE W03-ST-SHIFT-START(S K) TO W06-TRY-START
           END-IF
           COMPUTE W06-TRY-END = W06-TRY-START + W06-DURATION
           IF W06-TRY-END NOT GREATER THAN W03-ST-SHIFT-END(S K)
               IF W06-BEST-STATION EQUAL TO 0 OR
                 W06-TRY-END LESS THAN W06-BEST-END
                   MOVE S TO W06-BEST-STATION
                   MOVE W06-TRY-START TO W06-BEST-START
                   MOVE W06-TRY-END TO W06-BEST-END
               END-IF
           END-IF.

       340-COMMIT-REQUEST-TASKS.
           COMPUTE W06-FIRST-TASK = W05-TASK-COUNT + 1
           IF W06-PREP-STATION GREATER THAN 0
               MOVE W06-PREP-STATION TO S
               MOVE "PREP" TO W06-TASK-TYPE
               MOVE W06-PREP-START TO W06-TRY-START
               MOVE W06-PREP-END TO W06-TRY-END
               MOVE W06-PREP-END TO W06-FINISH-MIN
               PERFORM 345-STORE-TASK
           END-IF
           IF W06-BEST-STATION GREATER THAN 0
               MOVE W06-BEST-STATION TO S
               MOVE "BAKE" TO W06-TASK-TYPE
               MOVE W06-BEST-START TO W06-TRY-START
               MOVE W06-BEST-END TO W06-TRY-END
               MOVE W06-BEST-END TO W06-FINISH-MIN
               PERFORM 345-STORE-TASK
           END-IF
           ADD 1 TO W14-REQUESTS-SCHEDULED
           COMPUTE W06-DUE-MIN =
               (W04-RQ-DUE-HH(R) * 60) + W04-RQ-DUE-MM(R)
           IF W04-RQ-DUE-DATE(R) LESS THAN W06-SCHEDULE-DATE OR
             (W04-RQ-DUE-DATE(R) EQUAL TO W06-SCHEDULE-DATE AND
             W06-FINISH-MIN GREATER THAN W06-DUE-MIN)
               ADD 1 TO W14-REQUESTS-LATE
               PERFORM VARYING J FROM W06-FIRST-TASK BY 1
                 UNTIL J > W05-TASK-COUNT
                   MOVE "LATE" TO W05-TK-FLAG(J)
               END-PERFORM
               MOVE W07-LATE-REASON TO W06-REASON
               PERFORM 350-WRITE-EXCEPTION
               MOVE SPACES TO W06-REASON
           END-IF.

       345-STORE-TASK.
           IF W05-TASK-COUNT LESS THAN 2000
               ADD 1 TO W05-TASK-COUNT
               MOVE S TO W05-TK-STATION(W05-TASK-COUNT)
               MOVE W06-TRY-START TO W05-TK-START(W05-TASK-COUNT)
               MOVE W06-TRY-END TO W05-TK-END(W05-TASK-COUNT)
               MOVE W04-RQ-NAME(R) TO W05-TK-NAME(W05-TASK-COUNT)
               MOVE W06-BATCHES TO W05-TK-BATCHES(W05-TASK-COUNT)
               MOVE W06-TASK-TYPE TO W05-TK-TASK(W05-TASK-COUNT)
               MOVE W04-RQ-DUE-DATE(R) TO
                   W05-TK-DUE-DATE(W05-TASK-COUNT)
               MOVE W04-RQ-DUE-TIME(R) TO
                   W05-TK-DUE-TIME(W05-TASK-COUNT)
               MOVE SPACES TO W05-TK-FLAG(W05-TASK-COUNT)
               MOVE W06-TRY-END TO W03-ST-FREE-MIN(S)
               COMPUTE W03-ST-USED-MIN(S) = W03-ST-USED-MIN(S) +
                   W06-TRY-END - W06-TRY-START
           ELSE
               DISPLAY "TASK TABLE FULL AT 2000 TASKS - "
                   "RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       350-WRITE-EXCEPTION.
           MOVE W04-RQ-NAME(R) TO W13-NAME-OUT
           MOVE W04-RQ-TARGET(R) TO W13-TARGET-OUT
           MOVE W04-RQ-DUE-DATE(R) TO W13-DUE-DATE-OUT
           MOVE W04-RQ-DUE-TIME(R) (1:2) TO W13-DUE-TIME-OUT (1:2)
           MOVE ":" TO W13-DUE-TIME-OUT (3:1)
           MOVE W04-RQ-DUE-TIME(R) (3:2) TO W13-DUE-TIME-OUT (4:2)
           IF W06-FINISH-MIN GREATER THAN 0
               MOVE W06-FINISH-MIN TO W06-CLOCK-MIN
               PERFORM 500-FORMAT-CLOCK-TIME
               MOVE W08-TIME-OUT TO W13-FINISH-OUT
           ELSE
               MOVE SPACES TO W13-FINISH-OUT
           END-IF
           MOVE W06-REASON TO W13-REASON-OUT
           WRITE F73-EXCEPTION-RECORD FROM W13-EXCEPTION-DETAIL.

       360-WRITE-DEFERRED.
           IF W14-REQUESTS-DEFERRED GREATER THAN 0
               WRITE F73-EXCEPTION-RECORD FROM SPACES
               WRITE F73-EXCEPTION-RECORD FROM W13-DEFERRED-HEADING
               WRITE F73-EXCEPTION-RECORD FROM W13-EXCEPTION-COLUMNS
               MOVE 0 TO W06-FINISH-MIN
               MOVE W07-DEFERRED-REASON TO W06-REASON
               PERFORM VARYING R FROM 1 BY 1
                 UNTIL R > W04-REQUEST-COUNT
                   IF W04-RQ-DONE(R) EQUAL TO "DEF"
                       PERFORM 350-WRITE-EXCEPTION
                   END-IF
               END-PERFORM
           END-IF.

       400-WRITE-SCHEDULE.
           PERFORM VARYING S FROM 1 BY 1
             UNTIL S > W03-STATION-COUNT
               PERFORM 410-WRITE-ONE-STATION
           END-PERFORM.

       410-WRITE-ONE-STATION.
           WRITE F72-SCHEDULE-RECORD FROM SPACES
           MOVE W03-ST-ID(S) TO W09-STATION-ID
           MOVE W03-ST-TYPE(S) TO W09-STATION-TYPE
           WRITE F72-SCHEDULE-RECORD FROM W09-STATION-HEADING
           IF W03-ST-USED-MIN(S) EQUAL TO 0
               WRITE F72-SCHEDULE-RECORD FROM W09-NO-WORK-LINE
           ELSE
               WRITE F72-SCHEDULE-RECORD FROM W09-SCHEDULE-COLUMNS
               PERFORM VARYING J FROM 1 BY 1
                 UNTIL J > W05-TASK-COUNT
                   IF W05-TK-STATION(J) EQUAL TO S
                       PERFORM 420-WRITE-TASK-LINE
                   END-IF
               END-PERFORM
           END-IF.

       420-WRITE-TASK-LINE.
           MOVE W05-TK-START(J) TO W06-CLOCK-MIN
           PERFORM 500-FORMAT-CLOCK-TIME
           MOVE W08-TIME-OUT TO W10-START-OUT
           MOVE W05-TK-END(J) TO W06-CLOCK-MIN
           PERFORM 500-FORMAT-CLOCK-TIME
           MOVE W08-TIME-OUT TO W10-END-OUT
           MOVE W05-TK-NAME(J) TO W10-NAME-OUT
           MOVE W05-TK-BATCHES(J) TO W10-BATCHES-OUT
           MOVE W05-TK-TASK(J) TO W10-TASK-OUT
           MOVE W05-TK-DUE-DATE(J) TO W10-DUE-DATE-OUT
           MOVE W05-TK-DUE-TIME(J) (1:2) TO W10-DUE-TIME-OUT (1:2)
           MOVE ":" TO W10-DUE-TIME-OUT (3:1)
           MOVE W05-TK-DUE-TIME(J) (3:2) TO W10-DUE-TIME-OUT (4:2)
           MOVE W05-TK-FLAG(J) TO W10-FLAG-OUT
           WRITE F72-SCHEDULE-RECORD FROM W10-SCHEDULE-DETAIL.

       450-WRITE-UTILISATION.
           WRITE F72-SCHEDULE-RECORD FROM SPACES
           WRITE F72-SCHEDULE-RECORD FROM W11-UTILISATION-HEADING
           WRITE F72-SCHEDULE-RECORD FROM W11-UTILISATION-COLUMNS
           PERFORM VARYING S FROM 1 BY 1
             UNTIL S > W03-STATION-COUNT
               MOVE W03-ST-ID(S) TO W11-STATION-OUT
               MOVE W03-ST-TYPE(S) TO W11-TYPE-OUT
               MOVE W03-ST-AVAIL-MIN(S) TO W06-DURATION
               MOVE W03-ST-USED-MIN(S) TO W06-TRY-END
               PERFORM 460-WRITE-UTILISATION-LINE
               IF W03-ST-TYPE(S) EQUAL TO "PREP"
                   ADD W03-ST-AVAIL-MIN(S) TO W12-PREP-AVAIL
                   ADD W03-ST-USED-MIN(S) TO W12-PREP-USED
               ELSE
                   ADD W03-ST-AVAIL-MIN(S) TO W12-OVEN-AVAIL
                   ADD W03-ST-USED-MIN(S) TO W12-OVEN-USED
               END-IF
           END-PERFORM
           WRITE F72-SCHEDULE-RECORD FROM SPACES
           MOVE "ALL PREP" TO W11-STATION-OUT
           MOVE "PREP" TO W11-TYPE-OUT
           MOVE W12-PREP-AVAIL TO W06-DURATION
           MOVE W12-PREP-USED TO W06-TRY-END
           PERFORM 460-WRITE-UTILISATION-LINE
           MOVE "ALL OVENS" TO W11-STATION-OUT
           MOVE "OVEN" TO W11-TYPE-OUT
           MOVE W12-OVEN-AVAIL TO W06-DURATION
           MOVE W12-OVEN-USED TO W06-TRY-END
           PERFORM 460-WRITE-UTILISATION-LINE.

       460-WRITE-UTILISATION-LINE.
           COMPUTE W12-HOURS ROUNDED = W06-DURATION / 60
           MOVE W12-HOURS TO W11-AVAIL-OUT
           COMPUTE W12-HOURS ROUNDED = W06-TRY-END / 60
           MOVE W12-HOURS TO W11-USED-OUT
           IF W06-DURATION GREATER THAN 0
               COMPUTE W12-PCT ROUNDED =
                   (W06-TRY-END * 100) / W06-DURATION
           ELSE
               MOVE 0 TO W12-PCT
           END-IF
           MOVE W12-PCT TO W11-PCT-OUT
           WRITE F72-SCHEDULE-RECORD FROM W11-UTILISATION-DETAIL.

       500-FORMAT-CLOCK-TIME.
           DIVIDE W06-CLOCK-MIN BY 60 GIVING W08-HH
               REMAINDER W08-MM.

       900-CLOSE-FILES.
           WRITE F73-EXCEPTION-RECORD FROM SPACES
           MOVE "REQUESTS READ" TO W14-COUNT-LABEL
           MOVE W14-REQUESTS-READ TO W14-COUNT-VALUE
           WRITE F73-EXCEPTION-RECORD FROM W14-COUNT-LINE
           MOVE "REQUESTS SCHEDULED" TO W14-COUNT-LABEL
           MOVE W14-REQUESTS-SCHEDULED TO W14-COUNT-VALUE
           WRITE F73-EXCEPTION-RECORD FROM W14-COUNT-LINE
           MOVE "SCHEDULED BUT LATE" TO W14-COUNT-LABEL
           MOVE W14-REQUESTS-LATE TO W14-COUNT-VALUE
           WRITE F73-EXCEPTION-RECORD FROM W14-COUNT-LINE
           MOVE "NOT SCHEDULED" TO W14-COUNT-LABEL
           MOVE W14-REQUESTS-UNSCHEDULED TO W14-COUNT-VALUE
           WRITE F73-EXCEPTION-RECORD FROM W14-COUNT-LINE
           MOVE "DEFERRED TO A LATER DATE" TO W14-COUNT-LABEL
           MOVE W14-REQUESTS-DEFERRED TO W14-COUNT-VALUE
           WRITE F73-EXCEPTION-RECORD FROM W14-COUNT-LINE
           IF W01-MASTER-AVAILABLE-SWITCH EQUAL TO "YES"
               CLOSE F12-MASTER-FILE
           END-IF
           CLOSE F72-SCHEDULE-FILE
           CLOSE F73-EXCEPTION-FILE
           DISPLAY "FILES CLOSED".
