       SELECT F38-CHANGELOG-FILE ASSIGN TO "MasterChangeLog.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CHANGELOG-STATUS.
       SELECT F74-PENDING-FILE ASSIGN TO "PendingChanges.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PENDING-STATUS.
       SELECT F75-SUBMITTER-FILE ASSIGN TO "SubmitterId.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SUBMITTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
         05 F38-LOG-BEFORE PIC X(310).
         05 F38-LOG-AFTER PIC X(310).

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

       FD F75-SUBMITTER-FILE
           RECORD CONTAINS 10 CHARACTERS
           DATA RECORD IS F75-SUBMITTER-RECORD.
       01 F75-SUBMITTER-RECORD PIC X(10).

       WORKING-STORAGE SECTION.
       01 I PIC 9(3) VALUE 0.
       01 J PIC 9(5) VALUE 0.
       01 W01-SWITCHES.
         05 W01-RECIPE-FILE-SWITCH PIC X(3) VALUE 'YES'.
         05 WS-MASTER-STATUS PIC XX VALUE SPACES.
         05 WS-CHANGELOG-STATUS PIC XX VALUE SPACES.
         05 WS-PENDING-STATUS PIC XX VALUE SPACES.
         05 WS-SUBMITTER-STATUS PIC XX VALUE SPACES.
         05 W01-PENDING-FILE-SWITCH PIC X(3) VALUE 'YES'.
         05 W01-ALREADY-PENDING-SWITCH PIC X(3) VALUE 'NO'.

       01 W02-LOAD-COUNTS.
         05 W02-READ-COUNT PIC 9(5) VALUE 0.
         05 W02-ADDED-COUNT PIC 9(5) VALUE 0.
         05 W02-PENDING-COUNT PIC 9(5) VALUE 0.
         05 W02-UNCHANGED-COUNT PIC 9(5) VALUE 0.
         05 W02-NOT-QUEUED-COUNT PIC 9(5) VALUE 0.

       01 W03-CHANGE-LOG-VARS.
         05 W03-BEFORE-IMAGE PIC X(310) VALUE SPACES.
         05 W03-AFTER-IMAGE PIC X(310) VALUE SPACES.
         05 W03-LOG-ACTION PIC X(8) VALUE SPACES.

       01 W04-SUBMITTER-ID PIC X(10) VALUE SPACES.

       01 W05-PENDING-TABLE.
         05 W05-PENDING-COUNT PIC 9(5) VALUE 0.
         05 W05-PENDING-NAME OCCURS 1000 TIMES PIC X(25).

       PROCEDURE DIVISION.
           PERFORM 100-OPEN-FILES
           PERFORM UNTIL W01-RECIPE-FILE-SWITCH = 'NO'
           IF WS-CHANGELOG-STATUS EQUAL TO "35"
               OPEN OUTPUT F38-CHANGELOG-FILE
           END-IF
           PERFORM 110-READ-SUBMITTER-ID
           PERFORM 120-LOAD-PENDING-NAMES
           OPEN EXTEND F74-PENDING-FILE
           IF WS-PENDING-STATUS EQUAL TO "35"
               OPEN OUTPUT F74-PENDING-FILE
           END-IF
           DISPLAY "FILES OPENED".

       110-READ-SUBMITTER-ID.
           OPEN INPUT F75-SUBMITTER-FILE
           IF WS-SUBMITTER-STATUS EQUAL TO "00"
               READ F75-SUBMITTER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE F75-SUBMITTER-RECORD TO W04-SUBMITTER-ID
               END-READ
               CLOSE F75-SUBMITTER-FILE
           END-IF
           IF W04-SUBMITTER-ID EQUAL TO SPACES
               DISPLAY "WARNING: SUBMITTER ID NOT SUPPLIED IN "
                   "SubmitterId.dat - REPLACEMENTS WILL NOT BE QUEUED"
           END-IF.

       120-LOAD-PENDING-NAMES.
           OPEN INPUT F74-PENDING-FILE
           IF WS-PENDING-STATUS NOT EQUAL TO "00"
               MOVE 'NO' TO W01-PENDING-FILE-SWITCH
           END-IF
           PERFORM UNTIL W01-PENDING-FILE-SWITCH = 'NO'
               READ F74-PENDING-FILE
                   AT END
                       MOVE 'NO' TO W01-PENDING-FILE-SWITCH
                   NOT AT END
                       PERFORM 125-STORE-PENDING-NAME
               END-READ
           END-PERFORM
           IF WS-PENDING-STATUS NOT EQUAL TO "35"
               CLOSE F74-PENDING-FILE
           END-IF.

       125-STORE-PENDING-NAME.
           IF W05-PENDING-COUNT NOT LESS THAN 1000
               DISPLAY "PENDING CHANGE TABLE FULL (1000) - "
                   "RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO W05-PENDING-COUNT
           MOVE F74-PEND-NAME TO W05-PENDING-NAME(W05-PENDING-COUNT).

       200-LOAD-RECORDS.
           READ F05-VALID-RECIPE-FILE
               AT END
               IF WS-MASTER-STATUS EQUAL TO "22"
                   READ F12-MASTER-FILE
                   MOVE F12-MASTER-RECORD TO W03-BEFORE-IMAGE
                   PERFORM 230-QUEUE-REPLACEMENT
               ELSE
                   DISPLAY "WARNING: MASTER WRITE FAILED FOR "
                       NAME-IN " (STATUS " WS-MASTER-STATUS ")"
           MOVE W03-AFTER-IMAGE TO F38-LOG-AFTER
           WRITE F38-CHANGELOG-RECORD.

       230-QUEUE-REPLACEMENT.
           MOVE 'NO' TO W01-ALREADY-PENDING-SWITCH
           PERFORM VARYING J FROM 1 BY 1
             UNTIL J > W05-PENDING-COUNT
               IF W05-PENDING-NAME(J) EQUAL TO NAME-IN
                   MOVE "YES" TO W01-ALREADY-PENDING-SWITCH
                   MOVE W05-PENDING-COUNT TO J
               END-IF
           END-PERFORM
           IF W03-AFTER-IMAGE EQUAL TO W03-BEFORE-IMAGE
               ADD 1 TO W02-UNCHANGED-COUNT
           ELSE
               IF W04-SUBMITTER-ID EQUAL TO SPACES
                   DISPLAY "WARNING: REPLACEMENT NOT QUEUED FOR "
                       NAME-IN " (NO SUBMITTER ID)"
                   ADD 1 TO W02-NOT-QUEUED-COUNT
               ELSE
                   IF W01-ALREADY-PENDING-SWITCH EQUAL TO "YES"
                       DISPLAY "WARNING: REPLACEMENT NOT QUEUED FOR "
                           NAME-IN " (CHANGE ALREADY PENDING)"
                       ADD 1 TO W02-NOT-QUEUED-COUNT
                   ELSE
                       PERFORM 235-WRITE-PENDING-CHANGE
                   END-IF
               END-IF
           END-IF.

       235-WRITE-PENDING-CHANGE.
           IF W05-PENDING-COUNT NOT LESS THAN 1000
               DISPLAY "PENDING CHANGE TABLE FULL (1000) - "
                   "RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO F74-PENDING-RECORD
           MOVE NAME-IN TO F74-PEND-NAME
           MOVE W04-SUBMITTER-ID TO F74-PEND-SUBMITTER
           MOVE FUNCTION CURRENT-DATE (1:8) TO F74-PEND-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO F74-PEND-TIME
           MOVE "RLOAD" TO F74-PEND-PROGRAM
           MOVE W03-BEFORE-IMAGE TO F74-PEND-BEFORE
           MOVE W03-AFTER-IMAGE TO F74-PEND-AFTER
           WRITE F74-PENDING-RECORD
           ADD 1 TO W05-PENDING-COUNT
           MOVE NAME-IN TO W05-PENDING-NAME(W05-PENDING-COUNT)
           ADD 1 TO W02-PENDING-COUNT.

       300-CLOSE-FILES.
           CLOSE F05-VALID-RECIPE-FILE
           CLOSE F12-MASTER-FILE
           CLOSE F38-CHANGELOG-FILE
           CLOSE F74-PENDING-FILE
           DISPLAY "VALID RECIPES READ: " W02-READ-COUNT
           DISPLAY "RECIPES ADDED TO MASTER: " W02-ADDED-COUNT
           DISPLAY "REPLACEMENTS PENDING APPROVAL: " W02-PENDING-COUNT
           DISPLAY "RECIPES UNCHANGED ON MASTER: " W02-UNCHANGED-COUNT
           DISPLAY "REPLACEMENTS NOT QUEUED: " W02-NOT-QUEUED-COUNT
           DISPLAY "FILES CLOSED".
