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
         05 W01-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
         05 WS-MASTER-STATUS PIC XX VALUE SPACES.
         05 WS-CHANGELOG-STATUS PIC XX VALUE SPACES.
         05 W01-COMPONENTS-VALID-SWITCH PIC X(3) VALUE 'YES'.
         05 WS-PENDING-STATUS PIC XX VALUE SPACES.
         05 WS-SUBMITTER-STATUS PIC XX VALUE SPACES.
         05 W01-PENDING-FILE-SWITCH PIC X(3) VALUE 'YES'.
         05 W01-ALREADY-PENDING-SWITCH PIC X(3) VALUE 'NO'.

       01 W02-ACTIVITY-HEADING-LINE.
         05 FILLER PIC X(46) VALUE
             'Recipe not on master.'.
         05 W04-BAD-CODE-ERROR PIC X(30) VALUE
             'Trans code must be A, C or D.'.
         05 W04-COMPONENT-MISSING-ERROR PIC X(30) VALUE
             'Component recipe not on master'.
         05 W04-CIRCULAR-COMPONENT-ERROR PIC X(30) VALUE
             'Component refers back to self.'.
         05 W04-NO-SUBMITTER-ERROR PIC X(30) VALUE
             'Submitter ID not supplied.'.
         05 W04-ALREADY-PENDING-ERROR PIC X(30) VALUE
             'Change already pending.'.

       01 W05-ACTIVITY-COUNTS.
         05 W05-TRANS-READ PIC 9(5) VALUE 0.
         05 W05-APPLIED-COUNT PIC 9(5) VALUE 0.
         05 W05-REJECTED-COUNT PIC 9(5) VALUE 0.
         05 W05-PENDING-COUNT PIC 9(5) VALUE 0.
       01 W05-ACTIVITY-COUNT-LINE.
         05 W05-COUNT-LABEL PIC X(30).
         05 W05-COUNT-VALUE PIC ZZZZ9.
         05 W06-AFTER-IMAGE PIC X(310) VALUE SPACES.
         05 W06-LOG-ACTION PIC X(8) VALUE SPACES.

       01 W07-COMPONENT-VARS.
         05 W07-CIRCULAR-SWITCH PIC X(3) VALUE 'NO'.
         05 W07-ING-IDX PIC 9(2) VALUE 0.
         05 W07-VISIT-COUNT PIC 9(3) VALUE 0.
         05 W07-STACK-COUNT PIC 9(3) VALUE 0.
         05 W07-STACK-NAME OCCURS 100 TIMES PIC X(25).

       01 W08-SUBMITTER-ID PIC X(10) VALUE SPACES.

       01 W09-PENDING-TABLE.
         05 W09-PENDING-COUNT PIC 9(5) VALUE 0.
         05 W09-PENDING-NAME OCCURS 1000 TIMES PIC X(25).

       PROCEDURE DIVISION.
           PERFORM 100-OPEN-FILES
           PERFORM UNTIL W01-DATA-REMAINS-SWITCH = 'NO'
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
                       MOVE F75-SUBMITTER-RECORD TO W08-SUBMITTER-ID
               END-READ
               CLOSE F75-SUBMITTER-FILE
           END-IF
           IF W08-SUBMITTER-ID EQUAL TO SPACES
               DISPLAY "WARNING: SUBMITTER ID NOT SUPPLIED IN "
                   "SubmitterId.dat - CHANGES WILL BE REJECTED"
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
           IF W09-PENDING-COUNT NOT LESS THAN 1000
               DISPLAY "PENDING CHANGE TABLE FULL (1000) - "
                   "RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO W09-PENDING-COUNT
           MOVE F74-PEND-NAME TO W09-PENDING-NAME(W09-PENDING-COUNT).

       200-PROCESS-TRANSACTIONS.
           READ F13-TRANS-FILE
               AT END
           END-READ.

       210-APPLY-ADD.
           PERFORM 280-CHECK-COMPONENTS
           IF W01-COMPONENTS-VALID-SWITCH EQUAL TO "NO"
               PERFORM 260-WRITE-REJECTED-LINE
           ELSE
               PERFORM 240-BUILD-MASTER-RECORD
               MOVE F12-MASTER-RECORD TO W06-AFTER-IMAGE
               WRITE F12-MASTER-RECORD
               IF WS-MASTER-STATUS EQUAL TO "00"
                   MOVE SPACES TO W06-BEFORE-IMAGE
                   MOVE "WRITE" TO W06-LOG-ACTION
                   PERFORM 270-WRITE-CHANGE-LOG
                   PERFORM 250-WRITE-APPLIED-LINE
               ELSE
                   MOVE W04-DUPLICATE-ADD-ERROR TO W03-ACT-REASON
                   PERFORM 260-WRITE-REJECTED-LINE
               END-IF
           END-IF.

       220-APPLY-CHANGE.
           PERFORM 280-CHECK-COMPONENTS
           IF W01-COMPONENTS-VALID-SWITCH EQUAL TO "NO"
               PERFORM 260-WRITE-REJECTED-LINE
           ELSE
               MOVE SPACES TO F12-MASTER-RECORD
               MOVE NAME TO F12-MASTER-NAME
               READ F12-MASTER-FILE
               IF WS-MASTER-STATUS NOT EQUAL TO "00"
                   MOVE W04-NOT-ON-MASTER-ERROR TO W03-ACT-REASON
                   PERFORM 260-WRITE-REJECTED-LINE
               ELSE
                   PERFORM 225-CHECK-ALREADY-PENDING
                   IF W08-SUBMITTER-ID EQUAL TO SPACES
                       MOVE W04-NO-SUBMITTER-ERROR TO W03-ACT-REASON
                       PERFORM 260-WRITE-REJECTED-LINE
                   ELSE
                       IF W01-ALREADY-PENDING-SWITCH EQUAL TO "YES"
                           MOVE W04-ALREADY-PENDING-ERROR TO
                               W03-ACT-REASON
                           PERFORM 260-WRITE-REJECTED-LINE
                       ELSE
                           MOVE F12-MASTER-RECORD TO W06-BEFORE-IMAGE
                           PERFORM 240-BUILD-MASTER-RECORD
                           MOVE F12-MASTER-RECORD TO W06-AFTER-IMAGE
                           PERFORM 245-WRITE-PENDING-CHANGE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       225-CHECK-ALREADY-PENDING.
           MOVE 'NO' TO W01-ALREADY-PENDING-SWITCH
           PERFORM VARYING J FROM 1 BY 1
             UNTIL J > W09-PENDING-COUNT
               IF W09-PENDING-NAME(J) EQUAL TO NAME
                   MOVE "YES" TO W01-ALREADY-PENDING-SWITCH
                   MOVE W09-PENDING-COUNT TO J
               END-IF
           END-PERFORM.

       230-APPLY-DELETE.
           MOVE SPACES TO F12-MASTER-RECORD
           MOVE NAME TO F12-MASTER-NAME
               MOVE AMOUNT-TYPE(I) TO F12-MASTER-AMOUNT-TYPE(I)
           END-PERFORM.

       245-WRITE-PENDING-CHANGE.
           IF W09-PENDING-COUNT NOT LESS THAN 1000
               DISPLAY "PENDING CHANGE TABLE FULL (1000) - "
                   "RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO F74-PENDING-RECORD
           MOVE NAME TO F74-PEND-NAME
           MOVE W08-SUBMITTER-ID TO F74-PEND-SUBMITTER
           MOVE FUNCTION CURRENT-DATE (1:8) TO F74-PEND-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO F74-PEND-TIME
           MOVE "RMNT" TO F74-PEND-PROGRAM
           MOVE W06-BEFORE-IMAGE TO F74-PEND-BEFORE
           MOVE W06-AFTER-IMAGE TO F74-PEND-AFTER
           WRITE F74-PENDING-RECORD
           ADD 1 TO W09-PENDING-COUNT
           MOVE NAME TO W09-PENDING-NAME(W09-PENDING-COUNT)
           MOVE "PENDING" TO W03-ACT-RESULT
           MOVE "Awaiting approval." TO W03-ACT-REASON
           WRITE F14-ACTIVITY-RECORD FROM W03-ACTIVITY-DETAIL
           ADD 1 TO W05-PENDING-COUNT.

       280-CHECK-COMPONENTS.
           MOVE "YES" TO W01-COMPONENTS-VALID-SWITCH
           PERFORM VARYING I FROM 1 BY 1
             UNTIL I > INGREDIENT-COUNT
               IF AMOUNT-TYPE(I) EQUAL TO "RECIP" AND
                 W01-COMPONENTS-VALID-SWITCH EQUAL TO "YES"
                   PERFORM 285-CHECK-ONE-COMPONENT
               END-IF
           END-PERFORM.

       285-CHECK-ONE-COMPONENT.
           MOVE 'NO' TO W07-CIRCULAR-SWITCH
           IF INGREDIENTS-NAME(I) EQUAL TO NAME
               MOVE "YES" TO W07-CIRCULAR-SWITCH
           ELSE
               MOVE SPACES TO F12-MASTER-RECORD
               MOVE INGREDIENTS-NAME(I) TO F12-MASTER-NAME
               READ F12-MASTER-FILE
                   INVALID KEY
                       MOVE W04-COMPONENT-MISSING-ERROR TO
                           W03-ACT-REASON
                       MOVE "NO" TO W01-COMPONENTS-VALID-SWITCH
                   NOT INVALID KEY
                       PERFORM 290-CHECK-COMPONENT-CYCLE
               END-READ
           END-IF
           IF W07-CIRCULAR-SWITCH EQUAL TO "YES"
               MOVE W04-CIRCULAR-COMPONENT-ERROR TO W03-ACT-REASON
               MOVE "NO" TO W01-COMPONENTS-VALID-SWITCH
           END-IF.

       290-CHECK-COMPONENT-CYCLE.
           MOVE 0 TO W07-STACK-COUNT
           MOVE 0 TO W07-VISIT-COUNT
           PERFORM 295-PUSH-SUB-COMPONENTS
           PERFORM UNTIL W07-STACK-COUNT = 0 OR
             W07-CIRCULAR-SWITCH EQUAL TO "YES"
               MOVE W07-STACK-NAME(W07-STACK-COUNT) TO F12-MASTER-NAME
               SUBTRACT 1 FROM W07-STACK-COUNT
               ADD 1 TO W07-VISIT-COUNT
               IF F12-MASTER-NAME EQUAL TO NAME OR
                 W07-VISIT-COUNT GREATER THAN 100
                   MOVE "YES" TO W07-CIRCULAR-SWITCH
               ELSE
                   READ F12-MASTER-FILE
                       NOT INVALID KEY
                           PERFORM 295-PUSH-SUB-COMPONENTS
                   END-READ
               END-IF
           END-PERFORM.

       295-PUSH-SUB-COMPONENTS.
           PERFORM VARYING W07-ING-IDX FROM 1 BY 1
             UNTIL W07-ING-IDX > F12-MASTER-INGREDIENT-COUNT
               IF F12-MASTER-AMOUNT-TYPE(W07-ING-IDX) EQUAL TO "RECIP"
                   IF W07-STACK-COUNT LESS THAN 100
                       ADD 1 TO W07-STACK-COUNT
                       MOVE F12-MASTER-INGREDIENT-NAME(W07-ING-IDX) TO
                           W07-STACK-NAME(W07-STACK-COUNT)
                   ELSE
                       MOVE "YES" TO W07-CIRCULAR-SWITCH
                   END-IF
               END-IF
           END-PERFORM.

       270-WRITE-CHANGE-LOG.
           MOVE FUNCTION CURRENT-DATE (1:8) TO F38-LOG-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO F38-LOG-TIME
           MOVE "TRANSACTIONS REJECTED" TO W05-COUNT-LABEL
           MOVE W05-REJECTED-COUNT TO W05-COUNT-VALUE
           WRITE F14-ACTIVITY-RECORD FROM W05-ACTIVITY-COUNT-LINE
           MOVE "TRANSACTIONS PENDING APPROVAL" TO W05-COUNT-LABEL
           MOVE W05-PENDING-COUNT TO W05-COUNT-VALUE
           WRITE F14-ACTIVITY-RECORD FROM W05-ACTIVITY-COUNT-LINE
           CLOSE F13-TRANS-FILE
           CLOSE F12-MASTER-FILE
           CLOSE F14-ACTIVITY-FILE
           CLOSE F38-CHANGELOG-FILE
           CLOSE F74-PENDING-FILE
           DISPLAY "FILES CLOSED".
