
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RAPPR.
       AUTHOR. Marco De Melo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT F76-APPROVAL-FILE ASSIGN TO "ApprovalTrans.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-APPROVAL-STATUS.
       SELECT F74-PENDING-FILE ASSIGN TO "PendingChanges.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PENDING-STATUS.
       SELECT F78-NEW-PENDING-FILE ASSIGN TO "PendingChanges.dat.NEW"
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT F12-MASTER-FILE ASSIGN TO "RecipeMaster.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS F12-MASTER-NAME
              FILE STATUS IS WS-MASTER-STATUS.
       SELECT F38-CHANGELOG-FILE ASSIGN TO "MasterChangeLog.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CHANGELOG-STATUS.
       SELECT F77-APPROVAL-REPORT-FILE
              ASSIGN TO "ApprovalActivityReport.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD F76-APPROVAL-FILE
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS F76-APPROVAL-RECORD.
       01 F76-APPROVAL-RECORD.
         05 APPR-CODE PIC X(1).
         05 APPR-RECIPE-NAME PIC X(25).
         05 APPR-CHEF-ID PIC X(10).

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

       FD F78-NEW-PENDING-FILE
           RECORD CONTAINS 677 CHARACTERS
           DATA RECORD IS F78-NEW-PENDING-RECORD.
       01 F78-NEW-PENDING-RECORD PIC X(677).

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

       FD F77-APPROVAL-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS F77-APPROVAL-REPORT-RECORD.
       01 F77-APPROVAL-REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01 I PIC 9(5) VALUE 0.
       01 W08-FOUND-IDX PIC 9(5) VALUE 0.
       01 W01-SWITCHES.
         05 W01-DATA-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
         05 WS-APPROVAL-STATUS PIC XX VALUE SPACES.
         05 WS-PENDING-STATUS PIC XX VALUE SPACES.
         05 WS-MASTER-STATUS PIC XX VALUE SPACES.
         05 WS-CHANGELOG-STATUS PIC XX VALUE SPACES.
         05 W01-PENDING-FILE-SWITCH PIC X(3) VALUE 'YES'.
         05 W01-COMPONENTS-VALID-SWITCH PIC X(3) VALUE 'YES'.

       01 W02-ACTIVITY-HEADING-LINE.
         05 FILLER PIC X(46) VALUE
             "RECIPE CHANGE APPROVAL REPORT MARCO DE MELO".
         05 FILLER PIC X(5) VALUE "DATE".
         05 W02-ACTIVITY-DATE PIC X(10).

       01 W02-COLUMN-HEADING-LINE.
         05 FILLER PIC X(3) VALUE "C".
         05 FILLER PIC X(27) VALUE "RECIPE".
         05 FILLER PIC X(12) VALUE "SUBMITTER".
         05 FILLER PIC X(12) VALUE "APPROVER".
         05 FILLER PIC X(12) VALUE "RESULT".
         05 FILLER PIC X(30) VALUE "REASON".

       01 W03-ACTIVITY-DETAIL.
         05 W03-ACT-CODE PIC X(1).
         05 FILLER PIC X(2) VALUE SPACES.
         05 W03-ACT-NAME PIC X(25).
         05 FILLER PIC X(2) VALUE SPACES.
         05 W03-ACT-SUBMITTER PIC X(10).
         05 FILLER PIC X(2) VALUE SPACES.
         05 W03-ACT-APPROVER PIC X(10).
         05 FILLER PIC X(2) VALUE SPACES.
         05 W03-ACT-RESULT PIC X(10).
         05 FILLER PIC X(2) VALUE SPACES.
         05 W03-ACT-REASON PIC X(30).

       01 W04-CONSTANTS.
         05 W04-BAD-CODE-ERROR PIC X(30) VALUE
             'Trans code must be A or R.'.
         05 W04-NOT-PENDING-ERROR PIC X(30) VALUE
             'No change pending for recipe.'.
         05 W04-NO-APPROVER-ERROR PIC X(30) VALUE
             'Approver chef ID is blank.'.
         05 W04-SAME-CHEF-ERROR PIC X(30) VALUE
             'Approver is the submitter.'.
         05 W04-NOT-ON-MASTER-ERROR PIC X(30) VALUE
             'Recipe no longer on master.'.
         05 W04-MASTER-CHANGED-ERROR PIC X(30) VALUE
             'Master changed since submit.'.
         05 W04-COMPONENT-MISSING-ERROR PIC X(30) VALUE
             'Component recipe not on master'.
         05 W04-CIRCULAR-COMPONENT-ERROR PIC X(30) VALUE
             'Component refers back to self.'.
         05 W04-APPLIED-REASON PIC X(30) VALUE
             'Change applied to master.'.
         05 W04-DISCARDED-REASON PIC X(30) VALUE
             'Change discarded.'.

       01 W05-ACTIVITY-COUNTS.
         05 W05-TRANS-READ PIC 9(5) VALUE 0.
         05 W05-APPROVED-COUNT PIC 9(5) VALUE 0.
         05 W05-REJECTED-COUNT PIC 9(5) VALUE 0.
         05 W05-DROPPED-COUNT PIC 9(5) VALUE 0.
         05 W05-ERROR-COUNT PIC 9(5) VALUE 0.
         05 W05-STILL-PENDING-COUNT PIC 9(5) VALUE 0.
       01 W05-ACTIVITY-COUNT-LINE.
         05 W05-COUNT-LABEL PIC X(30).
         05 W05-COUNT-VALUE PIC ZZZZ9.

       01 W06-CHANGE-LOG-VARS.
         05 W06-BEFORE-IMAGE PIC X(310) VALUE SPACES.
         05 W06-AFTER-IMAGE PIC X(310) VALUE SPACES.
         05 W06-LOG-ACTION PIC X(8) VALUE SPACES.

       01 W07-FILE-SWAP-VARS.
         05 W07-OLD-FILE-NAME PIC X(30) VALUE
             "PendingChanges.dat".
         05 W07-NEW-FILE-NAME PIC X(30) VALUE
             "PendingChanges.dat.NEW".
         05 W07-FILE-OP-STATUS PIC 9(4) COMP.

       01 W09-PENDING-TABLE.
         05 W09-PENDING-COUNT PIC 9(5) VALUE 0.
         05 W09-PENDING-ENTRY OCCURS 1000 TIMES.
           10 W09-PEND-STATE PIC X(1).
           10 W09-PEND-RECORD.
             15 W09-PEND-NAME PIC X(25).
             15 W09-PEND-SUBMITTER PIC X(10).
             15 W09-PEND-DATE PIC X(8).
             15 W09-PEND-TIME PIC X(6).
             15 W09-PEND-PROGRAM PIC X(8).
             15 W09-PEND-BEFORE PIC X(310).
             15 W09-PEND-AFTER PIC X(310).

       01 W10-AFTER-RECORD.
         05 W10-AFTER-NAME PIC X(25).
         05 W10-AFTER-COURSE-TYPE PIC X(10).
         05 W10-AFTER-PREP-TIME PIC 9(4)V9.
         05 W10-AFTER-BAKE-TIME PIC 9(4)V9.
         05 W10-AFTER-YIELD PIC 9(3).
         05 W10-AFTER-INGREDIENT-COUNT PIC 9(2).
         05 W10-AFTER-INGREDIENTS OCCURS 10 TIMES.
           10 W10-AFTER-INGREDIENT-NAME PIC X(15).
           10 W10-AFTER-AMOUNT PIC 9(3)V99.
           10 W10-AFTER-AMOUNT-TYPE PIC X(5).
         05 W10-AFTER-STATUS PIC X(1).
         05 FILLER PIC X(9).

       01 W11-COMPONENT-VARS.
         05 W11-CIRCULAR-SWITCH PIC X(3) VALUE 'NO'.
         05 W11-ING-IDX PIC 9(2) VALUE 0.
         05 W11-VISIT-COUNT PIC 9(3) VALUE 0.
         05 W11-STACK-COUNT PIC 9(3) VALUE 0.
         05 W11-STACK-NAME OCCURS 100 TIMES PIC X(25).

       PROCEDURE DIVISION.
           PERFORM 100-OPEN-FILES
           PERFORM UNTIL W01-DATA-REMAINS-SWITCH = 'NO'
               PERFORM 200-PROCESS-TRANSACTIONS
           END-PERFORM
           PERFORM 300-REWRITE-PENDING-FILE
           PERFORM 400-WRITE-FOOTER
           STOP RUN.

       100-OPEN-FILES.
           OPEN INPUT F76-APPROVAL-FILE
           IF WS-APPROVAL-STATUS NOT EQUAL TO "00"
               DISPLAY "APPROVAL TRANSACTION FILE ApprovalTrans.dat "
                   "MISSING OR UNREADABLE (STATUS " WS-APPROVAL-STATUS
                   ") - RUN ABORTED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O F12-MASTER-FILE
           IF WS-MASTER-STATUS NOT EQUAL TO "00"
               DISPLAY "RECIPE MASTER RecipeMaster.dat COULD NOT BE "
                   "OPENED (STATUS " WS-MASTER-STATUS
                   ") - RUN ABORTED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 110-LOAD-PENDING-TABLE
           OPEN OUTPUT F77-APPROVAL-REPORT-FILE
           MOVE FUNCTION CURRENT-DATE (1:8) TO W02-ACTIVITY-DATE
           WRITE F77-APPROVAL-REPORT-RECORD
               FROM W02-ACTIVITY-HEADING-LINE
           WRITE F77-APPROVAL-REPORT-RECORD FROM SPACES
           WRITE F77-APPROVAL-REPORT-RECORD
               FROM W02-COLUMN-HEADING-LINE
           OPEN EXTEND F38-CHANGELOG-FILE
           IF WS-CHANGELOG-STATUS EQUAL TO "35"
               OPEN OUTPUT F38-CHANGELOG-FILE
           END-IF
           DISPLAY "FILES OPENED".

       110-LOAD-PENDING-TABLE.
           OPEN INPUT F74-PENDING-FILE
           IF WS-PENDING-STATUS NOT EQUAL TO "00"
               MOVE 'NO' TO W01-PENDING-FILE-SWITCH
               DISPLAY "WARNING: PENDING CHANGE FILE NOT AVAILABLE "
                   "(STATUS " WS-PENDING-STATUS ") - NO CHANGES "
                   "PENDING"
           END-IF
           PERFORM UNTIL W01-PENDING-FILE-SWITCH = 'NO'
               READ F74-PENDING-FILE
                   AT END
                       MOVE 'NO' TO W01-PENDING-FILE-SWITCH
                   NOT AT END
                       PERFORM 115-STORE-PENDING-ENTRY
               END-READ
           END-PERFORM
           IF WS-PENDING-STATUS NOT EQUAL TO "35"
               CLOSE F74-PENDING-FILE
           END-IF.

       115-STORE-PENDING-ENTRY.
           IF W09-PENDING-COUNT NOT LESS THAN 1000
               DISPLAY "PENDING CHANGE TABLE FULL (1000) - "
                   "RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO W09-PENDING-COUNT
           MOVE "P" TO W09-PEND-STATE(W09-PENDING-COUNT)
           MOVE F74-PENDING-RECORD TO
               W09-PEND-RECORD(W09-PENDING-COUNT).

       200-PROCESS-TRANSACTIONS.
           READ F76-APPROVAL-FILE
               AT END
                   MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
               NOT AT END
                   ADD 1 TO W05-TRANS-READ
                   MOVE APPR-CODE TO W03-ACT-CODE
                   MOVE APPR-RECIPE-NAME TO W03-ACT-NAME
                   MOVE SPACES TO W03-ACT-SUBMITTER
                   MOVE APPR-CHEF-ID TO W03-ACT-APPROVER
                   PERFORM 210-FIND-PENDING-ENTRY
                   IF APPR-CODE NOT EQUAL TO "A" AND
                     APPR-CODE NOT EQUAL TO "R"
                       MOVE W04-BAD-CODE-ERROR TO W03-ACT-REASON
                       PERFORM 260-WRITE-ERROR-LINE
                   ELSE
                       IF W08-FOUND-IDX EQUAL TO 0
                           MOVE W04-NOT-PENDING-ERROR TO
                               W03-ACT-REASON
                           PERFORM 260-WRITE-ERROR-LINE
                       ELSE
                           PERFORM 215-CHECK-APPROVER
                       END-IF
                   END-IF
           END-READ.

       210-FIND-PENDING-ENTRY.
           MOVE 0 TO W08-FOUND-IDX
           PERFORM VARYING I FROM 1 BY 1
             UNTIL I > W09-PENDING-COUNT
               IF W09-PEND-NAME(I) EQUAL TO APPR-RECIPE-NAME AND
                 W09-PEND-STATE(I) EQUAL TO "P"
                   MOVE I TO W08-FOUND-IDX
                   MOVE W09-PENDING-COUNT TO I
               END-IF
           END-PERFORM.

       215-CHECK-APPROVER.
           MOVE W09-PEND-SUBMITTER(W08-FOUND-IDX) TO W03-ACT-SUBMITTER
           IF APPR-CHEF-ID EQUAL TO SPACES
               MOVE W04-NO-APPROVER-ERROR TO W03-ACT-REASON
               PERFORM 260-WRITE-ERROR-LINE
           ELSE
               IF APPR-CHEF-ID EQUAL TO
                 W09-PEND-SUBMITTER(W08-FOUND-IDX)
                   MOVE W04-SAME-CHEF-ERROR TO W03-ACT-REASON
                   PERFORM 260-WRITE-ERROR-LINE
               ELSE
                   IF APPR-CODE EQUAL TO "A"
                       PERFORM 220-APPLY-APPROVAL
                   ELSE
                       PERFORM 230-APPLY-REJECTION
                   END-IF
               END-IF
           END-IF.

       220-APPLY-APPROVAL.
           MOVE SPACES TO F12-MASTER-RECORD
           MOVE APPR-RECIPE-NAME TO F12-MASTER-NAME
           READ F12-MASTER-FILE
           IF WS-MASTER-STATUS NOT EQUAL TO "00"
               MOVE W04-NOT-ON-MASTER-ERROR TO W03-ACT-REASON
               PERFORM 240-DROP-PENDING-ENTRY
           ELSE
               IF F12-MASTER-RECORD NOT EQUAL TO
                 W09-PEND-BEFORE(W08-FOUND-IDX)
                   MOVE W04-MASTER-CHANGED-ERROR TO W03-ACT-REASON
                   PERFORM 240-DROP-PENDING-ENTRY
               ELSE
                   MOVE F12-MASTER-RECORD TO W06-BEFORE-IMAGE
                   MOVE W09-PEND-AFTER(W08-FOUND-IDX) TO
                       W10-AFTER-RECORD
                   PERFORM 250-CHECK-COMPONENTS
                   IF W01-COMPONENTS-VALID-SWITCH EQUAL TO "NO"
                       PERFORM 240-DROP-PENDING-ENTRY
                   ELSE
                       PERFORM 225-REWRITE-MASTER
                   END-IF
               END-IF
           END-IF.

       225-REWRITE-MASTER.
           MOVE W10-AFTER-RECORD TO F12-MASTER-RECORD
           MOVE F12-MASTER-RECORD TO W06-AFTER-IMAGE
           REWRITE F12-MASTER-RECORD
           IF WS-MASTER-STATUS EQUAL TO "00"
               MOVE "REWRITE" TO W06-LOG-ACTION
               PERFORM 270-WRITE-CHANGE-LOG
               MOVE "A" TO W09-PEND-STATE(W08-FOUND-IDX)
               MOVE "APPROVED" TO W03-ACT-RESULT
               MOVE W04-APPLIED-REASON TO W03-ACT-REASON
               WRITE F77-APPROVAL-REPORT-RECORD
                   FROM W03-ACTIVITY-DETAIL
               ADD 1 TO W05-APPROVED-COUNT
           ELSE
               MOVE W04-NOT-ON-MASTER-ERROR TO W03-ACT-REASON
               PERFORM 240-DROP-PENDING-ENTRY
           END-IF.

       230-APPLY-REJECTION.
           MOVE "R" TO W09-PEND-STATE(W08-FOUND-IDX)
           MOVE "REJECTED" TO W03-ACT-RESULT
           MOVE W04-DISCARDED-REASON TO W03-ACT-REASON
           WRITE F77-APPROVAL-REPORT-RECORD FROM W03-ACTIVITY-DETAIL
           ADD 1 TO W05-REJECTED-COUNT.

       240-DROP-PENDING-ENTRY.
           MOVE "D" TO W09-PEND-STATE(W08-FOUND-IDX)
           MOVE "DROPPED" TO W03-ACT-RESULT
           WRITE F77-APPROVAL-REPORT-RECORD FROM W03-ACTIVITY-DETAIL
           ADD 1 TO W05-DROPPED-COUNT.

       250-CHECK-COMPONENTS.
           MOVE "YES" TO W01-COMPONENTS-VALID-SWITCH
           PERFORM VARYING I FROM 1 BY 1
             UNTIL I > W10-AFTER-INGREDIENT-COUNT OR I > 10
               IF W10-AFTER-AMOUNT-TYPE(I) EQUAL TO "RECIP" AND
                 W01-COMPONENTS-VALID-SWITCH EQUAL TO "YES"
                   PERFORM 252-CHECK-ONE-COMPONENT
               END-IF
           END-PERFORM.

       252-CHECK-ONE-COMPONENT.
           MOVE 'NO' TO W11-CIRCULAR-SWITCH
           IF W10-AFTER-INGREDIENT-NAME(I) EQUAL TO W10-AFTER-NAME
               MOVE "YES" TO W11-CIRCULAR-SWITCH
           ELSE
               MOVE SPACES TO F12-MASTER-RECORD
               MOVE W10-AFTER-INGREDIENT-NAME(I) TO F12-MASTER-NAME
               READ F12-MASTER-FILE
                   INVALID KEY
                       MOVE W04-COMPONENT-MISSING-ERROR TO
                           W03-ACT-REASON
                       MOVE "NO" TO W01-COMPONENTS-VALID-SWITCH
                   NOT INVALID KEY
                       PERFORM 254-CHECK-COMPONENT-CYCLE
               END-READ
           END-IF
           IF W11-CIRCULAR-SWITCH EQUAL TO "YES"
               MOVE W04-CIRCULAR-COMPONENT-ERROR TO W03-ACT-REASON
               MOVE "NO" TO W01-COMPONENTS-VALID-SWITCH
           END-IF.

       254-CHECK-COMPONENT-CYCLE.
           MOVE 0 TO W11-STACK-COUNT
           MOVE 0 TO W11-VISIT-COUNT
           PERFORM 256-PUSH-SUB-COMPONENTS
           PERFORM UNTIL W11-STACK-COUNT = 0 OR
             W11-CIRCULAR-SWITCH EQUAL TO "YES"
               MOVE W11-STACK-NAME(W11-STACK-COUNT) TO F12-MASTER-NAME
               SUBTRACT 1 FROM W11-STACK-COUNT
               ADD 1 TO W11-VISIT-COUNT
               IF F12-MASTER-NAME EQUAL TO W10-AFTER-NAME OR
                 W11-VISIT-COUNT GREATER THAN 100
                   MOVE "YES" TO W11-CIRCULAR-SWITCH
               ELSE
                   READ F12-MASTER-FILE
                       NOT INVALID KEY
                           PERFORM 256-PUSH-SUB-COMPONENTS
                   END-READ
               END-IF
           END-PERFORM.

       256-PUSH-SUB-COMPONENTS.
           PERFORM VARYING W11-ING-IDX FROM 1 BY 1
             UNTIL W11-ING-IDX > F12-MASTER-INGREDIENT-COUNT
               IF F12-MASTER-AMOUNT-TYPE(W11-ING-IDX) EQUAL TO "RECIP"
                   IF W11-STACK-COUNT LESS THAN 100
                       ADD 1 TO W11-STACK-COUNT
                       MOVE F12-MASTER-INGREDIENT-NAME(W11-ING-IDX) TO
                           W11-STACK-NAME(W11-STACK-COUNT)
                   ELSE
                       MOVE "YES" TO W11-CIRCULAR-SWITCH
                   END-IF
               END-IF
           END-PERFORM.

       260-WRITE-ERROR-LINE.
           MOVE "ERROR" TO W03-ACT-RESULT
           WRITE F77-APPROVAL-REPORT-RECORD FROM W03-ACTIVITY-DETAIL
           ADD 1 TO W05-ERROR-COUNT.

       270-WRITE-CHANGE-LOG.
           MOVE FUNCTION CURRENT-DATE (1:8) TO F38-LOG-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO F38-LOG-TIME
           MOVE "RAPPR" TO F38-LOG-PROGRAM
           MOVE W06-LOG-ACTION TO F38-LOG-ACTION
           MOVE APPR-RECIPE-NAME TO F38-LOG-NAME
           MOVE W06-BEFORE-IMAGE TO F38-LOG-BEFORE
           MOVE W06-AFTER-IMAGE TO F38-LOG-AFTER
           WRITE F38-CHANGELOG-RECORD.

       300-REWRITE-PENDING-FILE.
           OPEN OUTPUT F78-NEW-PENDING-FILE
           PERFORM VARYING I FROM 1 BY 1
             UNTIL I > W09-PENDING-COUNT
               IF W09-PEND-STATE(I) EQUAL TO "P"
                   WRITE F78-NEW-PENDING-RECORD
                       FROM W09-PEND-RECORD(I)
                   ADD 1 TO W05-STILL-PENDING-COUNT
               END-IF
           END-PERFORM
           CLOSE F78-NEW-PENDING-FILE
           PERFORM 310-REPLACE-PENDING-FILE.

       310-REPLACE-PENDING-FILE.
           CALL "CBL_DELETE_FILE" USING W07-OLD-FILE-NAME
               RETURNING W07-FILE-OP-STATUS
           IF W07-FILE-OP-STATUS NOT = 0 AND
             WS-PENDING-STATUS NOT EQUAL TO "35"
               DISPLAY "WARNING: COULD NOT DELETE " W07-OLD-FILE-NAME
                   " (STATUS " W07-FILE-OP-STATUS ") - UPDATED "
                   "PENDING FILE MAY NOT HAVE BEEN SWAPPED IN"
           END-IF
           CALL "CBL_RENAME_FILE" USING W07-NEW-FILE-NAME
               W07-OLD-FILE-NAME
               RETURNING W07-FILE-OP-STATUS
           IF W07-FILE-OP-STATUS NOT = 0
               DISPLAY "WARNING: COULD NOT RENAME " W07-NEW-FILE-NAME
                   " TO " W07-OLD-FILE-NAME " (STATUS "
                   W07-FILE-OP-STATUS ") - UPDATED PENDING FILE WAS "
                   "NOT SWAPPED IN"
           END-IF.

       400-WRITE-FOOTER.
           WRITE F77-APPROVAL-REPORT-RECORD FROM SPACES
           MOVE "TRANSACTIONS READ" TO W05-COUNT-LABEL
           MOVE W05-TRANS-READ TO W05-COUNT-VALUE
           WRITE F77-APPROVAL-REPORT-RECORD FROM W05-ACTIVITY-COUNT-LINE
           MOVE "CHANGES APPROVED" TO W05-COUNT-LABEL
           MOVE W05-APPROVED-COUNT TO W05-COUNT-VALUE
           WRITE F77-APPROVAL-REPORT-RECORD FROM W05-ACTIVITY-COUNT-LINE
           MOVE "CHANGES REJECTED" TO W05-COUNT-LABEL
           MOVE W05-REJECTED-COUNT TO W05-COUNT-VALUE
           WRITE F77-APPROVAL-REPORT-RECORD FROM W05-ACTIVITY-COUNT-LINE
           MOVE "CHANGES DROPPED" TO W05-COUNT-LABEL
           MOVE W05-DROPPED-COUNT TO W05-COUNT-VALUE
           WRITE F77-APPROVAL-REPORT-RECORD FROM W05-ACTIVITY-COUNT-LINE
           MOVE "TRANSACTIONS IN ERROR" TO W05-COUNT-LABEL
           MOVE W05-ERROR-COUNT TO W05-COUNT-VALUE
           WRITE F77-APPROVAL-REPORT-RECORD FROM W05-ACTIVITY-COUNT-LINE
           MOVE "CHANGES STILL PENDING" TO W05-COUNT-LABEL
           MOVE W05-STILL-PENDING-COUNT TO W05-COUNT-VALUE
           WRITE F77-APPROVAL-REPORT-RECORD FROM W05-ACTIVITY-COUNT-LINE
           CLOSE F76-APPROVAL-FILE
           CLOSE F12-MASTER-FILE
           CLOSE F38-CHANGELOG-FILE
           CLOSE F77-APPROVAL-REPORT-FILE
           DISPLAY "FILES CLOSED".
