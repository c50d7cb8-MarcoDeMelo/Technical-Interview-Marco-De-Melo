       IDENTIFICATION DIVISION.
       PROGRAM-ID. RREST.
       AUTHOR. Marco De Melo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT F62-RESTORE-REQUEST-FILE ASSIGN TO "RestoreRequest.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REQUEST-STATUS.
       SELECT F12-MASTER-FILE ASSIGN TO "RecipeMaster.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS F12-MASTER-NAME
              FILE STATUS IS WS-MASTER-STATUS.
       SELECT F38-CHANGELOG-FILE ASSIGN TO "MasterChangeLog.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CHANGELOG-STATUS.
       SELECT F63-ASOF-MASTER-FILE ASSIGN TO "RecipeMasterAsOf.dat"
              ORGANIZATION IS LINE SEQUENTIAL.
       SELECT F64-RESTORE-REPORT-FILE ASSIGN TO "RestoreReport.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD F62-RESTORE-REQUEST-FILE
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS F62-RESTORE-REQUEST-RECORD.
       01 F62-RESTORE-REQUEST-RECORD.
         05 REST-MODE PIC X(1).
         05 REST-RECIPE-NAME PIC X(25).
         05 REST-LOG-DATE PIC X(8).
         05 REST-LOG-TIME PIC X(6).
         05 REST-IMAGE-SELECT PIC X(1).

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

       FD F63-ASOF-MASTER-FILE
           RECORD CONTAINS 310 CHARACTERS
           DATA RECORD IS F63-ASOF-MASTER-RECORD.
       01 F63-ASOF-MASTER-RECORD PIC X(310).

       FD F64-RESTORE-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS F64-RESTORE-REPORT-RECORD.
       01 F64-RESTORE-REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01 I PIC 9(5) VALUE 0.
       01 K PIC 9(5) VALUE 0.

       01 W01-SWITCHES.
         05 WS-REQUEST-STATUS PIC XX VALUE SPACES.
         05 WS-MASTER-STATUS PIC XX VALUE SPACES.
         05 WS-CHANGELOG-STATUS PIC XX VALUE SPACES.
         05 W01-REQUEST-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
         05 W01-LOG-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
         05 W01-MASTER-REMAINS-SWITCH PIC X(3) VALUE 'YES'.
         05 W01-ENTRY-FOUND-SWITCH PIC X(3) VALUE 'NO'.
         05 W01-COMPONENTS-VALID-SWITCH PIC X(3) VALUE 'YES'.
         05 W01-ROW-FOUND-SWITCH PIC X(3) VALUE 'NO'.
         05 W01-ASOF-DONE-SWITCH PIC X(3) VALUE 'NO'.

       01 W02-REPORT-HEADING.
         05 FILLER PIC X(44) VALUE
             "RECIPE RESTORE REPORT MARCO DE MELO".
         05 FILLER PIC X(5) VALUE "DATE".
         05 W02-REPORT-DATE PIC X(10).

       01 W03-RESTORE-DETAIL.
         05 W03-REST-MODE PIC X(1).
         05 FILLER PIC X(2) VALUE SPACES.
         05 W03-REST-NAME PIC X(25).
         05 FILLER PIC X(2) VALUE SPACES.
         05 W03-REST-DATE PIC X(8).
         05 FILLER PIC X(1) VALUE SPACES.
         05 W03-REST-TIME PIC X(6).
         05 FILLER PIC X(2) VALUE SPACES.
         05 W03-REST-RESULT PIC X(10).
         05 FILLER PIC X(2) VALUE SPACES.
         05 W03-REST-REASON PIC X(35).

       01 W04-CONSTANTS.
         05 W04-BAD-MODE-ERROR PIC X(35) VALUE
             'Mode must be R or A.'.
         05 W04-BLANK-NAME-ERROR PIC X(35) VALUE
             'Recipe name is blank.'.
         05 W04-BAD-SELECT-ERROR PIC X(35) VALUE
             'Image select must be B or A.'.
         05 W04-NO-ENTRY-ERROR PIC X(35) VALUE
             'No matching change log entry.'.
         05 W04-NO-IMAGE-ERROR PIC X(35) VALUE
             'Selected image is empty.'.
         05 W04-COMPONENT-MISSING-ERROR PIC X(35) VALUE
             'Component recipe not on master.'.
         05 W04-CIRCULAR-COMPONENT-ERROR PIC X(35) VALUE
             'Component refers back to self.'.
         05 W04-MASTER-UPDATE-ERROR PIC X(35) VALUE
             'Master update failed.'.
         05 W04-BAD-ASOF-DATE-ERROR PIC X(35) VALUE
             'As-of date must be YYYYMMDD.'.
         05 W04-ASOF-DONE-ERROR PIC X(35) VALUE
             'Only one as-of rebuild per run.'.
         05 W04-RESTORED-REASON PIC X(35) VALUE
             'Image restored to master.'.
         05 W04-READDED-REASON PIC X(35) VALUE
             'Deleted recipe re-added to master.'.
         05 W04-ASOF-REASON.
           10 W04-ASOF-COUNT PIC ZZZZ9.
           10 FILLER PIC X(30) VALUE
               ' recipes written as of date.'.

       01 W05-RUN-COUNTS.
         05 W05-REQUESTS-READ PIC 9(5) VALUE 0.
         05 W05-APPLIED-COUNT PIC 9(5) VALUE 0.
         05 W05-REJECTED-COUNT PIC 9(5) VALUE 0.
       01 W05-COUNT-LINE.
         05 W05-COUNT-LABEL PIC X(30).
         05 W05-COUNT-VALUE PIC ZZZZ9.

       01 W06-CHANGE-LOG-VARS.
         05 W06-BEFORE-IMAGE PIC X(310) VALUE SPACES.
         05 W06-AFTER-IMAGE PIC X(310) VALUE SPACES.
         05 W06-FOUND-DATE PIC X(8) VALUE SPACES.
         05 W06-FOUND-TIME PIC X(6) VALUE SPACES.
         05 W06-ASOF-STAMP PIC X(14) VALUE SPACES.
         05 W06-LOG-STAMP PIC X(14) VALUE SPACES.
         05 W06-ASOF-WRITTEN PIC 9(5) VALUE 0.

       01 W07-RESTORE-RECORD.
         05 W07-REST-NAME PIC X(25).
         05 W07-REST-COURSE-TYPE PIC X(10).
         05 W07-REST-PREP-TIME PIC 9(4)V9.
         05 W07-REST-BAKE-TIME PIC 9(4)V9.
         05 W07-REST-YIELD PIC 9(3).
         05 W07-REST-INGREDIENT-COUNT PIC 9(2).
         05 W07-REST-INGREDIENTS OCCURS 10 TIMES.
           10 W07-REST-INGREDIENT-NAME PIC X(15).
           10 W07-REST-AMOUNT PIC 9(3)V99.
           10 W07-REST-AMOUNT-TYPE PIC X(5).
         05 W07-REST-STATUS PIC X(1).
         05 FILLER PIC X(9).

       01 W08-ROLLBACK-TABLE.
         05 W08-ROLLBACK-COUNT PIC 9(5) VALUE 0.
         05 W08-ROLLBACK-ENTRY OCCURS 5000 TIMES.
           10 W08-RB-NAME PIC X(25).
           10 W08-RB-IMAGE PIC X(310).
           10 W08-RB-USED-SWITCH PIC X(3).

       01 W09-COMPONENT-VARS.
         05 W09-CIRCULAR-SWITCH PIC X(3) VALUE 'NO'.
         05 W09-ING-IDX PIC 9(2) VALUE 0.
         05 W09-VISIT-COUNT PIC 9(3) VALUE 0.
         05 W09-STACK-COUNT PIC 9(3) VALUE 0.
         05 W09-STACK-NAME OCCURS 100 TIMES PIC X(25).

       PROCEDURE DIVISION.
           PERFORM 100-OPEN-FILES
           PERFORM UNTIL W01-REQUEST-REMAINS-SWITCH = 'NO'
               PERFORM 200-PROCESS-REQUESTS
           END-PERFORM
           PERFORM 900-CLOSE-FILES
           STOP RUN.

       100-OPEN-FILES.
           OPEN INPUT F62-RESTORE-REQUEST-FILE
           IF WS-REQUEST-STATUS NOT EQUAL TO "00"
               DISPLAY "RESTORE REQUEST FILE RestoreRequest.dat "
                   "MISSING OR UNREADABLE (STATUS " WS-REQUEST-STATUS
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
           OPEN OUTPUT F64-RESTORE-REPORT-FILE
           MOVE FUNCTION CURRENT-DATE (1:8) TO W02-REPORT-DATE
           WRITE F64-RESTORE-REPORT-RECORD FROM W02-REPORT-HEADING
           WRITE F64-RESTORE-REPORT-RECORD FROM SPACES
           DISPLAY "FILES OPENED".

       200-PROCESS-REQUESTS.
           READ F62-RESTORE-REQUEST-FILE
               AT END
                   MOVE 'NO' TO W01-REQUEST-REMAINS-SWITCH
               NOT AT END
                   ADD 1 TO W05-REQUESTS-READ
                   MOVE REST-MODE TO W03-REST-MODE
                   MOVE REST-RECIPE-NAME TO W03-REST-NAME
                   MOVE REST-LOG-DATE TO W03-REST-DATE
                   MOVE REST-LOG-TIME TO W03-REST-TIME
                   IF REST-MODE EQUAL TO "R"
                       PERFORM 210-RESTORE-RECIPE
                   ELSE
                       IF REST-MODE EQUAL TO "A"
                           PERFORM 300-REBUILD-AS-OF
                       ELSE
                           MOVE W04-BAD-MODE-ERROR TO W03-REST-REASON
                           PERFORM 260-WRITE-REJECTED-LINE
                       END-IF
                   END-IF
           END-READ.

       210-RESTORE-RECIPE.
           IF REST-RECIPE-NAME EQUAL TO SPACES
               MOVE W04-BLANK-NAME-ERROR TO W03-REST-REASON
               PERFORM 260-WRITE-REJECTED-LINE
           ELSE
               IF REST-IMAGE-SELECT NOT EQUAL TO SPACES AND
                 REST-IMAGE-SELECT NOT EQUAL TO "B" AND
                 REST-IMAGE-SELECT NOT EQUAL TO "A"
                   MOVE W04-BAD-SELECT-ERROR TO W03-REST-REASON
                   PERFORM 260-WRITE-REJECTED-LINE
               ELSE
                   PERFORM 220-FIND-LOG-IMAGE
                   IF W01-ENTRY-FOUND-SWITCH EQUAL TO "NO"
                       MOVE W04-NO-ENTRY-ERROR TO W03-REST-REASON
                       PERFORM 260-WRITE-REJECTED-LINE
                   ELSE
                       MOVE W06-FOUND-DATE TO W03-REST-DATE
                       MOVE W06-FOUND-TIME TO W03-REST-TIME
                       IF W07-RESTORE-RECORD EQUAL TO SPACES
                           MOVE W04-NO-IMAGE-ERROR TO W03-REST-REASON
                           PERFORM 260-WRITE-REJECTED-LINE
                       ELSE
                           PERFORM 230-CHECK-COMPONENTS
                           IF W01-COMPONENTS-VALID-SWITCH EQUAL TO "NO"
                               PERFORM 260-WRITE-REJECTED-LINE
                           ELSE
                               PERFORM 240-APPLY-RESTORE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       220-FIND-LOG-IMAGE.
           MOVE 'NO' TO W01-ENTRY-FOUND-SWITCH
           MOVE SPACES TO W07-RESTORE-RECORD
           MOVE 'YES' TO W01-LOG-REMAINS-SWITCH
           OPEN INPUT F38-CHANGELOG-FILE
           IF WS-CHANGELOG-STATUS EQUAL TO "00"
               PERFORM UNTIL W01-LOG-REMAINS-SWITCH = 'NO'
                   READ F38-CHANGELOG-FILE
                       AT END
                           MOVE 'NO' TO W01-LOG-REMAINS-SWITCH
                       NOT AT END
                           IF F38-LOG-NAME EQUAL TO REST-RECIPE-NAME
                               PERFORM 225-CHECK-ONE-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F38-CHANGELOG-FILE
           END-IF.

       225-CHECK-ONE-ENTRY.
           IF REST-LOG-DATE EQUAL TO SPACES OR
             REST-LOG-DATE EQUAL TO "PREVIOUS" OR
             (F38-LOG-DATE EQUAL TO REST-LOG-DATE AND
             (REST-LOG-TIME EQUAL TO SPACES OR
             F38-LOG-TIME EQUAL TO REST-LOG-TIME))
               MOVE "YES" TO W01-ENTRY-FOUND-SWITCH
               MOVE F38-LOG-DATE TO W06-FOUND-DATE
               MOVE F38-LOG-TIME TO W06-FOUND-TIME
               IF REST-IMAGE-SELECT EQUAL TO "A"
                   MOVE F38-LOG-AFTER TO W07-RESTORE-RECORD
               ELSE
                   MOVE F38-LOG-BEFORE TO W07-RESTORE-RECORD
               END-IF
           END-IF.

       230-CHECK-COMPONENTS.
           MOVE "YES" TO W01-COMPONENTS-VALID-SWITCH
           PERFORM VARYING I FROM 1 BY 1
             UNTIL I > W07-REST-INGREDIENT-COUNT OR I > 10
               IF W07-REST-AMOUNT-TYPE(I) EQUAL TO "RECIP" AND
                 W01-COMPONENTS-VALID-SWITCH EQUAL TO "YES"
                   PERFORM 232-CHECK-ONE-COMPONENT
               END-IF
           END-PERFORM.

       232-CHECK-ONE-COMPONENT.
           MOVE 'NO' TO W09-CIRCULAR-SWITCH
           IF W07-REST-INGREDIENT-NAME(I) EQUAL TO W07-REST-NAME
               MOVE "YES" TO W09-CIRCULAR-SWITCH
           ELSE
               MOVE SPACES TO F12-MASTER-RECORD
               MOVE W07-REST-INGREDIENT-NAME(I) TO F12-MASTER-NAME
               READ F12-MASTER-FILE
                   INVALID KEY
                       MOVE W04-COMPONENT-MISSING-ERROR TO
                           W03-REST-REASON
                       MOVE "NO" TO W01-COMPONENTS-VALID-SWITCH
                   NOT INVALID KEY
                       PERFORM 234-CHECK-COMPONENT-CYCLE
               END-READ
           END-IF
           IF W09-CIRCULAR-SWITCH EQUAL TO "YES"
               MOVE W04-CIRCULAR-COMPONENT-ERROR TO W03-REST-REASON
               MOVE "NO" TO W01-COMPONENTS-VALID-SWITCH
           END-IF.

       234-CHECK-COMPONENT-CYCLE.
           MOVE 0 TO W09-STACK-COUNT
           MOVE 0 TO W09-VISIT-COUNT
           PERFORM 236-PUSH-SUB-COMPONENTS
           PERFORM UNTIL W09-STACK-COUNT = 0 OR
             W09-CIRCULAR-SWITCH EQUAL TO "YES"
               MOVE W09-STACK-NAME(W09-STACK-COUNT) TO F12-MASTER-NAME
               SUBTRACT 1 FROM W09-STACK-COUNT
               ADD 1 TO W09-VISIT-COUNT
               IF F12-MASTER-NAME EQUAL TO W07-REST-NAME OR
                 W09-VISIT-COUNT GREATER THAN 100
                   MOVE "YES" TO W09-CIRCULAR-SWITCH
               ELSE
                   READ F12-MASTER-FILE
                       NOT INVALID KEY
                           PERFORM 236-PUSH-SUB-COMPONENTS
                   END-READ
               END-IF
           END-PERFORM.

       236-PUSH-SUB-COMPONENTS.
           PERFORM VARYING W09-ING-IDX FROM 1 BY 1
             UNTIL W09-ING-IDX > F12-MASTER-INGREDIENT-COUNT
               IF F12-MASTER-AMOUNT-TYPE(W09-ING-IDX) EQUAL TO "RECIP"
                   IF W09-STACK-COUNT LESS THAN 100
                       ADD 1 TO W09-STACK-COUNT
                       MOVE F12-MASTER-INGREDIENT-NAME(W09-ING-IDX) TO
                           W09-STACK-NAME(W09-STACK-COUNT)
                   ELSE
                       MOVE "YES" TO W09-CIRCULAR-SWITCH
                   END-IF
               END-IF
           END-PERFORM.

       240-APPLY-RESTORE.
           MOVE SPACES TO F12-MASTER-RECORD
           MOVE W07-REST-NAME TO F12-MASTER-NAME
           READ F12-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO W06-BEFORE-IMAGE
                   MOVE W07-RESTORE-RECORD TO F12-MASTER-RECORD
                   WRITE F12-MASTER-RECORD
                   MOVE W04-READDED-REASON TO W03-REST-REASON
               NOT INVALID KEY
                   MOVE F12-MASTER-RECORD TO W06-BEFORE-IMAGE
                   MOVE W07-RESTORE-RECORD TO F12-MASTER-RECORD
                   REWRITE F12-MASTER-RECORD
                   MOVE W04-RESTORED-REASON TO W03-REST-REASON
           END-READ
           IF WS-MASTER-STATUS EQUAL TO "00"
               MOVE W07-RESTORE-RECORD TO W06-AFTER-IMAGE
               PERFORM 270-WRITE-CHANGE-LOG
               PERFORM 250-WRITE-APPLIED-LINE
           ELSE
               MOVE W04-MASTER-UPDATE-ERROR TO W03-REST-REASON
               PERFORM 260-WRITE-REJECTED-LINE
           END-IF.

       250-WRITE-APPLIED-LINE.
           MOVE "APPLIED" TO W03-REST-RESULT
           WRITE F64-RESTORE-REPORT-RECORD FROM W03-RESTORE-DETAIL
           ADD 1 TO W05-APPLIED-COUNT.

       260-WRITE-REJECTED-LINE.
           MOVE "REJECTED" TO W03-REST-RESULT
           WRITE F64-RESTORE-REPORT-RECORD FROM W03-RESTORE-DETAIL
           ADD 1 TO W05-REJECTED-COUNT.

       270-WRITE-CHANGE-LOG.
           OPEN EXTEND F38-CHANGELOG-FILE
           IF WS-CHANGELOG-STATUS EQUAL TO "35"
               OPEN OUTPUT F38-CHANGELOG-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO F38-LOG-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO F38-LOG-TIME
           MOVE "RREST" TO F38-LOG-PROGRAM
           MOVE "RESTORE" TO F38-LOG-ACTION
           MOVE W07-REST-NAME TO F38-LOG-NAME
           MOVE W06-BEFORE-IMAGE TO F38-LOG-BEFORE
           MOVE W06-AFTER-IMAGE TO F38-LOG-AFTER
           WRITE F38-CHANGELOG-RECORD
           CLOSE F38-CHANGELOG-FILE.

       300-REBUILD-AS-OF.
           IF W01-ASOF-DONE-SWITCH EQUAL TO "YES"
               MOVE W04-ASOF-DONE-ERROR TO W03-REST-REASON
               PERFORM 260-WRITE-REJECTED-LINE
           ELSE
               IF REST-LOG-DATE NOT NUMERIC
                   MOVE W04-BAD-ASOF-DATE-ERROR TO W03-REST-REASON
                   PERFORM 260-WRITE-REJECTED-LINE
               ELSE
                   MOVE "YES" TO W01-ASOF-DONE-SWITCH
                   MOVE REST-LOG-DATE TO W06-ASOF-STAMP(1:8)
                   IF REST-LOG-TIME EQUAL TO SPACES
                       MOVE "235959" TO W06-ASOF-STAMP(9:6)
                   ELSE
                       MOVE REST-LOG-TIME TO W06-ASOF-STAMP(9:6)
                   END-IF
                   MOVE W06-ASOF-STAMP(9:6) TO W03-REST-TIME
                   PERFORM 310-LOAD-ROLLBACK-TABLE
                   PERFORM 320-WRITE-ASOF-MASTER
                   MOVE W06-ASOF-WRITTEN TO W04-ASOF-COUNT
                   MOVE W04-ASOF-REASON TO W03-REST-REASON
                   PERFORM 250-WRITE-APPLIED-LINE
               END-IF
           END-IF.

       310-LOAD-ROLLBACK-TABLE.
           MOVE 0 TO W08-ROLLBACK-COUNT
           MOVE 'YES' TO W01-LOG-REMAINS-SWITCH
           OPEN INPUT F38-CHANGELOG-FILE
           IF WS-CHANGELOG-STATUS EQUAL TO "00"
               PERFORM UNTIL W01-LOG-REMAINS-SWITCH = 'NO'
                   READ F38-CHANGELOG-FILE
                       AT END
                           MOVE 'NO' TO W01-LOG-REMAINS-SWITCH
                       NOT AT END
                           MOVE F38-LOG-DATE TO W06-LOG-STAMP(1:8)
                           MOVE F38-LOG-TIME TO W06-LOG-STAMP(9:6)
                           IF W06-LOG-STAMP GREATER THAN W06-ASOF-STAMP
                               PERFORM 315-STORE-ROLLBACK-IMAGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F38-CHANGELOG-FILE
           END-IF.

       315-STORE-ROLLBACK-IMAGE.
           MOVE 'NO' TO W01-ROW-FOUND-SWITCH
           PERFORM VARYING K FROM 1 BY 1
             UNTIL K > W08-ROLLBACK-COUNT
               IF F38-LOG-NAME EQUAL TO W08-RB-NAME(K)
                   MOVE "YES" TO W01-ROW-FOUND-SWITCH
                   MOVE W08-ROLLBACK-COUNT TO K
               END-IF
           END-PERFORM
           IF W01-ROW-FOUND-SWITCH EQUAL TO "NO"
               IF W08-ROLLBACK-COUNT LESS THAN 5000
                   ADD 1 TO W08-ROLLBACK-COUNT
                   MOVE F38-LOG-NAME TO W08-RB-NAME(W08-ROLLBACK-COUNT)
                   MOVE F38-LOG-BEFORE TO
                       W08-RB-IMAGE(W08-ROLLBACK-COUNT)
                   MOVE 'NO' TO W08-RB-USED-SWITCH(W08-ROLLBACK-COUNT)
               ELSE
                   DISPLAY "ROLLBACK TABLE FULL AT 5000 RECIPES - "
                       "RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       320-WRITE-ASOF-MASTER.
           MOVE 0 TO W06-ASOF-WRITTEN
           OPEN OUTPUT F63-ASOF-MASTER-FILE
           MOVE LOW-VALUES TO F12-MASTER-NAME
           MOVE 'YES' TO W01-MASTER-REMAINS-SWITCH
           START F12-MASTER-FILE KEY IS NOT LESS THAN F12-MASTER-NAME
               INVALID KEY
                   MOVE 'NO' TO W01-MASTER-REMAINS-SWITCH
           END-START
           PERFORM UNTIL W01-MASTER-REMAINS-SWITCH = 'NO'
               READ F12-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'NO' TO W01-MASTER-REMAINS-SWITCH
                   NOT AT END
                       PERFORM 325-WRITE-ONE-ASOF-RECIPE
               END-READ
           END-PERFORM
           PERFORM VARYING K FROM 1 BY 1
             UNTIL K > W08-ROLLBACK-COUNT
               IF W08-RB-USED-SWITCH(K) EQUAL TO "NO" AND
                 W08-RB-IMAGE(K) NOT EQUAL TO SPACES
                   WRITE F63-ASOF-MASTER-RECORD FROM W08-RB-IMAGE(K)
                   ADD 1 TO W06-ASOF-WRITTEN
               END-IF
           END-PERFORM
           CLOSE F63-ASOF-MASTER-FILE.

       325-WRITE-ONE-ASOF-RECIPE.
           MOVE 'NO' TO W01-ROW-FOUND-SWITCH
           PERFORM VARYING K FROM 1 BY 1
             UNTIL K > W08-ROLLBACK-COUNT
               IF F12-MASTER-NAME EQUAL TO W08-RB-NAME(K)
                   MOVE "YES" TO W01-ROW-FOUND-SWITCH
                   MOVE "YES" TO W08-RB-USED-SWITCH(K)
                   IF W08-RB-IMAGE(K) NOT EQUAL TO SPACES
                       WRITE F63-ASOF-MASTER-RECORD FROM W08-RB-IMAGE(K)
                       ADD 1 TO W06-ASOF-WRITTEN
                   END-IF
                   MOVE W08-ROLLBACK-COUNT TO K
               END-IF
           END-PERFORM
           IF W01-ROW-FOUND-SWITCH EQUAL TO "NO"
               WRITE F63-ASOF-MASTER-RECORD FROM F12-MASTER-RECORD
               ADD 1 TO W06-ASOF-WRITTEN
           END-IF.

       900-CLOSE-FILES.
           WRITE F64-RESTORE-REPORT-RECORD FROM SPACES
           MOVE "REQUESTS READ" TO W05-COUNT-LABEL
           MOVE W05-REQUESTS-READ TO W05-COUNT-VALUE
           WRITE F64-RESTORE-REPORT-RECORD FROM W05-COUNT-LINE
           MOVE "REQUESTS APPLIED" TO W05-COUNT-LABEL
           MOVE W05-APPLIED-COUNT TO W05-COUNT-VALUE
           WRITE F64-RESTORE-REPORT-RECORD FROM W05-COUNT-LINE
           MOVE "REQUESTS REJECTED" TO W05-COUNT-LABEL
           MOVE W05-REJECTED-COUNT TO W05-COUNT-VALUE
           WRITE F64-RESTORE-REPORT-RECORD FROM W05-COUNT-LINE
           CLOSE F62-RESTORE-REQUEST-FILE
           CLOSE F12-MASTER-FILE
           CLOSE F64-RESTORE-REPORT-FILE
           DISPLAY "FILES CLOSED".
