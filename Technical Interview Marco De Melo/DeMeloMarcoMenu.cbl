              ACCESS MODE IS RANDOM
              RECORD KEY IS F12-MASTER-NAME
              FILE STATUS IS WS-MASTER-STATUS.
       SELECT F69-NUTRITION-FACTS-FILE ASSIGN TO "NutritionFacts.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NUTRITION-STATUS.

       DATA DIVISION.
       FILE SECTION.
         05 F12-MASTER-STATUS PIC X(1).
         05 FILLER PIC X(9).

       FD F69-NUTRITION-FACTS-FILE
           RECORD CONTAINS 71 CHARACTERS
           DATA RECORD IS F69-NUTRITION-FACTS-RECORD.
       01 F69-NUTRITION-FACTS-RECORD.
         05 F69-RECIPE-NAME PIC X(25).
         05 F69-CALORIES PIC 9(5)V99.
         05 F69-FAT PIC 9(4)V99.
         05 F69-SAT-FAT PIC 9(4)V99.
         05 F69-CARB PIC 9(4)V99.
         05 F69-SUGAR PIC 9(4)V99.
         05 F69-PROTEIN PIC 9(4)V99.
         05 F69-SODIUM PIC 9(6)V99.
         05 F69-STATUS PIC X(1).

       WORKING-STORAGE SECTION.
       01 I PIC 9(5) VALUE 0.
       01 J PIC 9(5) VALUE 0.
         05 WS-MASTER-STATUS PIC XX VALUE SPACES.
         05 W01-MASTER-AVAILABLE-SWITCH PIC X(3) VALUE 'NO'.
         05 W01-RECIPE-FLAGGED-SWITCH PIC X(3) VALUE 'NO'.
         05 WS-NUTRITION-STATUS PIC XX VALUE SPACES.
         05 W01-NUTRITION-FILE-SWITCH PIC X(3) VALUE 'YES'.
         05 W01-NUTRITION-FOUND-SWITCH PIC X(3) VALUE 'NO'.

       01 W02-RECIPE-TABLE.
         05 W02-RECIPE-COUNT PIC 9(5) VALUE 0.
         05 FILLER PIC X(1) VALUE SPACES.
         05 W19-ATTR-UNVERIFIED PIC X(10).

       01 W20-NUTRITION-TABLE.
         05 W20-NUTR-COUNT PIC 9(5) VALUE 0.
         05 W20-NUTR-ENTRY OCCURS 10000 TIMES.
           10 W20-NUTR-NAME PIC X(25).
           10 W20-NUTR-CALORIES PIC 9(5)V99.
           10 W20-NUTR-FAT PIC 9(4)V99.
           10 W20-NUTR-SAT-FAT PIC 9(4)V99.
           10 W20-NUTR-CARB PIC 9(4)V99.
           10 W20-NUTR-SUGAR PIC 9(4)V99.
           10 W20-NUTR-PROTEIN PIC 9(4)V99.
           10 W20-NUTR-SODIUM PIC 9(6)V99.
           10 W20-NUTR-STATUS PIC X(1).

       01 W21-NUTRITION-LINE.
         05 FILLER PIC X(2) VALUE SPACES.
         05 FILLER PIC X(12) VALUE "PER PORTION ".
         05 FILLER PIC X(5) VALUE "KCAL ".
         05 W21-NUT-CALORIES PIC ZZZZ9.
         05 FILLER PIC X(5) VALUE " FAT ".
         05 W21-NUT-FAT PIC ZZZ9.9.
         05 FILLER PIC X(6) VALUE "G SAT ".
         05 W21-NUT-SAT-FAT PIC ZZZ9.9.
         05 FILLER PIC X(7) VALUE "G CARB ".
         05 W21-NUT-CARB PIC ZZZ9.9.
         05 FILLER PIC X(6) VALUE "G SUG ".
         05 W21-NUT-SUGAR PIC ZZZ9.9.
         05 FILLER PIC X(7) VALUE "G PROT ".
         05 W21-NUT-PROTEIN PIC ZZZ9.9.
         05 FILLER PIC X(6) VALUE "G SOD ".
         05 W21-NUT-SODIUM PIC ZZZZZ9.
         05 FILLER PIC X(3) VALUE "MG ".
         05 W21-NUT-FLAG PIC X(10).
       01 W21-NUTRITION-MISSING-LINE.
         05 FILLER PIC X(2) VALUE SPACES.
         05 FILLER PIC X(12) VALUE "PER PORTION ".
         05 W21-NUT-MISSING-TEXT PIC X(30).

       01 W08-EXCEPTION-TABLE.
         05 W08-EXCEPTION-COUNT PIC 9(5) VALUE 0.
         05 W08-EXCEPTION-LINE OCCURS 1000 TIMES PIC X(60).
           PERFORM 120-LOAD-PRICE-TABLE
           PERFORM 130-LOAD-CONVERSION-TABLE
           PERFORM 140-LOAD-ATTRIBUTE-TABLE
           PERFORM 150-LOAD-NUTRITION-TABLE
           DISPLAY "FILES OPENED".

       110-LOAD-RECIPE-TABLE.
               STOP RUN
           END-IF.

       150-LOAD-NUTRITION-TABLE.
           OPEN INPUT F69-NUTRITION-FACTS-FILE
           IF WS-NUTRITION-STATUS EQUAL TO "00"
               PERFORM UNTIL W01-NUTRITION-FILE-SWITCH = 'NO'
                   READ F69-NUTRITION-FACTS-FILE
                       AT END
                           MOVE 'NO' TO W01-NUTRITION-FILE-SWITCH
                       NOT AT END
                           PERFORM 155-STORE-NUTRITION-ENTRY
                   END-READ
               END-PERFORM
               CLOSE F69-NUTRITION-FACTS-FILE
               MOVE "YES" TO W01-NUTRITION-FILE-SWITCH
           ELSE
               MOVE 'NO' TO W01-NUTRITION-FILE-SWITCH
               DISPLAY "WARNING: NUTRITION FACTS NOT AVAILABLE "
                   "(STATUS " WS-NUTRITION-STATUS ") - NO NUTRITION "
                   "PRINTED ON MENU PACKET"
           END-IF.

       155-STORE-NUTRITION-ENTRY.
           IF W20-NUTR-COUNT LESS THAN 10000
               ADD 1 TO W20-NUTR-COUNT
               MOVE F69-RECIPE-NAME TO W20-NUTR-NAME(W20-NUTR-COUNT)
               MOVE F69-CALORIES TO W20-NUTR-CALORIES(W20-NUTR-COUNT)
               MOVE F69-FAT TO W20-NUTR-FAT(W20-NUTR-COUNT)
               MOVE F69-SAT-FAT TO W20-NUTR-SAT-FAT(W20-NUTR-COUNT)
               MOVE F69-CARB TO W20-NUTR-CARB(W20-NUTR-COUNT)
               MOVE F69-SUGAR TO W20-NUTR-SUGAR(W20-NUTR-COUNT)
               MOVE F69-PROTEIN TO W20-NUTR-PROTEIN(W20-NUTR-COUNT)
               MOVE F69-SODIUM TO W20-NUTR-SODIUM(W20-NUTR-COUNT)
               MOVE F69-STATUS TO W20-NUTR-STATUS(W20-NUTR-COUNT)
           ELSE
               DISPLAY "NUTRITION TABLE FULL AT 10000 RECIPES - "
                   "NutritionFacts.dat TOO LARGE - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       300-PROCESS-REQUESTS.
           READ F18-MENU-REQUEST-FILE
               AT END
               MOVE "YES" TO W18-COURSE-UNVERIFIED-SWITCH
           END-IF
           WRITE F19-MENU-PACKET-RECORD FROM W10-MENU-DETAIL
           IF W01-NUTRITION-FILE-SWITCH EQUAL TO "YES"
               PERFORM 550-WRITE-NUTRITION-LINE
           END-IF
           ADD W05-RECIPE-COST TO W05-COURSE-COST
           ADD W02-R-PREP(R) TO W05-COURSE-TIME
           ADD W02-R-BAKE(R) TO W05-COURSE-TIME.
               MOVE SPACES TO W19-ATTR-UNVERIFIED
           END-IF.

       550-WRITE-NUTRITION-LINE.
           MOVE 'NO' TO W01-NUTRITION-FOUND-SWITCH
           PERFORM VARYING K FROM 1 BY 1
             UNTIL K > W20-NUTR-COUNT
               IF W02-R-NAME(R) EQUAL TO W20-NUTR-NAME(K)
                   MOVE "YES" TO W01-NUTRITION-FOUND-SWITCH
                   MOVE W20-NUTR-CALORIES(K) TO W21-NUT-CALORIES
                   MOVE W20-NUTR-FAT(K) TO W21-NUT-FAT
                   MOVE W20-NUTR-SAT-FAT(K) TO W21-NUT-SAT-FAT
                   MOVE W20-NUTR-CARB(K) TO W21-NUT-CARB
                   MOVE W20-NUTR-SUGAR(K) TO W21-NUT-SUGAR
                   MOVE W20-NUTR-PROTEIN(K) TO W21-NUT-PROTEIN
                   MOVE W20-NUTR-SODIUM(K) TO W21-NUT-SODIUM
                   IF W20-NUTR-STATUS(K) EQUAL TO "C"
                       MOVE SPACES TO W21-NUT-FLAG
                   ELSE
                       MOVE "INCOMPLETE" TO W21-NUT-FLAG
                   END-IF
                   MOVE W20-NUTR-COUNT TO K
               END-IF
           END-PERFORM
           IF W01-NUTRITION-FOUND-SWITCH EQUAL TO "YES"
               WRITE F19-MENU-PACKET-RECORD FROM W21-NUTRITION-LINE
           ELSE
               MOVE "NUTRITION NOT AVAILABLE" TO W21-NUT-MISSING-TEXT
               WRITE F19-MENU-PACKET-RECORD FROM
                   W21-NUTRITION-MISSING-LINE
           END-IF.

       500-COST-ONE-RECIPE.
           MOVE 0 TO W05-RECIPE-COST
           MOVE 'NO' TO W01-RECIPE-INCOMPLETE-SWITCH
