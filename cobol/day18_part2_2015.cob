           05 WS-STEP-COUNT-DISP  PIC ZZZZ9.
           05 WS-TREND-LINE       PIC X(40) VALUE SPACES.

       COPY "seed_req.cpy".

       PROCEDURE DIVISION.
           ACCEPT RUN-STAMP FROM ENVIRONMENT "RUN_STAMP"
               ON EXCEPTION CONTINUE
               FUNCTION TRIM(RUN-STAMP).
       MAIN.
           PERFORM 0500-READ-PARAM-FILE.
           PERFORM 0700-SEED-FROM-PATTERNS.
           IF NOT SEED-BUILT
               PERFORM 1000-READ-INPUT
           END-IF.
           PERFORM 2000-SET-INITIAL-CORNERS.

           OPEN OUTPUT TREND-REPORT-FILE.
           DISPLAY FUNCTION TRIM(WS-DISPLAY-COUNT).
           DISPLAY "ANSWER=lights-on="
               FUNCTION TRIM(WS-DISPLAY-COUNT).
           IF SEED-BUILT AND SEED-WARNINGS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       
       0500-READ-PARAM-FILE.
               CLOSE PARAM-FILE
           END-IF.

      *    A pattern_placements.txt in the run directory makes
      *    GRID-SEEDER build the starting grid from the pattern
      *    library instead of reading input.txt.
       0700-SEED-FROM-PATTERNS.
           MOVE "AnimateLights" TO SEED-PROGRAM.
           MOVE WS-GRID-SIZE TO SEED-GRID-SIZE.
           CALL "GRID-SEEDER" USING SEED-REQUEST.
           IF SEED-FAILED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF SEED-BUILT
               PERFORM VARYING WS-Y FROM 1 BY 1
                   UNTIL WS-Y > WS-GRID-SIZE
                   PERFORM VARYING WS-X FROM 1 BY 1
                       UNTIL WS-X > WS-GRID-SIZE
                       IF SEED-ROW(WS-Y)(WS-X:1) = '#'
                           MOVE 1 TO WS-GRID-CELL(WS-Y, WS-X)
                       ELSE
                           MOVE 0 TO WS-GRID-CELL(WS-Y, WS-X)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       1000-READ-INPUT.
           OPEN INPUT INPUT-FILE.
           IF RUN-INFILE-STATUS NOT = "00"
