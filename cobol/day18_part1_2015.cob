           05 WS-PARITY-REM     PIC S9(4) COMP.
           05 DISPLAY-STABLE-STEP PIC ZZZZ9.

       COPY "seed_req.cpy".

       PROCEDURE DIVISION.
           ACCEPT RUN-STAMP FROM ENVIRONMENT "RUN_STAMP"
               ON EXCEPTION CONTINUE
               FUNCTION TRIM(RUN-STAMP).
       MAIN-PROCEDURE.
           PERFORM READ-PARAM-FILE.
           PERFORM SEED-FROM-PATTERNS.
           IF NOT SEED-BUILT
               PERFORM READ-INPUT-GRID
           END-IF.
           PERFORM VARYING STEP-NUM FROM 1 BY 1
                   UNTIL STEP-NUM > STEPS OR WS-IS-STABLE
               MOVE PREV-TABLE TO PREV2-TABLE
               DISPLAY "ANSWER=stable-step="
                   FUNCTION TRIM(DISPLAY-STABLE-STEP)
           END-IF.
           IF SEED-BUILT AND SEED-WARNINGS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *    A step is considered settled once the grid repeats a state
               CLOSE PARAM-FILE
           END-IF.

      *    A pattern_placements.txt in the run directory makes
      *    GRID-SEEDER build the starting grid from the pattern
      *    library instead of reading input.txt.
       SEED-FROM-PATTERNS.
           MOVE "GameOfLife" TO SEED-PROGRAM.
           MOVE GRID-SIZE TO SEED-GRID-SIZE.
           CALL "GRID-SEEDER" USING SEED-REQUEST.
           IF SEED-FAILED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF SEED-BUILT
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > GRID-SIZE
                   PERFORM VARYING J FROM 1 BY 1 UNTIL J > GRID-SIZE
                       IF SEED-ROW(I)(J:1) = '#'
                           MOVE 1 TO GRID-CELL(I, J)
                       ELSE
                           MOVE 0 TO GRID-CELL(I, J)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       READ-INPUT-GRID.
           OPEN INPUT INPUT-FILE.
           IF RUN-INFILE-STATUS NOT = "00"
