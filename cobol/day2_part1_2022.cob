               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

      *    Coaching analysis: for each player's section, how the
      *    opponent in column 1 plays and the single fixed answer that
      *    would have scored best against them under each rule.
           SELECT ANALYSIS-FILE ASSIGN TO 'league_analysis.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INPUT-FILE.
       FD  STANDINGS-FILE.
       01  STANDINGS-RECORD        PIC X(100).

       FD  ANALYSIS-FILE.
       01  ANALYSIS-RECORD         PIC X(100).

       WORKING-STORAGE SECTION.
       01  RUN-HEADER-FIELDS.
           05 RUN-STAMP          PIC X(32) VALUE SPACES.
       01 WS-RANK-DISP-2 PIC ZZ9.
       01 WS-LEAGUE-LINE PIC X(100).

      *    Opponent tendencies, one entry per player section. Shape
      *    subscripts run rock, paper, scissors; result subscripts
      *    are the opponent's win, loss, draw in the round before;
      *    fixed-answer subscripts are column 2 = X, Y, Z.
       01 WS-TENDENCY-TABLE.
           05 TD-ENTRY OCCURS 50 TIMES.
              10 TD-ROUNDS       PIC 9(6).
              10 TD-UNREADABLE   PIC 9(6).
              10 TD-FREQ         PIC 9(6) OCCURS 3 TIMES.
              10 TD-AFTER-S-RES  OCCURS 3 TIMES.
                 15 TD-AFTER-SHAPE PIC 9(6) OCCURS 3 TIMES.
              10 TD-AFTER-O-RES  OCCURS 3 TIMES.
                 15 TD-AFTER-OUT   PIC 9(6) OCCURS 3 TIMES.
              10 TD-STREAK       PIC 9(6) OCCURS 3 TIMES.
              10 TD-FIX-SHAPE    PIC 9(9) OCCURS 3 TIMES.
              10 TD-FIX-OUT      PIC 9(9) OCCURS 3 TIMES.
       01 LG-FIX-LETTERS PIC X(3) VALUE 'XYZ'.
       01 FILLER REDEFINES LG-FIX-LETTERS.
           05 LG-FIX-LETTER PIC X OCCURS 3 TIMES.
       01 LG-SHAPE-NAMES PIC X(24) VALUE 'ROCK    PAPER   SCISSORS'.
       01 FILLER REDEFINES LG-SHAPE-NAMES.
           05 LG-SHAPE-NAME PIC X(8) OCCURS 3 TIMES.
       01 LG-PLAN-NAMES PIC X(12) VALUE 'LOSEDRAWWIN '.
       01 FILLER REDEFINES LG-PLAN-NAMES.
           05 LG-PLAN-NAME PIC X(4) OCCURS 3 TIMES.
       01 LG-RESULT-NAMES PIC X(12) VALUE 'WIN LOSSDRAW'.
       01 FILLER REDEFINES LG-RESULT-NAMES.
           05 LG-RESULT-NAME PIC X(4) OCCURS 3 TIMES.
       01 LG-SHAPE-IX PIC 9.
       01 LG-RESULT-IX PIC 9.
       01 LG-FIX-IX PIC 9.
       01 LG-BEST-IX PIC 9.
       01 LG-TIE-FLAG PIC X.
       01 LG-PREV-SHAPE-IX PIC 9 VALUE 0.
       01 LG-PREV-RES-SHAPE PIC 9.
       01 LG-PREV-RES-OUT PIC 9.
       01 LG-RUN-LENGTH PIC 9(6) VALUE 0.
       01 LG-SAVE-COL2 PIC X.
       01 LG-COUNT PIC 9(6) OCCURS 3 TIMES.
       01 LG-COUNT-DISP-1 PIC ZZZZZ9.
       01 LG-COUNT-DISP-2 PIC ZZZZZ9.
       01 LG-COUNT-DISP-3 PIC ZZZZZ9.
       01 LG-LABEL PIC X(32).

       PROCEDURE DIVISION.
           ACCEPT RUN-STAMP FROM ENVIRONMENT "RUN_STAMP"
               ON EXCEPTION CONTINUE
           PERFORM RANK-BY-OUTCOME-RULE.
           PERFORM WRITE-STANDINGS.
           CLOSE STANDINGS-FILE.
           PERFORM WRITE-LEAGUE-ANALYSIS.
           MOVE WS-PLAYER-COUNT TO WS-RANK-DISP.
           DISPLAY "ANSWER=league-players="
               FUNCTION TRIM(WS-RANK-DISP).
               MOVE LG-TOK-2 TO PL-NAME(WS-PLAYER-COUNT)
               MOVE 0 TO PL-SHAPE-SCORE(WS-PLAYER-COUNT)
               MOVE 0 TO PL-OUT-SCORE(WS-PLAYER-COUNT)
               INITIALIZE TD-ENTRY(WS-PLAYER-COUNT)
               MOVE 0 TO LG-PREV-SHAPE-IX LG-RUN-LENGTH
               EXIT PARAGRAPH
           END-IF.
           IF WS-PLAYER-COUNT = 0
           PERFORM DERIVE-LEAGUE-MOVE.
           PERFORM SCORE-LEAGUE-MOVE.
           ADD LG-SCORE TO PL-OUT-SCORE(WS-PLAYER-COUNT).
           PERFORM ANALYZE-LEAGUE-ROUND.

      *    Scores one round for LG-OPP versus LG-MOVE: shape points
      *    plus 6/3/0 for win/draw/loss, same table as the single-
               INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.

      *    Tendencies of the opponent in each player's section: the
      *    column-1 shapes they throw, what they throw after winning,
      *    losing or drawing the round before (the result depends on
      *    which rule reads column 2, so both are kept), and how long
      *    they stay on one shape. Every round is also replayed
      *    against each fixed answer -- the same column 2 every round
      *    -- under both rules, so the best fixed counter is known.
       ANALYZE-LEAGUE-ROUND.
           EVALUATE LG-OPP
               WHEN 'A' MOVE 1 TO LG-SHAPE-IX
               WHEN 'B' MOVE 2 TO LG-SHAPE-IX
               WHEN 'C' MOVE 3 TO LG-SHAPE-IX
               WHEN OTHER
                   ADD 1 TO TD-UNREADABLE(WS-PLAYER-COUNT)
                   EXIT PARAGRAPH
           END-EVALUATE.
           ADD 1 TO TD-ROUNDS(WS-PLAYER-COUNT).
           ADD 1 TO TD-FREQ(WS-PLAYER-COUNT, LG-SHAPE-IX).
           IF LG-PREV-SHAPE-IX > 0
               ADD 1 TO TD-AFTER-SHAPE(WS-PLAYER-COUNT,
                   LG-PREV-RES-SHAPE, LG-SHAPE-IX)
               ADD 1 TO TD-AFTER-OUT(WS-PLAYER-COUNT,
                   LG-PREV-RES-OUT, LG-SHAPE-IX)
           END-IF.
           IF LG-SHAPE-IX = LG-PREV-SHAPE-IX
               ADD 1 TO LG-RUN-LENGTH
           ELSE
               MOVE 1 TO LG-RUN-LENGTH
           END-IF.
           IF LG-RUN-LENGTH > TD-STREAK(WS-PLAYER-COUNT, LG-SHAPE-IX)
               MOVE LG-RUN-LENGTH
                   TO TD-STREAK(WS-PLAYER-COUNT, LG-SHAPE-IX)
           END-IF.
      *    This round's result for the opponent under each rule.
           MOVE LG-COL2 TO LG-MOVE.
           PERFORM SCORE-LEAGUE-MOVE.
           PERFORM SET-LEAGUE-RESULT.
           MOVE LG-RESULT-IX TO LG-PREV-RES-SHAPE.
           PERFORM DERIVE-LEAGUE-MOVE.
           PERFORM SCORE-LEAGUE-MOVE.
           PERFORM SET-LEAGUE-RESULT.
           MOVE LG-RESULT-IX TO LG-PREV-RES-OUT.
           MOVE LG-SHAPE-IX TO LG-PREV-SHAPE-IX.
      *    The fixed answers, X, Y and Z in turn.
           MOVE LG-COL2 TO LG-SAVE-COL2.
           PERFORM VARYING LG-FIX-IX FROM 1 BY 1 UNTIL LG-FIX-IX > 3
               MOVE LG-FIX-LETTER(LG-FIX-IX) TO LG-MOVE
               PERFORM SCORE-LEAGUE-MOVE
               ADD LG-SCORE TO TD-FIX-SHAPE(WS-PLAYER-COUNT, LG-FIX-IX)
               MOVE LG-FIX-LETTER(LG-FIX-IX) TO LG-COL2
               PERFORM DERIVE-LEAGUE-MOVE
               PERFORM SCORE-LEAGUE-MOVE
               ADD LG-SCORE TO TD-FIX-OUT(WS-PLAYER-COUNT, LG-FIX-IX)
           END-PERFORM.
           MOVE LG-SAVE-COL2 TO LG-COL2.

      *    LG-SCORE minus the shape points leaves 6, 3 or 0 for the
      *    player; the opponent's result is the reverse.
       SET-LEAGUE-RESULT.
           EVALUATE TRUE
               WHEN LG-SCORE > 6 MOVE 2 TO LG-RESULT-IX
               WHEN LG-SCORE > 3 MOVE 3 TO LG-RESULT-IX
               WHEN OTHER MOVE 1 TO LG-RESULT-IX
           END-EVALUATE.

       WRITE-LEAGUE-ANALYSIS.
           OPEN OUTPUT ANALYSIS-FILE.
           MOVE SPACES TO WS-LEAGUE-LINE.
           PERFORM VARYING WS-PLAYER-SUB FROM 1 BY 1
                   UNTIL WS-PLAYER-SUB > WS-PLAYER-COUNT
               PERFORM WRITE-PLAYER-ANALYSIS
           END-PERFORM.
           CLOSE ANALYSIS-FILE.
           MOVE WS-PLAYER-COUNT TO WS-RANK-DISP.
           DISPLAY "LEAGUE ANALYSIS WRITTEN FOR "
               FUNCTION TRIM(WS-RANK-DISP) " PLAYERS".

       WRITE-PLAYER-ANALYSIS.
           MOVE TD-ROUNDS(WS-PLAYER-SUB) TO WS-SCORE-DISP.
           STRING 'PLAYER ' DELIMITED BY SIZE
               FUNCTION TRIM(PL-NAME(WS-PLAYER-SUB)) DELIMITED BY SIZE
               ' ROUNDS ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-SCORE-DISP) DELIMITED BY SIZE
               INTO WS-LEAGUE-LINE
           END-STRING.
           IF TD-UNREADABLE(WS-PLAYER-SUB) > 0
               MOVE TD-UNREADABLE(WS-PLAYER-SUB) TO WS-SCORE-DISP
               MOVE WS-LEAGUE-LINE TO ANALYSIS-RECORD
               MOVE SPACES TO WS-LEAGUE-LINE
               STRING FUNCTION TRIM(ANALYSIS-RECORD) DELIMITED BY SIZE
                   ' (' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SCORE-DISP) DELIMITED BY SIZE
                   ' UNREADABLE NOT ANALYZED)' DELIMITED BY SIZE
                   INTO WS-LEAGUE-LINE
               END-STRING
           END-IF.
           PERFORM WRITE-ANALYSIS-LINE.
           MOVE '  OPPONENT THROWS' TO LG-LABEL.
           PERFORM VARYING LG-SHAPE-IX FROM 1 BY 1
                   UNTIL LG-SHAPE-IX > 3
               MOVE TD-FREQ(WS-PLAYER-SUB, LG-SHAPE-IX)
                   TO LG-COUNT(LG-SHAPE-IX)
           END-PERFORM.
           PERFORM WRITE-SHAPE-COUNT-LINE.
           PERFORM VARYING LG-RESULT-IX FROM 1 BY 1
                   UNTIL LG-RESULT-IX > 3
               MOVE SPACES TO LG-LABEL
               STRING '  AFTER ' DELIMITED BY SIZE
                   LG-RESULT-NAME(LG-RESULT-IX) DELIMITED BY SIZE
                   ' (SHAPE RULE)' DELIMITED BY SIZE
                   INTO LG-LABEL
               END-STRING
               PERFORM VARYING LG-SHAPE-IX FROM 1 BY 1
                       UNTIL LG-SHAPE-IX > 3
                   MOVE TD-AFTER-SHAPE(WS-PLAYER-SUB, LG-RESULT-IX,
                       LG-SHAPE-IX) TO LG-COUNT(LG-SHAPE-IX)
               END-PERFORM
               PERFORM WRITE-SHAPE-COUNT-LINE
               MOVE SPACES TO LG-LABEL
               STRING '  AFTER ' DELIMITED BY SIZE
                   LG-RESULT-NAME(LG-RESULT-IX) DELIMITED BY SIZE
                   ' (OUTCOME RULE)' DELIMITED BY SIZE
                   INTO LG-LABEL
               END-STRING
               PERFORM VARYING LG-SHAPE-IX FROM 1 BY 1
                       UNTIL LG-SHAPE-IX > 3
                   MOVE TD-AFTER-OUT(WS-PLAYER-SUB, LG-RESULT-IX,
                       LG-SHAPE-IX) TO LG-COUNT(LG-SHAPE-IX)
               END-PERFORM
               PERFORM WRITE-SHAPE-COUNT-LINE
           END-PERFORM.
           MOVE '  LONGEST STREAK' TO LG-LABEL.
           PERFORM VARYING LG-SHAPE-IX FROM 1 BY 1
                   UNTIL LG-SHAPE-IX > 3
               MOVE TD-STREAK(WS-PLAYER-SUB, LG-SHAPE-IX)
                   TO LG-COUNT(LG-SHAPE-IX)
           END-PERFORM.
           PERFORM WRITE-SHAPE-COUNT-LINE.
      *    Best fixed answer under each rule against what was scored.
           MOVE 1 TO LG-BEST-IX.
           PERFORM VARYING LG-FIX-IX FROM 2 BY 1 UNTIL LG-FIX-IX > 3
               IF TD-FIX-SHAPE(WS-PLAYER-SUB, LG-FIX-IX)
                   > TD-FIX-SHAPE(WS-PLAYER-SUB, LG-BEST-IX)
                   MOVE LG-FIX-IX TO LG-BEST-IX
               END-IF
           END-PERFORM.
           MOVE TD-FIX-SHAPE(WS-PLAYER-SUB, LG-BEST-IX)
               TO WS-SCORE-DISP.
           MOVE PL-SHAPE-SCORE(WS-PLAYER-SUB) TO WS-SCORE-DISP-2.
           STRING '  BEST FIXED COUNTER (SHAPE RULE): ALWAYS '
                   DELIMITED BY SIZE
               LG-FIX-LETTER(LG-BEST-IX) DELIMITED BY SIZE
               ' = ' DELIMITED BY SIZE
               LG-SHAPE-NAME(LG-BEST-IX) DELIMITED BY SPACE
               ' SCORES ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-SCORE-DISP) DELIMITED BY SIZE
               ' (ACTUAL ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-SCORE-DISP-2) DELIMITED BY SIZE
               ')' DELIMITED BY SIZE
               INTO WS-LEAGUE-LINE
           END-STRING.
           PERFORM WRITE-ANALYSIS-LINE.
           MOVE 1 TO LG-BEST-IX.
           PERFORM VARYING LG-FIX-IX FROM 2 BY 1 UNTIL LG-FIX-IX > 3
               IF TD-FIX-OUT(WS-PLAYER-SUB, LG-FIX-IX)
                   > TD-FIX-OUT(WS-PLAYER-SUB, LG-BEST-IX)
                   MOVE LG-FIX-IX TO LG-BEST-IX
               END-IF
           END-PERFORM.
           MOVE TD-FIX-OUT(WS-PLAYER-SUB, LG-BEST-IX)
               TO WS-SCORE-DISP.
           MOVE PL-OUT-SCORE(WS-PLAYER-SUB) TO WS-SCORE-DISP-2.
           STRING '  BEST FIXED COUNTER (OUTCOME RULE): ALWAYS '
                   DELIMITED BY SIZE
               LG-FIX-LETTER(LG-BEST-IX) DELIMITED BY SIZE
               ' = ' DELIMITED BY SIZE
               LG-PLAN-NAME(LG-BEST-IX) DELIMITED BY SPACE
               ' SCORES ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-SCORE-DISP) DELIMITED BY SIZE
               ' (ACTUAL ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-SCORE-DISP-2) DELIMITED BY SIZE
               ')' DELIMITED BY SIZE
               INTO WS-LEAGUE-LINE
           END-STRING.
           PERFORM WRITE-ANALYSIS-LINE.
           PERFORM WRITE-ANALYSIS-LINE.

      *    LG-LABEL, then rock/paper/scissors counts from LG-COUNT,
      *    then the shape that leads them (none on a tie for first).
       WRITE-SHAPE-COUNT-LINE.
           MOVE 0 TO LG-BEST-IX.
           MOVE 'N' TO LG-TIE-FLAG.
           PERFORM VARYING LG-FIX-IX FROM 1 BY 1 UNTIL LG-FIX-IX > 3
               EVALUATE TRUE
                   WHEN LG-COUNT(LG-FIX-IX) = 0
                       CONTINUE
                   WHEN LG-BEST-IX = 0
                       MOVE LG-FIX-IX TO LG-BEST-IX
                   WHEN LG-COUNT(LG-FIX-IX) > LG-COUNT(LG-BEST-IX)
                       MOVE LG-FIX-IX TO LG-BEST-IX
                       MOVE 'N' TO LG-TIE-FLAG
                   WHEN LG-COUNT(LG-FIX-IX) = LG-COUNT(LG-BEST-IX)
                       MOVE 'Y' TO LG-TIE-FLAG
               END-EVALUATE
           END-PERFORM.
           MOVE LG-COUNT(1) TO LG-COUNT-DISP-1.
           MOVE LG-COUNT(2) TO LG-COUNT-DISP-2.
           MOVE LG-COUNT(3) TO LG-COUNT-DISP-3.
           STRING LG-LABEL DELIMITED BY SIZE
               ' ROCK ' DELIMITED BY SIZE
               LG-COUNT-DISP-1 DELIMITED BY SIZE
               '  PAPER ' DELIMITED BY SIZE
               LG-COUNT-DISP-2 DELIMITED BY SIZE
               '  SCISSORS ' DELIMITED BY SIZE
               LG-COUNT-DISP-3 DELIMITED BY SIZE
               INTO WS-LEAGUE-LINE
           END-STRING.
           MOVE WS-LEAGUE-LINE TO ANALYSIS-RECORD.
           MOVE SPACES TO WS-LEAGUE-LINE.
           EVALUATE TRUE
               WHEN LG-BEST-IX = 0
                   STRING ANALYSIS-RECORD(1:76) DELIMITED BY SIZE
                       '  NO ROUNDS' DELIMITED BY SIZE
                       INTO WS-LEAGUE-LINE
                   END-STRING
               WHEN LG-TIE-FLAG = 'Y'
                   STRING ANALYSIS-RECORD(1:76) DELIMITED BY SIZE
                       '  NO CLEAR LEAN' DELIMITED BY SIZE
                       INTO WS-LEAGUE-LINE
                   END-STRING
               WHEN OTHER
                   STRING ANALYSIS-RECORD(1:76) DELIMITED BY SIZE
                       '  LEANS ' DELIMITED BY SIZE
                       LG-SHAPE-NAME(LG-BEST-IX) DELIMITED BY SPACE
                       INTO WS-LEAGUE-LINE
                   END-STRING
           END-EVALUATE.
           PERFORM WRITE-ANALYSIS-LINE.

       WRITE-ANALYSIS-LINE.
           MOVE WS-LEAGUE-LINE TO ANALYSIS-RECORD.
           WRITE ANALYSIS-RECORD.
           MOVE SPACES TO WS-LEAGUE-LINE.
