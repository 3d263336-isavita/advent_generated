               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MODE-FILE-STATUS.

      *    Checkpoint of grains settled so far: a CHECKPOINT-GUARD
      *    header record, then one "x,y" per line. Reloaded at
      *    startup (if present and taken against this same input.txt)
      *    so a simulation that was interrupted resumes instead of
      *    restarting from grain one; truncated empty once a run
      *    finishes cleanly.
           SELECT CHECKPOINT-FILE ASSIGN TO 'sand_checkpoint.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECKPOINT-FILE-STATUS.
           SELECT SOURCE-REPORT-FILE ASSIGN TO 'source_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

      *    Rendered picture of the cave once the sand has settled.
           SELECT MAP-FILE ASSIGN TO 'cave_map.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

      *    Optional "x1 y1 x2 y2" window limiting what cave_map.txt
      *    draws. Missing file draws the whole populated cave.
           SELECT WINDOW-FILE ASSIGN TO 'map_window.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WINDOW-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE.
       01  MODE-RECORD             PIC X(10).

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD       PIC X(212).

       FD  SOURCES-FILE.
       01  SOURCES-RECORD          PIC X(20).
       FD  SOURCE-REPORT-FILE.
       01  SOURCE-REPORT-RECORD    PIC X(80).

       FD  MAP-FILE.
       01  MAP-RECORD              PIC X(1010).

       FD  WINDOW-FILE.
       01  WINDOW-RECORD           PIC X(40).

       WORKING-STORAGE SECTION.
       01  RUN-HEADER-FIELDS.
           05 RUN-STAMP          PIC X(32) VALUE SPACES.
           88 CHECKPOINT-FILE-OK       VALUE '00'.
       01  EOF-FLAG                PIC X VALUE 'N'.
       01  CP-EOF-FLAG             PIC X VALUE 'N'.
       01  CP-RESUME-FLAG          PIC X VALUE 'N'.

       01  SIM-MODE                PIC X VALUE 'A'.
           88 SIM-MODE-FULL            VALUE 'F'.
           05  CP-X             PIC 9(4).
           05  CP-Y             PIC 9(4).

      *    Cave map rendering.
       01  WINDOW-FILE-STATUS      PIC XX.
       01  MAP-WINDOW-FLAG         PIC X VALUE 'N'.
       01  MAP-BOX-FLAG            PIC X VALUE 'N'.
       01  MAP-LOW-X               PIC 9(4) VALUE 0.
       01  MAP-HIGH-X              PIC 9(4) VALUE 0.
       01  MAP-LOW-Y               PIC 9(4) VALUE 0.
       01  MAP-HIGH-Y              PIC 9(4) VALUE 0.
       01  MAP-X                   PIC 9(4).
       01  MAP-Y                   PIC 9(4).
       01  MAP-POS                 PIC 9(4).
       01  MAP-WIDTH               PIC 9(4).
       01  MAP-HEIGHT              PIC 9(4).
       01  MAP-DIGIT-POS           PIC 9.
       01  MAP-X-DIGITS            PIC 9(4).
       01  MAP-ROW-LABEL           PIC ZZZ9.
       01  MAP-ROCK-TOTAL          PIC 9(9) VALUE 0.
       01  MAP-SAND-TOTAL          PIC 9(9) VALUE 0.
       01  MAP-TOK-1               PIC X(10).
       01  MAP-TOK-2               PIC X(10).
       01  MAP-TOK-3               PIC X(10).
       01  MAP-TOK-4               PIC X(10).
       01  MAP-DISP-1              PIC ZZZZZZZZ9.
       01  MAP-DISP-2              PIC ZZZZZZZZ9.
       01  MAP-DISP-3              PIC ZZZZZZZZ9.
       01  MAP-DISP-4              PIC ZZZZZZZZ9.
       01  MAP-LINE                PIC X(1010) VALUE SPACES.
       01  MAP-LINE-2              PIC X(1010) VALUE SPACES.

       COPY "ckpt_req.cpy".

       PROCEDURE DIVISION.
           ACCEPT RUN-STAMP FROM ENVIRONMENT "RUN_STAMP"
               ON EXCEPTION CONTINUE
           DISPLAY SAND-COUNT.
           DISPLAY "ANSWER=sand-count=" SAND-COUNT.
           PERFORM 6000-WRITE-SOURCE-REPORT.
           PERFORM 7000-WRITE-CAVE-MAP.
           STOP RUN.

       1000-INITIALIZE.
               END-PERFORM
           END-IF.

      *    Only a checkpoint whose header shows it was taken against
      *    this same input.txt is resumed; any other is refused and
      *    replaced by a fresh one.
       4000-LOAD-CHECKPOINT.
           MOVE "SAND-FILLING" TO CKR-OWNER.
           MOVE "input.txt" TO CKR-INPUT-NAME.
           MOVE RUN-STAMP TO CKR-STAMP.
           SET CKR-PREPARE TO TRUE.
           CALL "CHECKPOINT-GUARD" USING CHECKPOINT-REQUEST.
           OPEN INPUT CHECKPOINT-FILE.
           IF CHECKPOINT-FILE-OK
               PERFORM 4050-CHECK-CHECKPOINT-HEADER
           END-IF.
           IF CP-RESUME-FLAG = 'Y'
               PERFORM UNTIL CP-EOF-FLAG = 'Y'
                   READ CHECKPOINT-FILE INTO CHECKPOINT-RECORD
                       AT END MOVE 'Y' TO CP-EOF-FLAG
           ELSE
               CLOSE CHECKPOINT-FILE
               OPEN OUTPUT CHECKPOINT-FILE
               SET CKR-BUILD-HEADER TO TRUE
               CALL "CHECKPOINT-GUARD" USING CHECKPOINT-REQUEST
               MOVE CKR-HEADER TO CHECKPOINT-RECORD
               WRITE CHECKPOINT-RECORD
           END-IF.

       4050-CHECK-CHECKPOINT-HEADER.
           READ CHECKPOINT-FILE INTO CKR-HEADER
               AT END EXIT PARAGRAPH
           END-READ.
           SET CKR-CHECK TO TRUE.
           CALL "CHECKPOINT-GUARD" USING CHECKPOINT-REQUEST.
           IF CKR-VALID
               MOVE 'Y' TO CP-RESUME-FLAG
               DISPLAY "RESUMING FROM " FUNCTION TRIM(CKR-MESSAGE)
           ELSE
               DISPLAY "CHECKPOINT REFUSED: " FUNCTION TRIM(CKR-MESSAGE)
           END-IF.

       4100-RESTORE-GRAIN.
               WRITE SOURCE-REPORT-RECORD
           END-PERFORM.
           CLOSE SOURCE-REPORT-FILE.

      *    Rendered cave for reviewing a scan: rock '#', settled sand
      *    'o', pour sources '+', and in FULL mode the floor '='.
      *    The picture is cropped to the box holding every rock, grain
      *    and source (plus the floor in FULL mode) unless
      *    map_window.txt names a window of its own. Three ruler lines
      *    give the x coordinate a digit at a time; each row starts
      *    with its y.
       7000-WRITE-CAVE-MAP.
           PERFORM 7100-FIND-BOUNDING-BOX.
           PERFORM 7200-READ-MAP-WINDOW.
           OPEN OUTPUT MAP-FILE.
           MOVE MAP-LOW-X TO MAP-DISP-1.
           MOVE MAP-LOW-Y TO MAP-DISP-2.
           MOVE MAP-HIGH-X TO MAP-DISP-3.
           MOVE MAP-HIGH-Y TO MAP-DISP-4.
           STRING "CAVE MAP X " DELIMITED BY SIZE
               FUNCTION TRIM(MAP-DISP-1) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               FUNCTION TRIM(MAP-DISP-3) DELIMITED BY SIZE
               " Y " DELIMITED BY SIZE
               FUNCTION TRIM(MAP-DISP-2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               FUNCTION TRIM(MAP-DISP-4) DELIMITED BY SIZE
               INTO MAP-LINE
           END-STRING.
           IF MAP-WINDOW-FLAG = 'Y'
               STRING FUNCTION TRIM(MAP-LINE) DELIMITED BY SIZE
                   " (WINDOW FROM map_window.txt)" DELIMITED BY SIZE
                   INTO MAP-LINE-2
               END-STRING
               MOVE MAP-LINE-2 TO MAP-LINE
               MOVE SPACES TO MAP-LINE-2
           END-IF.
           PERFORM 7900-WRITE-MAP-LINE.
           IF SIM-MODE-FULL
               MOVE "# ROCK  o SAND  + SOURCE  = FLOOR" TO MAP-LINE
           ELSE
               MOVE "# ROCK  o SAND  + SOURCE" TO MAP-LINE
           END-IF.
           PERFORM 7900-WRITE-MAP-LINE.
           PERFORM 7900-WRITE-MAP-LINE.
           PERFORM 7300-WRITE-COLUMN-RULER.
           PERFORM VARYING MAP-Y FROM MAP-LOW-Y BY 1
               UNTIL MAP-Y > MAP-HIGH-Y
               PERFORM 7400-WRITE-MAP-ROW
           END-PERFORM.
           PERFORM 7900-WRITE-MAP-LINE.
           MOVE MAP-ROCK-TOTAL TO MAP-DISP-1.
           MOVE MAP-SAND-TOTAL TO MAP-DISP-2.
           STRING "ROCK CELLS " DELIMITED BY SIZE
               FUNCTION TRIM(MAP-DISP-1) DELIMITED BY SIZE
               " SAND GRAINS " DELIMITED BY SIZE
               FUNCTION TRIM(MAP-DISP-2) DELIMITED BY SIZE
               INTO MAP-LINE
           END-STRING.
           PERFORM 7900-WRITE-MAP-LINE.
      *    Every settled grain is on the grid, so the grains drawn
      *    across the whole cave must equal the reported count.
           IF MAP-SAND-TOTAL = SAND-COUNT
               MOVE "MAP SAND AGREES WITH SAND COUNT" TO MAP-LINE
           ELSE
               MOVE "MAP SAND DOES NOT AGREE WITH SAND COUNT"
                   TO MAP-LINE
               DISPLAY "cave_map.txt SAND DOES NOT AGREE WITH SAND"
                   " COUNT"
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 7900-WRITE-MAP-LINE.
           CLOSE MAP-FILE.
           COMPUTE MAP-WIDTH = MAP-HIGH-X - MAP-LOW-X + 1.
           COMPUTE MAP-HEIGHT = MAP-HIGH-Y - MAP-LOW-Y + 1.
           MOVE MAP-WIDTH TO MAP-DISP-1.
           MOVE MAP-HEIGHT TO MAP-DISP-2.
           DISPLAY "CAVE MAP WRITTEN " FUNCTION TRIM(MAP-DISP-1)
               "x" FUNCTION TRIM(MAP-DISP-2).

       7100-FIND-BOUNDING-BOX.
           MOVE 0 TO MAP-ROCK-TOTAL MAP-SAND-TOTAL.
           MOVE 'N' TO MAP-BOX-FLAG.
           PERFORM VARYING MAP-X FROM 0 BY 1 UNTIL MAP-X > 999
               PERFORM VARYING MAP-Y FROM 0 BY 1 UNTIL MAP-Y > 999
                   IF CELL-OCCUPIED(MAP-X + 1, MAP-Y + 1) NOT = SPACE
                       IF CELL-OCCUPIED(MAP-X + 1, MAP-Y + 1) = 'o'
                           ADD 1 TO MAP-SAND-TOTAL
                       ELSE
                           ADD 1 TO MAP-ROCK-TOTAL
                       END-IF
                       PERFORM 7150-EXTEND-BOX
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING SOURCE-SCAN FROM 1 BY 1
               UNTIL SOURCE-SCAN > SOURCE-COUNT
               MOVE SRC-X(SOURCE-SCAN) TO MAP-X
               MOVE SRC-Y(SOURCE-SCAN) TO MAP-Y
               PERFORM 7150-EXTEND-BOX
           END-PERFORM.
           IF SIM-MODE-FULL AND FLOOR-Y <= 999
               MOVE MAP-LOW-X TO MAP-X
               MOVE FLOOR-Y TO MAP-Y
               PERFORM 7150-EXTEND-BOX
           END-IF.

       7150-EXTEND-BOX.
           IF MAP-BOX-FLAG = 'N'
               MOVE 'Y' TO MAP-BOX-FLAG
               MOVE MAP-X TO MAP-LOW-X MAP-HIGH-X
               MOVE MAP-Y TO MAP-LOW-Y MAP-HIGH-Y
               EXIT PARAGRAPH
           END-IF.
           IF MAP-X < MAP-LOW-X
               MOVE MAP-X TO MAP-LOW-X
           END-IF.
           IF MAP-X > MAP-HIGH-X
               MOVE MAP-X TO MAP-HIGH-X
           END-IF.
           IF MAP-Y < MAP-LOW-Y
               MOVE MAP-Y TO MAP-LOW-Y
           END-IF.
           IF MAP-Y > MAP-HIGH-Y
               MOVE MAP-Y TO MAP-HIGH-Y
           END-IF.

      *    Optional map_window.txt: "x1 y1 x2 y2", the top-left and
      *    bottom-right corners to draw. A window that is incomplete,
      *    inside out or off the grid is reported and the bounding
      *    box drawn instead.
       7200-READ-MAP-WINDOW.
           MOVE 'N' TO MAP-WINDOW-FLAG.
           OPEN INPUT WINDOW-FILE.
           IF WINDOW-FILE-STATUS NOT = '00'
               CLOSE WINDOW-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WINDOW-RECORD.
           PERFORM UNTIL WINDOW-FILE-STATUS NOT = '00'
               OR (WINDOW-RECORD NOT = SPACES
                   AND WINDOW-RECORD(1:1) NOT = '*')
               READ WINDOW-FILE
                   AT END MOVE SPACES TO WINDOW-RECORD
               END-READ
           END-PERFORM.
           CLOSE WINDOW-FILE.
           IF WINDOW-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO MAP-TOK-1 MAP-TOK-2 MAP-TOK-3 MAP-TOK-4.
           UNSTRING WINDOW-RECORD DELIMITED BY ALL SPACE
               INTO MAP-TOK-1, MAP-TOK-2, MAP-TOK-3, MAP-TOK-4
           END-UNSTRING.
           IF FUNCTION TRIM(MAP-TOK-1) IS NOT NUMERIC
               OR FUNCTION TRIM(MAP-TOK-2) IS NOT NUMERIC
               OR FUNCTION TRIM(MAP-TOK-3) IS NOT NUMERIC
               OR FUNCTION TRIM(MAP-TOK-4) IS NOT NUMERIC
               PERFORM 7250-REJECT-WINDOW
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION NUMVAL(MAP-TOK-1) > FUNCTION NUMVAL(MAP-TOK-3)
               OR FUNCTION NUMVAL(MAP-TOK-2)
                   > FUNCTION NUMVAL(MAP-TOK-4)
               OR FUNCTION NUMVAL(MAP-TOK-3) > 999
               OR FUNCTION NUMVAL(MAP-TOK-4) > 999
               PERFORM 7250-REJECT-WINDOW
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(MAP-TOK-1) TO MAP-LOW-X.
           MOVE FUNCTION NUMVAL(MAP-TOK-2) TO MAP-LOW-Y.
           MOVE FUNCTION NUMVAL(MAP-TOK-3) TO MAP-HIGH-X.
           MOVE FUNCTION NUMVAL(MAP-TOK-4) TO MAP-HIGH-Y.
           MOVE 'Y' TO MAP-WINDOW-FLAG.

       7250-REJECT-WINDOW.
           DISPLAY "INVALID map_window.txt LINE IGNORED: "
               FUNCTION TRIM(WINDOW-RECORD).

      *    Hundreds, tens and units of each x, one line apiece, so
      *    any column can be read straight down.
       7300-WRITE-COLUMN-RULER.
           PERFORM VARYING MAP-DIGIT-POS FROM 1 BY 1
               UNTIL MAP-DIGIT-POS > 3
               PERFORM VARYING MAP-X FROM MAP-LOW-X BY 1
                   UNTIL MAP-X > MAP-HIGH-X
                   MOVE MAP-X TO MAP-X-DIGITS
                   COMPUTE MAP-POS = MAP-X - MAP-LOW-X + 6
                   MOVE MAP-X-DIGITS(MAP-DIGIT-POS + 1:1)
                       TO MAP-LINE(MAP-POS:1)
               END-PERFORM
               PERFORM 7900-WRITE-MAP-LINE
           END-PERFORM.

       7400-WRITE-MAP-ROW.
           MOVE MAP-Y TO MAP-ROW-LABEL.
           MOVE MAP-ROW-LABEL TO MAP-LINE(1:4).
           PERFORM VARYING MAP-X FROM MAP-LOW-X BY 1
               UNTIL MAP-X > MAP-HIGH-X
               COMPUTE MAP-POS = MAP-X - MAP-LOW-X + 6
               EVALUATE TRUE
                   WHEN CELL-OCCUPIED(MAP-X + 1, MAP-Y + 1) = 'o'
                       MOVE 'o' TO MAP-LINE(MAP-POS:1)
                   WHEN CELL-OCCUPIED(MAP-X + 1, MAP-Y + 1) = '#'
                       MOVE '#' TO MAP-LINE(MAP-POS:1)
                   WHEN SIM-MODE-FULL AND MAP-Y = FLOOR-Y
                       MOVE '=' TO MAP-LINE(MAP-POS:1)
                   WHEN OTHER
                       MOVE '.' TO MAP-LINE(MAP-POS:1)
               END-EVALUATE
           END-PERFORM.
           PERFORM VARYING SOURCE-SCAN FROM 1 BY 1
               UNTIL SOURCE-SCAN > SOURCE-COUNT
               IF SRC-Y(SOURCE-SCAN) = MAP-Y
                   AND SRC-X(SOURCE-SCAN) >= MAP-LOW-X
                   AND SRC-X(SOURCE-SCAN) <= MAP-HIGH-X
                   COMPUTE MAP-POS = SRC-X(SOURCE-SCAN) - MAP-LOW-X + 6
                   MOVE '+' TO MAP-LINE(MAP-POS:1)
               END-IF
           END-PERFORM.
           PERFORM 7900-WRITE-MAP-LINE.

       7900-WRITE-MAP-LINE.
           MOVE MAP-LINE TO MAP-RECORD.
           WRITE MAP-RECORD.
           MOVE SPACES TO MAP-LINE.
