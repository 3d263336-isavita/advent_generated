       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRID-SEEDER.

      *    Builds a starting grid for the light-grid programs
      *    (GameOfLife, AnimateLights) from named patterns instead of
      *    a hand-drawn input.txt. The blinker, glider and block are
      *    built in; pattern_library.txt adds the site's own patterns,
      *    each a PATTERN <name> line, its rows of '#' (on) and '.'
      *    (off), and an END line -- at most 50 patterns in all, of up
      *    to 40 x 40, and a built-in name cannot be redefined. The
      *    library file may be left out when every placement names a
      *    built-in pattern. pattern_placements.txt lists one
      *    placement per line: <name> <row> <col> [<rotation>], where
      *    row and col are the grid row and column (1 = top/left) that
      *    the rotated pattern's top-left corner lands on, and
      *    rotation is 0, 90, 180 or 270 degrees clockwise (default
      *    0). Placements are laid down in file order on a blank
      *    field; cells falling off the grid are dropped and cells
      *    already on are left on, and both are reported in
      *    seed_report.txt. The assembled grid is written to
      *    seed_grid.txt in input.txt layout so the run's starting
      *    point can be archived and replayed. No placement file means
      *    no seeding at all.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PLACEMENT-FILE
               ASSIGN TO "pattern_placements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLACEMENT-STATUS.

           SELECT OPTIONAL LIBRARY-FILE
               ASSIGN TO "pattern_library.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIBRARY-STATUS.

           SELECT SEED-REPORT-FILE ASSIGN TO "seed_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SEED-GRID-FILE ASSIGN TO "seed_grid.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PLACEMENT-FILE.
       01  PLACEMENT-RECORD     PIC X(80).

       FD  LIBRARY-FILE.
       01  LIBRARY-RECORD       PIC X(80).

       FD  SEED-REPORT-FILE.
       01  SEED-REPORT-RECORD   PIC X(120).

       FD  SEED-GRID-FILE.
       01  SEED-GRID-RECORD     PIC X(300).

       WORKING-STORAGE SECTION.
       01  PLACEMENT-STATUS     PIC XX.
       01  LIBRARY-STATUS       PIC XX.

      *    The standard patterns every run knows, loaded ahead of
      *    pattern_library.txt: name, height, width and up to three
      *    rows of three cells.
       01  BUILT-IN-PATTERNS.
           05 FILLER PIC X(20) VALUE "blinker".
           05 FILLER PIC 9(2) VALUE 01.
           05 FILLER PIC 9(2) VALUE 03.
           05 FILLER PIC X(9) VALUE "###      ".
           05 FILLER PIC X(20) VALUE "glider".
           05 FILLER PIC 9(2) VALUE 03.
           05 FILLER PIC 9(2) VALUE 03.
           05 FILLER PIC X(9) VALUE ".#...####".
           05 FILLER PIC X(20) VALUE "block".
           05 FILLER PIC 9(2) VALUE 02.
           05 FILLER PIC 9(2) VALUE 02.
           05 FILLER PIC X(9) VALUE "## ##    ".
       01  BUILT-IN-TABLE REDEFINES BUILT-IN-PATTERNS.
           05 BUILT-IN-ENTRY OCCURS 3 TIMES.
              10 BI-NAME        PIC X(20).
              10 BI-HEIGHT      PIC 9(2).
              10 BI-WIDTH       PIC 9(2).
              10 BI-ROW OCCURS 3 TIMES PIC X(3).
       01  BUILT-IN-COUNT       PIC 9(2) COMP VALUE 3.

       01  PATTERN-LIBRARY.
           05 PATTERN-COUNT     PIC 9(2) COMP.
           05 PATTERN-ENTRY OCCURS 50 TIMES.
              10 PAT-NAME       PIC X(20).
              10 PAT-HEIGHT     PIC 9(2) COMP.
              10 PAT-WIDTH      PIC 9(2) COMP.
              10 PAT-ROW OCCURS 40 TIMES PIC X(40).

       01  SEED-FIELDS.
           05 LIBRARY-EOF-FLAG  PIC X.
              88 LIBRARY-EOF        VALUE 'Y'.
           05 PLACEMENT-EOF-FLAG PIC X.
              88 PLACEMENT-EOF      VALUE 'Y'.
           05 LIBRARY-MISSING-FLAG PIC X.
              88 LIBRARY-MISSING    VALUE 'Y'.
      *    Set when a placement names a pattern that only a missing
      *    pattern_library.txt could have supplied.
           05 LIBRARY-NEEDED-FLAG PIC X.
              88 LIBRARY-NEEDED     VALUE 'Y'.
      *    'Y' reading a pattern's rows, 'S' skipping the rows of one
      *    that was not taken, 'N' between patterns.
           05 PATTERN-STATE     PIC X.
           05 LINE-TEXT         PIC X(80).
           05 LINE-LEN          PIC 9(3) COMP.
           05 LINE-NUM          PIC 9(5) COMP.
           05 WORK-NAME         PIC X(20).
           05 CURRENT-PATTERN   PIC 9(2) COMP.
           05 PAT-SUB           PIC 9(2) COMP.
           05 PLACE-NAME        PIC X(20).
           05 PLACE-ROW-TEXT    PIC X(10).
           05 PLACE-COL-TEXT    PIC X(10).
           05 PLACE-ROT-TEXT    PIC X(10).
           05 PLACE-EXTRA       PIC X(10).
           05 PLACE-ROW         PIC S9(4) COMP.
           05 PLACE-COL         PIC S9(4) COMP.
           05 PLACE-ROT         PIC 9(3) COMP.
           05 PLACE-VALID-FLAG  PIC X.
           05 PR                PIC 9(2) COMP.
           05 PC                PIC 9(2) COMP.
           05 NR                PIC S9(4) COMP.
           05 NC                PIC S9(4) COMP.
           05 GR                PIC S9(4) COMP.
           05 GC                PIC S9(4) COMP.
           05 CELLS-PLACED      PIC 9(4) COMP.
           05 CELLS-OFF-GRID    PIC 9(4) COMP.
           05 CELLS-OVERLAP     PIC 9(4) COMP.

       01  SEED-TOTALS.
           05 PLACEMENT-COUNT   PIC 9(4) COMP.
           05 APPLIED-COUNT     PIC 9(4) COMP.
           05 OFF-GRID-COUNT    PIC 9(4) COMP.
           05 OVERLAP-COUNT     PIC 9(4) COMP.
           05 SKIPPED-COUNT     PIC 9(4) COMP.

       01  SEED-DISPLAY-FIELDS.
           05 DISPLAY-LINE-NUM  PIC ZZZZ9.
           05 DISPLAY-OFFSET    PIC -(4)9.
           05 DISPLAY-OFFSET-2  PIC -(4)9.
           05 DISPLAY-ROT       PIC ZZ9.
           05 DISPLAY-COUNT     PIC ZZZZ9.
           05 DISPLAY-COUNT-2   PIC ZZZZ9.
           05 DISPLAY-COUNT-3   PIC ZZZZ9.
           05 DISPLAY-COUNT-4   PIC ZZZZ9.
           05 DISPLAY-COUNT-5   PIC ZZZZ9.
           05 DISPLAY-SIZE      PIC ZZ9.
           05 REPORT-LINE       PIC X(120) VALUE SPACES.
           05 REPORT-PTR        PIC 9(3) COMP.

       LINKAGE SECTION.
       COPY "seed_req.cpy".

       PROCEDURE DIVISION USING SEED-REQUEST.
       MAIN-DISPATCH.
           SET SEED-NOT-USED TO TRUE.
           MOVE 0 TO SEED-WARNINGS SEED-LIVE-CELLS.
           INITIALIZE SEED-TOTALS.
           OPEN INPUT PLACEMENT-FILE.
           IF PLACEMENT-STATUS NOT = '00'
               CLOSE PLACEMENT-FILE
               GOBACK
           END-IF.
           IF SEED-GRID-SIZE < 1 OR SEED-GRID-SIZE > 300
               DISPLAY "GRID-SEEDER: GRID SIZE " SEED-GRID-SIZE
                   " OUTSIDE 1-300"
               SET SEED-FAILED TO TRUE
               CLOSE PLACEMENT-FILE
               GOBACK
           END-IF.
           PERFORM LOAD-PATTERN-LIBRARY.
           IF SEED-FAILED
               CLOSE PLACEMENT-FILE
               GOBACK
           END-IF.

           PERFORM VARYING GR FROM 1 BY 1 UNTIL GR > 300
               MOVE SPACES TO SEED-ROW(GR)
               IF GR <= SEED-GRID-SIZE
                   MOVE ALL '.' TO SEED-ROW(GR)(1:SEED-GRID-SIZE)
               END-IF
           END-PERFORM.

           OPEN OUTPUT SEED-REPORT-FILE.
           MOVE SEED-GRID-SIZE TO DISPLAY-SIZE.
           STRING "GRID SEED REPORT " DELIMITED BY SIZE
               FUNCTION TRIM(SEED-PROGRAM) DELIMITED BY SIZE
               " GRID " DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-SIZE) DELIMITED BY SIZE
               " X " DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-SIZE) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE 0 TO LINE-NUM.
           MOVE 'N' TO PLACEMENT-EOF-FLAG.
           PERFORM READ-PLACEMENT UNTIL PLACEMENT-EOF.
           CLOSE PLACEMENT-FILE.

           PERFORM VARYING GR FROM 1 BY 1 UNTIL GR > SEED-GRID-SIZE
               INSPECT SEED-ROW(GR) TALLYING SEED-LIVE-CELLS
                   FOR ALL '#'
           END-PERFORM.
           COMPUTE SEED-WARNINGS = OFF-GRID-COUNT + OVERLAP-COUNT
               + SKIPPED-COUNT.
           PERFORM WRITE-SEED-TOTALS.
           CLOSE SEED-REPORT-FILE.
           IF LIBRARY-NEEDED
               DISPLAY "pattern_placements.txt NEEDS "
                   "pattern_library.txt, WHICH IS MISSING"
               SET SEED-FAILED TO TRUE
               GOBACK
           END-IF.
           PERFORM WRITE-SEED-GRID.
           SET SEED-BUILT TO TRUE.
           GOBACK.

       LOAD-PATTERN-LIBRARY.
           MOVE 0 TO PATTERN-COUNT LINE-NUM.
           MOVE 'N' TO PATTERN-STATE LIBRARY-EOF-FLAG
               LIBRARY-MISSING-FLAG LIBRARY-NEEDED-FLAG.
           PERFORM LOAD-BUILT-IN-PATTERN
               VARYING PAT-SUB FROM 1 BY 1
               UNTIL PAT-SUB > BUILT-IN-COUNT.
           OPEN INPUT LIBRARY-FILE.
           IF LIBRARY-STATUS NOT = '00'
               SET LIBRARY-MISSING TO TRUE
               CLOSE LIBRARY-FILE
               EXIT PARAGRAPH
           END-IF.
           PERFORM READ-LIBRARY-LINE UNTIL LIBRARY-EOF OR SEED-FAILED.
           CLOSE LIBRARY-FILE.
           IF PATTERN-COUNT = BUILT-IN-COUNT AND NOT SEED-FAILED
               DISPLAY "pattern_library.txt HOLDS NO PATTERNS, "
                   "BUILT-IN PATTERNS ONLY"
           END-IF.

       LOAD-BUILT-IN-PATTERN.
           ADD 1 TO PATTERN-COUNT.
           MOVE BI-NAME(PAT-SUB) TO PAT-NAME(PATTERN-COUNT).
           MOVE BI-HEIGHT(PAT-SUB) TO PAT-HEIGHT(PATTERN-COUNT).
           MOVE BI-WIDTH(PAT-SUB) TO PAT-WIDTH(PATTERN-COUNT).
           PERFORM VARYING PR FROM 1 BY 1 UNTIL PR > 40
               MOVE SPACES TO PAT-ROW(PATTERN-COUNT, PR)
               IF PR <= 3
                   MOVE BI-ROW(PAT-SUB, PR)
                       TO PAT-ROW(PATTERN-COUNT, PR)
               END-IF
           END-PERFORM.

       READ-LIBRARY-LINE.
           READ LIBRARY-FILE INTO LINE-TEXT
               AT END
                   SET LIBRARY-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           ADD 1 TO LINE-NUM.
           IF LINE-TEXT = SPACES OR LINE-TEXT(1:1) = '*'
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN LINE-TEXT(1:8) = 'PATTERN '
                   PERFORM START-LIBRARY-PATTERN
               WHEN FUNCTION TRIM(LINE-TEXT) = 'END'
                   MOVE 'N' TO PATTERN-STATE
               WHEN PATTERN-STATE = 'S'
                   CONTINUE
               WHEN PATTERN-STATE = 'Y'
                   PERFORM ADD-PATTERN-ROW
               WHEN OTHER
                   MOVE LINE-NUM TO DISPLAY-LINE-NUM
                   DISPLAY "pattern_library.txt LINE "
                       FUNCTION TRIM(DISPLAY-LINE-NUM)
                       " IGNORED: " FUNCTION TRIM(LINE-TEXT)
           END-EVALUATE.

      *    A name already in the library keeps its first definition,
      *    so a placement always means the same shape in one run.
       START-LIBRARY-PATTERN.
           MOVE FUNCTION TRIM(LINE-TEXT(9:)) TO WORK-NAME.
           MOVE 'S' TO PATTERN-STATE.
           IF WORK-NAME = SPACES
               MOVE LINE-NUM TO DISPLAY-LINE-NUM
               DISPLAY "pattern_library.txt LINE "
                   FUNCTION TRIM(DISPLAY-LINE-NUM)
                   " PATTERN WITH NO NAME IGNORED"
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING PAT-SUB FROM 1 BY 1
               UNTIL PAT-SUB > PATTERN-COUNT
               IF PAT-NAME(PAT-SUB) = WORK-NAME
                   IF PAT-SUB <= BUILT-IN-COUNT
                       DISPLAY "pattern_library.txt PATTERN "
                           FUNCTION TRIM(WORK-NAME)
                           " IS BUILT IN, LIBRARY DEFINITION IGNORED"
                   ELSE
                       DISPLAY "pattern_library.txt DUPLICATE PATTERN "
                           FUNCTION TRIM(WORK-NAME)
                           ", FIRST DEFINITION KEPT"
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF PATTERN-COUNT >= 50
               DISPLAY "pattern_library.txt OVER 50 PATTERNS, "
                   FUNCTION TRIM(WORK-NAME) " IGNORED"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO PATTERN-COUNT.
           MOVE PATTERN-COUNT TO CURRENT-PATTERN.
           MOVE WORK-NAME TO PAT-NAME(CURRENT-PATTERN).
           MOVE 0 TO PAT-HEIGHT(CURRENT-PATTERN)
               PAT-WIDTH(CURRENT-PATTERN).
           MOVE 'Y' TO PATTERN-STATE.

       ADD-PATTERN-ROW.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(LINE-TEXT TRAILING))
               TO LINE-LEN.
           IF PAT-HEIGHT(CURRENT-PATTERN) >= 40 OR LINE-LEN > 40
               DISPLAY "pattern_library.txt PATTERN "
                   FUNCTION TRIM(PAT-NAME(CURRENT-PATTERN))
                   " IS LARGER THAN 40 X 40"
               SET SEED-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO PAT-HEIGHT(CURRENT-PATTERN).
           MOVE LINE-TEXT(1:40) TO PAT-ROW(CURRENT-PATTERN,
               PAT-HEIGHT(CURRENT-PATTERN)).
           IF LINE-LEN > PAT-WIDTH(CURRENT-PATTERN)
               MOVE LINE-LEN TO PAT-WIDTH(CURRENT-PATTERN)
           END-IF.

       READ-PLACEMENT.
           READ PLACEMENT-FILE INTO LINE-TEXT
               AT END
                   SET PLACEMENT-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           ADD 1 TO LINE-NUM.
           IF LINE-TEXT = SPACES OR LINE-TEXT(1:1) = '*'
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO PLACEMENT-COUNT.
           MOVE LINE-NUM TO DISPLAY-LINE-NUM.
           MOVE SPACES TO PLACE-NAME PLACE-ROW-TEXT PLACE-COL-TEXT
               PLACE-ROT-TEXT PLACE-EXTRA.
           UNSTRING FUNCTION TRIM(LINE-TEXT) DELIMITED BY ALL SPACE
               INTO PLACE-NAME PLACE-ROW-TEXT PLACE-COL-TEXT
                   PLACE-ROT-TEXT PLACE-EXTRA
           END-UNSTRING.
           PERFORM CHECK-PLACEMENT.
           IF PLACE-VALID-FLAG = 'N'
               ADD 1 TO SKIPPED-COUNT
               STRING "LINE " DELIMITED BY SIZE
                   FUNCTION TRIM(DISPLAY-LINE-NUM) DELIMITED BY SIZE
                   " INVALID PLACEMENT, SKIPPED: " DELIMITED BY SIZE
                   FUNCTION TRIM(LINE-TEXT) DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO CURRENT-PATTERN.
           PERFORM VARYING PAT-SUB FROM 1 BY 1
               UNTIL PAT-SUB > PATTERN-COUNT OR CURRENT-PATTERN > 0
               IF PAT-NAME(PAT-SUB) = PLACE-NAME
                   MOVE PAT-SUB TO CURRENT-PATTERN
               END-IF
           END-PERFORM.
           IF CURRENT-PATTERN = 0
               IF LIBRARY-MISSING
                   SET LIBRARY-NEEDED TO TRUE
               END-IF
               ADD 1 TO SKIPPED-COUNT
               STRING "LINE " DELIMITED BY SIZE
                   FUNCTION TRIM(DISPLAY-LINE-NUM) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(PLACE-NAME) DELIMITED BY SIZE
                   ": UNKNOWN PATTERN, SKIPPED" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM PLACE-PATTERN.

      *    Row and column must be whole numbers (negative is allowed,
      *    for a pattern hanging off the top or left edge); rotation
      *    is one of the four quarter turns.
       CHECK-PLACEMENT.
           MOVE 'Y' TO PLACE-VALID-FLAG.
           IF PLACE-ROW-TEXT = SPACES OR PLACE-COL-TEXT = SPACES
               OR PLACE-EXTRA NOT = SPACES
               MOVE 'N' TO PLACE-VALID-FLAG
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-NUMVAL(PLACE-ROW-TEXT) NOT = 0
               OR FUNCTION TEST-NUMVAL(PLACE-COL-TEXT) NOT = 0
               MOVE 'N' TO PLACE-VALID-FLAG
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION NUMVAL(PLACE-ROW-TEXT) < -999
               OR FUNCTION NUMVAL(PLACE-ROW-TEXT) > 999
               OR FUNCTION NUMVAL(PLACE-COL-TEXT) < -999
               OR FUNCTION NUMVAL(PLACE-COL-TEXT) > 999
               OR FUNCTION INTEGER-PART(FUNCTION NUMVAL(PLACE-ROW-TEXT))
                   NOT = FUNCTION NUMVAL(PLACE-ROW-TEXT)
               OR FUNCTION INTEGER-PART(FUNCTION NUMVAL(PLACE-COL-TEXT))
                   NOT = FUNCTION NUMVAL(PLACE-COL-TEXT)
               MOVE 'N' TO PLACE-VALID-FLAG
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(PLACE-ROW-TEXT) TO PLACE-ROW.
           MOVE FUNCTION NUMVAL(PLACE-COL-TEXT) TO PLACE-COL.
           EVALUATE PLACE-ROT-TEXT
               WHEN SPACES
               WHEN '0'
                   MOVE 0 TO PLACE-ROT
               WHEN '90'
                   MOVE 90 TO PLACE-ROT
               WHEN '180'
                   MOVE 180 TO PLACE-ROT
               WHEN '270'
                   MOVE 270 TO PLACE-ROT
               WHEN OTHER
                   MOVE 'N' TO PLACE-VALID-FLAG
           END-EVALUATE.

       PLACE-PATTERN.
           MOVE 0 TO CELLS-PLACED CELLS-OFF-GRID CELLS-OVERLAP.
           PERFORM VARYING PR FROM 1 BY 1
               UNTIL PR > PAT-HEIGHT(CURRENT-PATTERN)
               PERFORM VARYING PC FROM 1 BY 1
                   UNTIL PC > PAT-WIDTH(CURRENT-PATTERN)
                   IF PAT-ROW(CURRENT-PATTERN, PR)(PC:1) = '#'
                       PERFORM PLACE-ONE-CELL
                   END-IF
               END-PERFORM
           END-PERFORM.
           ADD 1 TO APPLIED-COUNT.
           IF CELLS-OFF-GRID > 0
               ADD 1 TO OFF-GRID-COUNT
           END-IF.
           IF CELLS-OVERLAP > 0
               ADD 1 TO OVERLAP-COUNT
           END-IF.
           MOVE PLACE-ROW TO DISPLAY-OFFSET.
           MOVE PLACE-COL TO DISPLAY-OFFSET-2.
           MOVE PLACE-ROT TO DISPLAY-ROT.
           MOVE CELLS-PLACED TO DISPLAY-COUNT.
           MOVE 1 TO REPORT-PTR.
           STRING "LINE " DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-LINE-NUM) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(PLACE-NAME) DELIMITED BY SIZE
               " AT ROW " DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-OFFSET) DELIMITED BY SIZE
               " COL " DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-OFFSET-2) DELIMITED BY SIZE
               " ROT " DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-ROT) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               " CELLS PLACED" DELIMITED BY SIZE
               INTO REPORT-LINE
               WITH POINTER REPORT-PTR
           END-STRING.
           IF CELLS-OFF-GRID > 0
               MOVE CELLS-OFF-GRID TO DISPLAY-COUNT
               STRING ", " DELIMITED BY SIZE
                   FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
                   " OFF-GRID" DELIMITED BY SIZE
                   INTO REPORT-LINE
                   WITH POINTER REPORT-PTR
               END-STRING
           END-IF.
           IF CELLS-OVERLAP > 0
               MOVE CELLS-OVERLAP TO DISPLAY-COUNT
               STRING ", " DELIMITED BY SIZE
                   FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
                   " OVERLAPPING" DELIMITED BY SIZE
                   INTO REPORT-LINE
                   WITH POINTER REPORT-PTR
               END-STRING
           END-IF.
           PERFORM WRITE-REPORT-LINE.

      *    Pattern cell (PR, PC) turned clockwise in a pattern PAT-
      *    HEIGHT rows by PAT-WIDTH columns, then moved to its place.
       PLACE-ONE-CELL.
           EVALUATE PLACE-ROT
               WHEN 90
                   MOVE PC TO NR
                   COMPUTE NC = PAT-HEIGHT(CURRENT-PATTERN) - PR + 1
               WHEN 180
                   COMPUTE NR = PAT-HEIGHT(CURRENT-PATTERN) - PR + 1
                   COMPUTE NC = PAT-WIDTH(CURRENT-PATTERN) - PC + 1
               WHEN 270
                   COMPUTE NR = PAT-WIDTH(CURRENT-PATTERN) - PC + 1
                   MOVE PR TO NC
               WHEN OTHER
                   MOVE PR TO NR
                   MOVE PC TO NC
           END-EVALUATE.
           COMPUTE GR = PLACE-ROW + NR - 1.
           COMPUTE GC = PLACE-COL + NC - 1.
           IF GR < 1 OR GR > SEED-GRID-SIZE
               OR GC < 1 OR GC > SEED-GRID-SIZE
               ADD 1 TO CELLS-OFF-GRID
           ELSE
               IF SEED-ROW(GR)(GC:1) = '#'
                   ADD 1 TO CELLS-OVERLAP
               ELSE
                   MOVE '#' TO SEED-ROW(GR)(GC:1)
                   ADD 1 TO CELLS-PLACED
               END-IF
           END-IF.

       WRITE-SEED-TOTALS.
           PERFORM WRITE-REPORT-LINE.
           MOVE PLACEMENT-COUNT TO DISPLAY-COUNT.
           MOVE APPLIED-COUNT TO DISPLAY-COUNT-2.
           MOVE OFF-GRID-COUNT TO DISPLAY-COUNT-3.
           MOVE OVERLAP-COUNT TO DISPLAY-COUNT-4.
           MOVE SKIPPED-COUNT TO DISPLAY-COUNT-5.
           STRING "PLACEMENTS " DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               " APPLIED " DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT-2) DELIMITED BY SIZE
               " OFF-GRID " DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT-3) DELIMITED BY SIZE
               " OVERLAPPING " DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT-4) DELIMITED BY SIZE
               " SKIPPED " DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT-5) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SEED-LIVE-CELLS TO DISPLAY-COUNT.
           STRING "LIVE CELLS " DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           IF LIBRARY-NEEDED
               EXIT PARAGRAPH
           END-IF.
           MOVE SEED-WARNINGS TO DISPLAY-COUNT-3.
           DISPLAY "GRID SEEDED FROM pattern_placements.txt: "
               FUNCTION TRIM(DISPLAY-COUNT-2) " PLACEMENTS, "
               FUNCTION TRIM(DISPLAY-COUNT) " LIVE CELLS, "
               FUNCTION TRIM(DISPLAY-COUNT-3) " WARNINGS".

       WRITE-SEED-GRID.
           OPEN OUTPUT SEED-GRID-FILE.
           PERFORM VARYING GR FROM 1 BY 1 UNTIL GR > SEED-GRID-SIZE
               MOVE SEED-ROW(GR) TO SEED-GRID-RECORD
               WRITE SEED-GRID-RECORD
           END-PERFORM.
           CLOSE SEED-GRID-FILE.

       WRITE-REPORT-LINE.
           MOVE REPORT-LINE TO SEED-REPORT-RECORD.
           WRITE SEED-REPORT-RECORD.
           MOVE SPACES TO REPORT-LINE.
