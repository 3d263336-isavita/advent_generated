           SELECT DECODE-FILE ASSIGN TO 'glyph_decode.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

      *    Optional target picture, rendered exactly like lights.txt.
      *    When present the run works backwards: it writes to
      *    lights_instructions.txt an instruction list that draws the
      *    picture on a blank panel, then replays that list to prove
      *    it. input.txt is not read in this mode.
           SELECT OPTIONAL TARGET-FILE ASSIGN TO 'lights_target.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARGET-FILE-STATUS.
           SELECT SYNTH-FILE ASSIGN TO 'lights_instructions.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD INPUT-FILE.
       FD DECODE-FILE.
       01 DECODE-RECORD             PIC X(40).

       FD TARGET-FILE.
       01 TARGET-RECORD             PIC X(120).

       FD SYNTH-FILE.
       01 SYNTH-RECORD              PIC X(50).

       WORKING-STORAGE SECTION.
       01  RUN-HEADER-FIELDS.
           05 RUN-STAMP          PIC X(32) VALUE SPACES.
           05 WS-CELL-DISP     PIC Z9.
           05 WS-DECODE-LINE   PIC X(40).

       01 WS-TARGET-FILE-STATUS PIC XX.
       01 TARGET-DATA.
           05 TARGET-ROW OCCURS 99 TIMES.
              10 TARGET-PIXEL OCCURS 99 TIMES PIC X.

       01 WS-SYNTH-FIELDS.
           05 WS-SYN-ROWS      PIC 9(3).
           05 WS-SYN-ROW       PIC S9(3).
           05 WS-SYN-X         PIC S9(3).
           05 WS-SYN-COL       PIC S9(3).
           05 WS-SYN-COL-EMPTY PIC X.
           05 WS-SYN-RUN-START PIC 9(3).
           05 WS-SYN-RUN-LEN   PIC 9(3).
           05 WS-SYN-SHIFT     PIC 9(3).
           05 WS-SYN-WANT      PIC 9(3).
           05 WS-SYN-AMOUNT    PIC 9(3).
           05 WS-SYN-NEXT      PIC 9(3).
           05 WS-SYN-TARGET    PIC 9(3).
           05 WS-SYN-AXIS      PIC X(12).
           05 WS-SYN-COUNT     PIC 9(5) VALUE 0.
           05 WS-SYN-MISMATCH  PIC 9(5) VALUE 0.
           05 WS-SYN-DISP      PIC ZZZZ9.
           05 WS-SYN-DISP-2    PIC ZZZZ9.
           05 WS-SYN-INSTR     PIC X(50).

       PROCEDURE DIVISION.
           ACCEPT RUN-STAMP FROM ENVIRONMENT "RUN_STAMP"
               ON EXCEPTION CONTINUE
               FUNCTION TRIM(RUN-STAMP).
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-PANEL-SIZE.
           OPEN INPUT TARGET-FILE.
           IF WS-TARGET-FILE-STATUS = '00'
               PERFORM RUN-SYNTHESIS
               STOP RUN
           END-IF.
           CLOSE TARGET-FILE.
           PERFORM INITIALIZE-SCREEN.
           PERFORM PROCESS-INPUT-FILE.
           PERFORM COUNT-LIT-PIXELS.
                   TO DECODE-RECORD(1:4)
               WRITE DECODE-RECORD
           END-PERFORM.

      *    Reverse mode: read the target picture, write an instruction
      *    list that draws it on a blank panel, then replay that list
      *    through PROCESS-INSTRUCTION exactly as a normal run would
      *    and compare the result with the target pixel by pixel.
       RUN-SYNTHESIS.
           PERFORM LOAD-TARGET-PICTURE.
           OPEN OUTPUT SYNTH-FILE.
           PERFORM SYNTHESIZE-INSTRUCTIONS.
           CLOSE SYNTH-FILE.
           PERFORM INITIALIZE-SCREEN.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT SYNTH-FILE.
           PERFORM UNTIL WS-EOF = 'Y'
               READ SYNTH-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SYNTH-RECORD TO WS-INSTRUCTION
                       PERFORM PROCESS-INSTRUCTION
               END-READ
           END-PERFORM.
           CLOSE SYNTH-FILE.
           PERFORM COUNT-LIT-PIXELS.
           PERFORM RENDER-SCREEN.
           MOVE 0 TO WS-SYN-MISMATCH.
           PERFORM VARYING WS-SYN-ROW FROM 1 BY 1
               UNTIL WS-SYN-ROW > SCREEN-HEIGHT
               PERFORM VARYING WS-SYN-X FROM 1 BY 1
                   UNTIL WS-SYN-X > SCREEN-WIDTH
                   IF SCREEN-PIXEL(WS-SYN-ROW, WS-SYN-X) = '1'
                       AND TARGET-PIXEL(WS-SYN-ROW, WS-SYN-X) NOT = '#'
                       ADD 1 TO WS-SYN-MISMATCH
                   END-IF
                   IF SCREEN-PIXEL(WS-SYN-ROW, WS-SYN-X) NOT = '1'
                       AND TARGET-PIXEL(WS-SYN-ROW, WS-SYN-X) = '#'
                       ADD 1 TO WS-SYN-MISMATCH
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE WS-SYN-COUNT TO WS-SYN-DISP.
           IF WS-SYN-MISMATCH = 0
               DISPLAY "SYNTHESIS VERIFIED "
                   FUNCTION TRIM(WS-SYN-DISP)
                   " INSTRUCTIONS REPRODUCE lights_target.txt"
           ELSE
               MOVE WS-SYN-MISMATCH TO WS-SYN-DISP-2
               DISPLAY "SYNTHESIS FAILED "
                   FUNCTION TRIM(WS-SYN-DISP-2)
                   " PIXELS DIFFER FROM lights_target.txt"
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY "ANSWER=lit-count=" WS-LIT-COUNT.
           DISPLAY "ANSWER=instructions="
               FUNCTION TRIM(WS-SYN-DISP).

      *    The picture is one line per panel row, '#' lit and '.'
      *    dark, exactly as lights.txt is rendered. Anything that does
      *    not fit the size.txt panel is refused outright -- a list
      *    drawn for the wrong shape is worse than none.
       LOAD-TARGET-PICTURE.
           MOVE ALL '.' TO TARGET-DATA.
           MOVE 0 TO WS-SYN-ROWS.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ TARGET-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM LOAD-TARGET-ROW
               END-READ
           END-PERFORM.
           CLOSE TARGET-FILE.
           IF WS-SYN-ROWS NOT = SCREEN-HEIGHT
               MOVE WS-SYN-ROWS TO WS-SYN-DISP
               DISPLAY "lights_target.txt HAS "
                   FUNCTION TRIM(WS-SYN-DISP)
                   " ROWS, PANEL HEIGHT IS " SCREEN-HEIGHT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-TARGET-ROW.
           IF TARGET-RECORD = SPACES AND WS-SYN-ROWS = SCREEN-HEIGHT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SYN-ROWS.
           IF WS-SYN-ROWS > SCREEN-HEIGHT
               EXIT PARAGRAPH
           END-IF.
           IF TARGET-RECORD(SCREEN-WIDTH + 1:) NOT = SPACES
               OR TARGET-RECORD(SCREEN-WIDTH:1) = SPACE
               MOVE WS-SYN-ROWS TO WS-SYN-DISP
               DISPLAY "lights_target.txt ROW "
                   FUNCTION TRIM(WS-SYN-DISP)
                   " IS NOT " SCREEN-WIDTH " PIXELS WIDE"
               MOVE 8 TO RETURN-CODE
               CLOSE TARGET-FILE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-SYN-X FROM 1 BY 1
               UNTIL WS-SYN-X > SCREEN-WIDTH
               IF TARGET-RECORD(WS-SYN-X:1) NOT = '#'
                   AND TARGET-RECORD(WS-SYN-X:1) NOT = '.'
                   MOVE WS-SYN-ROWS TO WS-SYN-DISP
                   DISPLAY "lights_target.txt ROW "
                       FUNCTION TRIM(WS-SYN-DISP)
                       " HOLDS A CHARACTER OTHER THAN # OR ."
                   MOVE 8 TO RETURN-CODE
                   CLOSE TARGET-FILE
                   STOP RUN
               END-IF
               MOVE TARGET-RECORD(WS-SYN-X:1)
                   TO TARGET-PIXEL(WS-SYN-ROWS, WS-SYN-X)
           END-PERFORM.

      *    Column 0 is the only place pixels are made. Target columns
      *    are taken right to left: each one is drawn into column 0
      *    with "rect 1xN" a vertical run at a time, column 0 turning
      *    between runs and back home after the last. Every row that
      *    just received a pixel is then turned right until the next
      *    column it needs sits at column 0 -- or, after its last, to
      *    its finished position. A row is only ever turned straight
      *    after a pixel lands, so column 0 is always dark when the
      *    next column is drawn, and the list costs about one row
      *    turn per lit pixel plus a few steps per column.
       SYNTHESIZE-INSTRUCTIONS.
           MOVE 0 TO WS-SYN-COUNT.
           PERFORM VARYING WS-SYN-COL FROM SCREEN-WIDTH BY -1
               UNTIL WS-SYN-COL < 1
               PERFORM BUILD-TARGET-COLUMN
           END-PERFORM.

       BUILD-TARGET-COLUMN.
           MOVE 'Y' TO WS-SYN-COL-EMPTY.
           MOVE 0 TO WS-SYN-SHIFT.
           MOVE 1 TO WS-SYN-ROW.
           PERFORM UNTIL WS-SYN-ROW > SCREEN-HEIGHT
               IF TARGET-PIXEL(WS-SYN-ROW, WS-SYN-COL) = '#'
                   MOVE WS-SYN-ROW TO WS-SYN-RUN-START
                   PERFORM UNTIL WS-SYN-ROW > SCREEN-HEIGHT
                       OR TARGET-PIXEL(WS-SYN-ROW, WS-SYN-COL) NOT = '#'
                       ADD 1 TO WS-SYN-ROW
                   END-PERFORM
                   COMPUTE WS-SYN-RUN-LEN =
                       WS-SYN-ROW - WS-SYN-RUN-START
                   PERFORM PLACE-COLUMN-RUN
               ELSE
                   ADD 1 TO WS-SYN-ROW
               END-IF
           END-PERFORM.
           IF WS-SYN-COL-EMPTY = 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF WS-SYN-SHIFT NOT = 0
               COMPUTE WS-SYN-AMOUNT = SCREEN-HEIGHT - WS-SYN-SHIFT
               MOVE "column x=" TO WS-SYN-AXIS
               MOVE 0 TO WS-SYN-TARGET
               PERFORM EMIT-ROTATE
           END-IF.
           PERFORM VARYING WS-SYN-ROW FROM 1 BY 1
               UNTIL WS-SYN-ROW > SCREEN-HEIGHT
               IF TARGET-PIXEL(WS-SYN-ROW, WS-SYN-COL) = '#'
                   PERFORM ALIGN-ROW-AFTER-INSERT
               END-IF
           END-PERFORM.

      *    WS-SYN-SHIFT is how far column 0 has been turned down.
      *    A run starting at row A needs row A at the top before the
      *    rect; while the column is still dark that turn is free.
       PLACE-COLUMN-RUN.
           COMPUTE WS-SYN-WANT = FUNCTION MOD(
               SCREEN-HEIGHT - WS-SYN-RUN-START + 1, SCREEN-HEIGHT).
           IF WS-SYN-COL-EMPTY = 'N'
               COMPUTE WS-SYN-AMOUNT = FUNCTION MOD(
                   WS-SYN-WANT - WS-SYN-SHIFT + SCREEN-HEIGHT,
                   SCREEN-HEIGHT)
               IF WS-SYN-AMOUNT > 0
                   MOVE "column x=" TO WS-SYN-AXIS
                   MOVE 0 TO WS-SYN-TARGET
                   PERFORM EMIT-ROTATE
               END-IF
           END-IF.
           MOVE WS-SYN-WANT TO WS-SYN-SHIFT.
           MOVE 'N' TO WS-SYN-COL-EMPTY.
           MOVE WS-SYN-RUN-LEN TO WS-SYN-DISP.
           MOVE SPACES TO WS-SYN-INSTR.
           STRING "rect 1x" DELIMITED BY SIZE
               FUNCTION TRIM(WS-SYN-DISP) DELIMITED BY SIZE
               INTO WS-SYN-INSTR
           END-STRING.
           PERFORM EMIT-INSTRUCTION.

      *    Row WS-SYN-ROW now holds target column WS-SYN-COL at
      *    column 0. Turn it so its next lit column to the left sits
      *    at column 0, or so every pixel is home if that was its last.
       ALIGN-ROW-AFTER-INSERT.
           MOVE 0 TO WS-SYN-NEXT.
           PERFORM VARYING WS-SYN-X FROM WS-SYN-COL BY -1
               UNTIL WS-SYN-X < 2 OR WS-SYN-NEXT > 0
               IF TARGET-PIXEL(WS-SYN-ROW, WS-SYN-X - 1) = '#'
                   COMPUTE WS-SYN-NEXT = WS-SYN-X - 1
               END-IF
           END-PERFORM.
           IF WS-SYN-NEXT = 0
               COMPUTE WS-SYN-AMOUNT = WS-SYN-COL - 1
           ELSE
               COMPUTE WS-SYN-AMOUNT = WS-SYN-COL - WS-SYN-NEXT
           END-IF.
           IF WS-SYN-AMOUNT > 0
               MOVE "row y=" TO WS-SYN-AXIS
               COMPUTE WS-SYN-TARGET = WS-SYN-ROW - 1
               PERFORM EMIT-ROTATE
           END-IF.

       EMIT-ROTATE.
           MOVE WS-SYN-TARGET TO WS-SYN-DISP.
           MOVE WS-SYN-AMOUNT TO WS-SYN-DISP-2.
           MOVE SPACES TO WS-SYN-INSTR.
           STRING "rotate " DELIMITED BY SIZE
               WS-SYN-AXIS DELIMITED BY "  "
               FUNCTION TRIM(WS-SYN-DISP) DELIMITED BY SIZE
               " by " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SYN-DISP-2) DELIMITED BY SIZE
               INTO WS-SYN-INSTR
           END-STRING.
           PERFORM EMIT-INSTRUCTION.

       EMIT-INSTRUCTION.
           MOVE WS-SYN-INSTR TO SYNTH-RECORD.
           WRITE SYNTH-RECORD.
           ADD 1 TO WS-SYN-COUNT.
