           SELECT REPAIR-REPORT-FILE ASSIGN TO 'stream_repairs.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

      *    The stream's group structure as an indented tree, one line
      *    per group, with a widest-level and deepest-path summary, so
      *    a bad stream shows where the nesting went wrong.
           SELECT OUTLINE-FILE ASSIGN TO 'group_outline.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD INPUT-FILE.
       FD REPAIR-REPORT-FILE.
       01 REPAIR-REPORT-RECORD PIC X(80).

       FD OUTLINE-FILE.
       01 OUTLINE-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01  RUN-HEADER-FIELDS.
           05 RUN-STAMP          PIC X(32) VALUE SPACES.
       01 WS-ORIG-SCORE       PIC 9(9).
       01 WS-ORIG-GARBAGE     PIC 9(9).

      *    Group outline: one entry per group in the order it opens,
      *    with the stack of open groups kept separately from WS-DEPTH
      *    so a stray closer cannot throw the tree off.
       01 WS-CHAR-POS         PIC 9(9) COMP VALUE 0.
       01 WS-OL-COUNT         PIC 9(5) COMP VALUE 0.
       01 WS-OL-OVERFLOW      PIC 9(9) COMP VALUE 0.
       01 WS-OL-TABLE.
          05 WS-OL-GROUP OCCURS 10000 TIMES.
             10 WS-OL-DEPTH      PIC 9(5) COMP.
             10 WS-OL-POS        PIC 9(9) COMP.
             10 WS-OL-PARENT     PIC 9(5) COMP.
             10 WS-OL-CHILDREN   PIC 9(5) COMP.
             10 WS-OL-GARBAGE    PIC 9(9) COMP.
             10 WS-OL-SCORE      PIC 9(9) COMP.
             10 WS-OL-CLOSED-FLAG PIC X.
                88 OL-CLOSED     VALUE 'Y'.
      *    The stack stops at its 10000th level; groups opened deeper
      *    are only counted (WS-OL-DEEPER) and their closers taken off
      *    that count before the stack is touched.
       01 WS-OL-TOP           PIC 9(5) COMP VALUE 0.
       01 WS-OL-DEEPER        PIC 9(9) COMP VALUE 0.
       01 WS-OL-STACK-TABLE.
          05 WS-OL-STACK      PIC 9(5) COMP OCCURS 10000 TIMES.
       01 WS-OL-LEVEL-TABLE.
          05 WS-OL-LEVEL-COUNT PIC 9(9) COMP OCCURS 10000 TIMES
                                 VALUE 0.
       01 WS-OL-PATH-TABLE.
          05 WS-OL-PATH       PIC 9(5) COMP OCCURS 10000 TIMES.
       01 WS-OL-PATH-LEN      PIC 9(5) COMP.
       01 WS-OL-STRAY-COUNT   PIC 9(9) COMP VALUE 0.
       01 WS-OL-STRAY-TABLE.
          05 WS-OL-STRAY-POS  PIC 9(9) COMP OCCURS 20 TIMES.
       01 WS-OL-IDX           PIC 9(5) COMP.
       01 WS-OL-LEVEL         PIC 9(5) COMP.
       01 WS-OL-DEEPEST       PIC 9(5) COMP VALUE 0.
       01 WS-OL-DEEPEST-DEPTH PIC 9(5) COMP VALUE 0.
       01 WS-OL-WIDEST        PIC 9(5) COMP.
       01 WS-OL-WIDEST-COUNT  PIC 9(9) COMP.
       01 WS-OL-UNCLOSED      PIC 9(9) COMP VALUE 0.
       01 WS-OL-LOOSE-GARBAGE PIC 9(9) COMP VALUE 0.
       01 WS-OL-SUM-SCORE     PIC 9(9) COMP.
       01 WS-OL-SUM-GARBAGE   PIC 9(9) COMP.
       01 WS-OL-INDENT        PIC 9(3) COMP.
       01 WS-OL-LINE          PIC X(132).
       01 WS-OL-TEXT          PIC X(100).
       01 WS-OL-LABEL         PIC X(22).
       01 WS-OL-NUM-DISPLAY   PIC Z(8)9.
       01 WS-OL-NUM2-DISPLAY  PIC Z(8)9.
       01 WS-OL-NUM3-DISPLAY  PIC Z(8)9.
       01 WS-OL-NUM4-DISPLAY  PIC Z(8)9.
       01 WS-OL-NUM5-DISPLAY  PIC Z(8)9.

       PROCEDURE DIVISION.
           ACCEPT RUN-STAMP FROM ENVIRONMENT "RUN_STAMP"
               ON EXCEPTION CONTINUE
               WS-GARBAGE-CHAR-COUNT.

           PERFORM WRITE-DEPTH-REPORT.
           PERFORM WRITE-GROUP-OUTLINE.

           GOBACK.

           END-READ.

       PROCESS-CHARACTER.
           ADD 1 TO WS-CHAR-POS.
           IF IGNORE-CHAR
               MOVE 'N' TO WS-IGNORE-NEXT
               EXIT PARAGRAPH
           END-IF.
           PERFORM OUTLINE-CHARACTER.

           IF GARBAGE-MODE
               EVALUATE INPUT-RECORD
               WRITE DEPTH-REPORT-RECORD
           END-PERFORM.
           CLOSE DEPTH-REPORT-FILE.

      *    Outline bookkeeping for one stream character: every group
      *    opened gets the next table entry (so the table is the tree
      *    in stream order), garbage is charged to the innermost open
      *    group, and a closer with no open group is noted as stray.
       OUTLINE-CHARACTER.
           EVALUATE TRUE
               WHEN GARBAGE-MODE
                   IF INPUT-RECORD NOT = '!' AND NOT = '>'
                       AND WS-OL-DEEPER = 0
                       IF WS-OL-TOP > 0
                           MOVE WS-OL-STACK(WS-OL-TOP) TO WS-OL-IDX
                           IF WS-OL-IDX > 0
                               ADD 1 TO WS-OL-GARBAGE(WS-OL-IDX)
                           END-IF
                       ELSE
                           ADD 1 TO WS-OL-LOOSE-GARBAGE
                       END-IF
                   END-IF
               WHEN INPUT-RECORD = '{'
                   PERFORM OUTLINE-OPEN-GROUP
               WHEN INPUT-RECORD = '}' AND WS-OL-DEEPER > 0
                   SUBTRACT 1 FROM WS-OL-DEEPER
               WHEN INPUT-RECORD = '}'
                   IF WS-OL-TOP > 0
                       MOVE WS-OL-STACK(WS-OL-TOP) TO WS-OL-IDX
                       IF WS-OL-IDX > 0
                           SET OL-CLOSED(WS-OL-IDX) TO TRUE
                           MOVE WS-OL-TOP TO WS-OL-SCORE(WS-OL-IDX)
                       END-IF
                       SUBTRACT 1 FROM WS-OL-TOP
                   ELSE
                       ADD 1 TO WS-OL-STRAY-COUNT
                       IF WS-OL-STRAY-COUNT <= 20
                           MOVE WS-CHAR-POS
                             TO WS-OL-STRAY-POS(WS-OL-STRAY-COUNT)
                       END-IF
                   END-IF
           END-EVALUATE.

       OUTLINE-OPEN-GROUP.
           IF WS-OL-TOP > 0
               MOVE WS-OL-STACK(WS-OL-TOP) TO WS-OL-IDX
               IF WS-OL-IDX > 0
                   ADD 1 TO WS-OL-CHILDREN(WS-OL-IDX)
               END-IF
           END-IF.
           IF WS-OL-TOP >= 10000
               ADD 1 TO WS-OL-DEEPER
               ADD 1 TO WS-OL-OVERFLOW
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-OL-TOP.
           ADD 1 TO WS-OL-LEVEL-COUNT(WS-OL-TOP).
           IF WS-OL-COUNT >= 10000
               ADD 1 TO WS-OL-OVERFLOW
               MOVE 0 TO WS-OL-STACK(WS-OL-TOP)
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-OL-COUNT.
           MOVE WS-OL-COUNT TO WS-OL-STACK(WS-OL-TOP).
           MOVE WS-OL-TOP TO WS-OL-DEPTH(WS-OL-COUNT).
           MOVE WS-CHAR-POS TO WS-OL-POS(WS-OL-COUNT).
           MOVE 0 TO WS-OL-CHILDREN(WS-OL-COUNT)
               WS-OL-GARBAGE(WS-OL-COUNT) WS-OL-SCORE(WS-OL-COUNT).
           MOVE 'N' TO WS-OL-CLOSED-FLAG(WS-OL-COUNT).
           IF WS-OL-TOP > 1
               MOVE WS-OL-STACK(WS-OL-TOP - 1)
                 TO WS-OL-PARENT(WS-OL-COUNT)
           ELSE
               MOVE 0 TO WS-OL-PARENT(WS-OL-COUNT)
           END-IF.
           IF WS-OL-TOP > WS-OL-DEEPEST-DEPTH
               MOVE WS-OL-TOP TO WS-OL-DEEPEST-DEPTH
               MOVE WS-OL-COUNT TO WS-OL-DEEPEST
           END-IF.

      *    The stream as an indented tree, one line per group in the
      *    order the groups open, then the widest level, the deepest
      *    path from the outermost group down, and totals that must
      *    agree with the score and garbage count reported above.
       WRITE-GROUP-OUTLINE.
           OPEN OUTPUT OUTLINE-FILE.
           MOVE 'GROUP OUTLINE OF input.txt' TO WS-OL-LINE.
           PERFORM WRITE-OUTLINE-LINE.
           PERFORM WRITE-OUTLINE-LINE.
           MOVE 0 TO WS-OL-SUM-SCORE WS-OL-SUM-GARBAGE.
           PERFORM VARYING WS-OL-IDX FROM 1 BY 1
               UNTIL WS-OL-IDX > WS-OL-COUNT
               PERFORM WRITE-OUTLINE-GROUP
           END-PERFORM.
           IF WS-OL-OVERFLOW > 0
               MOVE WS-OL-OVERFLOW TO WS-OL-NUM-DISPLAY
               STRING '... ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-OL-NUM-DISPLAY) DELIMITED BY SIZE
                   ' FURTHER GROUPS BEYOND THE OUTLINE TABLE'
                       DELIMITED BY SIZE
                   INTO WS-OL-LINE
               END-STRING
               PERFORM WRITE-OUTLINE-LINE
           END-IF.
           PERFORM WRITE-OUTLINE-SUMMARY.
           CLOSE OUTLINE-FILE.

       WRITE-OUTLINE-GROUP.
           ADD WS-OL-SCORE(WS-OL-IDX) TO WS-OL-SUM-SCORE.
           ADD WS-OL-GARBAGE(WS-OL-IDX) TO WS-OL-SUM-GARBAGE.
           COMPUTE WS-OL-INDENT = (WS-OL-DEPTH(WS-OL-IDX) - 1) * 2 + 1.
           IF WS-OL-INDENT > 33
               MOVE 33 TO WS-OL-INDENT
           END-IF.
           MOVE WS-OL-DEPTH(WS-OL-IDX) TO WS-OL-NUM-DISPLAY.
           MOVE WS-OL-POS(WS-OL-IDX) TO WS-OL-NUM2-DISPLAY.
           MOVE WS-OL-CHILDREN(WS-OL-IDX) TO WS-OL-NUM3-DISPLAY.
           MOVE WS-OL-GARBAGE(WS-OL-IDX) TO WS-OL-NUM4-DISPLAY.
           MOVE WS-OL-SCORE(WS-OL-IDX) TO WS-OL-NUM5-DISPLAY.
           MOVE SPACES TO WS-OL-TEXT.
           STRING '{ depth=' DELIMITED BY SIZE
               FUNCTION TRIM(WS-OL-NUM-DISPLAY) DELIMITED BY SIZE
               ' pos=' DELIMITED BY SIZE
               FUNCTION TRIM(WS-OL-NUM2-DISPLAY) DELIMITED BY SIZE
               ' children=' DELIMITED BY SIZE
               FUNCTION TRIM(WS-OL-NUM3-DISPLAY) DELIMITED BY SIZE
               ' garbage=' DELIMITED BY SIZE
               FUNCTION TRIM(WS-OL-NUM4-DISPLAY) DELIMITED BY SIZE
               ' score=' DELIMITED BY SIZE
               FUNCTION TRIM(WS-OL-NUM5-DISPLAY) DELIMITED BY SIZE
               INTO WS-OL-TEXT
           END-STRING.
           IF NOT OL-CLOSED(WS-OL-IDX)
               MOVE WS-OL-TEXT TO WS-OL-LINE
               MOVE SPACES TO WS-OL-TEXT
               STRING FUNCTION TRIM(WS-OL-LINE) DELIMITED BY SIZE
                   ' *** NEVER CLOSED ***' DELIMITED BY SIZE
                   INTO WS-OL-TEXT
               END-STRING
               MOVE SPACES TO WS-OL-LINE
               ADD 1 TO WS-OL-UNCLOSED
           END-IF.
           MOVE WS-OL-TEXT TO WS-OL-LINE(WS-OL-INDENT:).
           PERFORM WRITE-OUTLINE-LINE.

       WRITE-OUTLINE-SUMMARY.
           MOVE 0 TO WS-OL-WIDEST WS-OL-WIDEST-COUNT.
           PERFORM VARYING WS-OL-LEVEL FROM 1 BY 1
               UNTIL WS-OL-LEVEL > WS-MAX-DEPTH
                   OR WS-OL-LEVEL > 10000
               IF WS-OL-LEVEL-COUNT(WS-OL-LEVEL) > WS-OL-WIDEST-COUNT
                   MOVE WS-OL-LEVEL TO WS-OL-WIDEST
                   MOVE WS-OL-LEVEL-COUNT(WS-OL-LEVEL)
                     TO WS-OL-WIDEST-COUNT
               END-IF
           END-PERFORM.
           PERFORM WRITE-OUTLINE-LINE.
           MOVE 'SUMMARY' TO WS-OL-LINE.
           PERFORM WRITE-OUTLINE-LINE.
           MOVE 'GROUPS' TO WS-OL-LABEL.
           COMPUTE WS-OL-NUM-DISPLAY = WS-OL-COUNT + WS-OL-OVERFLOW.
           PERFORM WRITE-OUTLINE-COUNT.
           MOVE 'DEEPEST LEVEL' TO WS-OL-LABEL.
           MOVE WS-OL-DEEPEST-DEPTH TO WS-OL-NUM-DISPLAY.
           PERFORM WRITE-OUTLINE-COUNT.
           MOVE WS-OL-WIDEST TO WS-OL-NUM-DISPLAY.
           MOVE WS-OL-WIDEST-COUNT TO WS-OL-NUM2-DISPLAY.
           STRING '  WIDEST LEVEL          depth ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-OL-NUM-DISPLAY) DELIMITED BY SIZE
               ' with ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-OL-NUM2-DISPLAY) DELIMITED BY SIZE
               ' groups' DELIMITED BY SIZE
               INTO WS-OL-LINE
           END-STRING.
           PERFORM WRITE-OUTLINE-LINE.
           MOVE 'GROUPS NEVER CLOSED' TO WS-OL-LABEL.
           MOVE WS-OL-UNCLOSED TO WS-OL-NUM-DISPLAY.
           PERFORM WRITE-OUTLINE-COUNT.
           MOVE 'STRAY CLOSERS' TO WS-OL-LABEL.
           MOVE WS-OL-STRAY-COUNT TO WS-OL-NUM-DISPLAY.
           PERFORM WRITE-OUTLINE-COUNT.
           PERFORM VARYING WS-OL-LEVEL FROM 1 BY 1
               UNTIL WS-OL-LEVEL > WS-OL-STRAY-COUNT
                   OR WS-OL-LEVEL > 20
               MOVE WS-OL-STRAY-POS(WS-OL-LEVEL) TO WS-OL-NUM-DISPLAY
               STRING '    stray closer at pos=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-OL-NUM-DISPLAY) DELIMITED BY SIZE
                   INTO WS-OL-LINE
               END-STRING
               PERFORM WRITE-OUTLINE-LINE
           END-PERFORM.
           MOVE 'GARBAGE OUTSIDE GROUPS' TO WS-OL-LABEL.
           MOVE WS-OL-LOOSE-GARBAGE TO WS-OL-NUM-DISPLAY.
           PERFORM WRITE-OUTLINE-COUNT.

           PERFORM WRITE-OUTLINE-LINE.
           MOVE WS-OL-DEEPEST-DEPTH TO WS-OL-NUM-DISPLAY.
           STRING 'DEEPEST PATH (depth ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-OL-NUM-DISPLAY) DELIMITED BY SIZE
               ', outermost group first)' DELIMITED BY SIZE
               INTO WS-OL-LINE
           END-STRING.
           PERFORM WRITE-OUTLINE-LINE.
           MOVE 0 TO WS-OL-PATH-LEN.
           MOVE WS-OL-DEEPEST TO WS-OL-IDX.
           PERFORM UNTIL WS-OL-IDX = 0 OR WS-OL-PATH-LEN >= 10000
               ADD 1 TO WS-OL-PATH-LEN
               MOVE WS-OL-IDX TO WS-OL-PATH(WS-OL-PATH-LEN)
               MOVE WS-OL-PARENT(WS-OL-IDX) TO WS-OL-IDX
           END-PERFORM.
           IF WS-OL-PATH-LEN = 0
               MOVE '  (NO GROUPS)' TO WS-OL-LINE
               PERFORM WRITE-OUTLINE-LINE
           END-IF.
           PERFORM VARYING WS-OL-LEVEL FROM WS-OL-PATH-LEN BY -1
               UNTIL WS-OL-LEVEL < 1
               MOVE WS-OL-PATH(WS-OL-LEVEL) TO WS-OL-IDX
               MOVE WS-OL-DEPTH(WS-OL-IDX) TO WS-OL-NUM-DISPLAY
               MOVE WS-OL-POS(WS-OL-IDX) TO WS-OL-NUM2-DISPLAY
               STRING '  depth ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-OL-NUM-DISPLAY) DELIMITED BY SIZE
                   ' group at pos=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-OL-NUM2-DISPLAY) DELIMITED BY SIZE
                   INTO WS-OL-LINE
               END-STRING
               PERFORM WRITE-OUTLINE-LINE
           END-PERFORM.

           PERFORM WRITE-OUTLINE-LINE.
           MOVE 'CONTROL TOTALS' TO WS-OL-LINE.
           PERFORM WRITE-OUTLINE-LINE.
           MOVE 'SCORE OF OUTLINE' TO WS-OL-LABEL.
           MOVE WS-OL-SUM-SCORE TO WS-OL-NUM-DISPLAY.
           PERFORM WRITE-OUTLINE-COUNT.
           MOVE 'SCORE REPORTED' TO WS-OL-LABEL.
           MOVE WS-SCORE TO WS-OL-NUM-DISPLAY.
           PERFORM WRITE-OUTLINE-COUNT.
           MOVE 'GARBAGE OF OUTLINE' TO WS-OL-LABEL.
           COMPUTE WS-OL-NUM-DISPLAY =
               WS-OL-SUM-GARBAGE + WS-OL-LOOSE-GARBAGE.
           PERFORM WRITE-OUTLINE-COUNT.
           MOVE 'GARBAGE REPORTED' TO WS-OL-LABEL.
           MOVE WS-GARBAGE-CHAR-COUNT TO WS-OL-NUM-DISPLAY.
           PERFORM WRITE-OUTLINE-COUNT.
           IF WS-OL-SUM-SCORE = WS-SCORE
               AND WS-OL-SUM-GARBAGE + WS-OL-LOOSE-GARBAGE
                   = WS-GARBAGE-CHAR-COUNT
               AND WS-OL-OVERFLOW = 0
               MOVE 'CONTROL TOTALS BALANCE' TO WS-OL-LINE
           ELSE
               MOVE 'CONTROL TOTALS DO NOT BALANCE' TO WS-OL-LINE
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-OUTLINE-LINE.
           IF WS-OL-UNCLOSED > 0 OR WS-OL-STRAY-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE WS-OL-WIDEST TO WS-OL-NUM-DISPLAY.
           MOVE WS-OL-DEEPEST-DEPTH TO WS-OL-NUM2-DISPLAY.
           DISPLAY 'OUTLINE COMPLETE WIDEST-LEVEL='
               FUNCTION TRIM(WS-OL-NUM-DISPLAY)
               ' DEEPEST-LEVEL=' FUNCTION TRIM(WS-OL-NUM2-DISPLAY).
           DISPLAY 'ANSWER=widest-level='
               FUNCTION TRIM(WS-OL-NUM-DISPLAY).
           DISPLAY 'ANSWER=deepest-level='
               FUNCTION TRIM(WS-OL-NUM2-DISPLAY).

       WRITE-OUTLINE-COUNT.
           STRING '  ' WS-OL-LABEL WS-OL-NUM-DISPLAY
               DELIMITED BY SIZE INTO WS-OL-LINE
           END-STRING.
           PERFORM WRITE-OUTLINE-LINE.

       WRITE-OUTLINE-LINE.
           MOVE WS-OL-LINE TO OUTLINE-RECORD.
           WRITE OUTLINE-RECORD.
           MOVE SPACES TO WS-OL-LINE.
