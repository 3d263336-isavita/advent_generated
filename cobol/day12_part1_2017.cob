           SELECT LINKS-FILE ASSIGN TO 'critical_links.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

      *    Optional "<from> <to>" program-ID pairs to trace, and the
      *    shortest chain, hop count and route count found for each.
           SELECT OPTIONAL PATH-QUERY-FILE ASSIGN TO 'path_queries.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PATH-QUERY-STATUS.
           SELECT PATHS-FILE ASSIGN TO 'pipe_paths.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD INPUT-FILE.
       FD LINKS-FILE.
       01 LINKS-RECORD PIC X(2000).

       FD PATH-QUERY-FILE.
       01 PATH-QUERY-RECORD PIC X(40).

       FD PATHS-FILE.
       01 PATHS-RECORD PIC X(2000).

       WORKING-STORAGE SECTION.
       01  RUN-HEADER-FIELDS.
           05 RUN-STAMP          PIC X(32) VALUE SPACES.
                         DEPENDING ON WS-LABEL-TABLE-SIZE
                         PIC 9(7) VALUE 0.

      *    Shortest-path query state: hop count, first predecessor
      *    and shortest-route count per program for the current pair.
       01 WS-PATH-VARS.
           05 WS-PATH-QUERY-STATUS  PIC XX.
           05 WS-PATH-QUERY-EOF     PIC X VALUE 'N'.
              88 PATH-QUERY-EOF     VALUE 'Y'.
           05 WS-PATH-FROM          PIC 9(7).
           05 WS-PATH-TO            PIC 9(7).
           05 WS-PATH-ANSWERED      PIC 9(7) VALUE 0.
           05 WS-PATH-UNCONNECTED   PIC 9(7) VALUE 0.
           05 WS-PATH-INVALID       PIC 9(7) VALUE 0.
           05 WS-PATH-ROUTES-CAPPED PIC X VALUE 'N'.
           05 WS-PATH-ROUTES-DISP   PIC Z(17)9.

       01 WS-PATH-DIST-DATA.
           05 WS-PATH-DIST OCCURS 1 TO 50000 TIMES
                         DEPENDING ON WS-TABLE-SIZE
                         PIC 9(7).

       01 WS-PATH-PRED-DATA.
           05 WS-PATH-PRED OCCURS 1 TO 50000 TIMES
                         DEPENDING ON WS-TABLE-SIZE
                         PIC 9(7).

       01 WS-PATH-ROUTES-DATA.
           05 WS-PATH-ROUTES OCCURS 1 TO 50000 TIMES
                         DEPENDING ON WS-TABLE-SIZE
                         PIC 9(18).

       01 WS-COMPONENT-REPORT-VARS.
           05 WS-GROUP-DISPLAY      PIC Z(6)9.
           05 WS-SIZE-DISPLAY       PIC Z(6)9.
           PERFORM 900-PRINT-RESULT.
           PERFORM 910-WRITE-COMPONENT-REPORT.
           PERFORM 920-WRITE-GROUPS-FILE.
           PERFORM 960-ANSWER-PATH-QUERIES.
           IF INCREMENTAL-MODE
               PERFORM 930-WRITE-CHANGE-REPORT
           END-IF.
               END-PERFORM
           END-PERFORM.

      *    Each "<from> <to>" pair in path_queries.txt is answered
      *    with a breadth-first search out of <from>: the hop count
      *    of the shortest chain, one such chain spelled out program
      *    by program, and how many distinct shortest routes exist.
      *    Pairs in different groups are reported not connected
      *    without searching at all.
       960-ANSWER-PATH-QUERIES.
           OPEN INPUT PATH-QUERY-FILE.
           IF WS-PATH-QUERY-STATUS NOT = '00'
               CLOSE PATH-QUERY-FILE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT PATHS-FILE.
           PERFORM UNTIL PATH-QUERY-EOF
               READ PATH-QUERY-FILE INTO PATH-QUERY-RECORD
                   AT END SET PATH-QUERY-EOF TO TRUE
                   NOT AT END PERFORM 961-ANSWER-ONE-QUERY
               END-READ
           END-PERFORM.
           CLOSE PATH-QUERY-FILE.
           MOVE WS-PATH-ANSWERED TO WS-LINK-DISP.
           MOVE WS-PATH-UNCONNECTED TO WS-LINK-DISP-2.
           MOVE WS-PATH-INVALID TO WS-MEMBER-DISPLAY.
           MOVE SPACES TO WS-CHANGE-LINE.
           STRING 'PATH QUERIES: ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LINK-DISP) DELIMITED BY SIZE
                  ' CONNECTED, ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LINK-DISP-2) DELIMITED BY SIZE
                  ' NOT CONNECTED, ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MEMBER-DISPLAY) DELIMITED BY SIZE
                  ' INVALID' DELIMITED BY SIZE
                  INTO WS-CHANGE-LINE
           END-STRING.
           MOVE WS-CHANGE-LINE TO PATHS-RECORD.
           WRITE PATHS-RECORD.
           CLOSE PATHS-FILE.
           DISPLAY FUNCTION TRIM(WS-CHANGE-LINE).
           DISPLAY 'ANSWER=connected-pairs='
               FUNCTION TRIM(WS-LINK-DISP).
           DISPLAY 'ANSWER=unconnected-pairs='
               FUNCTION TRIM(WS-LINK-DISP-2).

       961-ANSWER-ONE-QUERY.
           IF PATH-QUERY-RECORD = SPACES
               OR PATH-QUERY-RECORD(1:1) = '*'
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-DELTA-TOK1 WS-DELTA-TOK2 WS-DELTA-TOK3.
           UNSTRING PATH-QUERY-RECORD DELIMITED BY ALL SPACE
               INTO WS-DELTA-TOK1 WS-DELTA-TOK2 WS-DELTA-TOK3
           END-UNSTRING.
           IF WS-DELTA-TOK2 = SPACES OR WS-DELTA-TOK3 NOT = SPACES
               OR FUNCTION TEST-NUMVAL(WS-DELTA-TOK1) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-DELTA-TOK2) NOT = 0
               DISPLAY 'INVALID path_queries.txt LINE IGNORED: '
                   FUNCTION TRIM(PATH-QUERY-RECORD)
               ADD 1 TO WS-PATH-INVALID
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-PATH-FROM = FUNCTION NUMVAL(WS-DELTA-TOK1).
           COMPUTE WS-PATH-TO = FUNCTION NUMVAL(WS-DELTA-TOK2).
           IF WS-PATH-FROM > WS-MAX-ID-SEEN
               OR WS-PATH-TO > WS-MAX-ID-SEEN
               DISPLAY 'INVALID path_queries.txt LINE IGNORED: '
                   FUNCTION TRIM(PATH-QUERY-RECORD)
               ADD 1 TO WS-PATH-INVALID
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PATH-FROM TO WS-MEMBER-DISPLAY.
           MOVE WS-PATH-TO TO WS-GROUP-DISPLAY.
           MOVE SPACES TO WS-COMPONENT-BUFFER.
           MOVE 1 TO WS-COMPONENT-PTR.
           STRING 'PATH ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MEMBER-DISPLAY) DELIMITED BY SIZE
                  ' TO ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-GROUP-DISPLAY) DELIMITED BY SIZE
                  INTO WS-COMPONENT-BUFFER
                  WITH POINTER WS-COMPONENT-PTR
           END-STRING.
           IF WS-GROUP-OF(WS-PATH-FROM + 1)
               NOT = WS-GROUP-OF(WS-PATH-TO + 1)
               ADD 1 TO WS-PATH-UNCONNECTED
               STRING ' NOT CONNECTED' DELIMITED BY SIZE
                      INTO WS-COMPONENT-BUFFER
                      WITH POINTER WS-COMPONENT-PTR
               END-STRING
               MOVE WS-COMPONENT-BUFFER TO PATHS-RECORD
               WRITE PATHS-RECORD
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PATH-ANSWERED.
           PERFORM 965-PATH-BFS.
           MOVE WS-PATH-DIST(WS-PATH-TO + 1) TO WS-LINK-DISP.
           MOVE WS-PATH-ROUTES(WS-PATH-TO + 1) TO WS-PATH-ROUTES-DISP.
           STRING ' HOPS ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LINK-DISP) DELIMITED BY SIZE
                  ' ROUTES ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PATH-ROUTES-DISP) DELIMITED BY SIZE
                  INTO WS-COMPONENT-BUFFER
                  WITH POINTER WS-COMPONENT-PTR
           END-STRING.
           IF WS-PATH-ROUTES-CAPPED = 'Y'
               STRING ' OR MORE' DELIMITED BY SIZE
                      INTO WS-COMPONENT-BUFFER
                      WITH POINTER WS-COMPONENT-PTR
               END-STRING
           END-IF.
           STRING ' CHAIN' DELIMITED BY SIZE
                  INTO WS-COMPONENT-BUFFER
                  WITH POINTER WS-COMPONENT-PTR
           END-STRING.
      *    The predecessor links run backwards from <to>, so the
      *    chain is gathered into the queue table first and written
      *    out from its far end.
           MOVE 0 TO WS-QUEUE-TAIL.
           MOVE WS-PATH-TO TO WS-CURRENT-PROGRAM-ID.
           PERFORM UNTIL WS-CURRENT-PROGRAM-ID = WS-PATH-FROM
               ADD 1 TO WS-QUEUE-TAIL
               MOVE WS-CURRENT-PROGRAM-ID
                   TO WS-QUEUE-ELEMENTS(WS-QUEUE-TAIL)
               MOVE WS-PATH-PRED(WS-CURRENT-PROGRAM-ID + 1)
                   TO WS-CURRENT-PROGRAM-ID
           END-PERFORM.
           ADD 1 TO WS-QUEUE-TAIL.
           MOVE WS-PATH-FROM TO WS-QUEUE-ELEMENTS(WS-QUEUE-TAIL).
           PERFORM VARYING WS-QUEUE-HEAD FROM WS-QUEUE-TAIL BY -1
               UNTIL WS-QUEUE-HEAD < 1
               IF WS-QUEUE-HEAD < WS-QUEUE-TAIL
                   STRING ' ->' DELIMITED BY SIZE
                          INTO WS-COMPONENT-BUFFER
                          WITH POINTER WS-COMPONENT-PTR
                   END-STRING
               END-IF
               MOVE WS-QUEUE-ELEMENTS(WS-QUEUE-HEAD)
                   TO WS-MEMBER-DISPLAY
               STRING ' ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-MEMBER-DISPLAY)
                        DELIMITED BY SIZE
                      INTO WS-COMPONENT-BUFFER
                      WITH POINTER WS-COMPONENT-PTR
               END-STRING
           END-PERFORM.
           MOVE WS-COMPONENT-BUFFER TO PATHS-RECORD.
           WRITE PATHS-RECORD.

      *    BFS from WS-PATH-FROM recording each program's hop count,
      *    the program it was first reached from, and how many
      *    shortest routes reach it: a neighbour one hop further out
      *    inherits the route count of every program that reaches it
      *    at that distance. A pipe stated on both programs' lines
      *    (or twice on one) is one connection, so repeats in a
      *    connection list are skipped before they can double a
      *    route count.
       965-PATH-BFS.
           PERFORM VARYING WS-SCAN-ID FROM 0 BY 1
               UNTIL WS-SCAN-ID > WS-MAX-ID-SEEN
               MOVE 9999999 TO WS-PATH-DIST(WS-SCAN-ID + 1)
               MOVE 0 TO WS-PATH-ROUTES(WS-SCAN-ID + 1)
           END-PERFORM.
           MOVE 'N' TO WS-PATH-ROUTES-CAPPED.
           MOVE 1 TO WS-QUEUE-HEAD.
           MOVE 1 TO WS-QUEUE-TAIL.
           MOVE WS-PATH-FROM TO WS-QUEUE-ELEMENTS(1).
           MOVE 0 TO WS-PATH-DIST(WS-PATH-FROM + 1).
           MOVE 1 TO WS-PATH-ROUTES(WS-PATH-FROM + 1).
           MOVE WS-PATH-FROM TO WS-PATH-PRED(WS-PATH-FROM + 1).
           PERFORM UNTIL WS-QUEUE-HEAD > WS-QUEUE-TAIL
               MOVE WS-QUEUE-ELEMENTS(WS-QUEUE-HEAD)
                   TO WS-CURRENT-PROGRAM-ID
               ADD 1 TO WS-QUEUE-HEAD
      *    Everything at or past <to>'s distance is no shorter route.
               IF WS-PATH-DIST(WS-CURRENT-PROGRAM-ID + 1)
                   >= WS-PATH-DIST(WS-PATH-TO + 1)
                   EXIT PERFORM
               END-IF
               PERFORM VARYING WS-CONN-IDX FROM 1 BY 1
                   UNTIL WS-CONN-IDX >
                       WS-CONNECTED-COUNT OF
                       WS-PROGRAM-CONNECTIONS
                           (WS-CURRENT-PROGRAM-ID + 1)
                   MOVE WS-CONNECTED-TO OF WS-PROGRAM-CONNECTIONS
                       (WS-CURRENT-PROGRAM-ID + 1, WS-CONN-IDX)
                       TO WS-NEIGHBOR-ID
                   PERFORM 966-CHECK-REPEATED-NEIGHBOR
                   IF WS-LOST-FIRST = 'N'
                       PERFORM 967-RELAX-NEIGHBOR
                   END-IF
               END-PERFORM
           END-PERFORM.

       966-CHECK-REPEATED-NEIGHBOR.
           MOVE 'N' TO WS-LOST-FIRST.
           PERFORM VARYING WS-LINK-SUB-2 FROM 1 BY 1
               UNTIL WS-LINK-SUB-2 >= WS-CONN-IDX
               IF WS-CONNECTED-TO OF WS-PROGRAM-CONNECTIONS
                   (WS-CURRENT-PROGRAM-ID + 1, WS-LINK-SUB-2)
                   = WS-NEIGHBOR-ID
                   MOVE 'Y' TO WS-LOST-FIRST
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       967-RELAX-NEIGHBOR.
           IF WS-PATH-DIST(WS-NEIGHBOR-ID + 1) = 9999999
               COMPUTE WS-PATH-DIST(WS-NEIGHBOR-ID + 1)
                   = WS-PATH-DIST(WS-CURRENT-PROGRAM-ID + 1) + 1
               MOVE WS-CURRENT-PROGRAM-ID
                   TO WS-PATH-PRED(WS-NEIGHBOR-ID + 1)
               ADD 1 TO WS-QUEUE-TAIL
               MOVE WS-NEIGHBOR-ID TO WS-QUEUE-ELEMENTS(WS-QUEUE-TAIL)
           END-IF.
           IF WS-PATH-DIST(WS-NEIGHBOR-ID + 1)
               = WS-PATH-DIST(WS-CURRENT-PROGRAM-ID + 1) + 1
               ADD WS-PATH-ROUTES(WS-CURRENT-PROGRAM-ID + 1)
                   TO WS-PATH-ROUTES(WS-NEIGHBOR-ID + 1)
                   ON SIZE ERROR
                       MOVE 999999999999999999
                           TO WS-PATH-ROUTES(WS-NEIGHBOR-ID + 1)
               END-ADD
               IF WS-PATH-ROUTES(WS-NEIGHBOR-ID + 1)
                   = 999999999999999999
                   AND WS-NEIGHBOR-ID = WS-PATH-TO
                   MOVE 'Y' TO WS-PATH-ROUTES-CAPPED
               END-IF
           END-IF.

       999-END-PROGRAM.
           CLOSE INPUT-FILE
                 OUTPUT-FILE.
