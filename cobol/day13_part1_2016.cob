               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OVERRIDE-FILE-STATUS.

      *> Named waypoints, "name x y" per line (supply rooms,
      *> printers). When present, the BFS runs from each waypoint and
      *> every pairwise shortest distance is written out for
      *> FindLongestRoute to plan the visiting order.
           SELECT OPTIONAL WAYPOINT-FILE
               ASSIGN TO 'maze_waypoints.txt'
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WAYPOINT-FILE-STATUS.

      *> Pairwise distances in FindLongestRoute's "A to B = n" input
      *> format; a pair with no path is written as a '*' comment
      *> line ("* A to B = NO-PATH"), which FindLongestRoute skips.
           SELECT DISTANCE-FILE
               ASSIGN TO 'maze_distances.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE.
       FD  OVERRIDE-FILE.
       01  OVERRIDE-RECORD PIC X(80).

       FD  WAYPOINT-FILE.
       01  WAYPOINT-RECORD PIC X(80).

       FD  DISTANCE-FILE.
       01  DISTANCE-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01  RUN-HEADER-FIELDS.
           05 RUN-STAMP          PIC X(32) VALUE SPACES.
       01  WS-FOUND-TARGET    PIC X(1) VALUE 'N'.
           88 TARGET-REACHED  VALUE 'Y'.

      * --- Waypoint distance-matrix mode ---
      * WP-REACHED/WP-STEPS(from, to) hold what the sweep from each
      * waypoint found; only the from < to half is written out, the
      * grid being the same in both directions.
       01  WAYPOINT-FILE-STATUS PIC XX.
       01  WS-WAYPOINT-EOF-FLAG PIC X(1) VALUE 'N'.
           88 WAYPOINT-EOF    VALUE 'Y'.
       01  WS-WAYPOINT-MODE-FLAG PIC X(1) VALUE 'N'.
           88 WAYPOINT-MODE   VALUE 'Y'.
       01  WS-WAYPOINT-SWEEP-FLAG PIC X(1) VALUE 'N'.
           88 WAYPOINT-SWEEP  VALUE 'Y'.
       01  WS-WAYPOINT-COUNT  PIC 9(3) COMP VALUE 0.
       01  WS-WAYPOINT-TABLE.
           05 WS-WAYPOINT-ENTRY OCCURS 50 TIMES.
              10 WP-NAME      PIC X(20).
              10 WP-X         PIC 9(3) COMP.
              10 WP-Y         PIC 9(3) COMP.
              10 WP-REACHED   PIC X(1) OCCURS 50 TIMES.
              10 WP-STEPS     PIC 9(3) COMP OCCURS 50 TIMES.
       01  WS-WP-FROM         PIC 9(3) COMP.
       01  WS-WP-TO           PIC 9(3) COMP.
       01  WS-WP-FOUND        PIC 9(3) COMP.
       01  WS-WP-PAIRS        PIC 9(4) COMP VALUE 0.
       01  WS-WP-NO-PATH      PIC 9(4) COMP VALUE 0.
       01  WS-WP-NAME-TOK     PIC X(20).

      * --- BFS Queue Structure ---
      * Max queue size is WS-MAX-DIM squared (every cell enqueued at
      * most once), computed once the grid size is known instead of
       MAIN-LOGIC SECTION.
           PERFORM 1000-READ-INPUT-FILE.
           PERFORM 6000-LOAD-OVERRIDES.
           PERFORM 7000-LOAD-WAYPOINTS.
           PERFORM 5000-CHECK-QUERY-FILE.
           IF QUERY-MODE OR WAYPOINT-MODE
               IF WS-OVERRIDE-COUNT > 0
                   SET OVERRIDES-ACTIVE TO TRUE
               END-IF
               IF WAYPOINT-MODE
                   PERFORM 7100-RUN-WAYPOINT-MATRIX
               END-IF
               IF QUERY-MODE
                   PERFORM 5100-RUN-QUERY-BATCH
               END-IF
               PERFORM 9000-END-PROGRAM
           END-IF.
           PERFORM 2000-INITIALIZE-BFS.
           ADD 1 TO WS-QUEUE-FRONT.
           SUBTRACT 1 FROM WS-QUEUE-SIZE.

      * In a waypoint sweep there is no single target: every waypoint
      * the search reaches has its distance recorded instead.
           IF WAYPOINT-SWEEP
               PERFORM 7300-NOTE-WAYPOINT
           END-IF.

      * Check if target reached. When a step budget is active this
      * only records the shortest path; the BFS keeps exploring so
      * the reachable-area count below still covers every cell the
                   FUNCTION TRIM(WS-DELTA-DISP)
           END-IF.

       7000-LOAD-WAYPOINTS SECTION.
           MOVE 'N' TO WS-WAYPOINT-EOF-FLAG.
           OPEN INPUT WAYPOINT-FILE.
           IF WAYPOINT-FILE-STATUS = '00'
               PERFORM 7010-LOAD-ONE-WAYPOINT UNTIL WAYPOINT-EOF
           END-IF.
           CLOSE WAYPOINT-FILE.
           IF WS-WAYPOINT-COUNT > 0
               SET WAYPOINT-MODE TO TRUE
           END-IF.

       7010-LOAD-ONE-WAYPOINT SECTION.
           READ WAYPOINT-FILE
               AT END SET WAYPOINT-EOF TO TRUE
           END-READ.
           IF WAYPOINT-EOF
               EXIT SECTION
           END-IF.
           IF WAYPOINT-RECORD = SPACES
               OR WAYPOINT-RECORD(1:1) = '*'
               EXIT SECTION
           END-IF.
           MOVE SPACES TO WS-WP-NAME-TOK WS-LAYOUT-TOK1
               WS-LAYOUT-TOK2.
           UNSTRING WAYPOINT-RECORD DELIMITED BY ALL SPACE
               INTO WS-WP-NAME-TOK WS-LAYOUT-TOK1 WS-LAYOUT-TOK2
           END-UNSTRING.
           IF WS-LAYOUT-TOK2 = SPACES
               OR FUNCTION NUMVAL(WS-LAYOUT-TOK1) >= WS-MAX-DIM
               OR FUNCTION NUMVAL(WS-LAYOUT-TOK2) >= WS-MAX-DIM
               DISPLAY "INVALID maze_waypoints.txt LINE IGNORED: "
                   FUNCTION TRIM(WAYPOINT-RECORD)
               EXIT SECTION
           END-IF.
           IF WS-WAYPOINT-COUNT >= 50
               DISPLAY "WAYPOINT TABLE FULL, LINE IGNORED"
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-WAYPOINT-COUNT.
           MOVE WS-WP-NAME-TOK TO WP-NAME(WS-WAYPOINT-COUNT).
           MOVE FUNCTION NUMVAL(WS-LAYOUT-TOK1)
               TO WP-X(WS-WAYPOINT-COUNT).
           MOVE FUNCTION NUMVAL(WS-LAYOUT-TOK2)
               TO WP-Y(WS-WAYPOINT-COUNT).

      * One full sweep per waypoint (the last needs none: every pair
      * it belongs to was covered by an earlier sweep), then the
      * matrix is written out a pair per line.
       7100-RUN-WAYPOINT-MATRIX SECTION.
           MOVE 999 TO WS-TARGET-X WS-TARGET-Y.
           SET WAYPOINT-SWEEP TO TRUE.
           PERFORM VARYING WS-WP-FROM FROM 1 BY 1
                   UNTIL WS-WP-FROM >= WS-WAYPOINT-COUNT
               PERFORM 7200-SWEEP-FROM-WAYPOINT
           END-PERFORM.
           MOVE 'N' TO WS-WAYPOINT-SWEEP-FLAG.
           OPEN OUTPUT DISTANCE-FILE.
           PERFORM VARYING WS-WP-FROM FROM 1 BY 1
                   UNTIL WS-WP-FROM >= WS-WAYPOINT-COUNT
               PERFORM VARYING WS-WP-TO FROM 1 BY 1
                       UNTIL WS-WP-TO > WS-WAYPOINT-COUNT
                   IF WS-WP-TO > WS-WP-FROM
                       PERFORM 7400-WRITE-DISTANCE-LINE
                   END-IF
               END-PERFORM
           END-PERFORM.
           CLOSE DISTANCE-FILE.
           MOVE WS-WAYPOINT-COUNT TO WS-QUERY-DISP.
           MOVE WS-WP-PAIRS TO WS-QUERY-DISP-2.
           MOVE WS-WP-NO-PATH TO WS-QUERY-DISP-3.
           MOVE SPACES TO WS-QUERY-LINE.
           STRING "WAYPOINT MATRIX COMPLETE WAYPOINTS="
                   DELIMITED BY SIZE
               FUNCTION TRIM(WS-QUERY-DISP) DELIMITED BY SIZE
               " PAIRS=" DELIMITED BY SIZE
               FUNCTION TRIM(WS-QUERY-DISP-2) DELIMITED BY SIZE
               " NO-PATH=" DELIMITED BY SIZE
               FUNCTION TRIM(WS-QUERY-DISP-3) DELIMITED BY SIZE
               INTO WS-QUERY-LINE
           END-STRING.
           DISPLAY FUNCTION TRIM(WS-QUERY-LINE).
           DISPLAY "ANSWER=waypoint-pairs="
               FUNCTION TRIM(WS-QUERY-DISP-2).
           DISPLAY "ANSWER=waypoint-no-path="
               FUNCTION TRIM(WS-QUERY-DISP-3).
           IF WS-WP-NO-PATH > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

      * The sweep stops early once every waypoint has been reached.
       7200-SWEEP-FROM-WAYPOINT SECTION.
           PERFORM 5300-RESET-SEARCH-STATE.
           MOVE WP-X(WS-WP-FROM) TO WS-START-X.
           MOVE WP-Y(WS-WP-FROM) TO WS-START-Y.
           PERFORM VARYING WS-WP-TO FROM 1 BY 1
                   UNTIL WS-WP-TO > WS-WAYPOINT-COUNT
               MOVE 'N' TO WP-REACHED(WS-WP-FROM, WS-WP-TO)
               MOVE 0 TO WP-STEPS(WS-WP-FROM, WS-WP-TO)
           END-PERFORM.
           MOVE 0 TO WS-WP-FOUND.
           PERFORM 2000-INITIALIZE-BFS.
           PERFORM 3000-BFS-LOOP
               UNTIL WS-QUEUE-SIZE = 0
                  OR WS-WP-FOUND = WS-WAYPOINT-COUNT.

       7300-NOTE-WAYPOINT SECTION.
           PERFORM VARYING WS-WP-TO FROM 1 BY 1
                   UNTIL WS-WP-TO > WS-WAYPOINT-COUNT
               IF WP-X(WS-WP-TO) = WS-CURRENT-X
                   AND WP-Y(WS-WP-TO) = WS-CURRENT-Y
                   AND WP-REACHED(WS-WP-FROM, WS-WP-TO) NOT = 'Y'
                   MOVE 'Y' TO WP-REACHED(WS-WP-FROM, WS-WP-TO)
                   MOVE WS-CURRENT-STEPS
                       TO WP-STEPS(WS-WP-FROM, WS-WP-TO)
                   ADD 1 TO WS-WP-FOUND
               END-IF
           END-PERFORM.

       7400-WRITE-DISTANCE-LINE SECTION.
           ADD 1 TO WS-WP-PAIRS.
           MOVE SPACES TO WS-QUERY-LINE.
           IF WP-REACHED(WS-WP-FROM, WS-WP-TO) = 'Y'
               MOVE WP-STEPS(WS-WP-FROM, WS-WP-TO) TO WS-QUERY-DISP
               STRING FUNCTION TRIM(WP-NAME(WS-WP-FROM))
                       DELIMITED BY SIZE
                   " to " DELIMITED BY SIZE
                   FUNCTION TRIM(WP-NAME(WS-WP-TO)) DELIMITED BY SIZE
                   " = " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-QUERY-DISP) DELIMITED BY SIZE
                   INTO WS-QUERY-LINE
               END-STRING
           ELSE
               ADD 1 TO WS-WP-NO-PATH
               STRING "* " DELIMITED BY SIZE
                   FUNCTION TRIM(WP-NAME(WS-WP-FROM))
                       DELIMITED BY SIZE
                   " to " DELIMITED BY SIZE
                   FUNCTION TRIM(WP-NAME(WS-WP-TO)) DELIMITED BY SIZE
                   " = NO-PATH" DELIMITED BY SIZE
                   INTO WS-QUERY-LINE
               END-STRING
               DISPLAY "NO PATH BETWEEN WAYPOINTS "
                   FUNCTION TRIM(WP-NAME(WS-WP-FROM)) " AND "
                   FUNCTION TRIM(WP-NAME(WS-WP-TO))
           END-IF.
           MOVE WS-QUERY-LINE TO DISTANCE-RECORD.
           WRITE DISTANCE-RECORD.

       9000-END-PROGRAM SECTION.
           STOP RUN.
