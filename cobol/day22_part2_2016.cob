           SELECT OUTAGE-REPORT-FILE ASSIGN TO 'outage_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

      *    Storage-planning capacity report, written every run, and
      *    its optional fill threshold (one percentage, default 85).
           SELECT CAPACITY-FILE ASSIGN TO 'capacity_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FILL-FILE ASSIGN TO 'fill_threshold.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE.
       FD  OUTAGE-REPORT-FILE.
       01  OUTAGE-REPORT-RECORD       PIC X(80).

       FD  CAPACITY-FILE.
       01  CAPACITY-RECORD            PIC X(132).

       FD  FILL-FILE.
       01  FILL-RECORD                PIC X(20).

       WORKING-STORAGE SECTION.
       01  RUN-HEADER-FIELDS.
           05 RUN-STAMP          PIC X(32) VALUE SPACES.
              10 GRID-COL OCCURS 1 TO 999 TIMES
                      DEPENDING ON WS-GRID-DIM PIC 9(4) COMP.

      *    The whole df record for every node, not just the used
      *    figure GRID-COL carries for the move planner. Indexed
      *    (x + 1, y + 1) like GRID-COL.
       01  NODE-DETAIL-GRID.
           05 ND-ROW OCCURS 1 TO 999 TIMES
                   DEPENDING ON WS-GRID-DIM.
              10 ND-COL OCCURS 1 TO 999 TIMES
                      DEPENDING ON WS-GRID-DIM.
                 15 ND-PRESENT      PIC X.
                 15 ND-CAN-RECEIVE  PIC X.
                 15 ND-SIZE         PIC 9(4) COMP.
                 15 ND-USED         PIC 9(4) COMP.
                 15 ND-AVAIL        PIC 9(4) COMP.
                 15 ND-USE-PCT      PIC 9(3) COMP.

       01  PROGRAM-VARIABLES.
           05 FILE-STATUS      PIC X(2).
           05 LINE-BUFFER      PIC X(255).
           05 RPATH-PREV-FOUND PIC X VALUE 'N'.
           05 WS-PATH-LOG-IDX  PIC 9(5) VALUE 0.

       01  CAPACITY-VARS.
           05 FILL-FILE-STATUS   PIC XX.
           05 CAP-FILL-PCT       PIC 9(3) VALUE 85.
           05 CAP-LIST-MAX       PIC 9(9) COMP VALUE 5000.
           05 CAP-X              PIC 9(4) COMP.
           05 CAP-Y              PIC 9(4) COMP.
           05 CAP-X2             PIC 9(4) COMP.
           05 CAP-Y2             PIC 9(4) COMP.
           05 CAP-POS            PIC 9(4) COMP.
           05 CAP-DIGIT          PIC 9.
           05 CAP-LINES-READ     PIC 9(9) COMP VALUE 0.
           05 CAP-NODE-COUNT     PIC 9(9) COMP VALUE 0.
           05 CAP-MISFIT-COUNT   PIC 9(9) COMP VALUE 0.
           05 CAP-FULL-COUNT     PIC 9(9) COMP VALUE 0.
           05 CAP-VIABLE-COUNT   PIC 9(9) COMP VALUE 0.
           05 CAP-NEVER-COUNT    PIC 9(9) COMP VALUE 0.
           05 CAP-TOTAL-SIZE     PIC 9(12) COMP.
           05 CAP-TOTAL-USED     PIC 9(12) COMP.
           05 CAP-TOTAL-AVAIL    PIC 9(12) COMP.
           05 CAP-ROW-USED-SUM   PIC 9(12) COMP VALUE 0.
           05 CAP-COL-USED-SUM   PIC 9(12) COMP VALUE 0.
           05 CAP-SIZE-ACC       PIC 9(12) COMP.
           05 CAP-USED-ACC       PIC 9(12) COMP.
           05 CAP-AVAIL-ACC      PIC 9(12) COMP.
           05 CAP-UTIL-PCT       PIC 9(3).
           05 CAP-LABEL          PIC X(10).
           05 CAP-DISP-1         PIC Z(8)9.
           05 CAP-DISP-2         PIC Z(8)9.
           05 CAP-DISP-3         PIC Z(8)9.
           05 CAP-DISP-4         PIC Z(8)9.
           05 CAP-DISP-5         PIC Z(8)9.
           05 CAP-DISP-6         PIC Z(8)9.
           05 CAP-BIG-DISP-1     PIC Z(11)9.
           05 CAP-BIG-DISP-2     PIC Z(11)9.
           05 CAP-BIG-DISP-3     PIC Z(11)9.
           05 CAP-LINE           PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
           ACCEPT RUN-STAMP FROM ENVIRONMENT "RUN_STAMP"
               ON EXCEPTION CONTINUE
           PERFORM 3000-CALCULATE-MOVES.
           PERFORM 4000-DISPLAY-RESULT.
           PERFORM 5000-RUN-OUTAGE-SCENARIOS.
           PERFORM 6000-WRITE-CAPACITY-REPORT.
           STOP RUN.

       1000-INITIALIZE.
           MOVE 0 TO MAX-Y.

       2000-READ-INPUT.
           INITIALIZE NODE-DETAIL-GRID.
           OPEN INPUT INPUT-FILE.
           READ INPUT-FILE.
           READ INPUT-FILE.
               PERFORM 2100-PARSE-LINE

               MOVE NODE-USED TO GRID-COL(NODE-X + 1, NODE-Y + 1)
               PERFORM 2200-KEEP-NODE-DETAIL

               IF NODE-X > MAX-X
                   MOVE NODE-X TO MAX-X
           END-UNSTRING.
           MOVE FUNCTION NUMVAL(WS-NUM-STR) TO NODE-USE-PCT.

       2200-KEEP-NODE-DETAIL.
           ADD 1 TO CAP-LINES-READ.
           IF ND-PRESENT(NODE-X + 1, NODE-Y + 1) NOT = 'Y'
               ADD 1 TO CAP-NODE-COUNT
           END-IF.
           MOVE 'Y' TO ND-PRESENT(NODE-X + 1, NODE-Y + 1).
           MOVE NODE-SIZE TO ND-SIZE(NODE-X + 1, NODE-Y + 1).
           MOVE NODE-USED TO ND-USED(NODE-X + 1, NODE-Y + 1).
           MOVE NODE-AVAIL TO ND-AVAIL(NODE-X + 1, NODE-Y + 1).
           MOVE NODE-USE-PCT TO ND-USE-PCT(NODE-X + 1, NODE-Y + 1).
           IF NODE-SIZE NOT = NODE-USED + NODE-AVAIL
               ADD 1 TO CAP-MISFIT-COUNT
           END-IF.

       3000-CALCULATE-MOVES.
           COMPUTE GOAL-X = WIDTH - 1.
           MOVE 0 TO GOAL-Y.
           END-IF.
           MOVE WS-OUT-LINE TO OUTAGE-REPORT-RECORD.
           WRITE OUTAGE-REPORT-RECORD.

      *    Capacity report for storage planning, built from the full
      *    node records kept in NODE-DETAIL-GRID: a utilization map,
      *    row and column totals, nodes fuller than the fill
      *    threshold, every viable pair (A holds data and all of it
      *    fits in B's free space), and the nodes no other node's
      *    data could ever be moved onto.
       6000-WRITE-CAPACITY-REPORT.
           PERFORM 6050-READ-FILL-THRESHOLD.
           OPEN OUTPUT CAPACITY-FILE.
           MOVE 0 TO CAP-TOTAL-SIZE CAP-TOTAL-USED CAP-TOTAL-AVAIL.
           PERFORM VARYING CAP-Y FROM 0 BY 1 UNTIL CAP-Y >= HEIGHT
               PERFORM VARYING CAP-X FROM 0 BY 1 UNTIL CAP-X >= WIDTH
                   IF ND-PRESENT(CAP-X + 1, CAP-Y + 1) = 'Y'
                       ADD ND-SIZE(CAP-X + 1, CAP-Y + 1)
                           TO CAP-TOTAL-SIZE
                       ADD ND-USED(CAP-X + 1, CAP-Y + 1)
                           TO CAP-TOTAL-USED
                       ADD ND-AVAIL(CAP-X + 1, CAP-Y + 1)
                           TO CAP-TOTAL-AVAIL
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE CAP-NODE-COUNT TO CAP-DISP-1.
           MOVE WIDTH TO CAP-DISP-2.
           MOVE HEIGHT TO CAP-DISP-3.
           MOVE CAP-FILL-PCT TO CAP-DISP-4.
           STRING "CAPACITY REPORT NODES=" DELIMITED BY SIZE
               FUNCTION TRIM(CAP-DISP-1) DELIMITED BY SIZE
               " GRID=" DELIMITED BY SIZE
               FUNCTION TRIM(CAP-DISP-2) DELIMITED BY SIZE
               "x" DELIMITED BY SIZE
               FUNCTION TRIM(CAP-DISP-3) DELIMITED BY SIZE
               " FILL THRESHOLD=" DELIMITED BY SIZE
               FUNCTION TRIM(CAP-DISP-4) DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO CAP-LINE
           END-STRING.
           PERFORM 6900-WRITE-CAP-LINE.
           MOVE CAP-TOTAL-SIZE TO CAP-SIZE-ACC.
           MOVE CAP-TOTAL-USED TO CAP-USED-ACC.
           MOVE CAP-TOTAL-AVAIL TO CAP-AVAIL-ACC.
           MOVE "TOTAL" TO CAP-LABEL.
           PERFORM 6800-WRITE-TOTAL-LINE.
           PERFORM 6100-WRITE-UTILIZATION-MAP.
           PERFORM 6200-WRITE-ROW-TOTALS.
           PERFORM 6300-WRITE-COLUMN-TOTALS.
           PERFORM 6400-WRITE-FULL-NODES.
           PERFORM 6500-WRITE-VIABLE-PAIRS.
           PERFORM 6600-WRITE-NEVER-RECEIVE.
           PERFORM 6700-WRITE-CAP-CONTROL-TOTALS.
           CLOSE CAPACITY-FILE.
           MOVE CAP-VIABLE-COUNT TO CAP-DISP-1.
           MOVE CAP-FULL-COUNT TO CAP-DISP-2.
           MOVE CAP-NEVER-COUNT TO CAP-DISP-3.
           DISPLAY "CAPACITY REPORT COMPLETE VIABLE PAIRS="
               FUNCTION TRIM(CAP-DISP-1)
               " ABOVE FILL=" FUNCTION TRIM(CAP-DISP-2)
               " NEVER RECEIVE=" FUNCTION TRIM(CAP-DISP-3).
           DISPLAY "ANSWER=viable-pairs=" FUNCTION TRIM(CAP-DISP-1).
           DISPLAY "ANSWER=nodes-above-fill="
               FUNCTION TRIM(CAP-DISP-2).

      *    Optional fill_threshold.txt: one whole percentage, 1-100.
      *    Missing or unusable keeps the default of 85.
       6050-READ-FILL-THRESHOLD.
           OPEN INPUT FILL-FILE.
           IF FILL-FILE-STATUS NOT = '00'
               CLOSE FILL-FILE
               EXIT PARAGRAPH
           END-IF.
           READ FILL-FILE
               AT END MOVE SPACES TO FILL-RECORD
           END-READ.
           CLOSE FILL-FILE.
           IF FUNCTION TRIM(FILL-RECORD) IS NUMERIC
               AND FUNCTION NUMVAL(FILL-RECORD) >= 1
               AND FUNCTION NUMVAL(FILL-RECORD) <= 100
               MOVE FUNCTION NUMVAL(FILL-RECORD) TO CAP-FILL-PCT
           ELSE
               DISPLAY "INVALID fill_threshold.txt VALUE "
                   FUNCTION TRIM(FILL-RECORD) " EXPECTED 1-100"
           END-IF.

      *    One character per node, use% in tens: '0' under 10%,
      *    '9' for 90-99%, '#' completely full, '?' no record.
       6100-WRITE-UTILIZATION-MAP.
           PERFORM 6900-WRITE-CAP-LINE.
           MOVE "UTILIZATION MAP (USE% / 10 PER NODE, # = FULL)"
               TO CAP-LINE.
           PERFORM 6900-WRITE-CAP-LINE.
           IF WIDTH > 120
               MOVE "  MAP OMITTED, GRID WIDER THAN 120 NODES"
                   TO CAP-LINE
               PERFORM 6900-WRITE-CAP-LINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING CAP-Y FROM 0 BY 1 UNTIL CAP-Y >= HEIGHT
               MOVE CAP-Y TO CAP-DISP-1
               STRING "y=" DELIMITED BY SIZE
                   FUNCTION TRIM(CAP-DISP-1) DELIMITED BY SIZE
                   INTO CAP-LINE
               END-STRING
               PERFORM VARYING CAP-X FROM 0 BY 1 UNTIL CAP-X >= WIDTH
                   COMPUTE CAP-POS = CAP-X + 8
                   PERFORM 6150-MAP-ONE-NODE
               END-PERFORM
               PERFORM 6900-WRITE-CAP-LINE
           END-PERFORM.

       6150-MAP-ONE-NODE.
           IF ND-PRESENT(CAP-X + 1, CAP-Y + 1) NOT = 'Y'
               MOVE '?' TO CAP-LINE(CAP-POS:1)
               EXIT PARAGRAPH
           END-IF.
           IF ND-USE-PCT(CAP-X + 1, CAP-Y + 1) >= 100
               MOVE '#' TO CAP-LINE(CAP-POS:1)
           ELSE
               COMPUTE CAP-DIGIT = ND-USE-PCT(CAP-X + 1, CAP-Y + 1)
                   / 10
               MOVE CAP-DIGIT TO CAP-LINE(CAP-POS:1)
           END-IF.

       6200-WRITE-ROW-TOTALS.
           PERFORM 6900-WRITE-CAP-LINE.
           MOVE "ROW TOTALS" TO CAP-LINE.
           PERFORM 6900-WRITE-CAP-LINE.
           PERFORM VARYING CAP-Y FROM 0 BY 1 UNTIL CAP-Y >= HEIGHT
               MOVE 0 TO CAP-SIZE-ACC CAP-USED-ACC CAP-AVAIL-ACC
               PERFORM VARYING CAP-X FROM 0 BY 1 UNTIL CAP-X >= WIDTH
                   PERFORM 6250-ACCUMULATE-NODE
               END-PERFORM
               ADD CAP-USED-ACC TO CAP-ROW-USED-SUM
               MOVE CAP-Y TO CAP-DISP-1
               MOVE SPACES TO CAP-LABEL
               STRING "  y=" DELIMITED BY SIZE
                   FUNCTION TRIM(CAP-DISP-1) DELIMITED BY SIZE
                   INTO CAP-LABEL
               END-STRING
               PERFORM 6800-WRITE-TOTAL-LINE
           END-PERFORM.

       6250-ACCUMULATE-NODE.
           IF ND-PRESENT(CAP-X + 1, CAP-Y + 1) = 'Y'
               ADD ND-SIZE(CAP-X + 1, CAP-Y + 1) TO CAP-SIZE-ACC
               ADD ND-USED(CAP-X + 1, CAP-Y + 1) TO CAP-USED-ACC
               ADD ND-AVAIL(CAP-X + 1, CAP-Y + 1) TO CAP-AVAIL-ACC
           END-IF.

       6300-WRITE-COLUMN-TOTALS.
           PERFORM 6900-WRITE-CAP-LINE.
           MOVE "COLUMN TOTALS" TO CAP-LINE.
           PERFORM 6900-WRITE-CAP-LINE.
           PERFORM VARYING CAP-X FROM 0 BY 1 UNTIL CAP-X >= WIDTH
               MOVE 0 TO CAP-SIZE-ACC CAP-USED-ACC CAP-AVAIL-ACC
               PERFORM VARYING CAP-Y FROM 0 BY 1 UNTIL CAP-Y >= HEIGHT
                   PERFORM 6250-ACCUMULATE-NODE
               END-PERFORM
               ADD CAP-USED-ACC TO CAP-COL-USED-SUM
               MOVE CAP-X TO CAP-DISP-1
               MOVE SPACES TO CAP-LABEL
               STRING "  x=" DELIMITED BY SIZE
                   FUNCTION TRIM(CAP-DISP-1) DELIMITED BY SIZE
                   INTO CAP-LABEL
               END-STRING
               PERFORM 6800-WRITE-TOTAL-LINE
           END-PERFORM.

       6400-WRITE-FULL-NODES.
           PERFORM 6900-WRITE-CAP-LINE.
           MOVE CAP-FILL-PCT TO CAP-DISP-4.
           STRING "NODES ABOVE " DELIMITED BY SIZE
               FUNCTION TRIM(CAP-DISP-4) DELIMITED BY SIZE
               "% FULL" DELIMITED BY SIZE
               INTO CAP-LINE
           END-STRING.
           PERFORM 6900-WRITE-CAP-LINE.
           MOVE 0 TO CAP-FULL-COUNT.
           PERFORM VARYING CAP-Y FROM 0 BY 1 UNTIL CAP-Y >= HEIGHT
               PERFORM VARYING CAP-X FROM 0 BY 1 UNTIL CAP-X >= WIDTH
                   IF ND-PRESENT(CAP-X + 1, CAP-Y + 1) = 'Y'
                       AND ND-USE-PCT(CAP-X + 1, CAP-Y + 1)
                           > CAP-FILL-PCT
                       ADD 1 TO CAP-FULL-COUNT
                       PERFORM 6450-WRITE-NODE-DETAIL
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE CAP-FULL-COUNT TO CAP-DISP-1.
           STRING "  COUNT=" DELIMITED BY SIZE
               FUNCTION TRIM(CAP-DISP-1) DELIMITED BY SIZE
               INTO CAP-LINE
           END-STRING.
           PERFORM 6900-WRITE-CAP-LINE.

       6450-WRITE-NODE-DETAIL.
           MOVE CAP-X TO CAP-DISP-1.
           MOVE CAP-Y TO CAP-DISP-2.
           MOVE ND-SIZE(CAP-X + 1, CAP-Y + 1) TO CAP-DISP-3.
           MOVE ND-USED(CAP-X + 1, CAP-Y + 1) TO CAP-DISP-4.
           MOVE ND-AVAIL(CAP-X + 1, CAP-Y + 1) TO CAP-DISP-5.
           MOVE ND-USE-PCT(CAP-X + 1, CAP-Y + 1) TO CAP-DISP-6.
           STRING "  node-x" DELIMITED BY SIZE
               FUNCTION TRIM(CAP-DISP-1) DELIMITED BY SIZE
               "-y" DELIMITED BY SIZE
               FUNCTION TRIM(CAP-DISP-2) DELIMITED BY SIZE
               " SIZE=" DELIMITED BY SIZE
               FUNCTION TRIM(CAP-DISP-3) DELIMITED BY SIZE
               "T USED=" DELIMITED BY SIZE
               FUNCTION TRIM(CAP-DISP-4) DELIMITED BY SIZE
               "T AVAIL=" DELIMITED BY SIZE
               FUNCTION TRIM(CAP-DISP-5) DELIMITED BY SIZE
               "T USE=" DELIMITED BY SIZE
               FUNCTION TRIM(CAP-DISP-6) DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO CAP-LINE
           END-STRING.
           PERFORM 6900-WRITE-CAP-LINE.

      *    Every ordered pair is tried. The count is always exact;
      *    the listing stops at CAP-LIST-MAX lines so a near-empty
      *    cluster cannot bury the rest of the report.
       6500-WRITE-VIABLE-PAIRS.
           PERFORM 6900-WRITE-CAP-LINE.
           MOVE "VIABLE PAIRS (A NOT EMPTY, A USED FITS IN B AVAIL)"
               TO CAP-LINE.
           PERFORM 6900-WRITE-CAP-LINE.
           MOVE 0 TO CAP-VIABLE-COUNT.
           PERFORM VARYING CAP-Y FROM 0 BY 1 UNTIL CAP-Y >= HEIGHT
               PERFORM VARYING CAP-X FROM 0 BY 1 UNTIL CAP-X >= WIDTH
                   IF ND-PRESENT(CAP-X + 1, CAP-Y + 1) = 'Y'
                       AND ND-USED(CAP-X + 1, CAP-Y + 1) > 0
                       PERFORM 6550-PAIR-FROM-NODE
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF CAP-VIABLE-COUNT > CAP-LIST-MAX
               COMPUTE CAP-DISP-1 = CAP-VIABLE-COUNT - CAP-LIST-MAX
               STRING "  ... " DELIMITED BY SIZE
                   FUNCTION TRIM(CAP-DISP-1) DELIMITED BY SIZE
                   " MORE NOT LISTED" DELIMITED BY SIZE
                   INTO CAP-LINE
               END-STRING
               PERFORM 6900-WRITE-CAP-LINE
           END-IF.
           MOVE CAP-VIABLE-COUNT TO CAP-DISP-1.
           STRING "  COUNT=" DELIMITED BY SIZE
               FUNCTION TRIM(CAP-DISP-1) DELIMITED BY SIZE
               INTO CAP-LINE
           END-STRING.
           PERFORM 6900-WRITE-CAP-LINE.

       6550-PAIR-FROM-NODE.
           PERFORM VARYING CAP-Y2 FROM 0 BY 1 UNTIL CAP-Y2 >= HEIGHT
               PERFORM VARYING CAP-X2 FROM 0 BY 1
                   UNTIL CAP-X2 >= WIDTH
                   IF ND-PRESENT(CAP-X2 + 1, CAP-Y2 + 1) = 'Y'
                       AND NOT (CAP-X2 = CAP-X AND CAP-Y2 = CAP-Y)
                       AND ND-USED(CAP-X + 1, CAP-Y + 1)
                           <= ND-AVAIL(CAP-X2 + 1, CAP-Y2 + 1)
                       ADD 1 TO CAP-VIABLE-COUNT
                       MOVE 'Y' TO ND-CAN-RECEIVE(CAP-X2 + 1,
                           CAP-Y2 + 1)
                       IF CAP-VIABLE-COUNT <= CAP-LIST-MAX
                           PERFORM 6560-WRITE-PAIR-LINE
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

       6560-WRITE-PAIR-LINE.
           MOVE CAP-X TO CAP-DISP-1.
           MOVE CAP-Y TO CAP-DISP-2.
           MOVE ND-USED(CAP-X + 1, CAP-Y + 1) TO CAP-DISP-3.
           MOVE CAP-X2 TO CAP-DISP-4.
           MOVE CAP-Y2 TO CAP-DISP-5.
           MOVE ND-AVAIL(CAP-X2 + 1, CAP-Y2 + 1) TO CAP-DISP-6.
           STRING "  node-x" DELIMITED BY SIZE
               FUNCTION TRIM(CAP-DISP-1) DELIMITED BY SIZE
               "-y" DELIMITED BY SIZE
               FUNCTION TRIM(CAP-DISP-2) DELIMITED BY SIZE
               " USED=" DELIMITED BY SIZE
               FUNCTION TRIM(CAP-DISP-3) DELIMITED BY SIZE
               "T -> node-x" DELIMITED BY SIZE
               FUNCTION TRIM(CAP-DISP-4) DELIMITED BY SIZE
               "-y" DELIMITED BY SIZE
               FUNCTION TRIM(CAP-DISP-5) DELIMITED BY SIZE
               " AVAIL=" DELIMITED BY SIZE
               FUNCTION TRIM(CAP-DISP-6) DELIMITED BY SIZE
               "T" DELIMITED BY SIZE
               INTO CAP-LINE
           END-STRING.
           PERFORM 6900-WRITE-CAP-LINE.

      *    Nodes that turned up as the B side of no viable pair.
       6600-WRITE-NEVER-RECEIVE.
           PERFORM 6900-WRITE-CAP-LINE.
           MOVE "NODES THAT CAN NEVER TAKE ANOTHER NODE'S DATA"
               TO CAP-LINE.
           PERFORM 6900-WRITE-CAP-LINE.
           MOVE 0 TO CAP-NEVER-COUNT.
           PERFORM VARYING CAP-Y FROM 0 BY 1 UNTIL CAP-Y >= HEIGHT
               PERFORM VARYING CAP-X FROM 0 BY 1 UNTIL CAP-X >= WIDTH
                   IF ND-PRESENT(CAP-X + 1, CAP-Y + 1) = 'Y'
                       AND ND-CAN-RECEIVE(CAP-X + 1, CAP-Y + 1)
                           NOT = 'Y'
                       ADD 1 TO CAP-NEVER-COUNT
                       PERFORM 6450-WRITE-NODE-DETAIL
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE CAP-NEVER-COUNT TO CAP-DISP-1.
           STRING "  COUNT=" DELIMITED BY SIZE
               FUNCTION TRIM(CAP-DISP-1) DELIMITED BY SIZE
               INTO CAP-LINE
           END-STRING.
           PERFORM 6900-WRITE-CAP-LINE.

      *    Row and column totals must both come back to the cluster
      *    total, and every node read must have been placed once.
       6700-WRITE-CAP-CONTROL-TOTALS.
           PERFORM 6900-WRITE-CAP-LINE.
           MOVE "CONTROL TOTALS" TO CAP-LINE.
           PERFORM 6900-WRITE-CAP-LINE.
           MOVE CAP-LINES-READ TO CAP-DISP-1.
           MOVE CAP-NODE-COUNT TO CAP-DISP-2.
           STRING "  NODE LINES READ=" DELIMITED BY SIZE
               FUNCTION TRIM(CAP-DISP-1) DELIMITED BY SIZE
               " NODES PLACED=" DELIMITED BY SIZE
               FUNCTION TRIM(CAP-DISP-2) DELIMITED BY SIZE
               INTO CAP-LINE
           END-STRING.
           PERFORM 6900-WRITE-CAP-LINE.
           MOVE CAP-TOTAL-USED TO CAP-BIG-DISP-1.
           MOVE CAP-ROW-USED-SUM TO CAP-BIG-DISP-2.
           MOVE CAP-COL-USED-SUM TO CAP-BIG-DISP-3.
           STRING "  USED TOTAL=" DELIMITED BY SIZE
               FUNCTION TRIM(CAP-BIG-DISP-1) DELIMITED BY SIZE
               "T ROWS=" DELIMITED BY SIZE
               FUNCTION TRIM(CAP-BIG-DISP-2) DELIMITED BY SIZE
               "T COLUMNS=" DELIMITED BY SIZE
               FUNCTION TRIM(CAP-BIG-DISP-3) DELIMITED BY SIZE
               "T" DELIMITED BY SIZE
               INTO CAP-LINE
           END-STRING.
           PERFORM 6900-WRITE-CAP-LINE.
           MOVE CAP-MISFIT-COUNT TO CAP-DISP-1.
           STRING "  NODES WHERE SIZE NOT = USED + AVAIL=" DELIMITED
               BY SIZE
               FUNCTION TRIM(CAP-DISP-1) DELIMITED BY SIZE
               INTO CAP-LINE
           END-STRING.
           PERFORM 6900-WRITE-CAP-LINE.
           IF CAP-LINES-READ = CAP-NODE-COUNT
               AND CAP-ROW-USED-SUM = CAP-TOTAL-USED
               AND CAP-COL-USED-SUM = CAP-TOTAL-USED
               MOVE "CONTROL TOTALS BALANCE" TO CAP-LINE
           ELSE
               MOVE "CONTROL TOTALS DO NOT BALANCE" TO CAP-LINE
               DISPLAY "capacity_report.txt CONTROL TOTALS DO NOT"
                   " BALANCE"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM 6900-WRITE-CAP-LINE.

      *    CAP-LABEL names the group; the ACC fields hold its sums.
       6800-WRITE-TOTAL-LINE.
           MOVE CAP-SIZE-ACC TO CAP-BIG-DISP-1.
           MOVE CAP-USED-ACC TO CAP-BIG-DISP-2.
           MOVE CAP-AVAIL-ACC TO CAP-BIG-DISP-3.
           MOVE 0 TO CAP-UTIL-PCT.
           IF CAP-SIZE-ACC > 0
               COMPUTE CAP-UTIL-PCT ROUNDED =
                   CAP-USED-ACC * 100 / CAP-SIZE-ACC
           END-IF.
           MOVE CAP-UTIL-PCT TO CAP-DISP-4.
           STRING CAP-LABEL DELIMITED BY SIZE
               " SIZE=" DELIMITED BY SIZE
               FUNCTION TRIM(CAP-BIG-DISP-1) DELIMITED BY SIZE
               "T USED=" DELIMITED BY SIZE
               FUNCTION TRIM(CAP-BIG-DISP-2) DELIMITED BY SIZE
               "T AVAIL=" DELIMITED BY SIZE
               FUNCTION TRIM(CAP-BIG-DISP-3) DELIMITED BY SIZE
               "T UTILIZATION=" DELIMITED BY SIZE
               FUNCTION TRIM(CAP-DISP-4) DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO CAP-LINE
           END-STRING.
           PERFORM 6900-WRITE-CAP-LINE.

       6900-WRITE-CAP-LINE.
           MOVE CAP-LINE TO CAPACITY-RECORD.
           WRITE CAPACITY-RECORD.
           MOVE SPACES TO CAP-LINE.
