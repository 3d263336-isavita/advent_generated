               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUN-INFILE-STATUS.

      *    Optional search controls: a line reading GUIDED switches
      *    the exhaustive breadth-first search for the estimate-
      *    ordered guided search. The BFS stays the default and the
      *    verification reference -- the guided answer must match it
      *    move for move. The building can be described too, one
      *    setting per line: FLOORS n (2-8, default 4; input.txt has
      *    one line per floor), CAPACITY n (items the elevator can
      *    carry, 1-6, default 2), START n (the elevator's floor,
      *    default 1) and GOAL n (where everything must end up,
      *    default the top floor).
           SELECT OPTIONAL PARAMS-FILE ASSIGN TO "search_params.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMS-STATUS.
       01 CONSTANTS.
           05 MAX-MATERIALS    PIC 9(2) VALUE 14.
           05 NUM-FLOORS       PIC 9(1) VALUE 4.
           05 MAX-FLOORS       PIC 9(1) VALUE 8.
           05 MAX-CAPACITY     PIC 9(1) VALUE 6.
           05 QUEUE-SIZE       PIC 9(7) VALUE 2000000.
           05 HASH-SIZE        PIC 9(7) VALUE 4000037.
           05 MAX-ITEMS        PIC 9(2) VALUE 28.
           05 WS-PARAMS-STATUS PIC XX.
           05 WS-SEARCH-MODE   PIC X VALUE 'B'.
              88 GUIDED-SEARCH VALUE 'G'.
           05 WS-PARAMS-EOF    PIC X VALUE 'N'.
              88 PARAMS-AT-END VALUE 'Y'.
           05 WS-PARAM-WORD    PIC X(10).
           05 WS-PARAM-NUMBER  PIC X(10).
           05 WS-PARAM-VALUE   PIC 9(2).
           05 WS-SETTINGS-FLAG PIC X VALUE 'N'.
              88 SETTINGS-REFUSED VALUE 'Y'.

      *    The building being planned; GOAL-FLOOR 0 until the floor
      *    count is known means the top floor.
       01 SCENARIO-SETTINGS.
           05 ELEVATOR-CAPACITY PIC 9(1) VALUE 2.
           05 START-FLOOR      PIC 9(1) VALUE 1.
           05 GOAL-FLOOR       PIC 9(1) VALUE 0.
           05 PAIR-BASE        PIC 9(2) COMP-5.
           05 KEY-CEILING      PIC 9(18) COMP-5.
           05 KEY-LIMIT        PIC 9(18) COMP-5
                               VALUE 999999999999999999.
           05 GROUP-SIZE       PIC 9(1) COMP-5.
           05 CB-K             PIC 9(1) COMP-5.
           05 CB-SUB           PIC 9(1) COMP-5.
           05 COMBO-IX         OCCURS 6 TIMES PIC 9(2) COMP-5.
           05 COMBO-DONE-FLAG  PIC X.
              88 COMBO-DONE    VALUE 'Y'.
           05 DISPLAY-SETTING  PIC 9.

       01 PARSE-VARS.
           05 WS-WORD-COUNT    PIC 9(2).
      *    The three live state areas share one layout so plain group
      *    MOVEs copy them; fields are told apart with OF.
       01 INITIAL-STATE.
           05 FLOORS           OCCURS 8 TIMES PIC 9(9) COMP-5.
           05 ELEVATOR         PIC 9(2) COMP-5.
           05 STEPS            PIC 9(4) COMP-5.
       01 CURRENT-STATE.
           05 FLOORS           OCCURS 8 TIMES PIC 9(9) COMP-5.
           05 ELEVATOR         PIC 9(2) COMP-5.
           05 STEPS            PIC 9(4) COMP-5.
       01 NEXT-STATE.
           05 FLOORS           OCCURS 8 TIMES PIC 9(9) COMP-5.
           05 ELEVATOR         PIC 9(2) COMP-5.
           05 STEPS            PIC 9(4) COMP-5.
       01 KEY-STATE.
           05 FLOORS           OCCURS 8 TIMES PIC 9(9) COMP-5.
           05 ELEVATOR         PIC 9(2) COMP-5.
           05 STEPS            PIC 9(4) COMP-5.

           05 Q-REAR           PIC 9(7) COMP-5 VALUE 1.
           05 QUEUE-TABLE.
               10 QUEUE-ITEM   OCCURS 2000000 TIMES.
                   15 QI-FLOORS OCCURS 8 TIMES PIC 9(9) COMP-5.
                   15 QI-ELEVATOR PIC 9(2) COMP-5.
                   15 QI-STEPS  PIC 9(4) COMP-5.
           05 QUEUE-NODE-IDX-TABLE.
       READ-SEARCH-PARAMS.
           OPEN INPUT PARAMS-FILE.
           IF WS-PARAMS-STATUS = '00'
               PERFORM READ-ONE-SEARCH-PARAM UNTIL PARAMS-AT-END
           END-IF.
           CLOSE PARAMS-FILE.
           PERFORM CHECK-SCENARIO-SETTINGS.

       READ-ONE-SEARCH-PARAM.
           READ PARAMS-FILE INTO PARAMS-RECORD
               AT END
                   SET PARAMS-AT-END TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF PARAMS-RECORD = SPACES OR PARAMS-RECORD(1:1) = '*'
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TRIM(PARAMS-RECORD) = 'GUIDED'
               MOVE 'G' TO WS-SEARCH-MODE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-PARAM-WORD WS-PARAM-NUMBER.
           UNSTRING PARAMS-RECORD DELIMITED BY ALL SPACE
               INTO WS-PARAM-WORD WS-PARAM-NUMBER
           END-UNSTRING.
           IF WS-PARAM-WORD = SPACES
               UNSTRING FUNCTION TRIM(PARAMS-RECORD)
                   DELIMITED BY ALL SPACE
                   INTO WS-PARAM-WORD WS-PARAM-NUMBER
               END-UNSTRING
           END-IF.
           IF FUNCTION TRIM(WS-PARAM-NUMBER) IS NOT NUMERIC
               OR WS-PARAM-NUMBER = SPACES
               OR WS-PARAM-NUMBER(3:1) NOT = SPACE
               DISPLAY "INVALID search_params.txt LINE IGNORED: "
                   FUNCTION TRIM(PARAMS-RECORD)
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(WS-PARAM-NUMBER) TO WS-PARAM-VALUE.
           EVALUATE WS-PARAM-WORD
               WHEN 'FLOORS'
                   IF WS-PARAM-VALUE < 2 OR WS-PARAM-VALUE > MAX-FLOORS
                       DISPLAY "search_params.txt FLOORS MUST BE 2 TO "
                           MAX-FLOORS
                       SET SETTINGS-REFUSED TO TRUE
                   END-IF
                   MOVE WS-PARAM-VALUE TO NUM-FLOORS
               WHEN 'CAPACITY'
                   IF WS-PARAM-VALUE < 1
                       OR WS-PARAM-VALUE > MAX-CAPACITY
                       DISPLAY "search_params.txt CAPACITY MUST BE "
                           "1 TO " MAX-CAPACITY
                       SET SETTINGS-REFUSED TO TRUE
                   END-IF
                   MOVE WS-PARAM-VALUE TO ELEVATOR-CAPACITY
               WHEN 'START'
                   IF WS-PARAM-VALUE < 1 OR WS-PARAM-VALUE > MAX-FLOORS
                       DISPLAY "search_params.txt START IS NOT A FLOOR"
                       SET SETTINGS-REFUSED TO TRUE
                   END-IF
                   MOVE WS-PARAM-VALUE TO START-FLOOR
               WHEN 'GOAL'
                   IF WS-PARAM-VALUE < 1 OR WS-PARAM-VALUE > MAX-FLOORS
                       DISPLAY "search_params.txt GOAL IS NOT A FLOOR"
                       SET SETTINGS-REFUSED TO TRUE
                   END-IF
                   MOVE WS-PARAM-VALUE TO GOAL-FLOOR
               WHEN OTHER
                   DISPLAY "INVALID search_params.txt LINE IGNORED: "
                       FUNCTION TRIM(PARAMS-RECORD)
           END-EVALUATE.

      *    START and GOAL can only be checked against the floor count
      *    once every line is in, whatever order they came in.
       CHECK-SCENARIO-SETTINGS.
           IF SETTINGS-REFUSED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF GOAL-FLOOR = 0
               MOVE NUM-FLOORS TO GOAL-FLOOR
           END-IF.
           IF START-FLOOR > NUM-FLOORS OR GOAL-FLOOR > NUM-FLOORS
               DISPLAY "search_params.txt START/GOAL ABOVE THE TOP "
                   "FLOOR " NUM-FLOORS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE PAIR-BASE = NUM-FLOORS * NUM-FLOORS.

       SOLVE.
           PERFORM INITIALIZE-ALL.
           PERFORM READ-AND-PARSE-INPUT.
           PERFORM ADD-PART2-ITEMS.
           PERFORM CHECK-KEY-CAPACITY.
           PERFORM REPORT-STARTING-STATE.
           PERFORM CALCULATE-FINAL-MASK.

           ELSE
               PERFORM RUN-BREADTH-FIRST
           END-IF.
      *    Every reachable state tried without a goal: this building
      *    cannot be cleared with this elevator.
           DISPLAY "NO SEQUENCE OF MOVES GETS EVERYTHING TO FLOOR "
               GOAL-FLOOR.
           DISPLAY "ANSWER=min-moves=NONE".
           PERFORM REPORT-SEARCH-STATS.
           MOVE 4 TO RETURN-CODE.

      *    The visited-state key packs the elevator floor and one
      *    base PAIR-BASE digit per material into one S9(18) field;
      *    a building whose key would not fit cannot be searched
      *    without two different states sharing a key, so it is
      *    refused before the search starts.
       CHECK-KEY-CAPACITY.
           MOVE NUM-FLOORS TO KEY-CEILING.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > NUM-MATERIALS-VAL
               IF KEY-CEILING > KEY-LIMIT / PAIR-BASE
                   MOVE NUM-MATERIALS-VAL TO DISPLAY-TOTAL-MATERIALS
                   DISPLAY "SCENARIO REFUSED: " NUM-FLOORS
                       " FLOORS WITH" DISPLAY-TOTAL-MATERIALS
                       " MATERIALS OVERFLOWS THE STATE KEY"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE KEY-CEILING = KEY-CEILING * PAIR-BASE
           END-PERFORM.

       RUN-BREADTH-FIRST.
           PERFORM UNTIL Q-FRONT >= Q-REAR
               MOVE QUEUE-NODE-IDX(Q-FRONT) TO OWN-NODE-IDX
               ADD 1 TO Q-FRONT

               IF FLOORS OF CURRENT-STATE(GOAL-FLOOR) = FINAL-MASK
                   PERFORM REPORT-FOUND-GOAL
               END-IF
               PERFORM GENERATE-MOVES

      *    Guided mode: the cheapest estimated-total state comes out
      *    first. The estimate never claims more moves than reality
      *    needs (each move shifts at most ELEVATOR-CAPACITY items
      *    one floor), so
      *    the first goal state popped is still the minimum-move
      *    answer the BFS would have found -- without touching the
      *    millions of states the BFS wades through.
                   > POOL-BEST-STEPS(OWN-NODE-IDX)
                   CONTINUE
               ELSE
                   IF FLOORS OF CURRENT-STATE(GOAL-FLOOR)
                       = FINAL-MASK
                       PERFORM REPORT-FOUND-GOAL
                   END-IF
           ELSE
               DISPLAY "SEARCH MODE: BREADTH-FIRST"
           END-IF.
           DISPLAY "BUILDING: " NUM-FLOORS " FLOORS, ELEVATOR CARRIES "
               ELEVATOR-CAPACITY ", START FLOOR " START-FLOOR
               ", GOAL FLOOR " GOAL-FLOOR.
           PERFORM VARYING F FROM 1 BY 1 UNTIL F > NUM-FLOORS
               PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > NUM-MATERIALS-VAL
           PERFORM VARYING I FROM 2 BY 1 UNTIL I > 29
               COMPUTE POWER-OF-2(I) = POWER-OF-2(I - 1) * 2
           END-PERFORM.
           MOVE START-FLOOR TO ELEVATOR OF INITIAL-STATE.
           MOVE 0 TO STEPS OF INITIAL-STATE.

       READ-AND-PARSE-INPUT.
               MOVE NUM-MATERIALS-VAL TO MAT-ID
           END-IF.

      *    The extra items arrive on the floor the elevator starts
      *    from -- the first floor in the standard building.
       ADD-PART2-ITEMS.
           MOVE "elerium" TO GMI-NAME.
           PERFORM GET-MAT-ID.
           COMPUTE MASK-VAL = POWER-OF-2(MAT-ID).
           ADD MASK-VAL TO FLOORS OF INITIAL-STATE(START-FLOOR).
           COMPUTE MASK-VAL = POWER-OF-2(MAT-ID + MAX-MATERIALS).
           ADD MASK-VAL TO FLOORS OF INITIAL-STATE(START-FLOOR).
           MOVE "dilithium" TO GMI-NAME.
           PERFORM GET-MAT-ID.
           COMPUTE MASK-VAL = POWER-OF-2(MAT-ID).
           ADD MASK-VAL TO FLOORS OF INITIAL-STATE(START-FLOOR).
           COMPUTE MASK-VAL = POWER-OF-2(MAT-ID + MAX-MATERIALS).
           ADD MASK-VAL TO FLOORS OF INITIAL-STATE(START-FLOOR).

       CALCULATE-FINAL-MASK.
           MOVE 0 TO FINAL-MASK.
               COMPUTE NEXT-ELEV = ELEVATOR OF CURRENT-STATE + D
               IF NEXT-ELEV > 0 AND NEXT-ELEV <= NUM-FLOORS
                   PERFORM GENERATE-ONE-ITEM-MOVES
                   IF ELEVATOR-CAPACITY >= 2
                       PERFORM GENERATE-TWO-ITEM-MOVES
                   END-IF
                   IF ELEVATOR-CAPACITY >= 3
                       PERFORM GENERATE-GROUP-MOVES
                   END-IF
               END-IF
           END-PERFORM.

               END-PERFORM
           END-PERFORM.

      *    Bigger lifts: every combination of three up to ELEVATOR-
      *    CAPACITY of the items on the elevator's floor, walked in
      *    lexicographic order through the COMBO-IX positions.
       GENERATE-GROUP-MOVES.
           PERFORM VARYING GROUP-SIZE FROM 3 BY 1
               UNTIL GROUP-SIZE > ELEVATOR-CAPACITY
               OR GROUP-SIZE > ITEMS-ON-FLOOR-COUNT
               PERFORM VARYING CB-K FROM 1 BY 1
                   UNTIL CB-K > GROUP-SIZE
                   MOVE CB-K TO COMBO-IX(CB-K)
               END-PERFORM
               MOVE 'N' TO COMBO-DONE-FLAG
               PERFORM UNTIL COMBO-DONE
                   PERFORM MOVE-ITEM-GROUP
                   PERFORM NEXT-ITEM-COMBINATION
               END-PERFORM
           END-PERFORM.

      *    Rightmost position that can still advance moves up one;
      *    the positions after it restart just above it.
       NEXT-ITEM-COMBINATION.
           MOVE GROUP-SIZE TO CB-K.
           PERFORM UNTIL CB-K = 0
               OR COMBO-IX(CB-K)
                   < ITEMS-ON-FLOOR-COUNT - GROUP-SIZE + CB-K
               SUBTRACT 1 FROM CB-K
           END-PERFORM.
           IF CB-K = 0
               SET COMBO-DONE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO COMBO-IX(CB-K).
           PERFORM VARYING CB-SUB FROM CB-K BY 1
               UNTIL CB-SUB >= GROUP-SIZE
               COMPUTE COMBO-IX(CB-SUB + 1) = COMBO-IX(CB-SUB) + 1
           END-PERFORM.

       MOVE-ITEM-GROUP.
           MOVE CURRENT-STATE TO NEXT-STATE.
           ADD 1 TO STEPS OF NEXT-STATE.
           MOVE NEXT-ELEV TO ELEVATOR OF NEXT-STATE.
           MOVE 0 TO MASK-VAL-2.
           PERFORM VARYING CB-SUB FROM 1 BY 1
               UNTIL CB-SUB > GROUP-SIZE
               ADD POWER-OF-2(ITEMS-ON-FLOOR(COMBO-IX(CB-SUB)))
                   TO MASK-VAL-2
           END-PERFORM.
           SUBTRACT MASK-VAL-2 FROM FLOORS OF NEXT-STATE(
               ELEVATOR OF CURRENT-STATE).
           ADD MASK-VAL-2 TO FLOORS OF NEXT-STATE(NEXT-ELEV).
           MOVE ELEVATOR OF CURRENT-STATE TO WS-FROM-FLOOR.
           MOVE NEXT-ELEV TO WS-TO-FLOOR.
           IF NEXT-ELEV > ELEVATOR OF CURRENT-STATE
               MOVE "UP" TO WS-DIR-TEXT
           ELSE
               MOVE "DOWN" TO WS-DIR-TEXT
           END-IF.
      *    Floors first: with many items aboard the item list is what
      *    gets cut short if the description runs out of room.
           MOVE SPACES TO WS-MOVE-DESC.
           MOVE 1 TO HB-SUB.
           STRING "MOVE " DELIMITED BY SIZE
               WS-DIR-TEXT DELIMITED BY SPACE
               " FROM FLOOR " DELIMITED BY SIZE
               WS-FROM-FLOOR DELIMITED BY SIZE
               " TO FLOOR " DELIMITED BY SIZE
               WS-TO-FLOOR DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               INTO WS-MOVE-DESC
               WITH POINTER HB-SUB
           END-STRING.
           PERFORM VARYING CB-SUB FROM 1 BY 1
               UNTIL CB-SUB > GROUP-SIZE
               MOVE ITEMS-ON-FLOOR(COMBO-IX(CB-SUB)) TO DI-SLOT
               PERFORM DESCRIBE-ITEM
               STRING " " DELIMITED BY SIZE
                   FUNCTION TRIM(DI-DESC) DELIMITED BY SIZE
                   INTO WS-MOVE-DESC
                   WITH POINTER HB-SUB
                   ON OVERFLOW CONTINUE
               END-STRING
           END-PERFORM.
           PERFORM CHECK-AND-ENQUEUE.

      *    Renders an ITEMS-ON-FLOOR slot (1-14 = generator, 15-28 =
      *    microchip, offset by MAX-MATERIALS) back into a readable
      *    "NAME GENERATOR"/"NAME MICROCHIP" label for the move trace.
           PERFORM HEAP-PUSH.

      *    Distance-to-done estimate for the state in KEY-STATE:
      *    every item off the goal floor is weighted by how many
      *    floors it still has to travel, and since one elevator trip
      *    moves at most ELEVATOR-CAPACITY items one floor, that total
      *    divided by the capacity (rounded up) can never overshoot
      *    the real move count.
       COMPUTE-HEURISTIC.
           MOVE 0 TO WS-WEIGHTED-DIST.
           PERFORM VARYING HB-FLOOR FROM 1 BY 1
               UNTIL HB-FLOOR > NUM-FLOORS
               IF HB-FLOOR NOT = GOAL-FLOOR
                   PERFORM VARYING HB-SUB FROM 1 BY 1
                       UNTIL HB-SUB > MAX-ITEMS
                       COMPUTE WS-BIT-TEST
                           = FLOORS OF KEY-STATE(HB-FLOOR)
                           B-AND POWER-OF-2(HB-SUB)
                       IF WS-BIT-TEST > 0
                           IF HB-FLOOR < GOAL-FLOOR
                               COMPUTE WS-WEIGHTED-DIST
                                   = WS-WEIGHTED-DIST
                                   + GOAL-FLOOR - HB-FLOOR
                           ELSE
                               COMPUTE WS-WEIGHTED-DIST
                                   = WS-WEIGHTED-DIST
                                   + HB-FLOOR - GOAL-FLOOR
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           COMPUTE WS-HEURISTIC = (WS-WEIGHTED-DIST
               + ELEVATOR-CAPACITY - 1) / ELEVATOR-CAPACITY.

       HEAP-PUSH.
           IF HEAP-COUNT >= QUEUE-SIZE
               PERFORM RESORT-PAIR-ENTRY
           END-PERFORM.

      *    One base-PAIR-BASE digit per pair; CHECK-KEY-CAPACITY has
      *    already made sure the whole key fits.
           MOVE ELEVATOR OF KEY-STATE TO WS-KEY.
           PERFORM VARYING GK-I FROM 1 BY 1
               UNTIL GK-I > NUM-MATERIALS-VAL
               COMPUTE WS-KEY = (WS-KEY * PAIR-BASE)
                   + ((P-GEN-FLOOR(GK-I) - 1) * NUM-FLOORS)
                   + (P-CHIP-FLOOR(GK-I) - 1)
           END-PERFORM.

