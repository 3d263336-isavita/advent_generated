           SELECT GAP-FILE ASSIGN TO "key_gap_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    "ASSIGN" in mode.txt asks for the issuing plan as well: the
      *    largest one-to-one lock/key assignment, tightest fits
      *    preferred, with the locks left uncovered and spare keys.
           SELECT OPTIONAL MODE-FILE ASSIGN TO "mode.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MODE-STATUS.

           SELECT ASSIGN-FILE ASSIGN TO "key_assignment.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD INPUT-FILE.
       FD GAP-FILE.
       01 GAP-RECORD             PIC X(80).

       FD MODE-FILE.
       01 MODE-RECORD            PIC X(12).

       FD ASSIGN-FILE.
       01 ASSIGN-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
       01  RUN-HEADER-FIELDS.
           05 RUN-STAMP          PIC X(32) VALUE SPACES.
       78 SHAPE-WIDTH            VALUE 5.
       78 SHAPE-HEIGHT           VALUE 6.
       78 MAX-FIT-HEIGHT         VALUE 5.
      *    SHAPE-WIDTH times MAX-FIT-HEIGHT: the loosest possible fit.
       78 MAX-SPARE              VALUE 25.
       78 NO-FIT-SPARE           VALUE 99.
       
       01 WS-FILE-STATUS         PIC X(2).
       01 WS-MODE-STATUS         PIC X(2).
       01 WS-RUN-MODE            PIC X(12) VALUE SPACES.
          88 ASSIGN-MODE         VALUE "ASSIGN".
       01 WS-EOF                 PIC A(1) VALUE 'N'.
          88 IS-EOF              VALUE 'Y'.
       
          05 WS-MARGIN-DISP       PIC Z9 OCCURS SHAPE-WIDTH TIMES.
          05 WS-REPORT-LINE       PIC X(80) VALUE SPACES.

      *    Spare space of every lock/key pairing, NO-FIT-SPARE where
      *    the key does not fit.
       01 WS-FIT-MATRIX.
          05 WS-FIT-ROW OCCURS MAX-ITEMS TIMES.
             10 WS-FIT-SPARE      PIC 9(2) COMP OCCURS MAX-ITEMS TIMES.

       01 WS-ASSIGN-TABLES.
          05 WS-LOCK-KEY          PIC 9(4) COMP OCCURS MAX-ITEMS TIMES.
          05 WS-LOCK-FITS         PIC 9(4) COMP OCCURS MAX-ITEMS TIMES.
          05 WS-KEY-LOCK          PIC 9(4) COMP OCCURS MAX-ITEMS TIMES.
          05 WS-KEY-FITS          PIC 9(4) COMP OCCURS MAX-ITEMS TIMES.
          05 WS-KEY-SEEN          PIC 9(4) COMP OCCURS MAX-ITEMS TIMES.
          05 WS-KEY-FROM          PIC 9(4) COMP OCCURS MAX-ITEMS TIMES.
          05 WS-AQ-LOCK           PIC 9(4) COMP OCCURS MAX-ITEMS TIMES.

       01 WS-ASSIGN-FIELDS.
          05 WS-AS-LOCK           PIC 9(4) COMP.
          05 WS-AS-KEY            PIC 9(4) COMP.
          05 WS-AS-NEXT-KEY       PIC 9(4) COMP.
          05 WS-AS-OTHER          PIC 9(4) COMP.
          05 WS-AS-LEVEL          PIC 9(2) COMP.
          05 WS-AS-SPARE          PIC 9(2) COMP.
          05 WS-AQ-HEAD           PIC 9(4) COMP.
          05 WS-AQ-TAIL           PIC 9(4) COMP.
          05 WS-AS-ASSIGNED       PIC 9(4) COMP VALUE 0.
          05 WS-AS-GREEDY         PIC 9(4) COMP VALUE 0.
          05 WS-AS-UNKEYED        PIC 9(4) COMP VALUE 0.
          05 WS-AS-SPARE-KEYS     PIC 9(4) COMP VALUE 0.
          05 WS-AS-TOTAL-SPARE    PIC 9(6) COMP VALUE 0.
          05 WS-AS-PASSES         PIC 9(2) COMP.
          05 WS-AS-CHANGED        PIC A(1).
          05 WS-AUG-FLAG          PIC A(1).
             88 AUG-FOUND         VALUE 'Y'.
          05 WS-AS-PERFECT        PIC X(3).
          05 WS-AS-DISP           PIC Z(8)9.

       PROCEDURE DIVISION.
           ACCEPT RUN-STAMP FROM ENVIRONMENT "RUN_STAMP"
               ON EXCEPTION CONTINUE
           DISPLAY "ANSWER=fitting-pairs="
               FUNCTION TRIM(WS-MATCH-COUNT).
           PERFORM WRITE-GAP-REPORT.
           PERFORM READ-RUN-MODE.
           IF ASSIGN-MODE
               PERFORM RUN-KEY-ASSIGNMENT
           END-IF.
           STOP RUN.

       READ-RUN-MODE.
           OPEN INPUT MODE-FILE.
           IF WS-MODE-STATUS = "00"
               READ MODE-FILE INTO MODE-RECORD
                   AT END CONTINUE
               END-READ
               MOVE FUNCTION TRIM(MODE-RECORD) TO WS-RUN-MODE
               IF WS-RUN-MODE NOT = SPACES AND NOT ASSIGN-MODE
                   DISPLAY "INVALID mode.txt VALUE "
                       FUNCTION TRIM(MODE-RECORD)
                       " IGNORED, EXPECTED ASSIGN"
               END-IF
           END-IF.
           CLOSE MODE-FILE.
       
       READ-FILE-LOOP.
           READ INPUT-FILE AT END SET IS-EOF TO TRUE.
               MOVE 4 TO RETURN-CODE
           END-IF.
           WRITE GAP-RECORD.

      *    Issuing plan: each lock gets at most one key and each key
      *    goes to at most one lock. The spare space of every pairing
      *    (sum of the five column margins) is tabled once; locks are
      *    first handed the tightest free key going level by level,
      *    then every lock still without a key looks for an
      *    alternating path that frees one up, which makes the count
      *    the largest the batch allows. Finally pairs are swapped
      *    while that lowers the total spare without losing a lock.
       RUN-KEY-ASSIGNMENT.
           PERFORM BUILD-FIT-MATRIX.
           PERFORM ASSIGN-TIGHTEST-FIRST.
           MOVE WS-AS-ASSIGNED TO WS-AS-GREEDY.
           PERFORM VARYING WS-AS-LOCK FROM 1 BY 1
                   UNTIL WS-AS-LOCK > WS-NUM-LOCKS
               IF WS-LOCK-KEY(WS-AS-LOCK) = 0
                   PERFORM AUGMENT-FROM-LOCK
               END-IF
           END-PERFORM.
           PERFORM TIGHTEN-ASSIGNMENT.
           PERFORM WRITE-ASSIGNMENT-REPORT.

       BUILD-FIT-MATRIX.
           MOVE 0 TO WS-AS-ASSIGNED.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-NUM-KEYS
               MOVE 0 TO WS-KEY-LOCK(J) WS-KEY-SEEN(J) WS-KEY-FITS(J)
           END-PERFORM.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-NUM-LOCKS
               MOVE 0 TO WS-LOCK-KEY(I) WS-LOCK-FITS(I)
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-NUM-KEYS
                   PERFORM CHECK-FIT
                   IF DOES-FIT
                       MOVE 0 TO WS-AS-SPARE
                       PERFORM VARYING C FROM 1 BY 1
                               UNTIL C > SHAPE-WIDTH
                           COMPUTE WS-AS-SPARE = WS-AS-SPARE
                               + MAX-FIT-HEIGHT - WS-COL-SUM(C)
                       END-PERFORM
                       MOVE WS-AS-SPARE TO WS-FIT-SPARE(I, J)
                       ADD 1 TO WS-LOCK-FITS(I) WS-KEY-FITS(J)
                   ELSE
                       MOVE NO-FIT-SPARE TO WS-FIT-SPARE(I, J)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *    Spare level 0 is a perfect fill; MAX-SPARE is an empty
      *    lock against a flat key.
       ASSIGN-TIGHTEST-FIRST.
           PERFORM VARYING WS-AS-LEVEL FROM 0 BY 1
                   UNTIL WS-AS-LEVEL > MAX-SPARE
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-NUM-LOCKS
                   IF WS-LOCK-KEY(I) = 0
                       PERFORM VARYING J FROM 1 BY 1
                               UNTIL J > WS-NUM-KEYS
                                  OR WS-LOCK-KEY(I) NOT = 0
                           IF WS-KEY-LOCK(J) = 0
                               AND WS-FIT-SPARE(I, J) = WS-AS-LEVEL
                               MOVE J TO WS-LOCK-KEY(I)
                               MOVE I TO WS-KEY-LOCK(J)
                               ADD 1 TO WS-AS-ASSIGNED
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM.

      *    Breadth-first search from lock WS-AS-LOCK over fitting
      *    keys; a key already issued leads on to the lock holding
      *    it. Reaching a free key means every key along the path can
      *    move one lock back and the starting lock is covered.
      *    WS-KEY-SEEN is stamped with the starting lock so it never
      *    needs clearing between searches.
       AUGMENT-FROM-LOCK.
           MOVE 'N' TO WS-AUG-FLAG.
           MOVE 1 TO WS-AQ-HEAD WS-AQ-TAIL.
           MOVE WS-AS-LOCK TO WS-AQ-LOCK(1).
           PERFORM UNTIL WS-AQ-HEAD > WS-AQ-TAIL OR AUG-FOUND
               MOVE WS-AQ-LOCK(WS-AQ-HEAD) TO I
               ADD 1 TO WS-AQ-HEAD
               PERFORM VARYING J FROM 1 BY 1
                       UNTIL J > WS-NUM-KEYS OR AUG-FOUND
                   IF WS-FIT-SPARE(I, J) NOT = NO-FIT-SPARE
                       AND WS-KEY-SEEN(J) NOT = WS-AS-LOCK
                       MOVE WS-AS-LOCK TO WS-KEY-SEEN(J)
                       MOVE I TO WS-KEY-FROM(J)
                       IF WS-KEY-LOCK(J) = 0
                           MOVE J TO WS-AS-KEY
                           SET AUG-FOUND TO TRUE
                       ELSE
                           ADD 1 TO WS-AQ-TAIL
                           MOVE WS-KEY-LOCK(J) TO WS-AQ-LOCK(WS-AQ-TAIL)
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF AUG-FOUND
               PERFORM FLIP-AUGMENTING-PATH
               ADD 1 TO WS-AS-ASSIGNED
           END-IF.

      *    Walk back from the free key: each lock on the path takes
      *    the key it was reached through and gives up the one it
      *    held, until the starting lock (which held none) is done.
       FLIP-AUGMENTING-PATH.
           MOVE WS-AS-KEY TO J.
           PERFORM UNTIL J = 0
               MOVE WS-KEY-FROM(J) TO I
               MOVE WS-LOCK-KEY(I) TO WS-AS-NEXT-KEY
               MOVE J TO WS-LOCK-KEY(I)
               MOVE I TO WS-KEY-LOCK(J)
               MOVE WS-AS-NEXT-KEY TO J
           END-PERFORM.

      *    Every move below keeps the same locks covered and strictly
      *    lowers the total spare, so the passes settle; the pass
      *    limit is only a backstop.
       TIGHTEN-ASSIGNMENT.
           MOVE 'Y' TO WS-AS-CHANGED.
           MOVE 0 TO WS-AS-PASSES.
           PERFORM UNTIL WS-AS-CHANGED = 'N' OR WS-AS-PASSES >= 50
               MOVE 'N' TO WS-AS-CHANGED
               ADD 1 TO WS-AS-PASSES
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-NUM-LOCKS
                   IF WS-LOCK-KEY(I) NOT = 0
                       PERFORM TIGHTEN-ONE-LOCK
                   END-IF
               END-PERFORM
           END-PERFORM.

      *    Lock I trades its key for a tighter spare key, or swaps
      *    keys with another lock when both still fit and the pair
      *    together leaves less spare space.
       TIGHTEN-ONE-LOCK.
           MOVE WS-LOCK-KEY(I) TO WS-AS-KEY.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-NUM-KEYS
               IF J NOT = WS-AS-KEY
                   AND WS-FIT-SPARE(I, J) NOT = NO-FIT-SPARE
                   IF WS-KEY-LOCK(J) = 0
                       IF WS-FIT-SPARE(I, J)
                           < WS-FIT-SPARE(I, WS-AS-KEY)
                           MOVE 0 TO WS-KEY-LOCK(WS-AS-KEY)
                           MOVE J TO WS-LOCK-KEY(I) WS-AS-KEY
                           MOVE I TO WS-KEY-LOCK(J)
                           MOVE 'Y' TO WS-AS-CHANGED
                       END-IF
                   ELSE
                       MOVE WS-KEY-LOCK(J) TO WS-AS-OTHER
                       IF WS-FIT-SPARE(WS-AS-OTHER, WS-AS-KEY)
                           NOT = NO-FIT-SPARE
                           AND WS-FIT-SPARE(I, J)
                             + WS-FIT-SPARE(WS-AS-OTHER, WS-AS-KEY)
                             < WS-FIT-SPARE(I, WS-AS-KEY)
                             + WS-FIT-SPARE(WS-AS-OTHER, J)
                           MOVE J TO WS-LOCK-KEY(I)
                           MOVE I TO WS-KEY-LOCK(J)
                           MOVE WS-AS-KEY TO WS-LOCK-KEY(WS-AS-OTHER)
                           MOVE WS-AS-OTHER TO WS-KEY-LOCK(WS-AS-KEY)
                           MOVE J TO WS-AS-KEY
                           MOVE 'Y' TO WS-AS-CHANGED
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-ASSIGNMENT-REPORT.
           OPEN OUTPUT ASSIGN-FILE.
           STRING "KEY ASSIGNMENT PLAN - ONE KEY PER LOCK, "
                   DELIMITED BY SIZE
               "ONE LOCK PER KEY" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-ASSIGN-LINE.
           MOVE WS-NUM-LOCKS TO WS-LOCK-IDX-DISP.
           MOVE WS-NUM-KEYS TO WS-KEY-IDX-DISP.
           MOVE WS-MATCH-COUNT TO WS-AS-DISP.
           STRING "LOCKS " DELIMITED BY SIZE
               FUNCTION TRIM(WS-LOCK-IDX-DISP) DELIMITED BY SIZE
               "  KEYS " DELIMITED BY SIZE
               FUNCTION TRIM(WS-KEY-IDX-DISP) DELIMITED BY SIZE
               "  FITTING PAIRS " DELIMITED BY SIZE
               FUNCTION TRIM(WS-AS-DISP) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-ASSIGN-LINE.
           PERFORM WRITE-ASSIGN-LINE.
           MOVE 0 TO WS-AS-TOTAL-SPARE WS-AS-UNKEYED WS-AS-SPARE-KEYS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-NUM-LOCKS
               IF WS-LOCK-KEY(I) NOT = 0
                   PERFORM WRITE-ASSIGNED-PAIR
               END-IF
           END-PERFORM.
           PERFORM WRITE-ASSIGN-LINE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-NUM-LOCKS
               IF WS-LOCK-KEY(I) = 0
                   ADD 1 TO WS-AS-UNKEYED
               END-IF
           END-PERFORM.
           MOVE WS-AS-UNKEYED TO WS-AS-DISP.
           STRING "LOCKS WITHOUT A KEY: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-AS-DISP) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-ASSIGN-LINE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-NUM-LOCKS
               IF WS-LOCK-KEY(I) = 0
                   PERFORM WRITE-UNKEYED-LOCK
               END-IF
           END-PERFORM.
           PERFORM WRITE-ASSIGN-LINE.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-NUM-KEYS
               IF WS-KEY-LOCK(J) = 0
                   ADD 1 TO WS-AS-SPARE-KEYS
               END-IF
           END-PERFORM.
           MOVE WS-AS-SPARE-KEYS TO WS-AS-DISP.
           STRING "SPARE KEYS: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-AS-DISP) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-ASSIGN-LINE.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-NUM-KEYS
               IF WS-KEY-LOCK(J) = 0
                   PERFORM WRITE-SPARE-KEY
               END-IF
           END-PERFORM.
           PERFORM WRITE-ASSIGN-LINE.
           PERFORM WRITE-ASSIGNMENT-SUMMARY.
           CLOSE ASSIGN-FILE.

       WRITE-ASSIGNED-PAIR.
           MOVE WS-LOCK-KEY(I) TO J.
           PERFORM CHECK-FIT.
           ADD WS-FIT-SPARE(I, J) TO WS-AS-TOTAL-SPARE.
           MOVE I TO WS-LOCK-IDX-DISP.
           MOVE J TO WS-KEY-IDX-DISP.
           MOVE WS-FIT-SPARE(I, J) TO WS-AS-DISP.
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > SHAPE-WIDTH
               COMPUTE WS-MARGIN-DISP(C) =
                   MAX-FIT-HEIGHT - WS-COL-SUM(C)
           END-PERFORM.
           STRING "LOCK " DELIMITED BY SIZE
               FUNCTION TRIM(WS-LOCK-IDX-DISP) DELIMITED BY SIZE
               " -> KEY " DELIMITED BY SIZE
               FUNCTION TRIM(WS-KEY-IDX-DISP) DELIMITED BY SIZE
               " SPARE " DELIMITED BY SIZE
               FUNCTION TRIM(WS-AS-DISP) DELIMITED BY SIZE
               " MARGINS " DELIMITED BY SIZE
               FUNCTION TRIM(WS-MARGIN-DISP(1)) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-MARGIN-DISP(2)) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-MARGIN-DISP(3)) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-MARGIN-DISP(4)) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-MARGIN-DISP(5)) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-ASSIGN-LINE.

       WRITE-UNKEYED-LOCK.
           MOVE I TO WS-LOCK-IDX-DISP.
           MOVE WS-LOCK-FITS(I) TO WS-AS-DISP.
           IF WS-LOCK-FITS(I) = 0
               STRING "LOCK " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LOCK-IDX-DISP) DELIMITED BY SIZE
                   " - NO KEY IN THE BATCH FITS (SEE key_gap_report"
                       DELIMITED BY SIZE
                   ".txt)" DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
           ELSE
               STRING "LOCK " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LOCK-IDX-DISP) DELIMITED BY SIZE
                   " - ALL " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-AS-DISP) DELIMITED BY SIZE
                   " FITTING KEY(S) NEEDED BY OTHER LOCKS"
                       DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
           END-IF.
           PERFORM WRITE-ASSIGN-LINE.

       WRITE-SPARE-KEY.
           MOVE J TO WS-KEY-IDX-DISP.
           MOVE WS-KEY-FITS(J) TO WS-AS-DISP.
           IF WS-KEY-FITS(J) = 0
               STRING "KEY " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-KEY-IDX-DISP) DELIMITED BY SIZE
                   " - FITS NO LOCK" DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
           ELSE
               STRING "KEY " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-KEY-IDX-DISP) DELIMITED BY SIZE
                   " - FITS " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-AS-DISP) DELIMITED BY SIZE
                   " LOCK(S), ALL BETTER SERVED ELSEWHERE"
                       DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
           END-IF.
           PERFORM WRITE-ASSIGN-LINE.

       WRITE-ASSIGNMENT-SUMMARY.
           MOVE WS-AS-ASSIGNED TO WS-AS-DISP.
           STRING "ASSIGNED PAIRS " DELIMITED BY SIZE
               FUNCTION TRIM(WS-AS-DISP) DELIMITED BY SIZE
               " (LARGEST ONE-TO-ONE ASSIGNMENT)" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-ASSIGN-LINE.
           MOVE WS-AS-GREEDY TO WS-AS-DISP.
           STRING "TIGHTEST-FIRST GREEDY ALONE ASSIGNED " DELIMITED
               BY SIZE
               FUNCTION TRIM(WS-AS-DISP) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-ASSIGN-LINE.
           MOVE WS-AS-TOTAL-SPARE TO WS-AS-DISP.
           STRING "TOTAL SPARE ACROSS ASSIGNED PAIRS " DELIMITED BY SIZE
               FUNCTION TRIM(WS-AS-DISP) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-ASSIGN-LINE.
           IF WS-AS-UNKEYED = 0 AND WS-AS-SPARE-KEYS = 0
               MOVE "YES" TO WS-AS-PERFECT
               STRING "PERFECT ASSIGNMENT: YES - EVERY LOCK AND "
                       DELIMITED BY SIZE
                   "EVERY KEY PAIRED" DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
           ELSE
               MOVE "NO" TO WS-AS-PERFECT
               MOVE WS-AS-UNKEYED TO WS-LOCK-IDX-DISP
               MOVE WS-AS-SPARE-KEYS TO WS-KEY-IDX-DISP
               STRING "PERFECT ASSIGNMENT: NO - " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LOCK-IDX-DISP) DELIMITED BY SIZE
                   " LOCK(S) WITHOUT A KEY, " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-KEY-IDX-DISP) DELIMITED BY SIZE
                   " SPARE KEY(S)" DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
           END-IF.
           PERFORM WRITE-ASSIGN-LINE.
           PERFORM WRITE-ASSIGN-LINE.
           MOVE "CONTROL TOTALS" TO WS-REPORT-LINE.
           PERFORM WRITE-ASSIGN-LINE.
           MOVE WS-AS-ASSIGNED TO WS-LOCK-IDX-DISP.
           MOVE WS-AS-UNKEYED TO WS-KEY-IDX-DISP.
           MOVE WS-NUM-LOCKS TO WS-AS-DISP.
           STRING "  ASSIGNED + LOCKS WITHOUT A KEY = LOCKS: "
                   DELIMITED BY SIZE
               FUNCTION TRIM(WS-LOCK-IDX-DISP) DELIMITED BY SIZE
               " + " DELIMITED BY SIZE
               FUNCTION TRIM(WS-KEY-IDX-DISP) DELIMITED BY SIZE
               " = " DELIMITED BY SIZE
               FUNCTION TRIM(WS-AS-DISP) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-ASSIGN-LINE.
           MOVE WS-AS-SPARE-KEYS TO WS-KEY-IDX-DISP.
           MOVE WS-NUM-KEYS TO WS-AS-DISP.
           STRING "  ASSIGNED + SPARE KEYS = KEYS: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-LOCK-IDX-DISP) DELIMITED BY SIZE
               " + " DELIMITED BY SIZE
               FUNCTION TRIM(WS-KEY-IDX-DISP) DELIMITED BY SIZE
               " = " DELIMITED BY SIZE
               FUNCTION TRIM(WS-AS-DISP) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-ASSIGN-LINE.
           IF WS-AS-ASSIGNED + WS-AS-UNKEYED = WS-NUM-LOCKS
               AND WS-AS-ASSIGNED + WS-AS-SPARE-KEYS = WS-NUM-KEYS
               MOVE "CONTROL TOTALS BALANCE" TO WS-REPORT-LINE
           ELSE
               MOVE "CONTROL TOTALS DO NOT BALANCE" TO WS-REPORT-LINE
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-ASSIGN-LINE.
           MOVE WS-AS-ASSIGNED TO WS-AS-DISP.
           DISPLAY "ANSWER=assigned-pairs=" FUNCTION TRIM(WS-AS-DISP).
           DISPLAY "ANSWER=perfect-assignment="
               FUNCTION TRIM(WS-AS-PERFECT).

       WRITE-ASSIGN-LINE.
           MOVE WS-REPORT-LINE TO ASSIGN-RECORD.
           WRITE ASSIGN-RECORD.
           MOVE SPACES TO WS-REPORT-LINE.
