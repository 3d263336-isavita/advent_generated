           SELECT OPTIONAL QUARANTINE-FILE ASSIGN TO "quarantine.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    Distribution of the pair distances behind the total, for
      *    the reconciliation team.
           SELECT STATS-FILE ASSIGN TO "distance_stats.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE.
       FD  QUARANTINE-FILE.
       01  QUARANTINE-RECORD          PIC X(200).

       FD  STATS-FILE.
       01  STATS-RECORD               PIC X(100).

       WORKING-STORAGE SECTION.
       01  RUN-HEADER-FIELDS.
           05 RUN-STAMP          PIC X(32) VALUE SPACES.
      *    disturb WS-LOCATION-DATA-TABLE, which CALCULATE-TOTAL still
      *    needs in original read order for the similarity score.
      *    OCCURS DEPENDING ON WS-ENTRY-COUNT limits the in-place SORT
      *    below to only the entries actually read. Each ID carries
      *    its input line number through the sort so an outlier pair
      *    can be traced back to the extract.
       01  WS-LEFT-SORT-TABLE.
           05 WS-LEFT-ENTRY OCCURS 1 TO 20000 TIMES
                             DEPENDING ON WS-ENTRY-COUNT.
              10 WS-LEFT-ID              PIC 9(09).
              10 WS-LEFT-LINE            PIC 9(06).

       01  WS-RIGHT-SORT-TABLE.
           05 WS-RIGHT-ENTRY OCCURS 1 TO 20000 TIMES
                              DEPENDING ON WS-ENTRY-COUNT.
              10 WS-RIGHT-ID             PIC 9(09).
              10 WS-RIGHT-LINE           PIC 9(06).

      *    Each same-rank pair's distance and rank, re-sorted largest
      *    first for the statistics report.
       01  WS-DISTANCE-TABLE.
           05 WS-DIST-ENTRY OCCURS 1 TO 20000 TIMES
                             DEPENDING ON WS-ENTRY-COUNT.
              10 WS-DIST-VALUE           PIC 9(09).
              10 WS-DIST-RANK            PIC 9(05).

      *    Feed-format controls and row parsing scratch.
       01  WS-FORMAT-FIELDS.
           05 WS-TOTAL-DISTANCE       PIC 9(18) VALUE 0.
           05 WS-PAIR-DIFF            PIC S9(09).

      *    Statistics report working fields. Side 1 is the left
      *    (location ID) column, side 2 the right.
       01  WS-STATS-FIELDS.
           05 WS-STATS-LINE           PIC X(100) VALUE SPACES.
           05 WS-STATS-LABEL          PIC X(24).
           05 WS-STATS-NUM            PIC Z(17)9.
           05 WS-STATS-NUM-2          PIC Z(17)9.
           05 WS-STATS-DEC            PIC Z(14)9.99.
           05 WS-STATS-MEAN           PIC 9(09)V99.
           05 WS-STATS-MEDIAN         PIC 9(09)V99.
           05 WS-STATS-HALF           PIC 9(05).
           05 WS-STATS-REM            PIC 9.
           05 WS-STATS-WORK           PIC 9(09).
           05 WS-STATS-LOW            PIC 9(10).
           05 WS-STATS-HIGH           PIC 9(10).
           05 WS-STATS-SUB            PIC 9(02) COMP.
           05 WS-STATS-SIDE           PIC 9 COMP.
           05 WS-STATS-PTR            PIC 9(03) COMP.
           05 WS-STATS-TOP-BUCKET     PIC 9(02) COMP.
           05 WS-STATS-BIG-BUCKET     PIC 9(05).
           05 WS-STATS-BAR-LEN        PIC 9(02).
           05 WS-STATS-BAR            PIC X(40).
           05 WS-STATS-DIST-SUM       PIC 9(18).
           05 WS-STATS-HIST-SUM       PIC 9(05).
           05 WS-BUCKET-COUNT         PIC 9(05) OCCURS 10 TIMES.
           05 WS-RUN-ID               PIC 9(09).
           05 WS-RUN-LEFT             PIC 9(05).
           05 WS-RUN-RIGHT            PIC 9(05).
           05 WS-RUN-COUNT            PIC 9(05).
           05 WS-SIDE-NAMES           PIC X(10) VALUE "LEFT RIGHT".
           05 WS-SIDE-NAME REDEFINES WS-SIDE-NAMES
                                      PIC X(05) OCCURS 2 TIMES.
           05 WS-STATS-SIDE-TABLE OCCURS 2 TIMES.
              10 WS-ONLY-DISTINCT     PIC 9(05).
              10 WS-ONLY-ENTRIES      PIC 9(05).
              10 WS-ONLY-ENTRY OCCURS 50 TIMES.
                 15 WS-ONLY-ID        PIC 9(09).
                 15 WS-ONLY-CNT       PIC 9(05).
              10 WS-TOP-USED          PIC 9(02).
              10 WS-TOP-ENTRY OCCURS 10 TIMES.
                 15 WS-TOP-ID         PIC 9(09).
                 15 WS-TOP-CNT        PIC 9(05).

       PROCEDURE DIVISION.
           ACCEPT RUN-STAMP FROM ENVIRONMENT "RUN_STAMP"
               ON EXCEPTION CONTINUE
           DISPLAY WS-TOTAL.
           DISPLAY "ANSWER=part1-total-distance=" WS-TOTAL-DISTANCE.
           DISPLAY "ANSWER=part2-similarity=" WS-TOTAL.
           PERFORM WRITE-DISTANCE-STATISTICS.

           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
                   TO WS-LEFT-ID(WS-ENTRY-COUNT)
               MOVE WS-STORED-SIMILARITY(WS-ENTRY-COUNT)
                   TO WS-RIGHT-ID(WS-ENTRY-COUNT)
               MOVE WS-LINE-NUMBER TO WS-LEFT-LINE(WS-ENTRY-COUNT)
                                      WS-RIGHT-LINE(WS-ENTRY-COUNT)
           ELSE
               SET WS-END-OF-FILE TO TRUE
           END-IF.
               TO WS-LEFT-ID(WS-ENTRY-COUNT).
           MOVE WS-STORED-SIMILARITY(WS-ENTRY-COUNT)
               TO WS-RIGHT-ID(WS-ENTRY-COUNT).
           MOVE WS-LINE-NUMBER TO WS-LEFT-LINE(WS-ENTRY-COUNT)
                                  WS-RIGHT-LINE(WS-ENTRY-COUNT).

      *    A good column is non-blank and all digits once trimmed.
       CHECK-COLUMN-NUMERIC.
                   COMPUTE WS-PAIR-DIFF = WS-PAIR-DIFF * -1
               END-IF
               ADD WS-PAIR-DIFF TO WS-TOTAL-DISTANCE
               MOVE WS-PAIR-DIFF TO WS-DIST-VALUE(WS-IDX1)
               MOVE WS-IDX1 TO WS-DIST-RANK(WS-IDX1)

           END-PERFORM.

                   (WS-COUNT * WS-TEMP-LOCATION-ID)

           END-PERFORM.

      *    The distribution behind the total distance: spread of the
      *    same-rank pair distances, a histogram by order of size,
      *    the largest pairs traced back to their input lines, the
      *    IDs only one list carries, and each side's most repeated
      *    IDs -- enough to tell a few bad rows from a general shift.
       WRITE-DISTANCE-STATISTICS.
           OPEN OUTPUT STATS-FILE.
           MOVE "DISTANCE STATISTICS FOR input.txt" TO WS-STATS-LINE.
           PERFORM WRITE-STATS-LINE.
           PERFORM WRITE-STATS-LINE.
           MOVE "PAIRS" TO WS-STATS-LABEL.
           MOVE WS-ENTRY-COUNT TO WS-STATS-NUM.
           PERFORM WRITE-STATS-COUNT.
           IF WS-ENTRY-COUNT = 0
               MOVE "  NO PAIRS READ" TO WS-STATS-LINE
               PERFORM WRITE-STATS-LINE
               CLOSE STATS-FILE
               EXIT PARAGRAPH
           END-IF.
           SORT WS-DIST-ENTRY ON DESCENDING KEY WS-DIST-VALUE.
           MOVE "MINIMUM DISTANCE" TO WS-STATS-LABEL.
           MOVE WS-DIST-VALUE(WS-ENTRY-COUNT) TO WS-STATS-NUM.
           PERFORM WRITE-STATS-COUNT.
           MOVE "MAXIMUM DISTANCE" TO WS-STATS-LABEL.
           MOVE WS-DIST-VALUE(1) TO WS-STATS-NUM.
           PERFORM WRITE-STATS-COUNT.
           COMPUTE WS-STATS-MEAN ROUNDED
               = WS-TOTAL-DISTANCE / WS-ENTRY-COUNT.
           MOVE WS-STATS-MEAN TO WS-STATS-DEC.
           STRING "  MEAN DISTANCE           " DELIMITED BY SIZE
               WS-STATS-DEC DELIMITED BY SIZE
               INTO WS-STATS-LINE
           END-STRING.
           PERFORM WRITE-STATS-LINE.
           DIVIDE WS-ENTRY-COUNT BY 2 GIVING WS-STATS-HALF
               REMAINDER WS-STATS-REM.
           IF WS-STATS-REM = 1
               MOVE WS-DIST-VALUE(WS-STATS-HALF + 1) TO WS-STATS-MEDIAN
           ELSE
               COMPUTE WS-STATS-MEDIAN
                   = (WS-DIST-VALUE(WS-STATS-HALF)
                      + WS-DIST-VALUE(WS-STATS-HALF + 1)) / 2
           END-IF.
           MOVE WS-STATS-MEDIAN TO WS-STATS-DEC.
           STRING "  MEDIAN DISTANCE         " DELIMITED BY SIZE
               WS-STATS-DEC DELIMITED BY SIZE
               INTO WS-STATS-LINE
           END-STRING.
           PERFORM WRITE-STATS-LINE.

           PERFORM WRITE-DISTANCE-HISTOGRAM.
           PERFORM WRITE-OUTLIER-PAIRS.
           PERFORM COMPARE-ID-LISTS.
           PERFORM WRITE-ONE-SIDED-IDS.
           PERFORM WRITE-REPEATED-IDS.

           PERFORM WRITE-STATS-LINE.
           MOVE "CONTROL TOTALS" TO WS-STATS-LINE.
           PERFORM WRITE-STATS-LINE.
           MOVE "SUM OF PAIR DISTANCES" TO WS-STATS-LABEL.
           MOVE WS-STATS-DIST-SUM TO WS-STATS-NUM.
           PERFORM WRITE-STATS-COUNT.
           MOVE "TOTAL DISTANCE" TO WS-STATS-LABEL.
           MOVE WS-TOTAL-DISTANCE TO WS-STATS-NUM.
           PERFORM WRITE-STATS-COUNT.
           MOVE "PAIRS IN HISTOGRAM" TO WS-STATS-LABEL.
           MOVE WS-STATS-HIST-SUM TO WS-STATS-NUM.
           PERFORM WRITE-STATS-COUNT.
           IF WS-STATS-DIST-SUM = WS-TOTAL-DISTANCE
               AND WS-STATS-HIST-SUM = WS-ENTRY-COUNT
               MOVE "CONTROL TOTALS BALANCE" TO WS-STATS-LINE
           ELSE
               MOVE "CONTROL TOTALS DO NOT BALANCE" TO WS-STATS-LINE
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-STATS-LINE.
           CLOSE STATS-FILE.
           MOVE WS-STATS-MEDIAN TO WS-STATS-DEC.
           MOVE WS-DIST-VALUE(1) TO WS-STATS-NUM.
           DISPLAY "STATISTICS COMPLETE MEDIAN="
               FUNCTION TRIM(WS-STATS-DEC)
               " MAXIMUM=" FUNCTION TRIM(WS-STATS-NUM).
           DISPLAY "ANSWER=median-distance="
               FUNCTION TRIM(WS-STATS-DEC).
           DISPLAY "ANSWER=max-distance="
               FUNCTION TRIM(WS-STATS-NUM).

      *    Buckets by number of digits: 0, 1-9, 10-99, and so on up to
      *    the largest distance seen, with a bar scaled to the fullest
      *    bucket.
       WRITE-DISTANCE-HISTOGRAM.
           MOVE 0 TO WS-STATS-DIST-SUM WS-STATS-HIST-SUM
               WS-STATS-TOP-BUCKET WS-STATS-BIG-BUCKET.
           PERFORM VARYING WS-STATS-SUB FROM 1 BY 1
               UNTIL WS-STATS-SUB > 10
               MOVE 0 TO WS-BUCKET-COUNT(WS-STATS-SUB)
           END-PERFORM.
           PERFORM VARYING WS-IDX1 FROM 1 BY 1
               UNTIL WS-IDX1 > WS-ENTRY-COUNT
               ADD WS-DIST-VALUE(WS-IDX1) TO WS-STATS-DIST-SUM
               MOVE WS-DIST-VALUE(WS-IDX1) TO WS-STATS-WORK
               MOVE 1 TO WS-STATS-SUB
               PERFORM UNTIL WS-STATS-WORK = 0
                   ADD 1 TO WS-STATS-SUB
                   DIVIDE 10 INTO WS-STATS-WORK
               END-PERFORM
               ADD 1 TO WS-BUCKET-COUNT(WS-STATS-SUB)
               IF WS-STATS-SUB > WS-STATS-TOP-BUCKET
                   MOVE WS-STATS-SUB TO WS-STATS-TOP-BUCKET
               END-IF
               IF WS-BUCKET-COUNT(WS-STATS-SUB) > WS-STATS-BIG-BUCKET
                   MOVE WS-BUCKET-COUNT(WS-STATS-SUB)
                       TO WS-STATS-BIG-BUCKET
               END-IF
           END-PERFORM.
           PERFORM WRITE-STATS-LINE.
           MOVE "DISTANCE HISTOGRAM" TO WS-STATS-LINE.
           PERFORM WRITE-STATS-LINE.
           MOVE 1 TO WS-STATS-LOW.
           PERFORM VARYING WS-STATS-SUB FROM 1 BY 1
               UNTIL WS-STATS-SUB > WS-STATS-TOP-BUCKET
               ADD WS-BUCKET-COUNT(WS-STATS-SUB) TO WS-STATS-HIST-SUM
               MOVE SPACES TO WS-STATS-LABEL
               IF WS-STATS-SUB = 1
                   MOVE "0" TO WS-STATS-LABEL
               ELSE
                   COMPUTE WS-STATS-HIGH = WS-STATS-LOW * 10 - 1
                   MOVE WS-STATS-LOW TO WS-STATS-NUM
                   MOVE WS-STATS-HIGH TO WS-STATS-NUM-2
                   STRING FUNCTION TRIM(WS-STATS-NUM) DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-STATS-NUM-2) DELIMITED BY SIZE
                       INTO WS-STATS-LABEL
                   END-STRING
                   COMPUTE WS-STATS-LOW = WS-STATS-LOW * 10
               END-IF
               MOVE WS-BUCKET-COUNT(WS-STATS-SUB) TO WS-STATS-NUM
               MOVE SPACES TO WS-STATS-BAR
               COMPUTE WS-STATS-BAR-LEN
                   = WS-BUCKET-COUNT(WS-STATS-SUB) * 40
                     / WS-STATS-BIG-BUCKET
               IF WS-STATS-BAR-LEN = 0
                   AND WS-BUCKET-COUNT(WS-STATS-SUB) > 0
                   MOVE 1 TO WS-STATS-BAR-LEN
               END-IF
               IF WS-STATS-BAR-LEN > 0
                   MOVE ALL "*" TO WS-STATS-BAR(1:WS-STATS-BAR-LEN)
               END-IF
               STRING "  " WS-STATS-LABEL WS-STATS-NUM "  "
                   WS-STATS-BAR DELIMITED BY SIZE
                   INTO WS-STATS-LINE
               END-STRING
               PERFORM WRITE-STATS-LINE
           END-PERFORM.

      *    The distance table is already in descending order, so the
      *    first twenty entries are the outliers; each carries its
      *    rank, and the rank finds both sides' original lines.
       WRITE-OUTLIER-PAIRS.
           PERFORM WRITE-STATS-LINE.
           MOVE "TOP 20 OUTLIER PAIRS" TO WS-STATS-LINE.
           PERFORM WRITE-STATS-LINE.
           PERFORM VARYING WS-IDX1 FROM 1 BY 1
               UNTIL WS-IDX1 > WS-ENTRY-COUNT OR WS-IDX1 > 20
               MOVE WS-DIST-RANK(WS-IDX1) TO WS-IDX2
               MOVE WS-IDX1 TO DISPLAY-COL-NO
               MOVE WS-LEFT-ID(WS-IDX2) TO WS-STATS-NUM
               MOVE WS-LEFT-LINE(WS-IDX2) TO DISPLAY-LINE-NO
               MOVE 1 TO WS-STATS-PTR
               STRING "  " DISPLAY-COL-NO ". LEFT " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-STATS-NUM) DELIMITED BY SIZE
                   " LINE " DELIMITED BY SIZE
                   FUNCTION TRIM(DISPLAY-LINE-NO) DELIMITED BY SIZE
                   INTO WS-STATS-LINE WITH POINTER WS-STATS-PTR
               END-STRING
               MOVE WS-RIGHT-ID(WS-IDX2) TO WS-STATS-NUM
               MOVE WS-RIGHT-LINE(WS-IDX2) TO DISPLAY-LINE-NO
               STRING "  RIGHT " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-STATS-NUM) DELIMITED BY SIZE
                   " LINE " DELIMITED BY SIZE
                   FUNCTION TRIM(DISPLAY-LINE-NO) DELIMITED BY SIZE
                   INTO WS-STATS-LINE WITH POINTER WS-STATS-PTR
               END-STRING
               MOVE WS-DIST-VALUE(WS-IDX1) TO WS-STATS-NUM
               STRING "  DISTANCE " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-STATS-NUM) DELIMITED BY SIZE
                   INTO WS-STATS-LINE WITH POINTER WS-STATS-PTR
               END-STRING
               PERFORM WRITE-STATS-LINE
           END-PERFORM.

      *    One merge pass over the two sorted columns, a run of equal
      *    IDs at a time: a run only one side has is a one-sided ID,
      *    and every run's length feeds that side's repeat ranking.
       COMPARE-ID-LISTS.
           MOVE 0 TO WS-ONLY-DISTINCT(1) WS-ONLY-DISTINCT(2)
               WS-ONLY-ENTRIES(1) WS-ONLY-ENTRIES(2)
               WS-TOP-USED(1) WS-TOP-USED(2).
           MOVE 1 TO WS-IDX1 WS-IDX2.
           PERFORM COMPARE-NEXT-RUN
               UNTIL WS-IDX1 > WS-ENTRY-COUNT
                 AND WS-IDX2 > WS-ENTRY-COUNT.

       COMPARE-NEXT-RUN.
           MOVE 0 TO WS-RUN-LEFT WS-RUN-RIGHT.
           IF WS-IDX2 > WS-ENTRY-COUNT
               MOVE WS-LEFT-ID(WS-IDX1) TO WS-RUN-ID
           ELSE
               IF WS-IDX1 > WS-ENTRY-COUNT
                   MOVE WS-RIGHT-ID(WS-IDX2) TO WS-RUN-ID
               ELSE
                   IF WS-LEFT-ID(WS-IDX1) < WS-RIGHT-ID(WS-IDX2)
                       MOVE WS-LEFT-ID(WS-IDX1) TO WS-RUN-ID
                   ELSE
                       MOVE WS-RIGHT-ID(WS-IDX2) TO WS-RUN-ID
                   END-IF
               END-IF
           END-IF.
           PERFORM UNTIL WS-IDX1 > WS-ENTRY-COUNT
                   OR WS-LEFT-ID(WS-IDX1) NOT = WS-RUN-ID
               ADD 1 TO WS-RUN-LEFT
               ADD 1 TO WS-IDX1
           END-PERFORM.
           PERFORM UNTIL WS-IDX2 > WS-ENTRY-COUNT
                   OR WS-RIGHT-ID(WS-IDX2) NOT = WS-RUN-ID
               ADD 1 TO WS-RUN-RIGHT
               ADD 1 TO WS-IDX2
           END-PERFORM.
           IF WS-RUN-LEFT > 0
               MOVE 1 TO WS-STATS-SIDE
               MOVE WS-RUN-LEFT TO WS-RUN-COUNT
               PERFORM RANK-REPEATED-ID
               IF WS-RUN-RIGHT = 0
                   PERFORM NOTE-ONE-SIDED-ID
               END-IF
           END-IF.
           IF WS-RUN-RIGHT > 0
               MOVE 2 TO WS-STATS-SIDE
               MOVE WS-RUN-RIGHT TO WS-RUN-COUNT
               PERFORM RANK-REPEATED-ID
               IF WS-RUN-LEFT = 0
                   PERFORM NOTE-ONE-SIDED-ID
               END-IF
           END-IF.

       NOTE-ONE-SIDED-ID.
           ADD 1 TO WS-ONLY-DISTINCT(WS-STATS-SIDE).
           ADD WS-RUN-COUNT TO WS-ONLY-ENTRIES(WS-STATS-SIDE).
           IF WS-ONLY-DISTINCT(WS-STATS-SIDE) <= 50
               MOVE WS-RUN-ID TO WS-ONLY-ID(WS-STATS-SIDE,
                   WS-ONLY-DISTINCT(WS-STATS-SIDE))
               MOVE WS-RUN-COUNT TO WS-ONLY-CNT(WS-STATS-SIDE,
                   WS-ONLY-DISTINCT(WS-STATS-SIDE))
           END-IF.

      *    Keeps each side's ten most repeated IDs, highest count
      *    first; an ID seen once is not a repeat.
       RANK-REPEATED-ID.
           IF WS-RUN-COUNT < 2
               EXIT PARAGRAPH
           END-IF.
           IF WS-TOP-USED(WS-STATS-SIDE) = 10
               IF WS-RUN-COUNT
                   <= WS-TOP-CNT(WS-STATS-SIDE, 10)
                   EXIT PARAGRAPH
               END-IF
           ELSE
               ADD 1 TO WS-TOP-USED(WS-STATS-SIDE)
           END-IF.
           MOVE WS-TOP-USED(WS-STATS-SIDE) TO WS-STATS-SUB.
           PERFORM UNTIL WS-STATS-SUB = 1
                   OR WS-TOP-CNT(WS-STATS-SIDE, WS-STATS-SUB - 1)
                      >= WS-RUN-COUNT
               MOVE WS-TOP-ENTRY(WS-STATS-SIDE, WS-STATS-SUB - 1)
                   TO WS-TOP-ENTRY(WS-STATS-SIDE, WS-STATS-SUB)
               SUBTRACT 1 FROM WS-STATS-SUB
           END-PERFORM.
           MOVE WS-RUN-ID TO WS-TOP-ID(WS-STATS-SIDE, WS-STATS-SUB).
           MOVE WS-RUN-COUNT TO WS-TOP-CNT(WS-STATS-SIDE, WS-STATS-SUB).

       WRITE-ONE-SIDED-IDS.
           PERFORM WRITE-STATS-LINE.
           MOVE "IDS IN ONLY ONE LIST" TO WS-STATS-LINE.
           PERFORM WRITE-STATS-LINE.
           PERFORM VARYING WS-STATS-SIDE FROM 1 BY 1
               UNTIL WS-STATS-SIDE > 2
               MOVE WS-ONLY-DISTINCT(WS-STATS-SIDE) TO WS-STATS-NUM
               MOVE WS-ONLY-ENTRIES(WS-STATS-SIDE) TO WS-STATS-NUM-2
               STRING "  " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SIDE-NAME(WS-STATS-SIDE))
                       DELIMITED BY SIZE
                   " ONLY: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-STATS-NUM) DELIMITED BY SIZE
                   " DISTINCT IDS IN " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-STATS-NUM-2) DELIMITED BY SIZE
                   " ENTRIES" DELIMITED BY SIZE
                   INTO WS-STATS-LINE
               END-STRING
               PERFORM WRITE-STATS-LINE
               PERFORM VARYING WS-STATS-SUB FROM 1 BY 1
                   UNTIL WS-STATS-SUB > WS-ONLY-DISTINCT(WS-STATS-SIDE)
                      OR WS-STATS-SUB > 50
                   MOVE WS-ONLY-ID(WS-STATS-SIDE, WS-STATS-SUB)
                       TO WS-STATS-NUM
                   MOVE WS-ONLY-CNT(WS-STATS-SIDE, WS-STATS-SUB)
                       TO WS-STATS-NUM-2
                   STRING "    " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-STATS-NUM) DELIMITED BY SIZE
                       " x" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-STATS-NUM-2) DELIMITED BY SIZE
                       INTO WS-STATS-LINE
                   END-STRING
                   PERFORM WRITE-STATS-LINE
               END-PERFORM
               IF WS-ONLY-DISTINCT(WS-STATS-SIDE) > 50
                   COMPUTE WS-STATS-NUM
                       = WS-ONLY-DISTINCT(WS-STATS-SIDE) - 50
                   STRING "    ... AND " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-STATS-NUM) DELIMITED BY SIZE
                       " MORE" DELIMITED BY SIZE
                       INTO WS-STATS-LINE
                   END-STRING
                   PERFORM WRITE-STATS-LINE
               END-IF
           END-PERFORM.

       WRITE-REPEATED-IDS.
           PERFORM WRITE-STATS-LINE.
           MOVE "MOST REPEATED IDS" TO WS-STATS-LINE.
           PERFORM WRITE-STATS-LINE.
           PERFORM VARYING WS-STATS-SIDE FROM 1 BY 1
               UNTIL WS-STATS-SIDE > 2
               STRING "  " WS-SIDE-NAME(WS-STATS-SIDE)
                   DELIMITED BY SIZE
                   INTO WS-STATS-LINE
               END-STRING
               IF WS-TOP-USED(WS-STATS-SIDE) = 0
                   MOVE "NO ID REPEATED" TO WS-STATS-LINE(10:)
               END-IF
               PERFORM WRITE-STATS-LINE
               PERFORM VARYING WS-STATS-SUB FROM 1 BY 1
                   UNTIL WS-STATS-SUB > WS-TOP-USED(WS-STATS-SIDE)
                   MOVE WS-TOP-ID(WS-STATS-SIDE, WS-STATS-SUB)
                       TO WS-STATS-NUM
                   MOVE WS-TOP-CNT(WS-STATS-SIDE, WS-STATS-SUB)
                       TO WS-STATS-NUM-2
                   STRING "    " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-STATS-NUM) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-STATS-NUM-2) DELIMITED BY SIZE
                       " TIMES" DELIMITED BY SIZE
                       INTO WS-STATS-LINE
                   END-STRING
                   PERFORM WRITE-STATS-LINE
               END-PERFORM
           END-PERFORM.

       WRITE-STATS-COUNT.
           STRING "  " WS-STATS-LABEL WS-STATS-NUM
               DELIMITED BY SIZE INTO WS-STATS-LINE
           END-STRING.
           PERFORM WRITE-STATS-LINE.

       WRITE-STATS-LINE.
           MOVE WS-STATS-LINE TO STATS-RECORD.
           WRITE STATS-RECORD.
           MOVE SPACES TO WS-STATS-LINE.
