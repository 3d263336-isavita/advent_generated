       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONTH-END-SUMMARY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The period is REPORT_MONTH (yyyy-mm); without it, the month
      *    of the run date. Every figure is shown beside the same
      *    figure for the month before.
      *
      *    Job counts come from the answer ledger, one line per job
      *    per night, picked by the date leading its STAMP=. The
      *    ledger does not carry the group, so jobs are grouped by
      *    the group tag their program has in tonight's manifest.
           SELECT OPTIONAL LEDGER-FILE
               ASSIGN TO "answer_ledger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-STATUS.

           SELECT MANIFEST-FILE ASSIGN TO "manifest.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MANIFEST-STATUS.

      *    The SLA, timing and quarantine figures come from each
      *    night's copies in RUN-ARCHIVE's runs/<yyyy-mm-dd>
      *    directories, so archive_params.txt must keep at least two
      *    months. run_times.txt, quarantine.txt and dead_letter.txt
      *    grow from night to night; only the lines a night added
      *    past the previous archived night's copy are counted for
      *    it. sla_exceptions.txt is rewritten nightly and counts
      *    whole.
           SELECT NIGHT-FILE ASSIGN USING NIGHT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NIGHT-STATUS.

           SELECT REPORT-FILE ASSIGN TO "month_end_summary.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
       COPY "ledger_rec.cpy".

       FD  MANIFEST-FILE.
       01  MANIFEST-RECORD      PIC X(200).

       FD  NIGHT-FILE.
       01  NIGHT-RECORD         PIC X(400).

       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(300).

       WORKING-STORAGE SECTION.
       01  RUN-STAMP            PIC X(32) VALUE SPACES.
       01  LEDGER-STATUS        PIC XX.
       01  MANIFEST-STATUS      PIC XX.
       01  NIGHT-STATUS         PIC XX.

       01  SUMMARY-FLAGS.
           05 LEDGER-EOF        PIC X VALUE 'N'.
              88 AT-LEDGER-END      VALUE 'Y'.
           05 MANIFEST-EOF      PIC X VALUE 'N'.
              88 AT-MANIFEST-END    VALUE 'Y'.
           05 NIGHT-EOF         PIC X.
              88 AT-NIGHT-END       VALUE 'Y'.
           05 SECTION-EMPTY     PIC X.
              88 SECTION-IS-EMPTY   VALUE 'Y'.
           05 TABLES-OVERFLOWED PIC X VALUE 'N'.

       01  PERIOD-FIELDS.
           05 REPORT-MONTH      PIC X(10) VALUE SPACES.
           05 PERIOD-TEXT       PIC X(7).
           05 PRIOR-TEXT        PIC X(7).
           05 RUN-DATE-NUM      PIC 9(8) VALUE 0.
           05 RUN-DATE-PARTS REDEFINES RUN-DATE-NUM.
              10 RUN-YEAR       PIC 9(4).
              10 RUN-MONTH      PIC 99.
              10 RUN-DAY        PIC 99.
           05 PERIOD-START-NUM  PIC 9(8).
           05 PERIOD-START-PARTS REDEFINES PERIOD-START-NUM.
              10 PERIOD-YEAR    PIC 9(4).
              10 PERIOD-MONTH   PIC 99.
              10 PERIOD-DAY     PIC 99.
           05 PRIOR-START-NUM   PIC 9(8).
           05 PRIOR-START-PARTS REDEFINES PRIOR-START-NUM.
              10 PRIOR-YEAR     PIC 9(4).
              10 PRIOR-MONTH    PIC 99.
              10 PRIOR-DAY      PIC 99.
           05 NEXT-START-NUM    PIC 9(8).
           05 NEXT-START-PARTS REDEFINES NEXT-START-NUM.
              10 NEXT-YEAR      PIC 9(4).
              10 NEXT-MONTH     PIC 99.
              10 NEXT-DAY       PIC 99.
           05 NIGHT-DATE-NUM    PIC 9(8).
           05 NIGHT-DATE-PARTS REDEFINES NIGHT-DATE-NUM.
              10 NIGHT-YEAR     PIC 9(4).
              10 NIGHT-MONTH    PIC 99.
              10 NIGHT-DAY      PIC 99.
           05 NIGHT-INTEGER     PIC 9(8).
           05 FIRST-INTEGER     PIC 9(8).
           05 LAST-INTEGER      PIC 9(8).
           05 NIGHT-DIR         PIC X(20).
           05 NIGHT-FILE-NAME   PIC X(60).
      *    Which month the night or ledger line belongs to: 1 this
      *    period, 2 the month before, 0 neither.
           05 MONTH-SLOT        PIC 9.
           05 NIGHTS-FOUND      PIC 9(3) OCCURS 2 TIMES.

      *    The growing files, in the order each night is read:
      *    1 run_times.txt, 2 quarantine.txt, 3 dead_letter.txt.
      *    PREV-LINES is the line count of the previous archived
      *    night's copy; a copy shorter than that was reset, and all
      *    of it is new.
       01  GROWING-FILE-TABLE.
           05 GROWING-NAMES.
              10 FILLER PIC X(20) VALUE "run_times.txt".
              10 FILLER PIC X(20) VALUE "quarantine.txt".
              10 FILLER PIC X(20) VALUE "dead_letter.txt".
           05 GROWING-NAME-TABLE REDEFINES GROWING-NAMES.
              10 GROWING-NAME   PIC X(20) OCCURS 3 TIMES.
           05 PREV-LINES        PIC 9(8) OCCURS 3 TIMES.
           05 GROWING-SUB       PIC 9.
           05 COPY-LINES        PIC 9(8).
           05 LINES-TO-SKIP     PIC 9(8).

       01  SUMMARY-COUNTERS.
           05 LEDGER-LINES-USED PIC 9(6) VALUE 0.
           05 DISPLAY-COUNT     PIC ZZZZZ9.
           05 DISPLAY-COUNT-2   PIC ZZZZZ9.
           05 DISPLAY-CHANGE    PIC +ZZZZZ9.
           05 DISPLAY-RATE      PIC ZZ9.9.
           05 DISPLAY-RATE-2    PIC ZZ9.9.
           05 DISPLAY-SECS      PIC ZZZZZZ9.99.
           05 RATE-VALUE        PIC 999V9.
           05 CHANGE-VALUE      PIC S9(6).

      *    Manifest programs, matched on the binary's own name so a
      *    stream child's absolute path finds the same entry.
       01  PROGRAM-TABLE.
           05 PROGRAM-TOTAL     PIC 9(4) VALUE 0.
           05 PROGRAM-ROW OCCURS 500 TIMES.
              10 PM-NAME        PIC X(60).
              10 PM-GROUP       PIC X(20).

      *    Row 1 is reserved for jobs with no group tag. Every count
      *    is kept twice: (1) this period, (2) the month before.
       01  GROUP-TABLE.
           05 GROUP-TOTAL       PIC 9(3) VALUE 1.
           05 GROUP-ROW OCCURS 51 TIMES.
              10 GR-NAME        PIC X(20).
              10 GR-MONTH OCCURS 2 TIMES.
                 15 GR-SCHEDULED PIC 9(6).
                 15 GR-RAN      PIC 9(6).
                 15 GR-FAILED   PIC 9(6).
                 15 GR-TIMED-OUT PIC 9(6).
                 15 GR-CAL-SKIP PIC 9(6).
                 15 GR-SKIPPED  PIC 9(6).

       01  TAG-TABLE.
           05 TAG-TOTAL         PIC 9(3) VALUE 0.
           05 TAG-ROW OCCURS 200 TIMES.
              10 TG-NAME        PIC X(40).
              10 TG-MONTH OCCURS 2 TIMES.
                 15 TG-BREACHES PIC 9(5).
                 15 TG-RUNS     PIC 9(5).
                 15 TG-SECONDS  PIC 9(9)V99.
                 15 TG-QUARANTINED PIC 9(7).
                 15 TG-DEAD     PIC 9(7).

       01  PARSE-FIELDS.
           05 SCAN-LINE         PIC X(400).
           05 MARKER-TEXT       PIC X(10).
           05 MARKER-LEN        PIC 99.
           05 MARKER-POS        PIC 9(4).
           05 SCAN-POS          PIC 9(4).
           05 SLASH-POS         PIC 9(4).
           05 PARSE-PROGRAM     PIC X(100).
           05 PARSE-NAME        PIC X(60).
           05 PARSE-TAG         PIC X(40).
           05 TOKEN-1           PIC X(100).
           05 TOKEN-2           PIC X(100).
           05 OPTION-TOKEN      PIC X(100) OCCURS 6 TIMES.
           05 OPTION-SUB        PIC 9.
           05 ELAPSED-TEXT      PIC X(20).
           05 PROGRAM-NUM       PIC 9(4).
           05 GROUP-NUM         PIC 9(3).
           05 TAG-NUM           PIC 9(3).
           05 ROW-NUM           PIC 9(4).
           05 WS-WORK-LINE      PIC X(300).

       COPY "env_req.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           SET ENR-ENTER TO TRUE.
           CALL "BATCH-ENVIRONMENT" USING ENVIRONMENT-REQUEST.
           IF NOT ENR-OK
               DISPLAY "ERROR SELECTING BATCH_ENV=" ENR-NAME
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT RUN-STAMP FROM ENVIRONMENT "RUN_STAMP"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           PERFORM DERIVE-REPORT-PERIOD.
           OPEN INPUT MANIFEST-FILE.
           IF MANIFEST-STATUS NOT = '00'
               DISPLAY "ERROR OPENING manifest.txt STATUS="
                   MANIFEST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "(UNGROUPED)" TO GR-NAME(1).
           INITIALIZE GR-MONTH(1, 1) GR-MONTH(1, 2).
           PERFORM LOAD-MANIFEST-ENTRY UNTIL AT-MANIFEST-END.
           CLOSE MANIFEST-FILE.
           OPEN INPUT LEDGER-FILE.
           IF LEDGER-STATUS = '00'
               PERFORM SCAN-LEDGER-RECORD UNTIL AT-LEDGER-END
           END-IF.
           CLOSE LEDGER-FILE.
           MOVE ZEROS TO PREV-LINES(1) PREV-LINES(2) PREV-LINES(3).
           MOVE 0 TO NIGHTS-FOUND(1) NIGHTS-FOUND(2).
           PERFORM SCAN-ONE-NIGHT
               VARYING NIGHT-INTEGER FROM FIRST-INTEGER BY 1
               UNTIL NIGHT-INTEGER > LAST-INTEGER.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM WRITE-GROUP-SECTION.
           PERFORM WRITE-SLA-SECTION.
           PERFORM WRITE-QUARANTINE-SECTION.
           PERFORM WRITE-REPORT-SUMMARY.
           CLOSE REPORT-FILE.
           STOP RUN.

      *    The run date comes from the leading date in RUN_STAMP and
      *    falls back to the system date when the stamp carries none.
      *    The nights walked start a month before the prior month so
      *    the first night counted has a previous copy to measure
      *    its growth against.
       DERIVE-REPORT-PERIOD.
           IF RUN-STAMP(1:4) IS NUMERIC
               AND RUN-STAMP(5:1) = '-' AND RUN-STAMP(8:1) = '-'
               AND RUN-STAMP(6:2) IS NUMERIC
               AND RUN-STAMP(9:2) IS NUMERIC
               MOVE RUN-STAMP(1:4) TO RUN-YEAR
               MOVE RUN-STAMP(6:2) TO RUN-MONTH
               MOVE RUN-STAMP(9:2) TO RUN-DAY
           ELSE
               IF RUN-STAMP(1:8) IS NUMERIC
                   MOVE RUN-STAMP(1:8) TO RUN-DATE-NUM
               END-IF
           END-IF.
           IF RUN-MONTH < 1 OR RUN-MONTH > 12
               OR RUN-DAY < 1 OR RUN-DAY > 31
               ACCEPT RUN-DATE-NUM FROM DATE YYYYMMDD
           END-IF.
           MOVE RUN-YEAR TO PERIOD-YEAR.
           MOVE RUN-MONTH TO PERIOD-MONTH.
           ACCEPT REPORT-MONTH FROM ENVIRONMENT "REPORT_MONTH"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF REPORT-MONTH(1:4) IS NUMERIC
               AND REPORT-MONTH(5:1) = '-'
               AND REPORT-MONTH(6:2) IS NUMERIC
               AND REPORT-MONTH(6:2) >= '01'
               AND REPORT-MONTH(6:2) <= '12'
               MOVE REPORT-MONTH(1:4) TO PERIOD-YEAR
               MOVE REPORT-MONTH(6:2) TO PERIOD-MONTH
           END-IF.
           MOVE 1 TO PERIOD-DAY.
           MOVE PERIOD-START-NUM TO PRIOR-START-NUM.
           IF PRIOR-MONTH = 1
               MOVE 12 TO PRIOR-MONTH
               SUBTRACT 1 FROM PRIOR-YEAR
           ELSE
               SUBTRACT 1 FROM PRIOR-MONTH
           END-IF.
           MOVE PERIOD-START-NUM TO NEXT-START-NUM.
           IF NEXT-MONTH = 12
               MOVE 1 TO NEXT-MONTH
               ADD 1 TO NEXT-YEAR
           ELSE
               ADD 1 TO NEXT-MONTH
           END-IF.
           MOVE SPACES TO PERIOD-TEXT PRIOR-TEXT.
           STRING PERIOD-YEAR "-" PERIOD-MONTH
               DELIMITED BY SIZE INTO PERIOD-TEXT
           END-STRING.
           STRING PRIOR-YEAR "-" PRIOR-MONTH
               DELIMITED BY SIZE INTO PRIOR-TEXT
           END-STRING.
           COMPUTE FIRST-INTEGER
               = FUNCTION INTEGER-OF-DATE(PRIOR-START-NUM) - 31.
           COMPUTE LAST-INTEGER
               = FUNCTION INTEGER-OF-DATE(NEXT-START-NUM) - 1.

       LOAD-MANIFEST-ENTRY.
           READ MANIFEST-FILE
               AT END SET AT-MANIFEST-END TO TRUE
           END-READ.
           IF AT-MANIFEST-END
               EXIT PARAGRAPH
           END-IF.
           IF MANIFEST-RECORD = SPACES
               OR MANIFEST-RECORD(1:1) = '*'
               OR MANIFEST-RECORD(1:7) = 'POLICY '
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO TOKEN-1 TOKEN-2 OPTION-TOKEN(1)
               OPTION-TOKEN(2) OPTION-TOKEN(3) OPTION-TOKEN(4)
               OPTION-TOKEN(5) OPTION-TOKEN(6).
           UNSTRING MANIFEST-RECORD DELIMITED BY ALL SPACE
               INTO TOKEN-1, TOKEN-2, OPTION-TOKEN(1),
                   OPTION-TOKEN(2), OPTION-TOKEN(3), OPTION-TOKEN(4),
                   OPTION-TOKEN(5), OPTION-TOKEN(6)
           END-UNSTRING.
           IF TOKEN-1 = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE TOKEN-1 TO PARSE-PROGRAM.
           PERFORM TAKE-PROGRAM-NAME.
           PERFORM FIND-PROGRAM-ROW.
           IF PROGRAM-NUM > 0
               EXIT PARAGRAPH
           END-IF.
           IF PROGRAM-TOTAL >= 500
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO PROGRAM-TOTAL.
           MOVE PARSE-NAME TO PM-NAME(PROGRAM-TOTAL).
           MOVE SPACES TO PM-GROUP(PROGRAM-TOTAL).
           PERFORM VARYING OPTION-SUB FROM 1 BY 1
                   UNTIL OPTION-SUB > 6
               IF OPTION-TOKEN(OPTION-SUB)(1:6) = 'GROUP='
                   MOVE OPTION-TOKEN(OPTION-SUB)(7:20)
                       TO PM-GROUP(PROGRAM-TOTAL)
               END-IF
           END-PERFORM.

      *    PARSE-NAME gets PARSE-PROGRAM with any directory removed.
       TAKE-PROGRAM-NAME.
           MOVE 0 TO SLASH-POS.
           PERFORM VARYING SCAN-POS FROM 1 BY 1
                   UNTIL SCAN-POS > 100
               IF PARSE-PROGRAM(SCAN-POS:1) = '/'
                   MOVE SCAN-POS TO SLASH-POS
               END-IF
           END-PERFORM.
           MOVE SPACES TO PARSE-NAME.
           IF SLASH-POS > 0 AND SLASH-POS < 100
               MOVE PARSE-PROGRAM(SLASH-POS + 1:) TO PARSE-NAME
           ELSE
               MOVE PARSE-PROGRAM TO PARSE-NAME
           END-IF.

       FIND-PROGRAM-ROW.
           MOVE 0 TO PROGRAM-NUM.
           PERFORM VARYING ROW-NUM FROM 1 BY 1
                   UNTIL ROW-NUM > PROGRAM-TOTAL
               IF PROGRAM-NUM = 0 AND PM-NAME(ROW-NUM) = PARSE-NAME
                   MOVE ROW-NUM TO PROGRAM-NUM
               END-IF
           END-PERFORM.

       FIND-OR-ADD-GROUP.
           MOVE 1 TO GROUP-NUM.
           IF PROGRAM-NUM = 0
               EXIT PARAGRAPH
           END-IF.
           IF PM-GROUP(PROGRAM-NUM) = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO GROUP-NUM.
           PERFORM VARYING ROW-NUM FROM 2 BY 1
                   UNTIL ROW-NUM > GROUP-TOTAL
               IF GROUP-NUM = 0
                   AND GR-NAME(ROW-NUM) = PM-GROUP(PROGRAM-NUM)
                   MOVE ROW-NUM TO GROUP-NUM
               END-IF
           END-PERFORM.
           IF GROUP-NUM > 0
               EXIT PARAGRAPH
           END-IF.
           IF GROUP-TOTAL >= 51
               MOVE 'Y' TO TABLES-OVERFLOWED
               MOVE 1 TO GROUP-NUM
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO GROUP-TOTAL.
           MOVE GROUP-TOTAL TO GROUP-NUM.
           MOVE PM-GROUP(PROGRAM-NUM) TO GR-NAME(GROUP-NUM).
           INITIALIZE GR-MONTH(GROUP-NUM, 1) GR-MONTH(GROUP-NUM, 2).

       SCAN-LEDGER-RECORD.
           READ LEDGER-FILE
               AT END SET AT-LEDGER-END TO TRUE
               NOT AT END
                   PERFORM TALLY-LEDGER-RECORD
           END-READ.

      *    Each ledger_rec.cpy record carries its own verdict; the
      *    reason tells a calendar skip from a runner skip and a
      *    refused input (which never ran) from a job that ran and
      *    failed. A carry-forward record from LEDGER-ROLLOVER
      *    restates runs already counted and is passed over, as is
      *    an answer ANSWER-PROMOTE copied in from a TEST run --
      *    production's batch never ran it.
       TALLY-LEDGER-RECORD.
           IF NOT LG-IS-RUN
               EXIT PARAGRAPH
           END-IF.
           IF LG-REASON(1:19) = 'PROMOTED FROM TEST '
               EXIT PARAGRAPH
           END-IF.
           EVALUATE LG-STAMP(1:7)
               WHEN PERIOD-TEXT
                   MOVE 1 TO MONTH-SLOT
               WHEN PRIOR-TEXT
                   MOVE 2 TO MONTH-SLOT
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           ADD 1 TO LEDGER-LINES-USED.
           MOVE LG-PROGRAM TO PARSE-PROGRAM.
           PERFORM TAKE-PROGRAM-NAME.
           PERFORM FIND-PROGRAM-ROW.
           PERFORM FIND-OR-ADD-GROUP.
           ADD 1 TO GR-SCHEDULED(GROUP-NUM, MONTH-SLOT).
           EVALUATE TRUE
               WHEN LG-SKIPPED AND LG-REASON(1:12) = 'BY CALENDAR '
                   ADD 1 TO GR-CAL-SKIP(GROUP-NUM, MONTH-SLOT)
               WHEN LG-SKIPPED
                   ADD 1 TO GR-SKIPPED(GROUP-NUM, MONTH-SLOT)
               WHEN LG-FAILED AND LG-REASON(1:14) = 'INPUT REFUSED:'
                   ADD 1 TO GR-FAILED(GROUP-NUM, MONTH-SLOT)
               WHEN LG-TIMEOUT
                   ADD 1 TO GR-RAN(GROUP-NUM, MONTH-SLOT)
                   ADD 1 TO GR-TIMED-OUT(GROUP-NUM, MONTH-SLOT)
               WHEN LG-FAILED
                   ADD 1 TO GR-RAN(GROUP-NUM, MONTH-SLOT)
                   ADD 1 TO GR-FAILED(GROUP-NUM, MONTH-SLOT)
               WHEN OTHER
                   ADD 1 TO GR-RAN(GROUP-NUM, MONTH-SLOT)
           END-EVALUATE.

       FIND-MARKER.
           MOVE 0 TO MARKER-POS.
           PERFORM VARYING SCAN-POS FROM 1 BY 1
                   UNTIL SCAN-POS > 300 - MARKER-LEN
               IF MARKER-POS = 0
                   AND SCAN-LINE(SCAN-POS:MARKER-LEN)
                       = MARKER-TEXT(1:MARKER-LEN)
                   MOVE SCAN-POS TO MARKER-POS
               END-IF
           END-PERFORM.

      *    One archived night. Nights before the prior month are read
      *    only to set the growth baseline for the growing files.
       SCAN-ONE-NIGHT.
           COMPUTE NIGHT-DATE-NUM
               = FUNCTION DATE-OF-INTEGER(NIGHT-INTEGER).
           MOVE SPACES TO NIGHT-DIR.
           STRING "runs/" NIGHT-YEAR "-" NIGHT-MONTH "-" NIGHT-DAY
               DELIMITED BY SIZE INTO NIGHT-DIR
           END-STRING.
           MOVE 0 TO MONTH-SLOT.
           IF NIGHT-YEAR = PERIOD-YEAR AND NIGHT-MONTH = PERIOD-MONTH
               MOVE 1 TO MONTH-SLOT
           END-IF.
           IF NIGHT-YEAR = PRIOR-YEAR AND NIGHT-MONTH = PRIOR-MONTH
               MOVE 2 TO MONTH-SLOT
           END-IF.
           MOVE "sla_exceptions.txt" TO PARSE-TAG.
           PERFORM OPEN-NIGHT-COPY.
           IF NIGHT-STATUS = '00'
               IF MONTH-SLOT > 0
                   ADD 1 TO NIGHTS-FOUND(MONTH-SLOT)
                   PERFORM TALLY-SLA-LINE UNTIL AT-NIGHT-END
               END-IF
               CLOSE NIGHT-FILE
           END-IF.
           PERFORM SCAN-GROWING-COPY
               VARYING GROWING-SUB FROM 1 BY 1
               UNTIL GROWING-SUB > 3.

      *    PARSE-TAG names the file within tonight's directory.
       OPEN-NIGHT-COPY.
           MOVE SPACES TO NIGHT-FILE-NAME.
           STRING FUNCTION TRIM(NIGHT-DIR) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(PARSE-TAG) DELIMITED BY SIZE
               INTO NIGHT-FILE-NAME
           END-STRING.
           MOVE 'N' TO NIGHT-EOF.
           OPEN INPUT NIGHT-FILE.

       TALLY-SLA-LINE.
           READ NIGHT-FILE
               AT END SET AT-NIGHT-END TO TRUE
               NOT AT END
                   IF NIGHT-RECORD(1:5) = 'SLOW '
                       MOVE SPACES TO TOKEN-1 PARSE-TAG
                       UNSTRING NIGHT-RECORD DELIMITED BY ALL SPACE
                           INTO TOKEN-1, PARSE-TAG
                       END-UNSTRING
                       PERFORM FIND-OR-ADD-TAG
                       IF TAG-NUM > 0
                           ADD 1 TO TG-BREACHES(TAG-NUM, MONTH-SLOT)
                       END-IF
                   END-IF
           END-READ.

       SCAN-GROWING-COPY.
           MOVE GROWING-NAME(GROWING-SUB) TO PARSE-TAG.
           PERFORM OPEN-NIGHT-COPY.
           IF NIGHT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO COPY-LINES.
           PERFORM COUNT-NIGHT-LINE UNTIL AT-NIGHT-END.
           CLOSE NIGHT-FILE.
           IF COPY-LINES >= PREV-LINES(GROWING-SUB)
               MOVE PREV-LINES(GROWING-SUB) TO LINES-TO-SKIP
           ELSE
               MOVE 0 TO LINES-TO-SKIP
           END-IF.
           MOVE COPY-LINES TO PREV-LINES(GROWING-SUB).
           IF MONTH-SLOT = 0 OR COPY-LINES = LINES-TO-SKIP
               EXIT PARAGRAPH
           END-IF.
           MOVE GROWING-NAME(GROWING-SUB) TO PARSE-TAG.
           PERFORM OPEN-NIGHT-COPY.
           MOVE 0 TO COPY-LINES.
           PERFORM TALLY-GROWING-LINE UNTIL AT-NIGHT-END.
           CLOSE NIGHT-FILE.

       COUNT-NIGHT-LINE.
           READ NIGHT-FILE
               AT END SET AT-NIGHT-END TO TRUE
               NOT AT END ADD 1 TO COPY-LINES
           END-READ.

      *    Every growing file leads with the program tag:
      *      run_times.txt   <tag> START .. END .. ELAPSED <n> SECONDS
      *      quarantine.txt  <tag> LINE <n> RC=<n>: <raw record>
      *      dead_letter.txt <tag> RULE=<rule> REASON=<why>: <raw>
       TALLY-GROWING-LINE.
           READ NIGHT-FILE
               AT END SET AT-NIGHT-END TO TRUE
               NOT AT END
                   ADD 1 TO COPY-LINES
                   IF COPY-LINES > LINES-TO-SKIP
                       AND NIGHT-RECORD NOT = SPACES
                       PERFORM TALLY-NEW-GROWING-LINE
                   END-IF
           END-READ.

       TALLY-NEW-GROWING-LINE.
           MOVE SPACES TO PARSE-TAG.
           UNSTRING NIGHT-RECORD DELIMITED BY ALL SPACE
               INTO PARSE-TAG
           END-UNSTRING.
           PERFORM FIND-OR-ADD-TAG.
           IF TAG-NUM = 0
               EXIT PARAGRAPH
           END-IF.
           EVALUATE GROWING-SUB
               WHEN 1
                   ADD 1 TO TG-RUNS(TAG-NUM, MONTH-SLOT)
                   MOVE NIGHT-RECORD TO SCAN-LINE
                   MOVE " ELAPSED " TO MARKER-TEXT
                   MOVE 9 TO MARKER-LEN
                   PERFORM FIND-MARKER
                   IF MARKER-POS > 0
                       MOVE SPACES TO ELAPSED-TEXT
                       UNSTRING SCAN-LINE(MARKER-POS + 9:)
                           DELIMITED BY ALL SPACE INTO ELAPSED-TEXT
                       END-UNSTRING
                       IF FUNCTION TEST-NUMVAL(ELAPSED-TEXT) = 0
                           ADD FUNCTION NUMVAL(ELAPSED-TEXT)
                               TO TG-SECONDS(TAG-NUM, MONTH-SLOT)
                       END-IF
                   END-IF
               WHEN 2
                   ADD 1 TO TG-QUARANTINED(TAG-NUM, MONTH-SLOT)
               WHEN 3
                   ADD 1 TO TG-DEAD(TAG-NUM, MONTH-SLOT)
           END-EVALUATE.

       FIND-OR-ADD-TAG.
           MOVE 0 TO TAG-NUM.
           IF PARSE-TAG = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING ROW-NUM FROM 1 BY 1
                   UNTIL ROW-NUM > TAG-TOTAL
               IF TAG-NUM = 0 AND TG-NAME(ROW-NUM) = PARSE-TAG
                   MOVE ROW-NUM TO TAG-NUM
               END-IF
           END-PERFORM.
           IF TAG-NUM > 0
               EXIT PARAGRAPH
           END-IF.
           IF TAG-TOTAL >= 200
               MOVE 'Y' TO TABLES-OVERFLOWED
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO TAG-TOTAL.
           MOVE TAG-TOTAL TO TAG-NUM.
           MOVE PARSE-TAG TO TG-NAME(TAG-NUM).
           INITIALIZE TG-MONTH(TAG-NUM, 1) TG-MONTH(TAG-NUM, 2).

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-WORK-LINE.
           STRING "MONTH-END SUMMARY PERIOD=" DELIMITED BY SIZE
               PERIOD-TEXT DELIMITED BY SIZE
               " PRIOR=" DELIMITED BY SIZE
               PRIOR-TEXT DELIMITED BY SIZE
               " STAMP=" DELIMITED BY SIZE
               FUNCTION TRIM(RUN-STAMP) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE NIGHTS-FOUND(1) TO DISPLAY-COUNT.
           MOVE NIGHTS-FOUND(2) TO DISPLAY-COUNT-2.
           MOVE SPACES TO WS-WORK-LINE.
           STRING "ARCHIVED NIGHTS=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               " PRIOR=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT-2) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      *    Success rate is clean runs over jobs that ran; a job held
      *    back by the calendar or skipped never ran at all.
       WRITE-GROUP-SECTION.
           MOVE "-- JOBS BY GROUP --" TO WS-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'Y' TO SECTION-EMPTY.
           PERFORM VARYING GROUP-NUM FROM 1 BY 1
                   UNTIL GROUP-NUM > GROUP-TOTAL
               IF GR-SCHEDULED(GROUP-NUM, 1) > 0
                   OR GR-SCHEDULED(GROUP-NUM, 2) > 0
                   PERFORM WRITE-GROUP-LINE
               END-IF
           END-PERFORM.
           IF SECTION-IS-EMPTY
               MOVE "  (NONE)" TO WS-WORK-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-GROUP-LINE.
           MOVE 'N' TO SECTION-EMPTY.
           MOVE SPACES TO WS-WORK-LINE.
           STRING "GROUP " DELIMITED BY SIZE
               FUNCTION TRIM(GR-NAME(GROUP-NUM)) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           MOVE GR-SCHEDULED(GROUP-NUM, 1) TO DISPLAY-COUNT.
           STRING FUNCTION TRIM(WS-WORK-LINE) DELIMITED BY SIZE
               " SCHEDULED=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           MOVE GR-RAN(GROUP-NUM, 1) TO DISPLAY-COUNT.
           STRING FUNCTION TRIM(WS-WORK-LINE) DELIMITED BY SIZE
               " RUN=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           MOVE GR-FAILED(GROUP-NUM, 1) TO DISPLAY-COUNT.
           STRING FUNCTION TRIM(WS-WORK-LINE) DELIMITED BY SIZE
               " FAILED=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           MOVE GR-TIMED-OUT(GROUP-NUM, 1) TO DISPLAY-COUNT.
           STRING FUNCTION TRIM(WS-WORK-LINE) DELIMITED BY SIZE
               " TIMED-OUT=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           MOVE GR-CAL-SKIP(GROUP-NUM, 1) TO DISPLAY-COUNT.
           STRING FUNCTION TRIM(WS-WORK-LINE) DELIMITED BY SIZE
               " CALENDAR-SKIPPED=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           MOVE GR-SKIPPED(GROUP-NUM, 1) TO DISPLAY-COUNT.
           STRING FUNCTION TRIM(WS-WORK-LINE) DELIMITED BY SIZE
               " SKIPPED=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           MOVE 1 TO MONTH-SLOT.
           PERFORM COMPUTE-GROUP-RATE.
           MOVE DISPLAY-RATE TO DISPLAY-RATE-2.
           MOVE 2 TO MONTH-SLOT.
           PERFORM COMPUTE-GROUP-RATE.
           STRING FUNCTION TRIM(WS-WORK-LINE) DELIMITED BY SIZE
               " SUCCESS=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-RATE-2) DELIMITED BY SIZE
               "% PRIOR-SUCCESS=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-RATE) DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           MOVE GR-SCHEDULED(GROUP-NUM, 2) TO DISPLAY-COUNT.
           STRING FUNCTION TRIM(WS-WORK-LINE) DELIMITED BY SIZE
               " PRIOR-SCHEDULED=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

       COMPUTE-GROUP-RATE.
           MOVE 0 TO RATE-VALUE.
           IF GR-RAN(GROUP-NUM, MONTH-SLOT) > 0
               COMPUTE RATE-VALUE ROUNDED =
                   (GR-RAN(GROUP-NUM, MONTH-SLOT)
                    - GR-FAILED(GROUP-NUM, MONTH-SLOT)
                    - GR-TIMED-OUT(GROUP-NUM, MONTH-SLOT))
                   * 100 / GR-RAN(GROUP-NUM, MONTH-SLOT)
           END-IF.
           MOVE RATE-VALUE TO DISPLAY-RATE.

       WRITE-SLA-SECTION.
           MOVE "-- SLA BREACHES BY TAG --" TO WS-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'Y' TO SECTION-EMPTY.
           PERFORM VARYING TAG-NUM FROM 1 BY 1
                   UNTIL TAG-NUM > TAG-TOTAL
               IF TG-BREACHES(TAG-NUM, 1) > 0
                   OR TG-BREACHES(TAG-NUM, 2) > 0
                   PERFORM WRITE-SLA-LINE
               END-IF
           END-PERFORM.
           IF SECTION-IS-EMPTY
               MOVE "  (NONE)" TO WS-WORK-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-SLA-LINE.
           MOVE 'N' TO SECTION-EMPTY.
           MOVE TG-BREACHES(TAG-NUM, 1) TO DISPLAY-COUNT.
           MOVE TG-BREACHES(TAG-NUM, 2) TO DISPLAY-COUNT-2.
           COMPUTE CHANGE-VALUE = TG-BREACHES(TAG-NUM, 1)
               - TG-BREACHES(TAG-NUM, 2).
           MOVE CHANGE-VALUE TO DISPLAY-CHANGE.
           MOVE SPACES TO WS-WORK-LINE.
           STRING "SLA " DELIMITED BY SIZE
               FUNCTION TRIM(TG-NAME(TAG-NUM)) DELIMITED BY SIZE
               " BREACHES=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               " PRIOR=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT-2) DELIMITED BY SIZE
               " CHANGE=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-CHANGE) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           MOVE TG-RUNS(TAG-NUM, 1) TO DISPLAY-COUNT.
           STRING FUNCTION TRIM(WS-WORK-LINE) DELIMITED BY SIZE
               " RUNS=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           IF TG-RUNS(TAG-NUM, 1) > 0
               COMPUTE DISPLAY-SECS ROUNDED = TG-SECONDS(TAG-NUM, 1)
                   / TG-RUNS(TAG-NUM, 1)
               STRING FUNCTION TRIM(WS-WORK-LINE) DELIMITED BY SIZE
                   " AVG-SECONDS=" DELIMITED BY SIZE
                   FUNCTION TRIM(DISPLAY-SECS) DELIMITED BY SIZE
                   INTO WS-WORK-LINE
               END-STRING
           END-IF.
           PERFORM WRITE-REPORT-LINE.

       WRITE-QUARANTINE-SECTION.
           MOVE "-- QUARANTINE VOLUME BY PROGRAM TAG --"
               TO WS-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'Y' TO SECTION-EMPTY.
           PERFORM VARYING TAG-NUM FROM 1 BY 1
                   UNTIL TAG-NUM > TAG-TOTAL
               IF TG-QUARANTINED(TAG-NUM, 1) > 0
                   OR TG-QUARANTINED(TAG-NUM, 2) > 0
                   OR TG-DEAD(TAG-NUM, 1) > 0
                   OR TG-DEAD(TAG-NUM, 2) > 0
                   PERFORM WRITE-QUARANTINE-LINE
               END-IF
           END-PERFORM.
           IF SECTION-IS-EMPTY
               MOVE "  (NONE)" TO WS-WORK-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-QUARANTINE-LINE.
           MOVE 'N' TO SECTION-EMPTY.
           MOVE TG-QUARANTINED(TAG-NUM, 1) TO DISPLAY-COUNT.
           MOVE TG-QUARANTINED(TAG-NUM, 2) TO DISPLAY-COUNT-2.
           COMPUTE CHANGE-VALUE = TG-QUARANTINED(TAG-NUM, 1)
               - TG-QUARANTINED(TAG-NUM, 2).
           MOVE CHANGE-VALUE TO DISPLAY-CHANGE.
           MOVE SPACES TO WS-WORK-LINE.
           STRING "QUARANTINE " DELIMITED BY SIZE
               FUNCTION TRIM(TG-NAME(TAG-NUM)) DELIMITED BY SIZE
               " RECORDS=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               " PRIOR=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT-2) DELIMITED BY SIZE
               " CHANGE=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-CHANGE) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           MOVE TG-DEAD(TAG-NUM, 1) TO DISPLAY-COUNT.
           MOVE TG-DEAD(TAG-NUM, 2) TO DISPLAY-COUNT-2.
           STRING FUNCTION TRIM(WS-WORK-LINE) DELIMITED BY SIZE
               " DEAD-LETTER=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               " PRIOR-DEAD-LETTER=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT-2) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-SUMMARY.
           IF TABLES-OVERFLOWED = 'Y'
               MOVE "WARNING: GROUP OR TAG TABLE FULL, FIGURES PARTIAL"
                   TO WS-WORK-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE LEDGER-LINES-USED TO DISPLAY-COUNT.
           MOVE SPACES TO WS-WORK-LINE.
           STRING "MONTH-END COMPLETE PERIOD=" DELIMITED BY SIZE
               PERIOD-TEXT DELIMITED BY SIZE
               " LEDGER-LINES=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           DISPLAY FUNCTION TRIM(WS-WORK-LINE).

       WRITE-REPORT-LINE.
           MOVE WS-WORK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
