       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-FORECAST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Forecasts which manifest entries BATCH-RUNNER's calendar
      *    will run on each of FORECAST_DAYS nights (default 7, at
      *    most 62) from FORECAST_START (yyyy-mm-dd; default the run
      *    date), applying the same FREQ= rules the runner applies on
      *    the night itself.
           SELECT MANIFEST-FILE ASSIGN TO "manifest.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MANIFEST-STATUS.

      *    SLA-CHECK's expected runtimes, "<tag> <seconds>", keyed by
      *    the timing tag a program writes to run_times.txt. A job is
      *    matched to the line whose tag is its binary's own name
      *    (as is or upper-cased), or whose optional third column
      *    PROGRAM=<binary> names it. A job with no line is listed
      *    as untimed and adds nothing to its night's total.
           SELECT OPTIONAL BASELINE-FILE
               ASSIGN TO "runtime_baseline.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BASELINE-STATUS.

      *    One block per night. A night whose expected jobs add up to
      *    more than BATCH_WINDOW_MINUTES (default 360) is flagged;
      *    the jobs are summed end to end, as one stream runs them.
           SELECT REPORT-FILE ASSIGN TO "run_forecast.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MANIFEST-FILE.
       01  MANIFEST-RECORD      PIC X(200).

       FD  BASELINE-FILE.
       01  BASELINE-RECORD      PIC X(100).

       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(400).

       WORKING-STORAGE SECTION.
       01  RUN-STAMP            PIC X(32) VALUE SPACES.
       01  MANIFEST-STATUS      PIC XX.
       01  BASELINE-STATUS      PIC XX.

       01  FORECAST-FLAGS.
           05 MANIFEST-EOF      PIC X VALUE 'N'.
              88 AT-MANIFEST-END    VALUE 'Y'.
           05 BASELINE-EOF      PIC X VALUE 'N'.
              88 AT-BASELINE-END    VALUE 'Y'.
           05 JOB-DUE           PIC X.
              88 JOB-IS-DUE         VALUE 'Y'.

       01  FORECAST-COUNTERS.
           05 OVER-COUNT        PIC 9(4) VALUE 0.
           05 UNTIMED-COUNT     PIC 9(4) VALUE 0.
           05 NIGHT-JOBS        PIC 9(4).
           05 NIGHT-UNTIMED     PIC 9(4).
           05 NIGHT-SECONDS     PIC 9(9)V99.
           05 DISPLAY-COUNT     PIC ZZZ9.
           05 DISPLAY-SECS      PIC ZZZZZZ9.99.

       01  FORECAST-FIELDS.
           05 FORECAST-START    PIC X(10) VALUE SPACES.
           05 FORECAST-DAYS-TEXT PIC X(8) VALUE SPACES.
           05 FORECAST-DAYS     PIC 99 VALUE 7.
           05 WINDOW-TEXT       PIC X(8) VALUE SPACES.
           05 WINDOW-MINUTES    PIC 9(5) VALUE 360.
           05 WINDOW-SECONDS    PIC 9(9).
           05 DISPLAY-WINDOW    PIC ZZZZ9.
           05 NIGHT-NUM         PIC 99.
           05 NIGHT-DATE        PIC X(10).
           05 CLOCK-SECONDS     PIC 9(9).
           05 CLOCK-HOURS       PIC 9(5).
           05 CLOCK-MINUTES     PIC 99.
           05 CLOCK-SECS        PIC 99.
           05 DISPLAY-HOURS     PIC ZZZZ9.
           05 CLOCK-TEXT        PIC X(12).
           05 WS-WORK-LINE      PIC X(400).

      *    Same day arithmetic as BATCH-RUNNER: day 1 of the standard
      *    date base was a Monday, so the remainder maps onto MON..SUN.
       01  CALENDAR-FIELDS.
           05 RUN-DATE-NUM      PIC 9(8) VALUE 0.
           05 RUN-DATE-PARTS REDEFINES RUN-DATE-NUM.
              10 RUN-YEAR       PIC 9(4).
              10 RUN-MONTH      PIC 99.
              10 RUN-DAY        PIC 99.
           05 START-DAY-INTEGER PIC 9(8).
           05 RUN-DAY-INTEGER   PIC 9(8).
           05 RUN-DOW           PIC 9.
           05 DOW-NAMES         PIC X(21)
              VALUE 'MONTUEWEDTHUFRISATSUN'.
           05 RUN-DOW-NAME      PIC XXX.
           05 FREQ-KIND         PIC X(8).
           05 FREQ-ARG          PIC X(4).

       01  JOB-TABLE.
           05 JOB-TOTAL         PIC 9(4) VALUE 0.
           05 JOB-ENTRY OCCURS 500 TIMES.
              10 JT-PROGRAM     PIC X(100).
              10 JT-INPUT       PIC X(100).
              10 JT-GROUP       PIC X(20).
              10 JT-AFTER       PIC X(100).
              10 JT-FREQ        PIC X(12).
              10 JT-FEEDER      PIC 9(4).
              10 JT-SECONDS     PIC 9(7)V99.
              10 JT-TIMED       PIC X.
                 88 JT-HAS-BASELINE VALUE 'Y'.
              10 JT-DUE         PIC X.
                 88 JT-DUE-TONIGHT  VALUE 'Y'.

       01  BASELINE-TABLE.
           05 BASELINE-TOTAL    PIC 9(3) VALUE 0.
           05 BASELINE-ROW OCCURS 300 TIMES.
              10 BL-TAG         PIC X(40).
              10 BL-PROGRAM     PIC X(40).
              10 BL-SECONDS     PIC 9(7)V99.

       01  PARSE-FIELDS.
           05 TOKEN-1           PIC X(100).
           05 TOKEN-2           PIC X(100).
           05 OPTION-TOKEN      PIC X(100) OCCURS 6 TIMES.
           05 OPTION-SUB        PIC 9.
           05 PARSE-PROGRAM     PIC X(100).
           05 PARSE-NAME        PIC X(100).
           05 UPPER-NAME        PIC X(100).
           05 SLASH-POS         PIC 9(3).
           05 SCAN-POS          PIC 9(3).
           05 JOB-NUM           PIC 9(4).
           05 FEEDER-NUM        PIC 9(4).
           05 SCAN-NUM          PIC 9(4).
           05 ROW-NUM           PIC 9(3).
           05 CHAIN-DEPTH       PIC 99.
           05 CHAIN-TEXT        PIC X(200).
           05 CHAIN-PROGRAM     PIC X(100).
           05 CHAIN-NOTE        PIC X(60).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT RUN-STAMP FROM ENVIRONMENT "RUN_STAMP"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           ACCEPT FORECAST-START FROM ENVIRONMENT "FORECAST_START"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           ACCEPT FORECAST-DAYS-TEXT FROM ENVIRONMENT "FORECAST_DAYS"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           ACCEPT WINDOW-TEXT FROM ENVIRONMENT "BATCH_WINDOW_MINUTES"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF FORECAST-DAYS-TEXT(1:1) IS NUMERIC
               MOVE FUNCTION NUMVAL(FORECAST-DAYS-TEXT)
                   TO FORECAST-DAYS
           END-IF.
           IF FORECAST-DAYS < 1
               MOVE 1 TO FORECAST-DAYS
           END-IF.
           IF FORECAST-DAYS > 62
               MOVE 62 TO FORECAST-DAYS
           END-IF.
           IF WINDOW-TEXT(1:1) IS NUMERIC
               MOVE FUNCTION NUMVAL(WINDOW-TEXT) TO WINDOW-MINUTES
           END-IF.
           COMPUTE WINDOW-SECONDS = WINDOW-MINUTES * 60.
           PERFORM DERIVE-START-DATE.
           OPEN INPUT MANIFEST-FILE.
           IF MANIFEST-STATUS NOT = '00'
               DISPLAY "ERROR OPENING manifest.txt STATUS="
                   MANIFEST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-MANIFEST-ENTRY UNTIL AT-MANIFEST-END.
           CLOSE MANIFEST-FILE.
           OPEN INPUT BASELINE-FILE.
           IF BASELINE-STATUS = '00'
               PERFORM LOAD-BASELINE-LINE UNTIL AT-BASELINE-END
           END-IF.
           CLOSE BASELINE-FILE.
           PERFORM MATCH-JOB-BASELINE
               VARYING JOB-NUM FROM 1 BY 1
               UNTIL JOB-NUM > JOB-TOTAL.
           OPEN OUTPUT REPORT-FILE.
           MOVE FORECAST-DAYS TO DISPLAY-COUNT.
           MOVE WINDOW-MINUTES TO DISPLAY-WINDOW.
           MOVE SPACES TO WS-WORK-LINE.
           STRING "RUN SCHEDULE FORECAST START=" DELIMITED BY SIZE
               FORECAST-START DELIMITED BY SIZE
               " NIGHTS=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               " WINDOW=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-WINDOW) DELIMITED BY SIZE
               "MIN STAMP=" DELIMITED BY SIZE
               FUNCTION TRIM(RUN-STAMP) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           PERFORM FORECAST-ONE-NIGHT
               VARYING NIGHT-NUM FROM 1 BY 1
               UNTIL NIGHT-NUM > FORECAST-DAYS.
           MOVE SPACES TO WS-WORK-LINE.
           MOVE FORECAST-DAYS TO DISPLAY-COUNT.
           STRING "FORECAST COMPLETE NIGHTS=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           MOVE OVER-COUNT TO DISPLAY-COUNT.
           STRING FUNCTION TRIM(WS-WORK-LINE) DELIMITED BY SIZE
               " OVER-WINDOW=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           MOVE UNTIMED-COUNT TO DISPLAY-COUNT.
           STRING FUNCTION TRIM(WS-WORK-LINE) DELIMITED BY SIZE
               " UNTIMED-JOBS=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           CLOSE REPORT-FILE.
           DISPLAY FUNCTION TRIM(WS-WORK-LINE).
           IF OVER-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *    Without FORECAST_START the forecast opens on the run date,
      *    taken from the leading date in RUN_STAMP or, failing that,
      *    the system date.
       DERIVE-START-DATE.
           MOVE 0 TO RUN-DATE-NUM.
           IF FORECAST-START = SPACES
               MOVE RUN-STAMP(1:10) TO FORECAST-START
           END-IF.
           IF FORECAST-START(1:4) IS NUMERIC
               AND FORECAST-START(5:1) = '-'
               AND FORECAST-START(8:1) = '-'
               AND FORECAST-START(6:2) IS NUMERIC
               AND FORECAST-START(9:2) IS NUMERIC
               MOVE FORECAST-START(1:4) TO RUN-YEAR
               MOVE FORECAST-START(6:2) TO RUN-MONTH
               MOVE FORECAST-START(9:2) TO RUN-DAY
           END-IF.
           IF RUN-MONTH < 1 OR RUN-MONTH > 12
               OR RUN-DAY < 1 OR RUN-DAY > 31
               ACCEPT RUN-DATE-NUM FROM DATE YYYYMMDD
           END-IF.
           COMPUTE START-DAY-INTEGER
               = FUNCTION INTEGER-OF-DATE(RUN-DATE-NUM).
           MOVE SPACES TO FORECAST-START.
           STRING RUN-YEAR "-" RUN-MONTH "-" RUN-DAY
               DELIMITED BY SIZE INTO FORECAST-START
           END-STRING.

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
           IF TOKEN-1 = SPACES OR TOKEN-2 = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF JOB-TOTAL >= 500
               DISPLAY "MANIFEST TABLE FULL, ENTRY IGNORED: "
                   FUNCTION TRIM(TOKEN-1)
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO JOB-TOTAL.
           MOVE TOKEN-1 TO JT-PROGRAM(JOB-TOTAL).
           MOVE TOKEN-2 TO JT-INPUT(JOB-TOTAL).
           MOVE SPACES TO JT-GROUP(JOB-TOTAL) JT-AFTER(JOB-TOTAL)
               JT-FREQ(JOB-TOTAL).
           MOVE 0 TO JT-SECONDS(JOB-TOTAL).
           MOVE 'N' TO JT-TIMED(JOB-TOTAL).
           PERFORM VARYING OPTION-SUB FROM 1 BY 1
                   UNTIL OPTION-SUB > 6
               EVALUATE TRUE
                   WHEN OPTION-TOKEN(OPTION-SUB)(1:6) = 'GROUP='
                       MOVE OPTION-TOKEN(OPTION-SUB)(7:20)
                           TO JT-GROUP(JOB-TOTAL)
                   WHEN OPTION-TOKEN(OPTION-SUB)(1:6) = 'AFTER='
                       MOVE OPTION-TOKEN(OPTION-SUB)(7:94)
                           TO JT-AFTER(JOB-TOTAL)
                   WHEN OPTION-TOKEN(OPTION-SUB)(1:5) = 'FREQ='
                       MOVE OPTION-TOKEN(OPTION-SUB)(6:12)
                           TO JT-FREQ(JOB-TOTAL)
               END-EVALUATE
           END-PERFORM.

       LOAD-BASELINE-LINE.
           READ BASELINE-FILE
               AT END SET AT-BASELINE-END TO TRUE
           END-READ.
           IF AT-BASELINE-END
               EXIT PARAGRAPH
           END-IF.
           IF BASELINE-RECORD = SPACES
               OR BASELINE-RECORD(1:1) = '*'
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO TOKEN-1 TOKEN-2 OPTION-TOKEN(1).
           UNSTRING BASELINE-RECORD DELIMITED BY ALL SPACE
               INTO TOKEN-1, TOKEN-2, OPTION-TOKEN(1)
           END-UNSTRING.
           IF TOKEN-1 = 'THRESHOLD' OR TOKEN-2 = SPACES
               OR FUNCTION TEST-NUMVAL(TOKEN-2) NOT = 0
               EXIT PARAGRAPH
           END-IF.
           IF BASELINE-TOTAL >= 300
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO BASELINE-TOTAL.
           MOVE TOKEN-1 TO BL-TAG(BASELINE-TOTAL).
           MOVE SPACES TO BL-PROGRAM(BASELINE-TOTAL).
           IF OPTION-TOKEN(1)(1:8) = 'PROGRAM='
               MOVE OPTION-TOKEN(1)(9:) TO BL-PROGRAM(BASELINE-TOTAL)
           END-IF.
           MOVE FUNCTION NUMVAL(TOKEN-2) TO BL-SECONDS(BASELINE-TOTAL).

      *    Besides the baseline, each job notes its feeder's entry
      *    so a job the runner will skip for want of one is left
      *    out of the night's total.
       MATCH-JOB-BASELINE.
           MOVE 0 TO JT-FEEDER(JOB-NUM).
           IF JT-AFTER(JOB-NUM) NOT = SPACES
               PERFORM VARYING SCAN-NUM FROM 1 BY 1
                       UNTIL SCAN-NUM > JOB-TOTAL
                   IF JT-FEEDER(JOB-NUM) = 0
                       AND JT-PROGRAM(SCAN-NUM) = JT-AFTER(JOB-NUM)
                       MOVE SCAN-NUM TO JT-FEEDER(JOB-NUM)
                   END-IF
               END-PERFORM
           END-IF.
           MOVE JT-PROGRAM(JOB-NUM) TO PARSE-PROGRAM.
           PERFORM TAKE-PROGRAM-NAME.
           MOVE FUNCTION UPPER-CASE(PARSE-NAME) TO UPPER-NAME.
           PERFORM VARYING ROW-NUM FROM 1 BY 1
                   UNTIL ROW-NUM > BASELINE-TOTAL
               IF NOT JT-HAS-BASELINE(JOB-NUM)
                   AND (BL-PROGRAM(ROW-NUM) = PARSE-NAME
                       OR BL-TAG(ROW-NUM) = PARSE-NAME
                       OR BL-TAG(ROW-NUM) = UPPER-NAME)
                   MOVE BL-SECONDS(ROW-NUM) TO JT-SECONDS(JOB-NUM)
                   MOVE 'Y' TO JT-TIMED(JOB-NUM)
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

       FORECAST-ONE-NIGHT.
           COMPUTE RUN-DAY-INTEGER
               = START-DAY-INTEGER + NIGHT-NUM - 1.
           COMPUTE RUN-DATE-NUM
               = FUNCTION DATE-OF-INTEGER(RUN-DAY-INTEGER).
           COMPUTE RUN-DOW
               = FUNCTION MOD(RUN-DAY-INTEGER - 1, 7) + 1.
           MOVE DOW-NAMES((RUN-DOW - 1) * 3 + 1 : 3)
               TO RUN-DOW-NAME.
           MOVE SPACES TO NIGHT-DATE.
           STRING RUN-YEAR "-" RUN-MONTH "-" RUN-DAY
               DELIMITED BY SIZE INTO NIGHT-DATE
           END-STRING.
           MOVE 0 TO NIGHT-JOBS NIGHT-UNTIMED NIGHT-SECONDS.
           PERFORM VARYING JOB-NUM FROM 1 BY 1
                   UNTIL JOB-NUM > JOB-TOTAL
               PERFORM CHECK-JOB-CALENDAR
               MOVE JOB-DUE TO JT-DUE(JOB-NUM)
               IF JOB-IS-DUE
                   AND (JT-AFTER(JOB-NUM) = SPACES
                       OR JT-FEEDER(JOB-NUM) > 0)
                   ADD 1 TO NIGHT-JOBS
                   IF JT-HAS-BASELINE(JOB-NUM)
                       ADD JT-SECONDS(JOB-NUM) TO NIGHT-SECONDS
                   ELSE
                       ADD 1 TO NIGHT-UNTIMED
                   END-IF
               END-IF
           END-PERFORM.
           ADD NIGHT-UNTIMED TO UNTIMED-COUNT.
           MOVE SPACES TO WS-WORK-LINE.
           MOVE NIGHT-JOBS TO DISPLAY-COUNT.
           COMPUTE CLOCK-SECONDS ROUNDED = NIGHT-SECONDS.
           PERFORM FORMAT-CLOCK-TEXT.
           STRING "NIGHT " DELIMITED BY SIZE
               NIGHT-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RUN-DOW-NAME DELIMITED BY SIZE
               " JOBS=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               " EXPECTED=" DELIMITED BY SIZE
               FUNCTION TRIM(CLOCK-TEXT) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           IF NIGHT-UNTIMED > 0
               MOVE NIGHT-UNTIMED TO DISPLAY-COUNT
               STRING FUNCTION TRIM(WS-WORK-LINE) DELIMITED BY SIZE
                   " UNTIMED=" DELIMITED BY SIZE
                   FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
                   INTO WS-WORK-LINE
               END-STRING
           END-IF.
           IF NIGHT-SECONDS > WINDOW-SECONDS
               ADD 1 TO OVER-COUNT
               STRING FUNCTION TRIM(WS-WORK-LINE) DELIMITED BY SIZE
                   " *** OVER BATCH WINDOW ***" DELIMITED BY SIZE
                   INTO WS-WORK-LINE
               END-STRING
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING JOB-NUM FROM 1 BY 1
                   UNTIL JOB-NUM > JOB-TOTAL
               IF JT-DUE-TONIGHT(JOB-NUM)
                   PERFORM WRITE-DUE-JOB-LINE
               END-IF
           END-PERFORM.

      *    The same FREQ= test BATCH-RUNNER makes on the night; an
      *    unknown tag runs daily there, so it does here too.
       CHECK-JOB-CALENDAR.
           MOVE 'Y' TO JOB-DUE.
           IF JT-FREQ(JOB-NUM) = SPACES
               OR JT-FREQ(JOB-NUM) = 'DAILY'
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO FREQ-KIND FREQ-ARG.
           UNSTRING JT-FREQ(JOB-NUM) DELIMITED BY ':'
               INTO FREQ-KIND, FREQ-ARG
           END-UNSTRING.
           EVALUATE FREQ-KIND
               WHEN 'WEEKLY'
                   IF FREQ-ARG(1:3) NOT = RUN-DOW-NAME
                       MOVE 'N' TO JOB-DUE
                   END-IF
               WHEN 'MONTHLY'
                   IF FUNCTION NUMVAL(FREQ-ARG) NOT = RUN-DAY
                       MOVE 'N' TO JOB-DUE
                   END-IF
           END-EVALUATE.

       WRITE-DUE-JOB-LINE.
           MOVE SPACES TO WS-WORK-LINE.
           STRING "    " DELIMITED BY SIZE
               FUNCTION TRIM(JT-PROGRAM(JOB-NUM)) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(JT-INPUT(JOB-NUM)) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           IF JT-FREQ(JOB-NUM) NOT = SPACES
               STRING FUNCTION TRIM(WS-WORK-LINE TRAILING)
                   DELIMITED BY SIZE
                   " FREQ=" DELIMITED BY SIZE
                   FUNCTION TRIM(JT-FREQ(JOB-NUM)) DELIMITED BY SIZE
                   INTO WS-WORK-LINE
               END-STRING
           END-IF.
           IF JT-GROUP(JOB-NUM) NOT = SPACES
               STRING FUNCTION TRIM(WS-WORK-LINE TRAILING)
                   DELIMITED BY SIZE
                   " GROUP=" DELIMITED BY SIZE
                   FUNCTION TRIM(JT-GROUP(JOB-NUM)) DELIMITED BY SIZE
                   INTO WS-WORK-LINE
               END-STRING
           END-IF.
           IF JT-AFTER(JOB-NUM) NOT = SPACES
               PERFORM BUILD-AFTER-CHAIN
               STRING FUNCTION TRIM(WS-WORK-LINE TRAILING)
                   DELIMITED BY SIZE
                   " AFTER=" DELIMITED BY SIZE
                   FUNCTION TRIM(CHAIN-TEXT) DELIMITED BY SIZE
                   INTO WS-WORK-LINE
               END-STRING
               IF CHAIN-NOTE NOT = SPACES
                   STRING FUNCTION TRIM(WS-WORK-LINE TRAILING)
                           DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       FUNCTION TRIM(CHAIN-NOTE) DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO WS-WORK-LINE
                   END-STRING
               END-IF
           END-IF.
           IF JT-HAS-BASELINE(JOB-NUM)
               MOVE JT-SECONDS(JOB-NUM) TO DISPLAY-SECS
               STRING FUNCTION TRIM(WS-WORK-LINE TRAILING)
                   DELIMITED BY SIZE
                   " EXPECTED=" DELIMITED BY SIZE
                   FUNCTION TRIM(DISPLAY-SECS) DELIMITED BY SIZE
                   "S" DELIMITED BY SIZE
                   INTO WS-WORK-LINE
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-WORK-LINE TRAILING)
                   DELIMITED BY SIZE
                   " EXPECTED=(NO BASELINE)" DELIMITED BY SIZE
                   INTO WS-WORK-LINE
               END-STRING
           END-IF.
           PERFORM WRITE-REPORT-LINE.

      *    The hold chain is followed feeder by feeder, the way
      *    BATCH-RUNNER finds a feeder: the first manifest entry
      *    running the named program. The note tells how the runner
      *    will treat the hold tonight: a feeder missing from the
      *    manifest skips the job, and a feeder the calendar holds
      *    back lets it run against the feeder's last output.
       BUILD-AFTER-CHAIN.
           MOVE SPACES TO CHAIN-TEXT CHAIN-NOTE.
           MOVE JT-AFTER(JOB-NUM) TO CHAIN-PROGRAM.
           MOVE 0 TO CHAIN-DEPTH.
           PERFORM UNTIL CHAIN-PROGRAM = SPACES OR CHAIN-DEPTH > 9
               ADD 1 TO CHAIN-DEPTH
               IF CHAIN-DEPTH = 1
                   MOVE CHAIN-PROGRAM TO CHAIN-TEXT
               ELSE
                   STRING FUNCTION TRIM(CHAIN-TEXT) DELIMITED BY SIZE
                       "<-" DELIMITED BY SIZE
                       FUNCTION TRIM(CHAIN-PROGRAM) DELIMITED BY SIZE
                       INTO CHAIN-TEXT
                   END-STRING
               END-IF
               MOVE 0 TO FEEDER-NUM
               PERFORM VARYING SCAN-NUM FROM 1 BY 1
                       UNTIL SCAN-NUM > JOB-TOTAL
                   IF FEEDER-NUM = 0
                       AND JT-PROGRAM(SCAN-NUM) = CHAIN-PROGRAM
                       MOVE SCAN-NUM TO FEEDER-NUM
                   END-IF
               END-PERFORM
               IF FEEDER-NUM = 0
                   IF CHAIN-DEPTH = 1
                       MOVE "FEEDER NOT IN MANIFEST, JOB SKIPPED"
                           TO CHAIN-NOTE
                   END-IF
                   MOVE SPACES TO CHAIN-PROGRAM
               ELSE
                   IF CHAIN-DEPTH = 1
                       AND NOT JT-DUE-TONIGHT(FEEDER-NUM)
                       MOVE "FEEDER NOT DUE, RUNS ON ITS LAST OUTPUT"
                           TO CHAIN-NOTE
                   END-IF
                   MOVE JT-AFTER(FEEDER-NUM) TO CHAIN-PROGRAM
               END-IF
           END-PERFORM.

       FORMAT-CLOCK-TEXT.
           DIVIDE CLOCK-SECONDS BY 3600 GIVING CLOCK-HOURS.
           COMPUTE CLOCK-MINUTES
               = (CLOCK-SECONDS - CLOCK-HOURS * 3600) / 60.
           COMPUTE CLOCK-SECS = CLOCK-SECONDS - CLOCK-HOURS * 3600
               - CLOCK-MINUTES * 60.
           MOVE CLOCK-HOURS TO DISPLAY-HOURS.
           MOVE SPACES TO CLOCK-TEXT.
           STRING FUNCTION TRIM(DISPLAY-HOURS) DELIMITED BY SIZE
               ":" CLOCK-MINUTES ":" CLOCK-SECS DELIMITED BY SIZE
               INTO CLOCK-TEXT
           END-STRING.

       WRITE-REPORT-LINE.
           MOVE WS-WORK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
