
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLAUSIBILITY-CHECK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Plausibility rules, one line per program and answer key:
      *      <program-binary> <answer-key> <check> [<check> ...]
      *    The program is matched on its binary's name without any
      *    directory; an answer key of '*' applies the checks to
      *    every answer the program prints. Checks:
      *      NUMERIC         digits only, with an optional sign or
      *                      decimal point
      *      RANGE=<lo>:<hi> numeric and within the bounds; either
      *                      bound may be left off (RANGE=1: is
      *                      "at least one")
      *      LENGTH=<n>      exactly n characters
      *      CHARSET=<class> every character is of the class:
      *                      DIGITS, LOWER, UPPER, ALPHA, ALNUM, HEX
      *      CHARS=<chars>   every character is one of those listed
      *      DRIFT=<pct>     numeric and no more than pct percent
      *                      away from the last plausible value the
      *                      same program, input and key gave
      *    Lines starting with '*' are comments. PLAUSIBILITY_RULES
      *    names another rules file; a relative name is taken from
      *    the production directory, so a TEST batch is held to the
      *    same rules as production.
           SELECT RULES-FILE ASSIGN USING RULES-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RULES-STATUS.

      *    The night's raw batch output, banners and ANSWER lines.
           SELECT RESULTS-FILE ASSIGN TO "batch_results.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESULTS-STATUS.

      *    The manifest the batch ran from, for the entries of the
      *    jobs that have to go round again.
           SELECT MANIFEST-FILE ASSIGN TO "manifest.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MANIFEST-STATUS.

      *    BATCH-RUNNER's rerun manifest. Jobs whose answers fail a
      *    rule are added to it behind an "* IMPLAUSIBLE:" comment
      *    naming the answer and the rule; jobs already on it are
      *    left alone.
           SELECT OPTIONAL RERUN-FILE
               ASSIGN TO "rerun_manifest.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RERUN-STATUS.

      *    The last plausible value of every checked answer, for
      *    DRIFT. Rewritten at the end of every check.
           SELECT OPTIONAL LAST-FILE
               ASSIGN TO "plausibility_last.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LAST-STATUS.

      *    One line per answer that failed a rule, plus rule lines
      *    that could not be read.
           SELECT REPORT-FILE ASSIGN TO "plausibility_exceptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RULES-FILE.
       01  RULES-RECORD         PIC X(200).

       FD  RESULTS-FILE.
       01  RESULTS-RECORD       PIC X(300).

       FD  MANIFEST-FILE.
       01  MANIFEST-RECORD      PIC X(400).

       FD  RERUN-FILE.
       01  RERUN-RECORD         PIC X(400).

       FD  LAST-FILE.
       01  LAST-RECORD.
           05 LR-PROGRAM        PIC X(60).
           05 FILLER            PIC X.
           05 LR-INPUT          PIC X(60).
           05 FILLER            PIC X.
           05 LR-KEY            PIC X(60).
           05 FILLER            PIC X.
           05 LR-VALUE          PIC X(200).

       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(400).

       WORKING-STORAGE SECTION.
       01  RUN-STAMP            PIC X(32) VALUE SPACES.
       01  RULES-NAME           PIC X(240) VALUE SPACES.
       01  RULES-STATUS         PIC XX.
       01  RESULTS-STATUS       PIC XX.
       01  MANIFEST-STATUS      PIC XX.
       01  RERUN-STATUS         PIC XX.
       01  LAST-STATUS          PIC XX.

       01  CHECK-FLAGS.
           05 RULES-EOF         PIC X VALUE 'N'.
              88 AT-RULES-END       VALUE 'Y'.
           05 RESULTS-EOF       PIC X VALUE 'N'.
              88 AT-RESULTS-END     VALUE 'Y'.
           05 MANIFEST-EOF      PIC X VALUE 'N'.
              88 AT-MANIFEST-END    VALUE 'Y'.
           05 RERUN-EOF         PIC X VALUE 'N'.
              88 AT-RERUN-END       VALUE 'Y'.
           05 LAST-EOF          PIC X VALUE 'N'.
              88 AT-LAST-END        VALUE 'Y'.
           05 JOB-STATE         PIC X VALUE 'N'.
              88 JOB-IS-CLEAN       VALUE 'Y'.
           05 ANSWER-STATE      PIC X.
              88 ANSWER-TRIPPED     VALUE 'Y'.
           05 CHECK-STATE       PIC X.
              88 CHECK-PASSED       VALUE 'Y'.
              88 CHECK-FAILED       VALUE 'N'.
           05 RULE-STATE        PIC X.
              88 RULE-IS-BAD        VALUE 'Y'.
           05 TABLE-WARNED      PIC X VALUE 'N'.

       01  CHECK-COUNTERS.
           05 ANSWER-COUNT      PIC 9(5) VALUE 0.
           05 CHECKED-COUNT     PIC 9(5) VALUE 0.
           05 TRIP-COUNT        PIC 9(4) VALUE 0.
           05 BAD-RULE-COUNT    PIC 9(4) VALUE 0.
           05 ADDED-COUNT       PIC 9(4) VALUE 0.
           05 LISTED-COUNT      PIC 9(4) VALUE 0.
           05 DISPLAY-COUNT     PIC ZZZZ9.

      *    One row per check; a rule line with several checks
      *    becomes several rows.
       01  RULE-TABLE.
           05 RULE-TOTAL        PIC 9(3) VALUE 0.
           05 RULE-ROW OCCURS 300 TIMES.
              10 RL-PROGRAM     PIC X(60).
              10 RL-KEY         PIC X(60).
              10 RL-TEXT        PIC X(60).
              10 RL-KIND        PIC X.
                 88 RL-NUMERIC      VALUE 'N'.
                 88 RL-RANGE        VALUE 'R'.
                 88 RL-LENGTH       VALUE 'L'.
                 88 RL-CHARSET      VALUE 'C'.
                 88 RL-DRIFT        VALUE 'D'.
              10 RL-HAS-LOW     PIC X.
              10 RL-LOW         PIC S9(24)V9(4).
              10 RL-HAS-HIGH    PIC X.
              10 RL-HIGH        PIC S9(24)V9(4).
              10 RL-SIZE        PIC 9(4).
              10 RL-CHARS       PIC X(80).
              10 RL-CHAR-LEN    PIC 9(3).
              10 RL-PCT         PIC 9(5)V99.

      *    Last plausible values, as read from plausibility_last.txt
      *    and updated by tonight's clean answers.
       01  LAST-TABLE.
           05 LAST-TOTAL        PIC 9(4) VALUE 0.
           05 LAST-ROW OCCURS 2000 TIMES.
              10 LV-PROGRAM     PIC X(60).
              10 LV-INPUT       PIC X(60).
              10 LV-KEY         PIC X(60).
              10 LV-VALUE       PIC X(200).

      *    Jobs already on the rerun manifest, by base names.
       01  LISTED-TABLE.
           05 LISTED-TOTAL      PIC 9(3) VALUE 0.
           05 LISTED-ROW OCCURS 300 TIMES.
              10 LS-PROGRAM     PIC X(60).
              10 LS-INPUT       PIC X(60).

      *    Jobs with an implausible answer tonight; the note is the
      *    first answer and rule that tripped.
       01  TRIPPED-TABLE.
           05 TRIPPED-TOTAL     PIC 9(3) VALUE 0.
           05 TRIPPED-ROW OCCURS 300 TIMES.
              10 TJ-PROGRAM     PIC X(100).
              10 TJ-INPUT       PIC X(100).
              10 TJ-BASE-PROGRAM PIC X(60).
              10 TJ-BASE-INPUT  PIC X(60).
              10 TJ-NOTE        PIC X(200).
              10 TJ-LISTED      PIC X.
                 88 TJ-ALREADY-LISTED VALUE 'Y'.

       01  CHECK-FIELDS.
           05 CURRENT-PROGRAM   PIC X(100) VALUE SPACES.
           05 CURRENT-INPUT     PIC X(100) VALUE SPACES.
           05 CURRENT-BASE-PROGRAM PIC X(60) VALUE SPACES.
           05 CURRENT-BASE-INPUT PIC X(60) VALUE SPACES.
           05 BANNER-STATE      PIC X(20).
           05 ANSWER-KEY        PIC X(60).
           05 ANSWER-VALUE      PIC X(200).
           05 ANSWER-LEN        PIC 9(4).
           05 SHOWN-VALUE       PIC X(200).
           05 ANSWER-NUM        PIC S9(24)V9(4).
           05 LAST-NUM          PIC S9(24)V9(4).
           05 DRIFT-LIMIT       PIC S9(26)V9(4).
           05 DRIFT-AMOUNT      PIC S9(26)V9(4).
           05 LAST-NUM-ROW      PIC 9(4).
           05 SCAN-LINE         PIC X(300).
           05 SCAN-POS          PIC 9(4).
           05 INPUT-POS         PIC 9(4).
           05 EQUALS-POS        PIC 9(4).
           05 COLON-POS         PIC 9(4).
           05 SLASH-POS         PIC 9(4).
           05 VALUE-LEN         PIC 9(4).
           05 CHAR-HITS         PIC 9(4).
           05 RULE-NUM          PIC 9(3).
           05 ROW-NUM           PIC 9(4).
           05 JOB-NUM           PIC 9(3).
           05 FEEDER-NUM        PIC 9(3).
           05 TOKEN-NUM         PIC 9(2).
           05 TOKEN-TOTAL       PIC 9(2).
           05 PATH-WORK         PIC X(240).
           05 BASE-NAME         PIC X(60).
           05 PARSE-PROGRAM     PIC X(100).
           05 PARSE-KEY         PIC X(60).
           05 PARSE-CHECK       PIC X(60).
           05 PARSE-LOW         PIC X(30).
           05 PARSE-HIGH        PIC X(30).
           05 TRIP-TEXT         PIC X(60).
           05 RULE-TOKENS.
              10 RULE-TOKEN OCCURS 10 TIMES PIC X(60).
           05 MANIFEST-TOKENS.
              10 MF-TOKEN OCCURS 12 TIMES PIC X(100).
           05 WS-WORK-LINE      PIC X(400).

      *    Every implausible answer is posted to the monitoring
      *    event feed, named by its program.
       COPY "event_req.cpy".

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
           ACCEPT RULES-NAME FROM ENVIRONMENT "PLAUSIBILITY_RULES"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF RULES-NAME = SPACES
               MOVE "plausibility_rules.txt" TO RULES-NAME
           END-IF.
           IF RULES-NAME(1:1) NOT = '/' AND ENR-HOME NOT = SPACES
               MOVE SPACES TO PATH-WORK
               STRING FUNCTION TRIM(ENR-HOME) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   FUNCTION TRIM(RULES-NAME) DELIMITED BY SIZE
                   INTO PATH-WORK
               END-STRING
               MOVE PATH-WORK TO RULES-NAME
           END-IF.
           OPEN INPUT RULES-FILE.
           IF RULES-STATUS NOT = '00'
               DISPLAY "ERROR OPENING " FUNCTION TRIM(RULES-NAME)
                   " STATUS=" RULES-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT RESULTS-FILE.
           IF RESULTS-STATUS NOT = '00'
               DISPLAY "ERROR OPENING batch_results.txt STATUS="
                   RESULTS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM LOAD-RULE-LINE UNTIL AT-RULES-END.
           CLOSE RULES-FILE.
           PERFORM LOAD-LAST-VALUES.
           PERFORM SCAN-RESULTS-RECORD UNTIL AT-RESULTS-END.
           CLOSE RESULTS-FILE.
           IF TRIPPED-TOTAL > 0
               PERFORM LOAD-LISTED-JOBS
               PERFORM APPEND-RERUN-ENTRIES
           END-IF.
           PERFORM SAVE-LAST-VALUES.
           PERFORM WRITE-REPORT-SUMMARY.
           CLOSE REPORT-FILE.
           IF TRIP-COUNT > 0 OR BAD-RULE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-WORK-LINE.
           STRING "ANSWER PLAUSIBILITY EXCEPTIONS STAMP="
                   DELIMITED BY SIZE
               FUNCTION TRIM(RUN-STAMP) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE WS-WORK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       LOAD-RULE-LINE.
           READ RULES-FILE
               AT END SET AT-RULES-END TO TRUE
           END-READ.
           IF AT-RULES-END
               EXIT PARAGRAPH
           END-IF.
           IF RULES-RECORD = SPACES OR RULES-RECORD(1:1) = '*'
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO PARSE-PROGRAM PARSE-KEY RULE-TOKENS.
           MOVE 0 TO TOKEN-TOTAL.
           UNSTRING RULES-RECORD DELIMITED BY ALL SPACE
               INTO PARSE-PROGRAM, PARSE-KEY,
                   RULE-TOKEN(1), RULE-TOKEN(2), RULE-TOKEN(3),
                   RULE-TOKEN(4), RULE-TOKEN(5), RULE-TOKEN(6),
                   RULE-TOKEN(7), RULE-TOKEN(8), RULE-TOKEN(9),
                   RULE-TOKEN(10)
           END-UNSTRING.
           IF PARSE-KEY = SPACES OR RULE-TOKEN(1) = SPACES
               MOVE RULES-RECORD TO PARSE-CHECK
               PERFORM REPORT-BAD-RULE
               EXIT PARAGRAPH
           END-IF.
           MOVE PARSE-PROGRAM TO PATH-WORK.
           PERFORM TAKE-BASE-NAME.
           PERFORM VARYING TOKEN-NUM FROM 1 BY 1
                   UNTIL TOKEN-NUM > 10
               IF RULE-TOKEN(TOKEN-NUM) NOT = SPACES
                   MOVE RULE-TOKEN(TOKEN-NUM) TO PARSE-CHECK
                   PERFORM ADD-RULE-ROW
               END-IF
           END-PERFORM.

      *    BASE-NAME holds the rule's program, PARSE-CHECK one check.
       ADD-RULE-ROW.
           IF RULE-TOTAL >= 300
               IF TABLE-WARNED = 'N'
                   MOVE 'Y' TO TABLE-WARNED
                   DISPLAY "PLAUSIBILITY RULE TABLE FULL (300),"
                       " FURTHER CHECKS IGNORED"
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO RULE-TOTAL.
           MOVE RULE-TOTAL TO RULE-NUM.
           MOVE BASE-NAME TO RL-PROGRAM(RULE-NUM).
           MOVE PARSE-KEY TO RL-KEY(RULE-NUM).
           MOVE PARSE-CHECK TO RL-TEXT(RULE-NUM).
           MOVE 'N' TO RL-HAS-LOW(RULE-NUM) RL-HAS-HIGH(RULE-NUM)
               RULE-STATE.
           MOVE 0 TO RL-LOW(RULE-NUM) RL-HIGH(RULE-NUM)
               RL-SIZE(RULE-NUM) RL-CHAR-LEN(RULE-NUM)
               RL-PCT(RULE-NUM).
           MOVE SPACES TO RL-CHARS(RULE-NUM).
           EVALUATE TRUE
               WHEN PARSE-CHECK = 'NUMERIC'
                   SET RL-NUMERIC(RULE-NUM) TO TRUE
               WHEN PARSE-CHECK(1:6) = 'RANGE='
                   SET RL-RANGE(RULE-NUM) TO TRUE
                   PERFORM PARSE-RANGE-BOUNDS
               WHEN PARSE-CHECK(1:7) = 'LENGTH='
                   SET RL-LENGTH(RULE-NUM) TO TRUE
                   IF PARSE-CHECK(8:) = SPACES
                       OR FUNCTION TEST-NUMVAL(PARSE-CHECK(8:)) NOT = 0
                       SET RULE-IS-BAD TO TRUE
                   ELSE
                       MOVE FUNCTION NUMVAL(PARSE-CHECK(8:))
                           TO RL-SIZE(RULE-NUM)
                   END-IF
               WHEN PARSE-CHECK(1:8) = 'CHARSET='
                   SET RL-CHARSET(RULE-NUM) TO TRUE
                   PERFORM SET-CHARSET-CLASS
               WHEN PARSE-CHECK(1:6) = 'CHARS='
                   SET RL-CHARSET(RULE-NUM) TO TRUE
                   MOVE PARSE-CHECK(7:) TO RL-CHARS(RULE-NUM)
                   IF RL-CHARS(RULE-NUM) = SPACES
                       SET RULE-IS-BAD TO TRUE
                   ELSE
                       MOVE FUNCTION LENGTH(FUNCTION TRIM(
                           RL-CHARS(RULE-NUM))) TO RL-CHAR-LEN(RULE-NUM)
                   END-IF
               WHEN PARSE-CHECK(1:6) = 'DRIFT='
                   SET RL-DRIFT(RULE-NUM) TO TRUE
                   IF PARSE-CHECK(7:) = SPACES
                       OR FUNCTION TEST-NUMVAL(PARSE-CHECK(7:)) NOT = 0
                       SET RULE-IS-BAD TO TRUE
                   ELSE
                       MOVE FUNCTION NUMVAL(PARSE-CHECK(7:))
                           TO RL-PCT(RULE-NUM)
                   END-IF
               WHEN OTHER
                   SET RULE-IS-BAD TO TRUE
           END-EVALUATE.
           IF RULE-IS-BAD
               SUBTRACT 1 FROM RULE-TOTAL
               PERFORM REPORT-BAD-RULE
           END-IF.

      *    RANGE=<lo>:<hi>; a missing bound is open on that side.
       PARSE-RANGE-BOUNDS.
           MOVE SPACES TO PARSE-LOW PARSE-HIGH.
           MOVE 0 TO COLON-POS.
           PERFORM VARYING SCAN-POS FROM 7 BY 1
                   UNTIL SCAN-POS > 60
               IF COLON-POS = 0 AND PARSE-CHECK(SCAN-POS:1) = ':'
                   MOVE SCAN-POS TO COLON-POS
               END-IF
           END-PERFORM.
           IF COLON-POS = 0
               SET RULE-IS-BAD TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF COLON-POS > 7
               MOVE PARSE-CHECK(7:COLON-POS - 7) TO PARSE-LOW
           END-IF.
           IF COLON-POS < 60
               MOVE PARSE-CHECK(COLON-POS + 1:) TO PARSE-HIGH
           END-IF.
           IF PARSE-LOW = SPACES AND PARSE-HIGH = SPACES
               SET RULE-IS-BAD TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF PARSE-LOW NOT = SPACES
               IF FUNCTION TEST-NUMVAL(PARSE-LOW) NOT = 0
                   SET RULE-IS-BAD TO TRUE
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO RL-HAS-LOW(RULE-NUM)
               MOVE FUNCTION NUMVAL(PARSE-LOW) TO RL-LOW(RULE-NUM)
           END-IF.
           IF PARSE-HIGH NOT = SPACES
               IF FUNCTION TEST-NUMVAL(PARSE-HIGH) NOT = 0
                   SET RULE-IS-BAD TO TRUE
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO RL-HAS-HIGH(RULE-NUM)
               MOVE FUNCTION NUMVAL(PARSE-HIGH) TO RL-HIGH(RULE-NUM)
           END-IF.

       SET-CHARSET-CLASS.
           EVALUATE PARSE-CHECK(9:)
               WHEN 'DIGITS'
                   MOVE "0123456789" TO RL-CHARS(RULE-NUM)
               WHEN 'LOWER'
                   MOVE "abcdefghijklmnopqrstuvwxyz"
                       TO RL-CHARS(RULE-NUM)
               WHEN 'UPPER'
                   MOVE "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                       TO RL-CHARS(RULE-NUM)
               WHEN 'ALPHA'
                   STRING "ABCDEFGHIJKLMNOPQRSTUVWXYZ" DELIMITED BY SIZE
                       "abcdefghijklmnopqrstuvwxyz" DELIMITED BY SIZE
                       INTO RL-CHARS(RULE-NUM)
                   END-STRING
               WHEN 'ALNUM'
                   STRING "ABCDEFGHIJKLMNOPQRSTUVWXYZ" DELIMITED BY SIZE
                       "abcdefghijklmnopqrstuvwxyz" DELIMITED BY SIZE
                       "0123456789" DELIMITED BY SIZE
                       INTO RL-CHARS(RULE-NUM)
                   END-STRING
               WHEN 'HEX'
                   MOVE "0123456789abcdefABCDEF" TO RL-CHARS(RULE-NUM)
               WHEN OTHER
                   SET RULE-IS-BAD TO TRUE
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(RL-CHARS(RULE-NUM)))
               TO RL-CHAR-LEN(RULE-NUM).

       REPORT-BAD-RULE.
           ADD 1 TO BAD-RULE-COUNT.
           MOVE SPACES TO WS-WORK-LINE.
           STRING "BAD RULE " DELIMITED BY SIZE
               FUNCTION TRIM(PARSE-CHECK) DELIMITED BY SIZE
               " IN " DELIMITED BY SIZE
               FUNCTION TRIM(RULES-RECORD) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           DISPLAY FUNCTION TRIM(WS-WORK-LINE).

       LOAD-LAST-VALUES.
           OPEN INPUT LAST-FILE.
           IF LAST-STATUS NOT = '00' AND LAST-STATUS NOT = '05'
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-LAST-RECORD UNTIL AT-LAST-END.
           CLOSE LAST-FILE.

       LOAD-LAST-RECORD.
           READ LAST-FILE
               AT END SET AT-LAST-END TO TRUE
               NOT AT END
                   IF LAST-TOTAL < 2000 AND LR-KEY NOT = SPACES
                       ADD 1 TO LAST-TOTAL
                       MOVE LR-PROGRAM TO LV-PROGRAM(LAST-TOTAL)
                       MOVE LR-INPUT TO LV-INPUT(LAST-TOTAL)
                       MOVE LR-KEY TO LV-KEY(LAST-TOTAL)
                       MOVE LR-VALUE TO LV-VALUE(LAST-TOTAL)
                   END-IF
           END-READ.

       SCAN-RESULTS-RECORD.
           READ RESULTS-FILE
               AT END SET AT-RESULTS-END TO TRUE
               NOT AT END
                   MOVE RESULTS-RECORD TO SCAN-LINE
                   IF SCAN-LINE(1:4) = '=== '
                       PERFORM NOTE-CURRENT-JOB
                   ELSE
                       IF SCAN-LINE(1:7) = 'ANSWER='
                           AND JOB-IS-CLEAN
                           PERFORM CHECK-ANSWER-LINE
                       END-IF
                   END-IF
           END-READ.

      *    Only a job whose banner reads RC=0 counts as clean; the
      *    rest are already on the rerun manifest for a louder reason.
       NOTE-CURRENT-JOB.
           MOVE 'N' TO JOB-STATE.
           MOVE 0 TO INPUT-POS.
           PERFORM VARYING SCAN-POS FROM 1 BY 1
                   UNTIL SCAN-POS > 293
               IF INPUT-POS = 0
                   AND SCAN-LINE(SCAN-POS:7) = ' INPUT='
                   MOVE SCAN-POS TO INPUT-POS
               END-IF
           END-PERFORM.
           IF INPUT-POS = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO CURRENT-PROGRAM CURRENT-INPUT BANNER-STATE.
           MOVE SCAN-LINE(5:INPUT-POS - 5) TO CURRENT-PROGRAM.
           UNSTRING SCAN-LINE(INPUT-POS + 7:)
               DELIMITED BY ALL SPACE INTO CURRENT-INPUT, BANNER-STATE
           END-UNSTRING.
           IF BANNER-STATE = 'RC=0'
               SET JOB-IS-CLEAN TO TRUE
           END-IF.
           MOVE CURRENT-PROGRAM TO PATH-WORK.
           PERFORM TAKE-BASE-NAME.
           MOVE BASE-NAME TO CURRENT-BASE-PROGRAM.
           MOVE CURRENT-INPUT TO PATH-WORK.
           PERFORM TAKE-BASE-NAME.
           MOVE BASE-NAME TO CURRENT-BASE-INPUT.

      *    The key is everything between the two '=' signs; the value
      *    is everything after the second, blanks included.
       CHECK-ANSWER-LINE.
           MOVE 0 TO EQUALS-POS.
           PERFORM VARYING SCAN-POS FROM 8 BY 1
                   UNTIL SCAN-POS > 300
               IF EQUALS-POS = 0 AND SCAN-LINE(SCAN-POS:1) = '='
                   MOVE SCAN-POS TO EQUALS-POS
               END-IF
           END-PERFORM.
           IF EQUALS-POS = 0 OR EQUALS-POS <= 8
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO ANSWER-COUNT.
           MOVE SPACES TO ANSWER-KEY ANSWER-VALUE.
           MOVE SCAN-LINE(8:EQUALS-POS - 8) TO ANSWER-KEY.
           COMPUTE VALUE-LEN = 300 - EQUALS-POS.
           IF VALUE-LEN > 200
               MOVE 200 TO VALUE-LEN
           END-IF.
           IF VALUE-LEN > 0
               MOVE SCAN-LINE(EQUALS-POS + 1:VALUE-LEN)
                   TO ANSWER-VALUE
           END-IF.
           MOVE 0 TO ANSWER-LEN.
           PERFORM VARYING SCAN-POS FROM 200 BY -1
                   UNTIL SCAN-POS < 1 OR ANSWER-LEN > 0
               IF ANSWER-VALUE(SCAN-POS:1) NOT = SPACE
                   MOVE SCAN-POS TO ANSWER-LEN
               END-IF
           END-PERFORM.
           IF ANSWER-LEN = 0
               MOVE "(BLANK)" TO SHOWN-VALUE
           ELSE
               MOVE ANSWER-VALUE TO SHOWN-VALUE
           END-IF.
           MOVE 0 TO ANSWER-NUM.
           IF ANSWER-LEN > 0
               AND FUNCTION TEST-NUMVAL(ANSWER-VALUE) = 0
               MOVE FUNCTION NUMVAL(ANSWER-VALUE) TO ANSWER-NUM
           END-IF.
           PERFORM FIND-LAST-VALUE.
           MOVE 'N' TO ANSWER-STATE.
           PERFORM APPLY-ONE-RULE
               VARYING RULE-NUM FROM 1 BY 1
               UNTIL RULE-NUM > RULE-TOTAL.
      *    An implausible value is never remembered, so tomorrow's
      *    DRIFT is measured from the last answer that made sense.
           IF NOT ANSWER-TRIPPED
               PERFORM REMEMBER-VALUE
           END-IF.

       FIND-LAST-VALUE.
           MOVE 0 TO LAST-NUM-ROW.
           PERFORM VARYING ROW-NUM FROM 1 BY 1
                   UNTIL ROW-NUM > LAST-TOTAL OR LAST-NUM-ROW > 0
               IF LV-PROGRAM(ROW-NUM) = CURRENT-BASE-PROGRAM
                   AND LV-INPUT(ROW-NUM) = CURRENT-BASE-INPUT
                   AND LV-KEY(ROW-NUM) = ANSWER-KEY
                   MOVE ROW-NUM TO LAST-NUM-ROW
               END-IF
           END-PERFORM.

       APPLY-ONE-RULE.
           IF RL-PROGRAM(RULE-NUM) NOT = CURRENT-BASE-PROGRAM
               EXIT PARAGRAPH
           END-IF.
           IF RL-KEY(RULE-NUM) NOT = '*'
               AND RL-KEY(RULE-NUM) NOT = ANSWER-KEY
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO CHECKED-COUNT.
           SET CHECK-PASSED TO TRUE.
           MOVE SPACES TO TRIP-TEXT.
           EVALUATE TRUE
               WHEN RL-NUMERIC(RULE-NUM)
                   PERFORM CHECK-NUMERIC
               WHEN RL-RANGE(RULE-NUM)
                   PERFORM CHECK-NUMERIC
                   IF CHECK-PASSED
                       PERFORM CHECK-RANGE
                   END-IF
               WHEN RL-LENGTH(RULE-NUM)
                   IF ANSWER-LEN NOT = RL-SIZE(RULE-NUM)
                       SET CHECK-FAILED TO TRUE
                   END-IF
               WHEN RL-CHARSET(RULE-NUM)
                   PERFORM CHECK-CHARSET
               WHEN RL-DRIFT(RULE-NUM)
                   PERFORM CHECK-DRIFT
           END-EVALUATE.
           IF CHECK-FAILED
               PERFORM RECORD-TRIP
           END-IF.

       CHECK-NUMERIC.
           IF ANSWER-LEN = 0
               OR FUNCTION TEST-NUMVAL(ANSWER-VALUE) NOT = 0
               SET CHECK-FAILED TO TRUE
               MOVE "NOT NUMERIC" TO TRIP-TEXT
           END-IF.

       CHECK-RANGE.
           IF RL-HAS-LOW(RULE-NUM) = 'Y'
               AND ANSWER-NUM < RL-LOW(RULE-NUM)
               SET CHECK-FAILED TO TRUE
           END-IF.
           IF RL-HAS-HIGH(RULE-NUM) = 'Y'
               AND ANSWER-NUM > RL-HIGH(RULE-NUM)
               SET CHECK-FAILED TO TRUE
           END-IF.

       CHECK-CHARSET.
           IF ANSWER-LEN = 0
               SET CHECK-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING SCAN-POS FROM 1 BY 1
                   UNTIL SCAN-POS > ANSWER-LEN OR CHECK-FAILED
               MOVE 0 TO CHAR-HITS
               INSPECT RL-CHARS(RULE-NUM)(1:RL-CHAR-LEN(RULE-NUM))
                   TALLYING CHAR-HITS
                   FOR ALL ANSWER-VALUE(SCAN-POS:1)
               IF CHAR-HITS = 0
                   SET CHECK-FAILED TO TRUE
               END-IF
           END-PERFORM.

      *    With no earlier plausible value there is nothing to drift
      *    from; the first night only records one.
       CHECK-DRIFT.
           IF LAST-NUM-ROW = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-NUMERIC.
           IF CHECK-FAILED
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-NUMVAL(LV-VALUE(LAST-NUM-ROW)) NOT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(LV-VALUE(LAST-NUM-ROW)) TO LAST-NUM.
           COMPUTE DRIFT-AMOUNT = ANSWER-NUM - LAST-NUM.
           IF DRIFT-AMOUNT < 0
               COMPUTE DRIFT-AMOUNT = 0 - DRIFT-AMOUNT
           END-IF.
           IF LAST-NUM < 0
               COMPUTE DRIFT-LIMIT = (0 - LAST-NUM)
                   * RL-PCT(RULE-NUM) / 100
           ELSE
               COMPUTE DRIFT-LIMIT = LAST-NUM * RL-PCT(RULE-NUM) / 100
           END-IF.
           IF DRIFT-AMOUNT > DRIFT-LIMIT
               SET CHECK-FAILED TO TRUE
               MOVE SPACES TO TRIP-TEXT
               STRING "LAST=" DELIMITED BY SIZE
                   FUNCTION TRIM(LV-VALUE(LAST-NUM-ROW))
                       DELIMITED BY SIZE
                   INTO TRIP-TEXT
               END-STRING
           END-IF.

      *    One report line and one event per failed check; the job is
      *    noted once, with the first failure, for the rerun manifest.
       RECORD-TRIP.
           SET ANSWER-TRIPPED TO TRUE.
           ADD 1 TO TRIP-COUNT.
           MOVE SPACES TO WS-WORK-LINE.
           STRING "IMPLAUSIBLE " DELIMITED BY SIZE
               FUNCTION TRIM(CURRENT-PROGRAM) DELIMITED BY SIZE
               " INPUT=" DELIMITED BY SIZE
               FUNCTION TRIM(CURRENT-INPUT) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(ANSWER-KEY) DELIMITED BY SIZE
               "=" DELIMITED BY SIZE
               FUNCTION TRIM(SHOWN-VALUE) DELIMITED BY SIZE
               " FAILS " DELIMITED BY SIZE
               FUNCTION TRIM(RL-TEXT(RULE-NUM)) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           IF TRIP-TEXT NOT = SPACES
               STRING FUNCTION TRIM(WS-WORK-LINE) DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   FUNCTION TRIM(TRIP-TEXT) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO WS-WORK-LINE
               END-STRING
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           DISPLAY FUNCTION TRIM(WS-WORK-LINE).
           MOVE SPACES TO EVENT-REQUEST.
           MOVE "ERROR" TO EVR-SEVERITY.
           MOVE "PLAUSIBILITY-CHECK" TO EVR-SOURCE.
           MOVE CURRENT-BASE-PROGRAM TO EVR-JOB.
           MOVE "IMPLAUSIBLE" TO EVR-CODE.
           STRING FUNCTION TRIM(ANSWER-KEY) DELIMITED BY SIZE
               "=" DELIMITED BY SIZE
               FUNCTION TRIM(SHOWN-VALUE) DELIMITED BY SIZE
               " FAILS " DELIMITED BY SIZE
               FUNCTION TRIM(RL-TEXT(RULE-NUM)) DELIMITED BY SIZE
               INTO EVR-TEXT
           END-STRING.
           CALL "EVENT-FEED" USING EVENT-REQUEST.
           MOVE 0 TO JOB-NUM.
           PERFORM VARYING ROW-NUM FROM 1 BY 1
                   UNTIL ROW-NUM > TRIPPED-TOTAL
               IF JOB-NUM = 0
                   AND TJ-PROGRAM(ROW-NUM) = CURRENT-PROGRAM
                   AND TJ-INPUT(ROW-NUM) = CURRENT-INPUT
                   MOVE ROW-NUM TO JOB-NUM
               END-IF
           END-PERFORM.
           IF JOB-NUM > 0 OR TRIPPED-TOTAL >= 300
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO TRIPPED-TOTAL.
           MOVE TRIPPED-TOTAL TO JOB-NUM.
           MOVE CURRENT-PROGRAM TO TJ-PROGRAM(JOB-NUM).
           MOVE CURRENT-INPUT TO TJ-INPUT(JOB-NUM).
           MOVE CURRENT-BASE-PROGRAM TO TJ-BASE-PROGRAM(JOB-NUM).
           MOVE CURRENT-BASE-INPUT TO TJ-BASE-INPUT(JOB-NUM).
           MOVE 'N' TO TJ-LISTED(JOB-NUM).
           MOVE SPACES TO TJ-NOTE(JOB-NUM).
           STRING FUNCTION TRIM(ANSWER-KEY) DELIMITED BY SIZE
               "=" DELIMITED BY SIZE
               FUNCTION TRIM(SHOWN-VALUE) DELIMITED BY SIZE
               " FAILS " DELIMITED BY SIZE
               FUNCTION TRIM(RL-TEXT(RULE-NUM)) DELIMITED BY SIZE
               INTO TJ-NOTE(JOB-NUM)
           END-STRING.

       REMEMBER-VALUE.
           IF LAST-NUM-ROW = 0
               IF LAST-TOTAL >= 2000
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO LAST-TOTAL
               MOVE LAST-TOTAL TO LAST-NUM-ROW
               MOVE CURRENT-BASE-PROGRAM TO LV-PROGRAM(LAST-NUM-ROW)
               MOVE CURRENT-BASE-INPUT TO LV-INPUT(LAST-NUM-ROW)
               MOVE ANSWER-KEY TO LV-KEY(LAST-NUM-ROW)
           END-IF.
           MOVE ANSWER-VALUE TO LV-VALUE(LAST-NUM-ROW).

      *    BASE-NAME gets PATH-WORK with any directory removed.
       TAKE-BASE-NAME.
           MOVE 0 TO SLASH-POS.
           PERFORM VARYING SCAN-POS FROM 1 BY 1
                   UNTIL SCAN-POS > 240
               IF PATH-WORK(SCAN-POS:1) = '/'
                   MOVE SCAN-POS TO SLASH-POS
               END-IF
           END-PERFORM.
           MOVE SPACES TO BASE-NAME.
           IF SLASH-POS > 0 AND SLASH-POS < 240
               MOVE PATH-WORK(SLASH-POS + 1:) TO BASE-NAME
           ELSE
               MOVE PATH-WORK TO BASE-NAME
           END-IF.

       LOAD-LISTED-JOBS.
           OPEN INPUT RERUN-FILE.
           IF RERUN-STATUS NOT = '00' AND RERUN-STATUS NOT = '05'
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-LISTED-RECORD UNTIL AT-RERUN-END.
           CLOSE RERUN-FILE.

       LOAD-LISTED-RECORD.
           READ RERUN-FILE
               AT END SET AT-RERUN-END TO TRUE
           END-READ.
           IF AT-RERUN-END
               EXIT PARAGRAPH
           END-IF.
           IF RERUN-RECORD = SPACES OR RERUN-RECORD(1:1) = '*'
               OR RERUN-RECORD(1:7) = 'POLICY '
               OR LISTED-TOTAL >= 300
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO MF-TOKEN(1) MF-TOKEN(2).
           UNSTRING RERUN-RECORD DELIMITED BY ALL SPACE
               INTO MF-TOKEN(1), MF-TOKEN(2)
           END-UNSTRING.
           ADD 1 TO LISTED-TOTAL.
           MOVE MF-TOKEN(1) TO PATH-WORK.
           PERFORM TAKE-BASE-NAME.
           MOVE BASE-NAME TO LS-PROGRAM(LISTED-TOTAL).
           MOVE MF-TOKEN(2) TO PATH-WORK.
           PERFORM TAKE-BASE-NAME.
           MOVE BASE-NAME TO LS-INPUT(LISTED-TOTAL).

      *    Tripped jobs not already on the rerun manifest are added to
      *    the end of it, each behind its "* IMPLAUSIBLE:" comment.
       APPEND-RERUN-ENTRIES.
           PERFORM VARYING JOB-NUM FROM 1 BY 1
                   UNTIL JOB-NUM > TRIPPED-TOTAL
               PERFORM VARYING ROW-NUM FROM 1 BY 1
                       UNTIL ROW-NUM > LISTED-TOTAL
                   IF LS-PROGRAM(ROW-NUM) = TJ-BASE-PROGRAM(JOB-NUM)
                       AND LS-INPUT(ROW-NUM) = TJ-BASE-INPUT(JOB-NUM)
                       SET TJ-ALREADY-LISTED(JOB-NUM) TO TRUE
                   END-IF
               END-PERFORM
               IF TJ-ALREADY-LISTED(JOB-NUM)
                   ADD 1 TO LISTED-COUNT
               END-IF
           END-PERFORM.
           IF LISTED-COUNT = TRIPPED-TOTAL
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND RERUN-FILE.
           IF RERUN-STATUS NOT = '00' AND RERUN-STATUS NOT = '05'
               DISPLAY "ERROR OPENING rerun_manifest.txt STATUS="
                   RERUN-STATUS
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING JOB-NUM FROM 1 BY 1
                   UNTIL JOB-NUM > TRIPPED-TOTAL
               IF NOT TJ-ALREADY-LISTED(JOB-NUM)
                   PERFORM WRITE-RERUN-ENTRY
               END-IF
           END-PERFORM.
           CLOSE RERUN-FILE.

       WRITE-RERUN-ENTRY.
           MOVE SPACES TO WS-WORK-LINE.
           STRING "* IMPLAUSIBLE: " DELIMITED BY SIZE
               FUNCTION TRIM(TJ-NOTE(JOB-NUM)) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           MOVE WS-WORK-LINE TO RERUN-RECORD.
           WRITE RERUN-RECORD.
           PERFORM FIND-MANIFEST-ENTRY.
           MOVE WS-WORK-LINE TO RERUN-RECORD.
           WRITE RERUN-RECORD.
           ADD 1 TO ADDED-COUNT.

      *    The job's own manifest entry, less FREQ= (a rerun runs
      *    whatever the calendar says) and less AFTER= unless the
      *    feeder is going round again too -- the same rules
      *    BATCH-RUNNER writes its rerun entries by. A job the
      *    manifest no longer lists is rerun on program and input.
       FIND-MANIFEST-ENTRY.
           MOVE SPACES TO WS-WORK-LINE.
           STRING FUNCTION TRIM(TJ-PROGRAM(JOB-NUM)) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(TJ-INPUT(JOB-NUM)) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           MOVE 'N' TO MANIFEST-EOF.
           OPEN INPUT MANIFEST-FILE.
           IF MANIFEST-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM MATCH-MANIFEST-RECORD UNTIL AT-MANIFEST-END.
           CLOSE MANIFEST-FILE.

       MATCH-MANIFEST-RECORD.
           READ MANIFEST-FILE
               AT END SET AT-MANIFEST-END TO TRUE
           END-READ.
           IF AT-MANIFEST-END
               EXIT PARAGRAPH
           END-IF.
           IF MANIFEST-RECORD = SPACES OR MANIFEST-RECORD(1:1) = '*'
               OR MANIFEST-RECORD(1:7) = 'POLICY '
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO MANIFEST-TOKENS.
           MOVE 0 TO TOKEN-TOTAL.
           UNSTRING MANIFEST-RECORD DELIMITED BY ALL SPACE
               INTO MF-TOKEN(1), MF-TOKEN(2), MF-TOKEN(3),
                   MF-TOKEN(4), MF-TOKEN(5), MF-TOKEN(6),
                   MF-TOKEN(7), MF-TOKEN(8), MF-TOKEN(9),
                   MF-TOKEN(10), MF-TOKEN(11), MF-TOKEN(12)
               TALLYING IN TOKEN-TOTAL
           END-UNSTRING.
           MOVE MF-TOKEN(1) TO PATH-WORK.
           PERFORM TAKE-BASE-NAME.
           IF BASE-NAME NOT = TJ-BASE-PROGRAM(JOB-NUM)
               EXIT PARAGRAPH
           END-IF.
           MOVE MF-TOKEN(2) TO PATH-WORK.
           PERFORM TAKE-BASE-NAME.
           IF BASE-NAME NOT = TJ-BASE-INPUT(JOB-NUM)
               EXIT PARAGRAPH
           END-IF.
           SET AT-MANIFEST-END TO TRUE.
           MOVE SPACES TO WS-WORK-LINE.
           STRING FUNCTION TRIM(MF-TOKEN(1)) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(MF-TOKEN(2)) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           PERFORM VARYING TOKEN-NUM FROM 3 BY 1
                   UNTIL TOKEN-NUM > 12
               EVALUATE TRUE
                   WHEN MF-TOKEN(TOKEN-NUM) = SPACES
                       CONTINUE
                   WHEN MF-TOKEN(TOKEN-NUM)(1:5) = 'FREQ='
                       CONTINUE
                   WHEN MF-TOKEN(TOKEN-NUM)(1:6) = 'AFTER='
                       PERFORM CHECK-FEEDER-IN-RERUN
                       IF FEEDER-NUM > 0
                           PERFORM APPEND-MANIFEST-TOKEN
                       END-IF
                   WHEN OTHER
                       PERFORM APPEND-MANIFEST-TOKEN
               END-EVALUATE
           END-PERFORM.

       APPEND-MANIFEST-TOKEN.
           STRING FUNCTION TRIM(WS-WORK-LINE) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(MF-TOKEN(TOKEN-NUM)) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.

      *    The feeder counts as going round again when it is on the
      *    rerun manifest already or was tripped tonight.
       CHECK-FEEDER-IN-RERUN.
           MOVE 0 TO FEEDER-NUM.
           MOVE MF-TOKEN(TOKEN-NUM)(7:) TO PATH-WORK.
           PERFORM TAKE-BASE-NAME.
           PERFORM VARYING ROW-NUM FROM 1 BY 1
                   UNTIL ROW-NUM > LISTED-TOTAL
               IF LS-PROGRAM(ROW-NUM) = BASE-NAME
                   MOVE 1 TO FEEDER-NUM
               END-IF
           END-PERFORM.
           PERFORM VARYING ROW-NUM FROM 1 BY 1
                   UNTIL ROW-NUM > TRIPPED-TOTAL
               IF TJ-BASE-PROGRAM(ROW-NUM) = BASE-NAME
                   MOVE 1 TO FEEDER-NUM
               END-IF
           END-PERFORM.

       SAVE-LAST-VALUES.
           OPEN OUTPUT LAST-FILE.
           PERFORM VARYING ROW-NUM FROM 1 BY 1
                   UNTIL ROW-NUM > LAST-TOTAL
               MOVE SPACES TO LAST-RECORD
               MOVE LV-PROGRAM(ROW-NUM) TO LR-PROGRAM
               MOVE LV-INPUT(ROW-NUM) TO LR-INPUT
               MOVE LV-KEY(ROW-NUM) TO LR-KEY
               MOVE LV-VALUE(ROW-NUM) TO LR-VALUE
               WRITE LAST-RECORD
           END-PERFORM.
           CLOSE LAST-FILE.

       WRITE-REPORT-SUMMARY.
           MOVE ANSWER-COUNT TO DISPLAY-COUNT.
           MOVE SPACES TO WS-WORK-LINE.
           STRING "PLAUSIBILITY CHECK COMPLETE ANSWERS="
                   DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           MOVE CHECKED-COUNT TO DISPLAY-COUNT.
           STRING FUNCTION TRIM(WS-WORK-LINE) DELIMITED BY SIZE
               " CHECKS=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           MOVE TRIP-COUNT TO DISPLAY-COUNT.
           STRING FUNCTION TRIM(WS-WORK-LINE) DELIMITED BY SIZE
               " IMPLAUSIBLE=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           MOVE ADDED-COUNT TO DISPLAY-COUNT.
           STRING FUNCTION TRIM(WS-WORK-LINE) DELIMITED BY SIZE
               " RERUN-ADDED=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           MOVE LISTED-COUNT TO DISPLAY-COUNT.
           STRING FUNCTION TRIM(WS-WORK-LINE) DELIMITED BY SIZE
               " ALREADY-LISTED=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           MOVE BAD-RULE-COUNT TO DISPLAY-COUNT.
           STRING FUNCTION TRIM(WS-WORK-LINE) DELIMITED BY SIZE
               " BAD-RULES=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           DISPLAY FUNCTION TRIM(WS-WORK-LINE).
