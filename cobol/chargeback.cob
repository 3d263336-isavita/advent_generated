       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHARGEBACK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Who pays for each job, one line per owner:
      *      <binary>         <cost center> <rate per second>
      *      GROUP=<group>    <cost center> <rate per second>
      *    A line naming the job's binary wins over its group's
      *    line. CHARGEBACK_OWNERS names the file (default
      *    chargeback_owners.txt); a relative name is taken from the
      *    production directory, so both environments charge alike.
           SELECT OWNER-FILE ASSIGN USING OWNER-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OWNER-STATUS.

      *    The period is REPORT_MONTH (yyyy-mm); without it, the month
      *    of the run date. Job counts come from the answer ledger,
      *    one RUN line per job run, reruns and timeouts included; a
      *    second run of one program and input on one night is a
      *    rerun. Jobs are grouped by their manifest GROUP=.
           SELECT OPTIONAL LEDGER-FILE
               ASSIGN TO "answer_ledger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-STATUS.

           SELECT MANIFEST-FILE ASSIGN TO "manifest.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MANIFEST-STATUS.

      *    Maps a run_times.txt timing tag to its binary through the
      *    optional third column PROGRAM=<binary>; a tag that is the
      *    binary's own name (as is or upper-cased) needs no line.
           SELECT OPTIONAL BASELINE-FILE
               ASSIGN TO "runtime_baseline.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BASELINE-STATUS.

      *    Elapsed seconds come from each night's copies in
      *    RUN-ARCHIVE's runs/<yyyy-mm-dd> directories: the lines
      *    run_times.txt gained that night, as MONTH-END-SUMMARY
      *    counts them, and, for a program that keeps no timing of
      *    its own, the runner's job_log.txt. A program's average
      *    seconds per run times its ledger job count is what it is
      *    charged for.
           SELECT NIGHT-FILE ASSIGN USING NIGHT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NIGHT-STATUS.

           SELECT JOB-LOG-FILE ASSIGN USING NIGHT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NIGHT-STATUS.

           SELECT REPORT-FILE ASSIGN TO "chargeback.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OWNER-FILE.
       01  OWNER-RECORD         PIC X(200).

       FD  LEDGER-FILE.
       COPY "ledger_rec.cpy".

       FD  MANIFEST-FILE.
       01  MANIFEST-RECORD      PIC X(200).

       FD  BASELINE-FILE.
       01  BASELINE-RECORD      PIC X(100).

       FD  NIGHT-FILE.
       01  NIGHT-RECORD         PIC X(400).

       FD  JOB-LOG-FILE.
       COPY "joblog_rec.cpy".

       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(300).

       WORKING-STORAGE SECTION.
       01  RUN-STAMP            PIC X(32) VALUE SPACES.
       01  OWNER-NAME           PIC X(240) VALUE SPACES.
       01  OWNER-STATUS         PIC XX.
       01  LEDGER-STATUS        PIC XX.
       01  MANIFEST-STATUS      PIC XX.
       01  BASELINE-STATUS      PIC XX.
       01  NIGHT-STATUS         PIC XX.

       01  CHARGE-FLAGS.
           05 OWNER-EOF         PIC X VALUE 'N'.
              88 AT-OWNER-END       VALUE 'Y'.
           05 LEDGER-EOF        PIC X VALUE 'N'.
              88 AT-LEDGER-END      VALUE 'Y'.
           05 MANIFEST-EOF      PIC X VALUE 'N'.
              88 AT-MANIFEST-END    VALUE 'Y'.
           05 BASELINE-EOF      PIC X VALUE 'N'.
              88 AT-BASELINE-END    VALUE 'Y'.
           05 NIGHT-EOF         PIC X.
              88 AT-NIGHT-END       VALUE 'Y'.
           05 SECTION-EMPTY     PIC X.
              88 SECTION-IS-EMPTY   VALUE 'Y'.
           05 TABLES-OVERFLOWED PIC X VALUE 'N'.
           05 TOTALS-CHECK      PIC X.
              88 TOTALS-BALANCED    VALUE 'Y'.

       01  PERIOD-FIELDS.
           05 REPORT-MONTH      PIC X(10) VALUE SPACES.
           05 PERIOD-TEXT       PIC X(7).
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
           05 IN-PERIOD         PIC X.
              88 NIGHT-IN-PERIOD    VALUE 'Y'.
           05 NIGHTS-FOUND      PIC 9(3) VALUE 0.
      *    run_times.txt grows from night to night; PREV-LINES is the
      *    previous archived night's line count. A copy shorter than
      *    that was reset, and all of it is new.
           05 PREV-LINES        PIC 9(8) VALUE 0.
           05 COPY-LINES        PIC 9(8).
           05 LINES-TO-SKIP     PIC 9(8).

       01  CHARGE-COUNTERS.
           05 LEDGER-LINES-USED PIC 9(6) VALUE 0.
           05 BAD-OWNER-LINES   PIC 9(4) VALUE 0.
           05 TOTAL-JOBS        PIC 9(7) VALUE 0.
           05 OWNED-JOBS        PIC 9(7) VALUE 0.
           05 UNOWNED-JOBS      PIC 9(7) VALUE 0.
           05 SPLIT-TOTAL       PIC 9(7) VALUE 0.
           05 TOTAL-SECONDS     PIC 9(10)V99 VALUE 0.
           05 UNOWNED-SECONDS   PIC 9(10)V99 VALUE 0.
           05 TOTAL-CHARGE      PIC 9(10)V99 VALUE 0.
           05 DISPLAY-COUNT     PIC ZZZZZZ9.
           05 DISPLAY-SECS      PIC ZZZZZZZZZ9.99.
           05 DISPLAY-MONEY     PIC ZZZZZZZZZ9.99.
           05 DISPLAY-RATE      PIC ZZZZ9.999999.

      *    Owner lines; OW-KEY is the binary's name, or for a group
      *    line the group itself with OW-IS-GROUP set.
       01  OWNER-TABLE.
           05 OWNER-TOTAL       PIC 9(3) VALUE 0.
           05 OWNER-ROW OCCURS 300 TIMES.
              10 OW-KEY         PIC X(60).
              10 OW-KIND        PIC X.
                 88 OW-IS-GROUP     VALUE 'G'.
                 88 OW-IS-PROGRAM   VALUE 'P'.
              10 OW-CENTER      PIC X(20).
              10 OW-RATE        PIC 9(5)V9(6).

       01  CENTER-TABLE.
           05 CENTER-TOTAL      PIC 9(3) VALUE 0.
           05 CENTER-ROW OCCURS 100 TIMES.
              10 CC-NAME        PIC X(20).
              10 CC-JOBS        PIC 9(7).
              10 CC-RERUNS      PIC 9(7).
              10 CC-TIMEOUTS    PIC 9(7).
              10 CC-SECONDS     PIC 9(10)V99.
              10 CC-CHARGE      PIC 9(10)V99.

       01  BASELINE-TABLE.
           05 BASELINE-TOTAL    PIC 9(3) VALUE 0.
           05 BASELINE-ROW OCCURS 300 TIMES.
              10 BL-TAG         PIC X(40).
              10 BL-PROGRAM     PIC X(40).

      *    Programs, matched on the binary's own name so a stream
      *    child's absolute path finds the same entry. The RT- pair
      *    is the program's own timing, the JL- pair the runner's.
       01  PROGRAM-TABLE.
           05 PROGRAM-TOTAL     PIC 9(4) VALUE 0.
           05 PROGRAM-ROW OCCURS 500 TIMES.
              10 PM-NAME        PIC X(60).
              10 PM-UPPER       PIC X(60).
              10 PM-GROUP       PIC X(20).
              10 PM-RUNS        PIC 9(6).
              10 PM-RERUNS      PIC 9(6).
              10 PM-TIMEOUTS    PIC 9(6).
              10 PM-RT-RUNS     PIC 9(6).
              10 PM-RT-SECONDS  PIC 9(9)V99.
              10 PM-JL-RUNS     PIC 9(6).
              10 PM-JL-SECONDS  PIC 9(9)V99.
              10 PM-AVERAGE     PIC 9(7)V99.
              10 PM-SOURCE      PIC X(9).
              10 PM-SECONDS     PIC 9(10)V99.
              10 PM-OWNER       PIC 9(3).
              10 PM-CENTER      PIC 9(3).
              10 PM-CHARGE      PIC 9(10)V99.

      *    Night + program + input of every run counted, so a later
      *    run of the same job that night is known as a rerun.
       01  SEEN-TABLE.
           05 SEEN-TOTAL        PIC 9(4) VALUE 0.
           05 SEEN-KEY          PIC X(130) OCCURS 4000 TIMES.

       01  PARSE-FIELDS.
           05 SCAN-LINE         PIC X(400).
           05 MARKER-POS        PIC 9(4).
           05 SCAN-POS          PIC 9(4).
           05 SLASH-POS         PIC 9(4).
           05 PARSE-PROGRAM     PIC X(100).
           05 PARSE-NAME        PIC X(60).
           05 PARSE-TAG         PIC X(40).
           05 PARSE-GROUP       PIC X(20).
           05 RUN-KEY           PIC X(130).
           05 TOKEN-1           PIC X(100).
           05 TOKEN-2           PIC X(100).
           05 TOKEN-3           PIC X(100).
           05 OPTION-TOKEN      PIC X(100) OCCURS 6 TIMES.
           05 OPTION-SUB        PIC 9.
           05 ELAPSED-TEXT      PIC X(20).
           05 PROGRAM-NUM       PIC 9(4).
           05 OWNER-NUM         PIC 9(3).
           05 CENTER-NUM        PIC 9(3).
           05 ROW-NUM           PIC 9(4).
           05 BL-ROW-NUM        PIC 9(4).
           05 PATH-WORK         PIC X(240).
           05 LABEL-TEXT        PIC X(24).
           05 LABEL-COUNT       PIC 9(7).
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
           ACCEPT OWNER-NAME FROM ENVIRONMENT "CHARGEBACK_OWNERS"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF OWNER-NAME = SPACES
               MOVE "chargeback_owners.txt" TO OWNER-NAME
           END-IF.
           IF OWNER-NAME(1:1) NOT = '/' AND ENR-HOME NOT = SPACES
               MOVE SPACES TO PATH-WORK
               STRING FUNCTION TRIM(ENR-HOME) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   FUNCTION TRIM(OWNER-NAME) DELIMITED BY SIZE
                   INTO PATH-WORK
               END-STRING
               MOVE PATH-WORK TO OWNER-NAME
           END-IF.
           PERFORM DERIVE-REPORT-PERIOD.
           OPEN INPUT OWNER-FILE.
           IF OWNER-STATUS NOT = '00'
               DISPLAY "ERROR OPENING " FUNCTION TRIM(OWNER-NAME)
                   " STATUS=" OWNER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT MANIFEST-FILE.
           IF MANIFEST-STATUS NOT = '00'
               DISPLAY "ERROR OPENING manifest.txt STATUS="
                   MANIFEST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM LOAD-OWNER-LINE UNTIL AT-OWNER-END.
           CLOSE OWNER-FILE.
           PERFORM LOAD-MANIFEST-ENTRY UNTIL AT-MANIFEST-END.
           CLOSE MANIFEST-FILE.
           OPEN INPUT BASELINE-FILE.
           IF BASELINE-STATUS = '00'
               PERFORM LOAD-BASELINE-LINE UNTIL AT-BASELINE-END
           END-IF.
           CLOSE BASELINE-FILE.
           OPEN INPUT LEDGER-FILE.
           IF LEDGER-STATUS = '00'
               PERFORM SCAN-LEDGER-RECORD UNTIL AT-LEDGER-END
           END-IF.
           CLOSE LEDGER-FILE.
           PERFORM SCAN-ONE-NIGHT
               VARYING NIGHT-INTEGER FROM FIRST-INTEGER BY 1
               UNTIL NIGHT-INTEGER > LAST-INTEGER.
           PERFORM PRICE-ONE-PROGRAM
               VARYING PROGRAM-NUM FROM 1 BY 1
               UNTIL PROGRAM-NUM > PROGRAM-TOTAL.
           PERFORM WRITE-NIGHTS-LINE.
           PERFORM WRITE-CENTER-SECTION.
           PERFORM WRITE-UNOWNED-SECTION.
           PERFORM WRITE-CONTROL-TOTALS.
           PERFORM WRITE-REPORT-SUMMARY.
           CLOSE REPORT-FILE.
           IF UNOWNED-JOBS > 0 OR BAD-OWNER-LINES > 0
               OR NOT TOTALS-BALANCED
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *    The run date comes from the leading date in RUN_STAMP and
      *    falls back to the system date when the stamp carries none.
      *    The nights walked start a month before the period so the
      *    first night counted has a previous run_times.txt copy to
      *    measure its growth against.
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
           MOVE PERIOD-START-NUM TO NEXT-START-NUM.
           IF NEXT-MONTH = 12
               MOVE 1 TO NEXT-MONTH
               ADD 1 TO NEXT-YEAR
           ELSE
               ADD 1 TO NEXT-MONTH
           END-IF.
           MOVE SPACES TO PERIOD-TEXT.
           STRING PERIOD-YEAR "-" PERIOD-MONTH
               DELIMITED BY SIZE INTO PERIOD-TEXT
           END-STRING.
           COMPUTE FIRST-INTEGER
               = FUNCTION INTEGER-OF-DATE(PERIOD-START-NUM) - 31.
           COMPUTE LAST-INTEGER
               = FUNCTION INTEGER-OF-DATE(NEXT-START-NUM) - 1.

      *    A line without a cost center or a usable rate is reported
      *    and charges nothing.
       LOAD-OWNER-LINE.
           READ OWNER-FILE
               AT END SET AT-OWNER-END TO TRUE
           END-READ.
           IF AT-OWNER-END
               EXIT PARAGRAPH
           END-IF.
           IF OWNER-RECORD = SPACES OR OWNER-RECORD(1:1) = '*'
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO TOKEN-1 TOKEN-2 TOKEN-3.
           UNSTRING OWNER-RECORD DELIMITED BY ALL SPACE
               INTO TOKEN-1, TOKEN-2, TOKEN-3
           END-UNSTRING.
           IF TOKEN-1 = SPACES OR TOKEN-1 = 'GROUP='
               OR TOKEN-2 = SPACES OR TOKEN-3 = SPACES
               OR FUNCTION TEST-NUMVAL(TOKEN-3) NOT = 0
               PERFORM WRITE-BAD-OWNER-LINE
               EXIT PARAGRAPH
           END-IF.
           IF OWNER-TOTAL >= 300
               MOVE 'Y' TO TABLES-OVERFLOWED
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO OWNER-TOTAL.
           IF TOKEN-1(1:6) = 'GROUP='
               MOVE TOKEN-1(7:) TO OW-KEY(OWNER-TOTAL)
               SET OW-IS-GROUP(OWNER-TOTAL) TO TRUE
           ELSE
               MOVE TOKEN-1 TO PARSE-PROGRAM
               PERFORM TAKE-PROGRAM-NAME
               MOVE PARSE-NAME TO OW-KEY(OWNER-TOTAL)
               SET OW-IS-PROGRAM(OWNER-TOTAL) TO TRUE
           END-IF.
           MOVE TOKEN-2 TO OW-CENTER(OWNER-TOTAL).
           MOVE FUNCTION NUMVAL(TOKEN-3) TO OW-RATE(OWNER-TOTAL).

       WRITE-BAD-OWNER-LINE.
           ADD 1 TO BAD-OWNER-LINES.
           MOVE SPACES TO WS-WORK-LINE.
           STRING "BAD OWNER LINE: " DELIMITED BY SIZE
               FUNCTION TRIM(OWNER-RECORD) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

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
           PERFORM FIND-OR-ADD-PROGRAM.
           IF PROGRAM-NUM = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING OPTION-SUB FROM 1 BY 1
                   UNTIL OPTION-SUB > 6
               IF OPTION-TOKEN(OPTION-SUB)(1:6) = 'GROUP='
                   AND PM-GROUP(PROGRAM-NUM) = SPACES
                   MOVE OPTION-TOKEN(OPTION-SUB)(7:20)
                       TO PM-GROUP(PROGRAM-NUM)
               END-IF
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
           IF TOKEN-1 = 'THRESHOLD'
               OR OPTION-TOKEN(1)(1:8) NOT = 'PROGRAM='
               EXIT PARAGRAPH
           END-IF.
           IF BASELINE-TOTAL >= 300
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO BASELINE-TOTAL.
           MOVE TOKEN-1 TO BL-TAG(BASELINE-TOTAL).
           MOVE OPTION-TOKEN(1)(9:) TO BL-PROGRAM(BASELINE-TOTAL).

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

       FIND-OR-ADD-PROGRAM.
           PERFORM FIND-PROGRAM-ROW.
           IF PROGRAM-NUM > 0
               EXIT PARAGRAPH
           END-IF.
           IF PROGRAM-TOTAL >= 500
               MOVE 'Y' TO TABLES-OVERFLOWED
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO PROGRAM-TOTAL.
           MOVE PROGRAM-TOTAL TO PROGRAM-NUM.
           INITIALIZE PROGRAM-ROW(PROGRAM-NUM).
           MOVE PARSE-NAME TO PM-NAME(PROGRAM-NUM).
           MOVE FUNCTION UPPER-CASE(PARSE-NAME)
               TO PM-UPPER(PROGRAM-NUM).

       SCAN-LEDGER-RECORD.
           READ LEDGER-FILE
               AT END SET AT-LEDGER-END TO TRUE
               NOT AT END
                   PERFORM TALLY-LEDGER-RECORD
           END-READ.

      *    Only a job that ran is charged: a calendar or runner skip
      *    and a refused input never started. Carry-forward records
      *    restate runs already counted, and an answer promoted from
      *    TEST never ran in production's batch window.
       TALLY-LEDGER-RECORD.
           IF NOT LG-IS-RUN
               EXIT PARAGRAPH
           END-IF.
           IF LG-REASON(1:19) = 'PROMOTED FROM TEST '
               EXIT PARAGRAPH
           END-IF.
           IF LG-STAMP(1:7) NOT = PERIOD-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF LG-SKIPPED
               EXIT PARAGRAPH
           END-IF.
           IF LG-FAILED AND LG-REASON(1:14) = 'INPUT REFUSED:'
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO LEDGER-LINES-USED.
           MOVE LG-PROGRAM TO PARSE-PROGRAM.
           PERFORM TAKE-PROGRAM-NAME.
           PERFORM FIND-OR-ADD-PROGRAM.
           IF PROGRAM-NUM = 0
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO PM-RUNS(PROGRAM-NUM).
           IF LG-TIMEOUT
               ADD 1 TO PM-TIMEOUTS(PROGRAM-NUM)
           END-IF.
           MOVE SPACES TO RUN-KEY.
           MOVE LG-STAMP(1:10) TO RUN-KEY(1:10).
           MOVE PARSE-NAME TO RUN-KEY(11:60).
           MOVE LG-INPUT TO PARSE-PROGRAM.
           PERFORM TAKE-PROGRAM-NAME.
           MOVE PARSE-NAME TO RUN-KEY(71:60).
           PERFORM VARYING ROW-NUM FROM 1 BY 1
                   UNTIL ROW-NUM > SEEN-TOTAL
               IF SEEN-KEY(ROW-NUM) = RUN-KEY
                   ADD 1 TO PM-RERUNS(PROGRAM-NUM)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF SEEN-TOTAL < 4000
               ADD 1 TO SEEN-TOTAL
               MOVE RUN-KEY TO SEEN-KEY(SEEN-TOTAL)
           END-IF.

      *    One archived night. Nights before the period are read only
      *    to set the growth baseline for run_times.txt.
       SCAN-ONE-NIGHT.
           COMPUTE NIGHT-DATE-NUM
               = FUNCTION DATE-OF-INTEGER(NIGHT-INTEGER).
           MOVE SPACES TO NIGHT-DIR.
           STRING "runs/" NIGHT-YEAR "-" NIGHT-MONTH "-" NIGHT-DAY
               DELIMITED BY SIZE INTO NIGHT-DIR
           END-STRING.
           MOVE 'N' TO IN-PERIOD.
           IF NIGHT-YEAR = PERIOD-YEAR AND NIGHT-MONTH = PERIOD-MONTH
               MOVE 'Y' TO IN-PERIOD
           END-IF.
           MOVE "run_times.txt" TO PARSE-TAG.
           PERFORM OPEN-NIGHT-COPY.
           IF NIGHT-STATUS = '00'
               MOVE 0 TO COPY-LINES
               PERFORM COUNT-NIGHT-LINE UNTIL AT-NIGHT-END
               CLOSE NIGHT-FILE
               PERFORM SCAN-RUN-TIMES-COPY
           END-IF.
           IF NOT NIGHT-IN-PERIOD
               EXIT PARAGRAPH
           END-IF.
           MOVE "job_log.txt" TO PARSE-TAG.
           PERFORM NAME-NIGHT-COPY.
           MOVE 'N' TO NIGHT-EOF.
           OPEN INPUT JOB-LOG-FILE.
           IF NIGHT-STATUS = '00'
               ADD 1 TO NIGHTS-FOUND
               PERFORM TALLY-JOB-LOG-RECORD UNTIL AT-NIGHT-END
               CLOSE JOB-LOG-FILE
           END-IF.

      *    PARSE-TAG names the file within tonight's directory.
       NAME-NIGHT-COPY.
           MOVE SPACES TO NIGHT-FILE-NAME.
           STRING FUNCTION TRIM(NIGHT-DIR) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(PARSE-TAG) DELIMITED BY SIZE
               INTO NIGHT-FILE-NAME
           END-STRING.

       OPEN-NIGHT-COPY.
           PERFORM NAME-NIGHT-COPY.
           MOVE 'N' TO NIGHT-EOF.
           OPEN INPUT NIGHT-FILE.

       COUNT-NIGHT-LINE.
           READ NIGHT-FILE
               AT END SET AT-NIGHT-END TO TRUE
               NOT AT END ADD 1 TO COPY-LINES
           END-READ.

       SCAN-RUN-TIMES-COPY.
           IF COPY-LINES >= PREV-LINES
               MOVE PREV-LINES TO LINES-TO-SKIP
           ELSE
               MOVE 0 TO LINES-TO-SKIP
           END-IF.
           MOVE COPY-LINES TO PREV-LINES.
           IF NOT NIGHT-IN-PERIOD OR COPY-LINES = LINES-TO-SKIP
               EXIT PARAGRAPH
           END-IF.
           MOVE "run_times.txt" TO PARSE-TAG.
           PERFORM OPEN-NIGHT-COPY.
           MOVE 0 TO COPY-LINES.
           PERFORM TALLY-RUN-TIMES-LINE UNTIL AT-NIGHT-END.
           CLOSE NIGHT-FILE.

       TALLY-RUN-TIMES-LINE.
           READ NIGHT-FILE
               AT END SET AT-NIGHT-END TO TRUE
               NOT AT END
                   ADD 1 TO COPY-LINES
                   IF COPY-LINES > LINES-TO-SKIP
                       AND NIGHT-RECORD NOT = SPACES
                       PERFORM TALLY-NEW-RUN-TIME
                   END-IF
           END-READ.

      *    <tag> START .. END .. ELAPSED <n> SECONDS
       TALLY-NEW-RUN-TIME.
           MOVE SPACES TO PARSE-TAG.
           UNSTRING NIGHT-RECORD DELIMITED BY ALL SPACE
               INTO PARSE-TAG
           END-UNSTRING.
           PERFORM FIND-TAG-PROGRAM.
           IF PROGRAM-NUM = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE NIGHT-RECORD TO SCAN-LINE.
           MOVE 0 TO MARKER-POS.
           PERFORM VARYING SCAN-POS FROM 1 BY 1
                   UNTIL SCAN-POS > 391
               IF MARKER-POS = 0
                   AND SCAN-LINE(SCAN-POS:9) = " ELAPSED "
                   MOVE SCAN-POS TO MARKER-POS
               END-IF
           END-PERFORM.
           IF MARKER-POS = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO ELAPSED-TEXT.
           UNSTRING SCAN-LINE(MARKER-POS + 9:)
               DELIMITED BY ALL SPACE INTO ELAPSED-TEXT
           END-UNSTRING.
           IF FUNCTION TEST-NUMVAL(ELAPSED-TEXT) = 0
               ADD 1 TO PM-RT-RUNS(PROGRAM-NUM)
               ADD FUNCTION NUMVAL(ELAPSED-TEXT)
                   TO PM-RT-SECONDS(PROGRAM-NUM)
           END-IF.

      *    A tag belongs to the program its baseline line names, or
      *    to the program whose binary it is named after.
       FIND-TAG-PROGRAM.
           MOVE 0 TO PROGRAM-NUM.
           IF PARSE-TAG = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING BL-ROW-NUM FROM 1 BY 1
                   UNTIL BL-ROW-NUM > BASELINE-TOTAL
               IF PROGRAM-NUM = 0 AND BL-TAG(BL-ROW-NUM) = PARSE-TAG
                   MOVE BL-PROGRAM(BL-ROW-NUM) TO PARSE-PROGRAM
                   PERFORM TAKE-PROGRAM-NAME
                   PERFORM FIND-PROGRAM-ROW
               END-IF
           END-PERFORM.
           PERFORM VARYING ROW-NUM FROM 1 BY 1
                   UNTIL ROW-NUM > PROGRAM-TOTAL
               IF PROGRAM-NUM = 0
                   AND (PM-NAME(ROW-NUM) = PARSE-TAG
                       OR PM-UPPER(ROW-NUM) = PARSE-TAG)
                   MOVE ROW-NUM TO PROGRAM-NUM
               END-IF
           END-PERFORM.

      *    The runner's own timing of every job it started; its
      *    GROUP= also places a job tonight's manifest no longer has.
       TALLY-JOB-LOG-RECORD.
           READ JOB-LOG-FILE
               AT END SET AT-NIGHT-END TO TRUE
           END-READ.
           IF AT-NIGHT-END
               EXIT PARAGRAPH
           END-IF.
           IF JOB-LOG-RECORD = SPACES OR JL-STARTED = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE JL-PROGRAM TO PARSE-PROGRAM.
           PERFORM TAKE-PROGRAM-NAME.
           PERFORM FIND-PROGRAM-ROW.
           IF PROGRAM-NUM = 0
               EXIT PARAGRAPH
           END-IF.
           IF PM-GROUP(PROGRAM-NUM) = SPACES
               MOVE JL-GROUP TO PM-GROUP(PROGRAM-NUM)
           END-IF.
           IF JL-ELAPSED IS NUMERIC
               ADD 1 TO PM-JL-RUNS(PROGRAM-NUM)
               ADD JL-ELAPSED TO PM-JL-SECONDS(PROGRAM-NUM)
           END-IF.

      *    Seconds charged are the program's average run, from its
      *    own timing where it keeps one, times the runs the ledger
      *    counted. The owner is the binary's line, else its
      *    group's.
       PRICE-ONE-PROGRAM.
           IF PM-RUNS(PROGRAM-NUM) = 0
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN PM-RT-RUNS(PROGRAM-NUM) > 0
                   COMPUTE PM-AVERAGE(PROGRAM-NUM) ROUNDED
                       = PM-RT-SECONDS(PROGRAM-NUM)
                       / PM-RT-RUNS(PROGRAM-NUM)
                   MOVE "RUN-TIMES" TO PM-SOURCE(PROGRAM-NUM)
               WHEN PM-JL-RUNS(PROGRAM-NUM) > 0
                   COMPUTE PM-AVERAGE(PROGRAM-NUM) ROUNDED
                       = PM-JL-SECONDS(PROGRAM-NUM)
                       / PM-JL-RUNS(PROGRAM-NUM)
                   MOVE "RUNNER" TO PM-SOURCE(PROGRAM-NUM)
               WHEN OTHER
                   MOVE 0 TO PM-AVERAGE(PROGRAM-NUM)
                   MOVE "NONE" TO PM-SOURCE(PROGRAM-NUM)
           END-EVALUATE.
           COMPUTE PM-SECONDS(PROGRAM-NUM)
               = PM-AVERAGE(PROGRAM-NUM) * PM-RUNS(PROGRAM-NUM).
           ADD PM-RUNS(PROGRAM-NUM) TO TOTAL-JOBS.
           ADD PM-SECONDS(PROGRAM-NUM) TO TOTAL-SECONDS.
           MOVE 0 TO OWNER-NUM.
           PERFORM VARYING ROW-NUM FROM 1 BY 1
                   UNTIL ROW-NUM > OWNER-TOTAL
               IF OWNER-NUM = 0 AND OW-IS-PROGRAM(ROW-NUM)
                   AND OW-KEY(ROW-NUM) = PM-NAME(PROGRAM-NUM)
                   MOVE ROW-NUM TO OWNER-NUM
               END-IF
           END-PERFORM.
           IF PM-GROUP(PROGRAM-NUM) NOT = SPACES
               PERFORM VARYING ROW-NUM FROM 1 BY 1
                       UNTIL ROW-NUM > OWNER-TOTAL
                   IF OWNER-NUM = 0 AND OW-IS-GROUP(ROW-NUM)
                       AND OW-KEY(ROW-NUM) = PM-GROUP(PROGRAM-NUM)
                       MOVE ROW-NUM TO OWNER-NUM
                   END-IF
               END-PERFORM
           END-IF.
           MOVE OWNER-NUM TO PM-OWNER(PROGRAM-NUM).
           IF OWNER-NUM = 0
               ADD PM-RUNS(PROGRAM-NUM) TO UNOWNED-JOBS
               ADD PM-SECONDS(PROGRAM-NUM) TO UNOWNED-SECONDS
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-OR-ADD-CENTER.
           IF CENTER-NUM = 0
               ADD PM-RUNS(PROGRAM-NUM) TO UNOWNED-JOBS
               ADD PM-SECONDS(PROGRAM-NUM) TO UNOWNED-SECONDS
               MOVE 0 TO PM-OWNER(PROGRAM-NUM)
               EXIT PARAGRAPH
           END-IF.
           MOVE CENTER-NUM TO PM-CENTER(PROGRAM-NUM).
           COMPUTE PM-CHARGE(PROGRAM-NUM) ROUNDED
               = PM-SECONDS(PROGRAM-NUM) * OW-RATE(OWNER-NUM).
           ADD PM-RUNS(PROGRAM-NUM) TO OWNED-JOBS CC-JOBS(CENTER-NUM).
           ADD PM-RERUNS(PROGRAM-NUM) TO CC-RERUNS(CENTER-NUM).
           ADD PM-TIMEOUTS(PROGRAM-NUM) TO CC-TIMEOUTS(CENTER-NUM).
           ADD PM-SECONDS(PROGRAM-NUM) TO CC-SECONDS(CENTER-NUM).
           ADD PM-CHARGE(PROGRAM-NUM) TO CC-CHARGE(CENTER-NUM)
               TOTAL-CHARGE.

       FIND-OR-ADD-CENTER.
           MOVE 0 TO CENTER-NUM.
           PERFORM VARYING ROW-NUM FROM 1 BY 1
                   UNTIL ROW-NUM > CENTER-TOTAL
               IF CENTER-NUM = 0
                   AND CC-NAME(ROW-NUM) = OW-CENTER(OWNER-NUM)
                   MOVE ROW-NUM TO CENTER-NUM
               END-IF
           END-PERFORM.
           IF CENTER-NUM > 0
               EXIT PARAGRAPH
           END-IF.
           IF CENTER-TOTAL >= 100
               MOVE 'Y' TO TABLES-OVERFLOWED
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO CENTER-TOTAL.
           MOVE CENTER-TOTAL TO CENTER-NUM.
           INITIALIZE CENTER-ROW(CENTER-NUM).
           MOVE OW-CENTER(OWNER-NUM) TO CC-NAME(CENTER-NUM).

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-WORK-LINE.
           STRING "CHARGEBACK PERIOD=" DELIMITED BY SIZE
               PERIOD-TEXT DELIMITED BY SIZE
               " STAMP=" DELIMITED BY SIZE
               FUNCTION TRIM(RUN-STAMP) DELIMITED BY SIZE
               " OWNERS=" DELIMITED BY SIZE
               FUNCTION TRIM(OWNER-NAME) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

       WRITE-NIGHTS-LINE.
           MOVE NIGHTS-FOUND TO DISPLAY-COUNT.
           MOVE SPACES TO WS-WORK-LINE.
           STRING "ARCHIVED NIGHTS=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      *    Each cost center's totals, then the programs charged to
      *    it.
       WRITE-CENTER-SECTION.
           MOVE "-- CHARGES BY COST CENTER --" TO WS-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF CENTER-TOTAL = 0
               MOVE "  (NONE)" TO WS-WORK-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           PERFORM WRITE-CENTER-BLOCK
               VARYING CENTER-NUM FROM 1 BY 1
               UNTIL CENTER-NUM > CENTER-TOTAL.

       WRITE-CENTER-BLOCK.
           MOVE SPACES TO WS-WORK-LINE.
           STRING "COST-CENTER " DELIMITED BY SIZE
               FUNCTION TRIM(CC-NAME(CENTER-NUM)) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           MOVE CC-JOBS(CENTER-NUM) TO DISPLAY-COUNT.
           STRING FUNCTION TRIM(WS-WORK-LINE) DELIMITED BY SIZE
               " JOBS=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           MOVE CC-RERUNS(CENTER-NUM) TO DISPLAY-COUNT.
           STRING FUNCTION TRIM(WS-WORK-LINE) DELIMITED BY SIZE
               " RERUNS=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           MOVE CC-TIMEOUTS(CENTER-NUM) TO DISPLAY-COUNT.
           STRING FUNCTION TRIM(WS-WORK-LINE) DELIMITED BY SIZE
               " TIMEOUTS=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           MOVE CC-SECONDS(CENTER-NUM) TO DISPLAY-SECS.
           STRING FUNCTION TRIM(WS-WORK-LINE) DELIMITED BY SIZE
               " SECONDS=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-SECS) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           MOVE CC-CHARGE(CENTER-NUM) TO DISPLAY-MONEY.
           STRING FUNCTION TRIM(WS-WORK-LINE) DELIMITED BY SIZE
               " CHARGE=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-MONEY) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING PROGRAM-NUM FROM 1 BY 1
                   UNTIL PROGRAM-NUM > PROGRAM-TOTAL
               IF PM-RUNS(PROGRAM-NUM) > 0
                   AND PM-OWNER(PROGRAM-NUM) > 0
                   AND PM-CENTER(PROGRAM-NUM) = CENTER-NUM
                   PERFORM WRITE-PROGRAM-LINE
               END-IF
           END-PERFORM.

      *    One program's figures; OWNER= shows which owner line
      *    claimed it.
       WRITE-PROGRAM-LINE.
           MOVE SPACES TO WS-WORK-LINE.
           STRING "  PROGRAM " DELIMITED BY SIZE
               FUNCTION TRIM(PM-NAME(PROGRAM-NUM)) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           IF PM-GROUP(PROGRAM-NUM) NOT = SPACES
               STRING FUNCTION TRIM(WS-WORK-LINE TRAILING)
                       DELIMITED BY SIZE
                   " GROUP=" DELIMITED BY SIZE
                   FUNCTION TRIM(PM-GROUP(PROGRAM-NUM))
                       DELIMITED BY SIZE
                   INTO WS-WORK-LINE
               END-STRING
           END-IF.
           IF PM-OWNER(PROGRAM-NUM) > 0
               MOVE PM-OWNER(PROGRAM-NUM) TO OWNER-NUM
               IF OW-IS-GROUP(OWNER-NUM)
                   STRING FUNCTION TRIM(WS-WORK-LINE TRAILING)
                           DELIMITED BY SIZE
                       " OWNER=GROUP" DELIMITED BY SIZE
                       INTO WS-WORK-LINE
                   END-STRING
               ELSE
                   STRING FUNCTION TRIM(WS-WORK-LINE TRAILING)
                           DELIMITED BY SIZE
                       " OWNER=PROGRAM" DELIMITED BY SIZE
                       INTO WS-WORK-LINE
                   END-STRING
               END-IF
               MOVE OW-RATE(OWNER-NUM) TO DISPLAY-RATE
               STRING FUNCTION TRIM(WS-WORK-LINE TRAILING)
                       DELIMITED BY SIZE
                   " RATE=" DELIMITED BY SIZE
                   FUNCTION TRIM(DISPLAY-RATE) DELIMITED BY SIZE
                   INTO WS-WORK-LINE
               END-STRING
           END-IF.
           MOVE PM-RUNS(PROGRAM-NUM) TO DISPLAY-COUNT.
           STRING FUNCTION TRIM(WS-WORK-LINE TRAILING)
                   DELIMITED BY SIZE
               " JOBS=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           MOVE PM-RERUNS(PROGRAM-NUM) TO DISPLAY-COUNT.
           STRING FUNCTION TRIM(WS-WORK-LINE TRAILING)
                   DELIMITED BY SIZE
               " RERUNS=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           MOVE PM-TIMEOUTS(PROGRAM-NUM) TO DISPLAY-COUNT.
           STRING FUNCTION TRIM(WS-WORK-LINE TRAILING)
                   DELIMITED BY SIZE
               " TIMEOUTS=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           MOVE PM-AVERAGE(PROGRAM-NUM) TO DISPLAY-SECS.
           STRING FUNCTION TRIM(WS-WORK-LINE TRAILING)
                   DELIMITED BY SIZE
               " AVG-SECONDS=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-SECS) DELIMITED BY SIZE
               " TIMING=" DELIMITED BY SIZE
               FUNCTION TRIM(PM-SOURCE(PROGRAM-NUM)) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           MOVE PM-SECONDS(PROGRAM-NUM) TO DISPLAY-SECS.
           STRING FUNCTION TRIM(WS-WORK-LINE TRAILING)
                   DELIMITED BY SIZE
               " SECONDS=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-SECS) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           IF PM-OWNER(PROGRAM-NUM) > 0
               MOVE PM-CHARGE(PROGRAM-NUM) TO DISPLAY-MONEY
               STRING FUNCTION TRIM(WS-WORK-LINE TRAILING)
                       DELIMITED BY SIZE
                   " CHARGE=" DELIMITED BY SIZE
                   FUNCTION TRIM(DISPLAY-MONEY) DELIMITED BY SIZE
                   INTO WS-WORK-LINE
               END-STRING
           END-IF.
           PERFORM WRITE-REPORT-LINE.

      *    Jobs no owner line claims are left for finance to assign
      *    rather than charged to operations.
       WRITE-UNOWNED-SECTION.
           MOVE "-- JOBS WITH NO OWNER --" TO WS-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'Y' TO SECTION-EMPTY.
           PERFORM VARYING PROGRAM-NUM FROM 1 BY 1
                   UNTIL PROGRAM-NUM > PROGRAM-TOTAL
               IF PM-RUNS(PROGRAM-NUM) > 0
                   AND PM-OWNER(PROGRAM-NUM) = 0
                   MOVE 'N' TO SECTION-EMPTY
                   PERFORM WRITE-PROGRAM-LINE
               END-IF
           END-PERFORM.
           IF SECTION-IS-EMPTY
               MOVE "  (NONE)" TO WS-WORK-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

      *    Every ledger run in the period lands either on a cost
      *    center or on the no-owner list.
       WRITE-CONTROL-TOTALS.
           COMPUTE SPLIT-TOTAL = OWNED-JOBS + UNOWNED-JOBS.
           IF SPLIT-TOTAL = TOTAL-JOBS
               AND TOTAL-JOBS = LEDGER-LINES-USED
               MOVE 'Y' TO TOTALS-CHECK
           ELSE
               MOVE 'N' TO TOTALS-CHECK
           END-IF.
           MOVE "CONTROL TOTALS" TO WS-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "  LEDGER RUNS IN PERIOD" TO LABEL-TEXT.
           MOVE LEDGER-LINES-USED TO LABEL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  JOBS PRICED" TO LABEL-TEXT.
           MOVE TOTAL-JOBS TO LABEL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  CHARGED TO AN OWNER" TO LABEL-TEXT.
           MOVE OWNED-JOBS TO LABEL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  WITH NO OWNER" TO LABEL-TEXT.
           MOVE UNOWNED-JOBS TO LABEL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  CHARGED PLUS NO OWNER" TO LABEL-TEXT.
           MOVE SPLIT-TOTAL TO LABEL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           IF TOTALS-BALANCED
               MOVE "CONTROL TOTALS BALANCE" TO WS-WORK-LINE
           ELSE
               MOVE "CONTROL TOTALS DO NOT BALANCE" TO WS-WORK-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE.

       WRITE-TOTAL-LINE.
           MOVE LABEL-COUNT TO DISPLAY-COUNT.
           MOVE SPACES TO WS-WORK-LINE.
           STRING LABEL-TEXT DELIMITED BY SIZE
               DISPLAY-COUNT DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-SUMMARY.
           IF TABLES-OVERFLOWED = 'Y'
               MOVE "WARNING: A TABLE IS FULL, FIGURES PARTIAL"
                   TO WS-WORK-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE SPACES TO WS-WORK-LINE.
           MOVE TOTAL-CHARGE TO DISPLAY-MONEY.
           STRING "CHARGEBACK COMPLETE PERIOD=" DELIMITED BY SIZE
               PERIOD-TEXT DELIMITED BY SIZE
               " CHARGE=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-MONEY) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           MOVE TOTAL-SECONDS TO DISPLAY-SECS.
           STRING FUNCTION TRIM(WS-WORK-LINE) DELIMITED BY SIZE
               " SECONDS=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-SECS) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           MOVE UNOWNED-JOBS TO DISPLAY-COUNT.
           STRING FUNCTION TRIM(WS-WORK-LINE) DELIMITED BY SIZE
               " NO-OWNER-JOBS=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           MOVE UNOWNED-SECONDS TO DISPLAY-SECS.
           STRING FUNCTION TRIM(WS-WORK-LINE) DELIMITED BY SIZE
               " NO-OWNER-SECONDS=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-SECS) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           MOVE BAD-OWNER-LINES TO DISPLAY-COUNT.
           STRING FUNCTION TRIM(WS-WORK-LINE) DELIMITED BY SIZE
               " BAD-OWNER-LINES=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           DISPLAY FUNCTION TRIM(WS-WORK-LINE).

       WRITE-REPORT-LINE.
           MOVE WS-WORK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
