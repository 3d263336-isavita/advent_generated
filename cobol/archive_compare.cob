       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHIVE-COMPARE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Compares two of RUN-ARCHIVE's runs/<yyyy-mm-dd> directories:
      *    COMPARE_OLD and COMPARE_NEW name the two nights. Without
      *    COMPARE_NEW the run date is used, and without COMPARE_OLD
      *    the night before COMPARE_NEW. Each night's
      *    archive_index.txt decides which artifacts it has and how
      *    many lines each held; its answer_ledger.txt and
      *    batch_results.txt copies are read for the answers.
           SELECT NIGHT-FILE ASSIGN USING NIGHT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NIGHT-STATUS.

           SELECT REPORT-FILE ASSIGN TO "archive_compare.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  NIGHT-FILE.
       01  NIGHT-RECORD         PIC X(900).

       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(600).

       WORKING-STORAGE SECTION.
       01  RUN-STAMP            PIC X(32) VALUE SPACES.
       01  NIGHT-STATUS         PIC XX.

      *    The night's answer_ledger.txt copy, one record at a time.
       COPY "ledger_rec.cpy".

       01  COMPARE-FLAGS.
           05 NIGHT-EOF         PIC X.
              88 AT-NIGHT-END       VALUE 'Y'.
           05 SECTION-EMPTY     PIC X.
              88 SECTION-IS-EMPTY   VALUE 'Y'.
           05 TABLES-OVERFLOWED PIC X VALUE 'N'.

      *    Slot 1 is always the older night, slot 2 the newer.
       01  NIGHT-FIELDS.
           05 NIGHT-DATE        PIC X(10) OCCURS 2 TIMES.
           05 NIGHT-SLOT        PIC 9.
           05 NIGHT-DIR         PIC X(20).
           05 NIGHT-FILE-NAME   PIC X(60).
           05 RUN-DATE-NUM      PIC 9(8) VALUE 0.
           05 RUN-DATE-PARTS REDEFINES RUN-DATE-NUM.
              10 RUN-YEAR       PIC 9(4).
              10 RUN-MONTH      PIC 99.
              10 RUN-DAY        PIC 99.
           05 RUN-DAY-INTEGER   PIC 9(8).

       01  COMPARE-COUNTERS.
           05 MISSING-COUNT     PIC 9(4) VALUE 0.
           05 LINE-CHANGE-COUNT PIC 9(4) VALUE 0.
           05 LEDGER-DIFF-COUNT PIC 9(4) VALUE 0.
           05 RESULT-DIFF-COUNT PIC 9(4) VALUE 0.
           05 DISPLAY-COUNT     PIC ZZZZZZZ9.
           05 DISPLAY-COUNT-2   PIC ZZZZZZZ9.
           05 DISPLAY-CHANGE    PIC +(8)9.
           05 CHANGE-VALUE      PIC S9(8).

      *    One row per artifact name found in either night's index.
       01  ARTIFACT-TABLE.
           05 ARTIFACT-TOTAL    PIC 9(3) VALUE 0.
           05 ARTIFACT-ROW OCCURS 300 TIMES.
              10 AR-NAME        PIC X(60).
              10 AR-PRESENT     PIC X OCCURS 2 TIMES.
              10 AR-LINES       PIC 9(8) OCCURS 2 TIMES.

      *    Program-plus-input keys are taken without directories, so
      *    a stream child's absolute paths and the nightly manifest's
      *    relative ones meet on one key. For each night the key
      *    holds the newest answer the ledger copy carries and the
      *    headline its batch_results.txt copy shows; SPACES means
      *    that night's copy never mentioned the job.
       01  ANSWER-TABLE.
           05 KEY-TOTAL         PIC 9(4) VALUE 0.
           05 ANSWER-ROW OCCURS 500 TIMES.
              10 AK-PROGRAM     PIC X(60).
              10 AK-INPUT       PIC X(60).
              10 AK-ANSWER      PIC X(200) OCCURS 2 TIMES.
              10 AK-HEADLINE    PIC X(80) OCCURS 2 TIMES.

       01  PARSE-FIELDS.
           05 SCAN-POS          PIC 9(4).
           05 SLASH-POS         PIC 9(4).
           05 REST-PTR          PIC 9(4).
           05 PARSE-PROGRAM     PIC X(100).
           05 PARSE-PROGRAM-PATH PIC X(100).
           05 PARSE-INPUT       PIC X(100).
           05 PARSE-NAME        PIC X(60).
           05 PARSE-INPUT-NAME  PIC X(60).
           05 PARSE-ANSWER      PIC X(200).
           05 PARSE-REST        PIC X(300).
           05 TOKEN-1           PIC X(60).
           05 TOKEN-2           PIC X(60).
           05 TOKEN-3           PIC X(60).
      *    The results key still waiting for its headline line, or
      *    zero when the current banner needs none.
           05 HEADLINE-KEY      PIC 9(4).
           05 ROW-NUM           PIC 9(4).
           05 KEY-NUM           PIC 9(4).
           05 ARTIFACT-NUM      PIC 9(3).
           05 SHOW-OLD          PIC X(200).
           05 SHOW-NEW          PIC X(200).
           05 WS-WORK-LINE      PIC X(600).

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
           MOVE SPACES TO NIGHT-DATE(1) NIGHT-DATE(2).
           ACCEPT NIGHT-DATE(1) FROM ENVIRONMENT "COMPARE_OLD"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           ACCEPT NIGHT-DATE(2) FROM ENVIRONMENT "COMPARE_NEW"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           PERFORM SETTLE-COMPARE-DATES.
           PERFORM LOAD-ONE-NIGHT
               VARYING NIGHT-SLOT FROM 1 BY 1
               UNTIL NIGHT-SLOT > 2.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO WS-WORK-LINE.
           STRING "ARCHIVE COMPARISON OLD=" DELIMITED BY SIZE
               NIGHT-DATE(1) DELIMITED BY SIZE
               " NEW=" DELIMITED BY SIZE
               NIGHT-DATE(2) DELIMITED BY SIZE
               " STAMP=" DELIMITED BY SIZE
               FUNCTION TRIM(RUN-STAMP) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           IF TABLES-OVERFLOWED = 'Y'
               MOVE "WARNING: TABLE FULL, SOME ENTRIES NOT COMPARED"
                   TO WS-WORK-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           PERFORM WRITE-ARTIFACT-SECTION.
           PERFORM WRITE-LEDGER-SECTION.
           PERFORM WRITE-RESULTS-SECTION.
           PERFORM WRITE-COMPARE-SUMMARY.
           CLOSE REPORT-FILE.
           IF MISSING-COUNT > 0 OR LINE-CHANGE-COUNT > 0
               OR LEDGER-DIFF-COUNT > 0 OR RESULT-DIFF-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *    The run date comes from the leading date in RUN_STAMP --
      *    the same stamp every ledger line already carries -- and
      *    falls back to the system date when the stamp carries none.
       SETTLE-COMPARE-DATES.
           IF NIGHT-DATE(2) = SPACES
               IF RUN-STAMP(1:4) IS NUMERIC
                   AND RUN-STAMP(5:1) = '-' AND RUN-STAMP(8:1) = '-'
                   MOVE RUN-STAMP(1:10) TO NIGHT-DATE(2)
               ELSE
                   ACCEPT RUN-DATE-NUM FROM DATE YYYYMMDD
                   STRING RUN-YEAR "-" RUN-MONTH "-" RUN-DAY
                       DELIMITED BY SIZE INTO NIGHT-DATE(2)
                   END-STRING
               END-IF
           END-IF.
           IF NIGHT-DATE(1) = SPACES
               MOVE NIGHT-DATE(2)(1:4) TO RUN-YEAR
               MOVE NIGHT-DATE(2)(6:2) TO RUN-MONTH
               MOVE NIGHT-DATE(2)(9:2) TO RUN-DAY
               COMPUTE RUN-DAY-INTEGER
                   = FUNCTION INTEGER-OF-DATE(RUN-DATE-NUM) - 1
               COMPUTE RUN-DATE-NUM
                   = FUNCTION DATE-OF-INTEGER(RUN-DAY-INTEGER)
               STRING RUN-YEAR "-" RUN-MONTH "-" RUN-DAY
                   DELIMITED BY SIZE INTO NIGHT-DATE(1)
               END-STRING
           END-IF.

      *    A night without an index was never archived; there is
      *    nothing to compare it with.
       LOAD-ONE-NIGHT.
           MOVE SPACES TO NIGHT-DIR.
           STRING "runs/" DELIMITED BY SIZE
               NIGHT-DATE(NIGHT-SLOT) DELIMITED BY SIZE
               INTO NIGHT-DIR
           END-STRING.
           MOVE "/archive_index.txt" TO TOKEN-1.
           PERFORM OPEN-NIGHT-COPY.
           IF NIGHT-STATUS NOT = '00'
               DISPLAY "ERROR OPENING " FUNCTION TRIM(NIGHT-FILE-NAME)
                   " STATUS=" NIGHT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-INDEX-LINE UNTIL AT-NIGHT-END.
           CLOSE NIGHT-FILE.
           MOVE "/answer_ledger.txt" TO TOKEN-1.
           PERFORM OPEN-NIGHT-COPY.
           IF NIGHT-STATUS = '00'
               PERFORM LOAD-LEDGER-LINE UNTIL AT-NIGHT-END
               CLOSE NIGHT-FILE
           END-IF.
           MOVE "/batch_results.txt" TO TOKEN-1.
           PERFORM OPEN-NIGHT-COPY.
           IF NIGHT-STATUS = '00'
               MOVE 0 TO HEADLINE-KEY
               PERFORM LOAD-RESULTS-LINE UNTIL AT-NIGHT-END
               CLOSE NIGHT-FILE
           END-IF.

       OPEN-NIGHT-COPY.
           MOVE SPACES TO NIGHT-FILE-NAME.
           STRING FUNCTION TRIM(NIGHT-DIR) DELIMITED BY SIZE
               FUNCTION TRIM(TOKEN-1) DELIMITED BY SIZE
               INTO NIGHT-FILE-NAME
           END-STRING.
           MOVE 'N' TO NIGHT-EOF.
           OPEN INPUT NIGHT-FILE.

      *    Index lines: ARTIFACT <name> LINES=<n>.
       LOAD-INDEX-LINE.
           READ NIGHT-FILE
               AT END SET AT-NIGHT-END TO TRUE
           END-READ.
           IF AT-NIGHT-END
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO TOKEN-1 TOKEN-2 TOKEN-3.
           UNSTRING NIGHT-RECORD DELIMITED BY ALL SPACE
               INTO TOKEN-1, TOKEN-2, TOKEN-3
           END-UNSTRING.
           IF TOKEN-1 NOT = 'ARTIFACT' OR TOKEN-3(1:6) NOT = 'LINES='
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO ARTIFACT-NUM.
           PERFORM VARYING ROW-NUM FROM 1 BY 1
                   UNTIL ROW-NUM > ARTIFACT-TOTAL
               IF AR-NAME(ROW-NUM) = TOKEN-2
                   MOVE ROW-NUM TO ARTIFACT-NUM
               END-IF
           END-PERFORM.
           IF ARTIFACT-NUM = 0
               IF ARTIFACT-TOTAL >= 300
                   MOVE 'Y' TO TABLES-OVERFLOWED
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO ARTIFACT-TOTAL
               MOVE ARTIFACT-TOTAL TO ARTIFACT-NUM
               MOVE TOKEN-2 TO AR-NAME(ARTIFACT-NUM)
               MOVE 'N' TO AR-PRESENT(ARTIFACT-NUM, 1)
                   AR-PRESENT(ARTIFACT-NUM, 2)
               MOVE 0 TO AR-LINES(ARTIFACT-NUM, 1)
                   AR-LINES(ARTIFACT-NUM, 2)
           END-IF.
           MOVE 'Y' TO AR-PRESENT(ARTIFACT-NUM, NIGHT-SLOT).
           MOVE FUNCTION NUMVAL(TOKEN-3(7:))
               TO AR-LINES(ARTIFACT-NUM, NIGHT-SLOT).

      *    The ledger copy is the whole history up to that night, so
      *    the last line for a key is the newest answer as of then.
       LOAD-LEDGER-LINE.
           READ NIGHT-FILE
               AT END SET AT-NIGHT-END TO TRUE
           END-READ.
           IF AT-NIGHT-END
               EXIT PARAGRAPH
           END-IF.
           MOVE NIGHT-RECORD TO LEDGER-RECORD.
           PERFORM PARSE-LEDGER-RECORD.
           IF PARSE-PROGRAM = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-OR-ADD-ANSWER-KEY.
           IF KEY-NUM > 0
               MOVE PARSE-ANSWER TO AK-ANSWER(KEY-NUM, NIGHT-SLOT)
           END-IF.

      *    Fields come straight from their ledger_rec.cpy columns; a
      *    run that did not end OK shows as its verdict and reason in
      *    parentheses.
       PARSE-LEDGER-RECORD.
           MOVE SPACES TO PARSE-PROGRAM PARSE-INPUT PARSE-ANSWER.
           IF NOT LG-IS-RUN AND NOT LG-IS-CARRY
               EXIT PARAGRAPH
           END-IF.
           MOVE LG-PROGRAM TO PARSE-PROGRAM.
           MOVE LG-INPUT TO PARSE-INPUT.
           IF LG-OK
               MOVE LG-ANSWER TO PARSE-ANSWER
           ELSE
               STRING "(" DELIMITED BY SIZE
                   FUNCTION TRIM(LG-VERDICT) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(LG-REASON) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO PARSE-ANSWER
               END-STRING
           END-IF.

      *    Results blocks open with "=== <prog> INPUT=<file> <verdict>".
      *    A clean block's headline is its first captured line that
      *    is not the standard run header; any other block's headline
      *    is its verdict.
       LOAD-RESULTS-LINE.
           READ NIGHT-FILE
               AT END SET AT-NIGHT-END TO TRUE
           END-READ.
           IF AT-NIGHT-END
               EXIT PARAGRAPH
           END-IF.
           IF NIGHT-RECORD(1:14) = 'BATCH COMPLETE'
               MOVE 0 TO HEADLINE-KEY
               EXIT PARAGRAPH
           END-IF.
           IF NIGHT-RECORD(1:4) NOT = '=== '
               IF HEADLINE-KEY > 0
                   AND NIGHT-RECORD NOT = SPACES
                   AND NIGHT-RECORD(1:4) NOT = 'RUN '
                   MOVE NIGHT-RECORD(1:80)
                       TO AK-HEADLINE(HEADLINE-KEY, NIGHT-SLOT)
                   MOVE 0 TO HEADLINE-KEY
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO HEADLINE-KEY.
           MOVE SPACES TO PARSE-PROGRAM PARSE-INPUT PARSE-REST.
           UNSTRING NIGHT-RECORD(5:) DELIMITED BY " INPUT="
               INTO PARSE-PROGRAM, PARSE-REST
           END-UNSTRING.
           IF PARSE-REST = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO REST-PTR.
           UNSTRING PARSE-REST DELIMITED BY SPACE
               INTO PARSE-INPUT
               WITH POINTER REST-PTR
           END-UNSTRING.
           PERFORM FIND-OR-ADD-ANSWER-KEY.
           IF KEY-NUM = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO AK-HEADLINE(KEY-NUM, NIGHT-SLOT).
           IF REST-PTR <= 300
               MOVE PARSE-REST(REST-PTR:)
                   TO AK-HEADLINE(KEY-NUM, NIGHT-SLOT)
           END-IF.
           IF AK-HEADLINE(KEY-NUM, NIGHT-SLOT) = 'RC=0'
               MOVE "(NO ANSWER LINE)"
                   TO AK-HEADLINE(KEY-NUM, NIGHT-SLOT)
               MOVE KEY-NUM TO HEADLINE-KEY
           END-IF.

       FIND-OR-ADD-ANSWER-KEY.
           MOVE PARSE-PROGRAM TO PARSE-PROGRAM-PATH.
           MOVE PARSE-INPUT TO PARSE-PROGRAM.
           PERFORM TAKE-PROGRAM-NAME.
           MOVE PARSE-NAME TO PARSE-INPUT-NAME.
           MOVE PARSE-PROGRAM-PATH TO PARSE-PROGRAM.
           PERFORM TAKE-PROGRAM-NAME.
           MOVE 0 TO KEY-NUM.
           PERFORM VARYING ROW-NUM FROM 1 BY 1
                   UNTIL ROW-NUM > KEY-TOTAL
               IF KEY-NUM = 0
                   AND AK-PROGRAM(ROW-NUM) = PARSE-NAME
                   AND AK-INPUT(ROW-NUM) = PARSE-INPUT-NAME
                   MOVE ROW-NUM TO KEY-NUM
               END-IF
           END-PERFORM.
           IF KEY-NUM > 0
               EXIT PARAGRAPH
           END-IF.
           IF KEY-TOTAL >= 500
               MOVE 'Y' TO TABLES-OVERFLOWED
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO KEY-TOTAL.
           MOVE KEY-TOTAL TO KEY-NUM.
           MOVE PARSE-NAME TO AK-PROGRAM(KEY-NUM).
           MOVE PARSE-INPUT-NAME TO AK-INPUT(KEY-NUM).
           MOVE SPACES TO AK-ANSWER(KEY-NUM, 1) AK-ANSWER(KEY-NUM, 2)
               AK-HEADLINE(KEY-NUM, 1) AK-HEADLINE(KEY-NUM, 2).

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

       WRITE-ARTIFACT-SECTION.
           MOVE "-- ARTIFACTS --" TO WS-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'Y' TO SECTION-EMPTY.
           PERFORM VARYING ARTIFACT-NUM FROM 1 BY 1
                   UNTIL ARTIFACT-NUM > ARTIFACT-TOTAL
               PERFORM WRITE-ARTIFACT-LINE
           END-PERFORM.
           IF SECTION-IS-EMPTY
               MOVE "(BOTH NIGHTS HOLD THE SAME ARTIFACTS AND LINES)"
                   TO WS-WORK-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-ARTIFACT-LINE.
           MOVE SPACES TO WS-WORK-LINE.
           EVALUATE TRUE
               WHEN AR-PRESENT(ARTIFACT-NUM, 2) = 'N'
                   ADD 1 TO MISSING-COUNT
                   MOVE AR-LINES(ARTIFACT-NUM, 1) TO DISPLAY-COUNT
                   STRING "ONLY-IN-OLD " DELIMITED BY SIZE
                       FUNCTION TRIM(AR-NAME(ARTIFACT-NUM))
                           DELIMITED BY SIZE
                       " LINES=" DELIMITED BY SIZE
                       FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
                       INTO WS-WORK-LINE
                   END-STRING
               WHEN AR-PRESENT(ARTIFACT-NUM, 1) = 'N'
                   ADD 1 TO MISSING-COUNT
                   MOVE AR-LINES(ARTIFACT-NUM, 2) TO DISPLAY-COUNT
                   STRING "ONLY-IN-NEW " DELIMITED BY SIZE
                       FUNCTION TRIM(AR-NAME(ARTIFACT-NUM))
                           DELIMITED BY SIZE
                       " LINES=" DELIMITED BY SIZE
                       FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
                       INTO WS-WORK-LINE
                   END-STRING
               WHEN AR-LINES(ARTIFACT-NUM, 1)
                       NOT = AR-LINES(ARTIFACT-NUM, 2)
                   ADD 1 TO LINE-CHANGE-COUNT
                   MOVE AR-LINES(ARTIFACT-NUM, 1) TO DISPLAY-COUNT
                   MOVE AR-LINES(ARTIFACT-NUM, 2) TO DISPLAY-COUNT-2
                   COMPUTE CHANGE-VALUE = AR-LINES(ARTIFACT-NUM, 2)
                       - AR-LINES(ARTIFACT-NUM, 1)
                   MOVE CHANGE-VALUE TO DISPLAY-CHANGE
                   STRING "LINES-CHANGED " DELIMITED BY SIZE
                       FUNCTION TRIM(AR-NAME(ARTIFACT-NUM))
                           DELIMITED BY SIZE
                       " OLD=" DELIMITED BY SIZE
                       FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
                       " NEW=" DELIMITED BY SIZE
                       FUNCTION TRIM(DISPLAY-COUNT-2)
                           DELIMITED BY SIZE
                       " CHANGE=" DELIMITED BY SIZE
                       FUNCTION TRIM(DISPLAY-CHANGE) DELIMITED BY SIZE
                       INTO WS-WORK-LINE
                   END-STRING
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE 'N' TO SECTION-EMPTY.
           PERFORM WRITE-REPORT-LINE.

       WRITE-LEDGER-SECTION.
           MOVE "-- LEDGER ANSWERS THAT DIFFER --" TO WS-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'Y' TO SECTION-EMPTY.
           PERFORM VARYING KEY-NUM FROM 1 BY 1
                   UNTIL KEY-NUM > KEY-TOTAL
               IF AK-ANSWER(KEY-NUM, 1) NOT = AK-ANSWER(KEY-NUM, 2)
                   ADD 1 TO LEDGER-DIFF-COUNT
                   MOVE AK-ANSWER(KEY-NUM, 1) TO SHOW-OLD
                   MOVE AK-ANSWER(KEY-NUM, 2) TO SHOW-NEW
                   PERFORM WRITE-DIFFER-LINE
               END-IF
           END-PERFORM.
           IF SECTION-IS-EMPTY
               MOVE "(NO LEDGER ANSWER DIFFERS)" TO WS-WORK-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-RESULTS-SECTION.
           MOVE "-- BATCH RESULTS HEADLINES THAT DIFFER --"
               TO WS-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'Y' TO SECTION-EMPTY.
           PERFORM VARYING KEY-NUM FROM 1 BY 1
                   UNTIL KEY-NUM > KEY-TOTAL
               IF AK-HEADLINE(KEY-NUM, 1)
                   NOT = AK-HEADLINE(KEY-NUM, 2)
                   ADD 1 TO RESULT-DIFF-COUNT
                   MOVE AK-HEADLINE(KEY-NUM, 1) TO SHOW-OLD
                   MOVE AK-HEADLINE(KEY-NUM, 2) TO SHOW-NEW
                   PERFORM WRITE-DIFFER-LINE
               END-IF
           END-PERFORM.
           IF SECTION-IS-EMPTY
               MOVE "(NO RESULTS HEADLINE DIFFERS)" TO WS-WORK-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-DIFFER-LINE.
           IF SHOW-OLD = SPACES
               MOVE "(NOT RUN)" TO SHOW-OLD
           END-IF.
           IF SHOW-NEW = SPACES
               MOVE "(NOT RUN)" TO SHOW-NEW
           END-IF.
           MOVE SPACES TO WS-WORK-LINE.
           STRING "DIFFERS " DELIMITED BY SIZE
               FUNCTION TRIM(AK-PROGRAM(KEY-NUM)) DELIMITED BY SIZE
               " INPUT=" DELIMITED BY SIZE
               FUNCTION TRIM(AK-INPUT(KEY-NUM)) DELIMITED BY SIZE
               " OLD=" DELIMITED BY SIZE
               FUNCTION TRIM(SHOW-OLD) DELIMITED BY SIZE
               " NEW=" DELIMITED BY SIZE
               FUNCTION TRIM(SHOW-NEW) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           MOVE 'N' TO SECTION-EMPTY.
           PERFORM WRITE-REPORT-LINE.

       WRITE-COMPARE-SUMMARY.
           MOVE SPACES TO WS-WORK-LINE.
           MOVE MISSING-COUNT TO DISPLAY-COUNT.
           STRING "ARCHIVE COMPARE COMPLETE MISSING=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           MOVE LINE-CHANGE-COUNT TO DISPLAY-COUNT.
           STRING FUNCTION TRIM(WS-WORK-LINE) DELIMITED BY SIZE
               " LINE-CHANGES=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           MOVE LEDGER-DIFF-COUNT TO DISPLAY-COUNT.
           STRING FUNCTION TRIM(WS-WORK-LINE) DELIMITED BY SIZE
               " LEDGER-DIFFS=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           MOVE RESULT-DIFF-COUNT TO DISPLAY-COUNT.
           STRING FUNCTION TRIM(WS-WORK-LINE) DELIMITED BY SIZE
               " RESULT-DIFFS=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           DISPLAY FUNCTION TRIM(WS-WORK-LINE).

       WRITE-REPORT-LINE.
           MOVE WS-WORK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
