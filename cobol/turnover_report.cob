               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-STATUS.

      *    ANSWER-MASTER's CERTDIFF verdicts: one MATCH or DIFFERS
      *    line per certified program-plus-input, telling an approved
      *    answer change from a regression.
           SELECT OPTIONAL CERT-CHECK-FILE
               ASSIGN TO "certification_check.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CERT-CHECK-STATUS.

      *    The one-page digest the incoming operator actually reads:
      *    failures first, then changed answers, then the OK roll-up.
           SELECT REPORT-FILE ASSIGN TO "turnover_report.txt"
       01  RESULTS-RECORD       PIC X(300).

       FD  LEDGER-FILE.
       COPY "ledger_rec.cpy".

       FD  CERT-CHECK-FILE.
       01  CERT-CHECK-RECORD    PIC X(400).

       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(300).
       01  RUN-STAMP            PIC X(32) VALUE SPACES.
       01  RESULTS-STATUS       PIC XX.
       01  LEDGER-STATUS        PIC XX.
       01  CERT-CHECK-STATUS    PIC XX.

       01  REPORT-FLAGS.
           05 RESULTS-EOF       PIC X VALUE 'N'.
              88 AT-RESULTS-END     VALUE 'Y'.
           05 LEDGER-EOF        PIC X VALUE 'N'.
              88 AT-LEDGER-END      VALUE 'Y'.
           05 CERT-CHECK-EOF    PIC X VALUE 'N'.
              88 AT-CERT-CHECK-END  VALUE 'Y'.
           05 SECTION-EMPTY     PIC X.
              88 SECTION-IS-EMPTY   VALUE 'Y'.

           05 FAILED-COUNT      PIC 9(4) VALUE 0.
           05 SKIPPED-COUNT     PIC 9(4) VALUE 0.
           05 CHANGED-COUNT     PIC 9(4) VALUE 0.
           05 REGRESSION-COUNT  PIC 9(4) VALUE 0.
           05 DISPLAY-REGRESSED PIC ZZZ9.
           05 DISPLAY-OK        PIC ZZZ9.
           05 DISPLAY-FAILED    PIC ZZZ9.
           05 DISPLAY-SKIPPED   PIC ZZZ9.
              10 LK-PROGRAM     PIC X(100).
              10 LK-INPUT       PIC X(100).
              10 LK-RUNS        PIC 9(5).
              10 LK-CURR-ANSWER PIC X(200).
              10 LK-PREV-ANSWER PIC X(200).
              10 LK-LAST-GOOD   PIC X(32).
              10 LK-CHANGED-NOW PIC X.
                 88 LK-JUST-CHANGED VALUE 'Y'.
              10 LK-CURR-GOOD   PIC X.
                 88 LK-CURR-IS-GOOD VALUE 'Y'.

      *    A program-plus-input with no row here has no approved
      *    answer, so its change can be neither expected nor a
      *    regression.
       01  CERT-TABLE.
           05 CERT-TOTAL        PIC 9(4) VALUE 0.
           05 CERT-ROW OCCURS 500 TIMES.
              10 CT-PROGRAM     PIC X(40).
              10 CT-INPUT       PIC X(40).
              10 CT-VERDICT     PIC X(8).
                 88 CT-MATCHES      VALUE 'MATCH'.

       01  PARSE-FIELDS.
           05 SCAN-LINE         PIC X(300).
           05 MARKER-LEN        PIC 99.
           05 MARKER-POS        PIC 9(4).
           05 SCAN-POS          PIC 9(4).
           05 PARSE-PROGRAM     PIC X(100).
           05 PARSE-INPUT       PIC X(100).
           05 INPUT-POS         PIC 9(4).
           05 KEY-NUM           PIC 9(4).
           05 CERT-NUM          PIC 9(4).
           05 CERT-TOKEN        PIC X(100).
           05 ROW-NUM           PIC 9(4).
           05 WS-WORK-LINE      PIC X(300).
           05 KEYS-OVERFLOWED   PIC X VALUE 'N'.
           05 JOBS-DROPPED      PIC 9(4) VALUE 0.
           05 DISPLAY-DROPPED   PIC ZZZ9.

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
           PERFORM LOAD-LEDGER-HISTORY.
           PERFORM LOAD-CERTIFICATION-CHECK.
           OPEN INPUT RESULTS-FILE.
           IF RESULTS-STATUS NOT = '00'
               DISPLAY "ERROR OPENING batch_results.txt STATUS="
           PERFORM SCAN-LEDGER-RECORD UNTIL AT-LEDGER-END.
           CLOSE LEDGER-FILE.

       LOAD-CERTIFICATION-CHECK.
           OPEN INPUT CERT-CHECK-FILE.
           IF CERT-CHECK-STATUS NOT = '00'
               CLOSE CERT-CHECK-FILE
               EXIT PARAGRAPH
           END-IF.
           PERFORM SCAN-CERT-CHECK-RECORD UNTIL AT-CERT-CHECK-END.
           CLOSE CERT-CHECK-FILE.

      *    Line layout: MATCH|DIFFERS <program> INPUT=<file> ...
       SCAN-CERT-CHECK-RECORD.
           READ CERT-CHECK-FILE
               AT END SET AT-CERT-CHECK-END TO TRUE
               NOT AT END
                   IF (CERT-CHECK-RECORD(1:6) = 'MATCH '
                       OR CERT-CHECK-RECORD(1:8) = 'DIFFERS ')
                       AND CERT-TOTAL < 500
                       ADD 1 TO CERT-TOTAL
                       MOVE SPACES TO CT-VERDICT(CERT-TOTAL)
                           CT-PROGRAM(CERT-TOTAL) CERT-TOKEN
                       UNSTRING CERT-CHECK-RECORD DELIMITED BY ALL SPACE
                           INTO CT-VERDICT(CERT-TOTAL),
                               CT-PROGRAM(CERT-TOTAL), CERT-TOKEN
                       END-UNSTRING
                       MOVE CERT-TOKEN(7:40) TO CT-INPUT(CERT-TOTAL)
                   END-IF
           END-READ.

       SCAN-LEDGER-RECORD.
           READ LEDGER-FILE
               AT END SET AT-LEDGER-END TO TRUE
               NOT AT END
                   PERFORM APPLY-LEDGER-RECORD
           END-READ.

      *    Every field sits in its own ledger_rec.cpy column; the
      *    verdict, not the answer text, says whether a run was good.
       APPLY-LEDGER-RECORD.
           IF NOT LG-IS-RUN AND NOT LG-IS-CARRY
               EXIT PARAGRAPH
           END-IF.
           MOVE LG-PROGRAM TO PARSE-PROGRAM.
           MOVE LG-INPUT TO PARSE-INPUT.
           PERFORM FIND-OR-ADD-LEDGER-KEY.
           IF KEY-NUM = 0
               EXIT PARAGRAPH
           END-IF.
      *    A carry-forward record left by LEDGER-ROLLOVER stands for
      *    every run it rolled away. A newest-run verdict on it means
      *    those runs ended in a failure or skip after the answer
      *    carried, so the next good answer is not a change.
           IF LG-IS-CARRY
               MOVE LG-CARRIED-RUNS TO LK-RUNS(KEY-NUM)
               MOVE LG-PREV-ANSWER TO LK-PREV-ANSWER(KEY-NUM)
               MOVE 'N' TO LK-CHANGED-NOW(KEY-NUM)
               MOVE 'N' TO LK-CURR-GOOD(KEY-NUM)
               IF LG-OK AND LG-ANSWER NOT = SPACES
                   MOVE LG-ANSWER TO LK-CURR-ANSWER(KEY-NUM)
                   MOVE LG-STAMP TO LK-LAST-GOOD(KEY-NUM)
                   IF LG-LATEST-VERDICT = SPACES
                       SET LK-CURR-IS-GOOD(KEY-NUM) TO TRUE
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO LK-RUNS(KEY-NUM).
      *    Only the newest record decides the changed flag: a good
      *    answer that differs from a good current answer sets it,
      *    anything else -- a repeat of the current answer, a
      *    failure, a skip -- clears it, so a change from months ago
      *    cannot resurface every night.
           MOVE 'N' TO LK-CHANGED-NOW(KEY-NUM).
           IF NOT LG-OK OR LG-ANSWER = SPACES
               MOVE 'N' TO LK-CURR-GOOD(KEY-NUM)
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TRIM(LG-ANSWER)
               NOT = FUNCTION TRIM(LK-CURR-ANSWER(KEY-NUM))
               IF LK-CURR-IS-GOOD(KEY-NUM)
                   SET LK-JUST-CHANGED(KEY-NUM) TO TRUE
               END-IF
               MOVE LK-CURR-ANSWER(KEY-NUM)
                   TO LK-PREV-ANSWER(KEY-NUM)
           END-IF.
           MOVE LG-ANSWER TO LK-CURR-ANSWER(KEY-NUM).
           SET LK-CURR-IS-GOOD(KEY-NUM) TO TRUE.
           MOVE LG-STAMP TO LK-LAST-GOOD(KEY-NUM).

       FIND-OR-ADD-LEDGER-KEY.
           MOVE 0 TO KEY-NUM.
               MOVE SPACES TO LK-CURR-ANSWER(KEY-NUM)
                   LK-PREV-ANSWER(KEY-NUM) LK-LAST-GOOD(KEY-NUM)
               MOVE 'N' TO LK-CHANGED-NOW(KEY-NUM)
               MOVE 'N' TO LK-CURR-GOOD(KEY-NUM)
           END-IF.

       SCAN-RESULTS-RECORD.
               WHEN JR-VERDICT(JOB-TOTAL)(1:7) = 'STREAM '
                   SET JR-RAN-FAILED(JOB-TOTAL) TO TRUE
                   ADD 1 TO FAILED-COUNT
               WHEN JR-VERDICT(JOB-TOTAL)(1:14) = 'INPUT REFUSED:'
                   SET JR-RAN-FAILED(JOB-TOTAL) TO TRUE
                   ADD 1 TO FAILED-COUNT
               WHEN JR-VERDICT(JOB-TOTAL)(1:15) = 'OUTPUT-MISSING:'
                   SET JR-RAN-FAILED(JOB-TOTAL) TO TRUE
                   ADD 1 TO FAILED-COUNT
               WHEN OTHER
                   SET JR-WAS-SKIPPED(JOB-TOTAL) TO TRUE
                   ADD 1 TO SKIPPED-COUNT
               END-IF
           END-PERFORM.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-WORK-LINE.
           STRING "SHIFT TURNOVER STAMP=" DELIMITED BY SIZE
               EXIT PARAGRAPH
           END-IF.
           IF LK-PREV-ANSWER(KEY-NUM) = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO SECTION-EMPTY.
                   DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
      *    The new answer either is the certified one (an approved,
      *    expected change) or is not (a regression to chase).
           PERFORM LOOK-UP-JOB-CERT.
           EVALUATE TRUE
               WHEN CERT-NUM = 0
                   STRING FUNCTION TRIM(WS-WORK-LINE) DELIMITED BY SIZE
                       " CERT=UNCERTIFIED" DELIMITED BY SIZE
                       INTO WS-WORK-LINE
                   END-STRING
               WHEN CT-MATCHES(CERT-NUM)
                   STRING FUNCTION TRIM(WS-WORK-LINE) DELIMITED BY SIZE
                       " CERT=EXPECTED" DELIMITED BY SIZE
                       INTO WS-WORK-LINE
                   END-STRING
               WHEN OTHER
                   ADD 1 TO REGRESSION-COUNT
                   STRING FUNCTION TRIM(WS-WORK-LINE) DELIMITED BY SIZE
                       " CERT=REGRESSION" DELIMITED BY SIZE
                       INTO WS-WORK-LINE
                   END-STRING
           END-EVALUATE.
           MOVE WS-WORK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

               END-IF
           END-PERFORM.

       LOOK-UP-JOB-CERT.
           MOVE 0 TO CERT-NUM.
           PERFORM VARYING SCAN-POS FROM 1 BY 1
                   UNTIL SCAN-POS > CERT-TOTAL
               IF CERT-NUM = 0
                   AND CT-PROGRAM(SCAN-POS) = JR-PROGRAM(ROW-NUM)(1:40)
                   AND CT-INPUT(SCAN-POS) = JR-INPUT(ROW-NUM)(1:40)
                   MOVE SCAN-POS TO CERT-NUM
               END-IF
           END-PERFORM.

       WRITE-REPORT-SUMMARY.
           IF JOBS-DROPPED > 0
               MOVE JOBS-DROPPED TO DISPLAY-DROPPED
           MOVE FAILED-COUNT TO DISPLAY-FAILED.
           MOVE SKIPPED-COUNT TO DISPLAY-SKIPPED.
           MOVE CHANGED-COUNT TO DISPLAY-CHANGED.
           MOVE REGRESSION-COUNT TO DISPLAY-REGRESSED.
           MOVE SPACES TO WS-WORK-LINE.
           STRING "SUMMARY OK=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-OK) DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-SKIPPED) DELIMITED BY SIZE
               " CHANGED=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-CHANGED) DELIMITED BY SIZE
               " REGRESSIONS=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-REGRESSED) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           MOVE WS-WORK-LINE TO REPORT-RECORD.
