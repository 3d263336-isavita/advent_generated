       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-BOOK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The runner's job log for the night: one joblog_rec.cpy
      *    record per manifest entry with its group, verdict, timing
      *    and answer.
           SELECT JOB-LOG-FILE ASSIGN TO "job_log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOB-LOG-STATUS.

      *    The signed hard-copy run book: page headers with the run
      *    date and "PAGE n OF m", one detail line per job under a
      *    control break per GROUP= with the group's subtotals, and
      *    a grand total page with the operator and supervisor
      *    sign-off lines. RUN_BOOK_LINES sets the page depth
      *    (default 60).
           SELECT REPORT-FILE ASSIGN TO "run_book.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-LOG-FILE.
       COPY "joblog_rec.cpy".

       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(132).

       WORKING-STORAGE SECTION.
       01  RUN-STAMP            PIC X(32) VALUE SPACES.
       01  JOB-LOG-STATUS       PIC XX.

       01  BOOK-FLAGS.
           05 JOB-LOG-EOF       PIC X VALUE 'N'.
              88 AT-JOB-LOG-END     VALUE 'Y'.
      *    The book is laid out twice: once to count the pages, so
      *    every header can say "OF m", and once to print.
           05 PASS-MODE         PIC X.
              88 COUNTING-PAGES     VALUE 'C'.
              88 PRINTING-PAGES     VALUE 'P'.
           05 HEADER-KIND       PIC X.
              88 DETAIL-HEADER      VALUE 'D'.
              88 TOTAL-HEADER       VALUE 'T'.
           05 GROUP-OPEN        PIC X VALUE 'N'.
              88 INSIDE-GROUP       VALUE 'Y'.
           05 TOTALS-CHECK      PIC X.
              88 TOTALS-BALANCED    VALUE 'Y'.

       01  BOOK-COUNTERS.
           05 READ-COUNT        PIC 9(5) VALUE 0.
           05 DROPPED-COUNT     PIC 9(5) VALUE 0.
           05 PRINTED-COUNT     PIC 9(5) VALUE 0.
           05 OK-COUNT          PIC 9(5) VALUE 0.
           05 FAILED-COUNT      PIC 9(5) VALUE 0.
           05 SKIPPED-COUNT     PIC 9(5) VALUE 0.
           05 VERDICT-TOTAL     PIC 9(5) VALUE 0.
           05 TOTAL-ELAPSED     PIC 9(8)V99 VALUE 0.
           05 DISPLAY-COUNT     PIC ZZZZ9.

      *    Page control. PAGE-DEPTH counts every line on the page,
      *    headers included.
       01  PAGE-FIELDS.
           05 PAGE-DEPTH-TEXT   PIC X(8) VALUE SPACES.
           05 PAGE-DEPTH        PIC 9(3) VALUE 60.
           05 PAGE-NUM          PIC 9(4) VALUE 0.
           05 PAGE-TOTAL        PIC 9(4) VALUE 0.
           05 LINES-ON-PAGE     PIC 9(3) VALUE 0.
           05 LINES-NEEDED      PIC 9(3).
           05 DISPLAY-PAGE      PIC ZZZ9.
           05 DISPLAY-PAGES     PIC ZZZ9.

      *    The night's jobs in the order the runner logged them.
       01  JOB-TABLE.
           05 JOB-TOTAL         PIC 9(4) VALUE 0.
           05 JOB-ENTRY OCCURS 500 TIMES.
              10 JB-PROGRAM     PIC X(100).
              10 JB-INPUT       PIC X(100).
              10 JB-GROUP-NUM   PIC 9(3).
              10 JB-VERDICT     PIC X(8).
              10 JB-REASON      PIC X(60).
              10 JB-STARTED     PIC X(8).
              10 JB-ELAPSED     PIC 9(6)V99.
              10 JB-ANSWER      PIC X(200).

      *    Groups in the order they first appear; jobs with no
      *    GROUP= are gathered under one entry printed last.
       01  GROUP-TABLE.
           05 GROUP-TOTAL       PIC 9(3) VALUE 0.
           05 NO-GROUP-NUM      PIC 9(3) VALUE 0.
           05 GROUP-ENTRY OCCURS 51 TIMES.
              10 GR-NAME        PIC X(20).
              10 GR-JOBS        PIC 9(5).
              10 GR-FAILS       PIC 9(5).
              10 GR-SKIPS       PIC 9(5).
              10 GR-ELAPSED     PIC 9(8)V99.

       01  BOOK-FIELDS.
           05 RUN-DATE-NUM      PIC 9(8) VALUE 0.
           05 RUN-DATE-PARTS REDEFINES RUN-DATE-NUM.
              10 RUN-YEAR       PIC 9(4).
              10 RUN-MONTH      PIC 99.
              10 RUN-DAY        PIC 99.
           05 PRINT-DATE-NUM    PIC 9(8).
           05 PRINT-DATE-PARTS REDEFINES PRINT-DATE-NUM.
              10 PRINT-YEAR     PIC 9(4).
              10 PRINT-MONTH    PIC 99.
              10 PRINT-DAY      PIC 99.
           05 RUN-DATE-TEXT     PIC X(10).
           05 PRINT-DATE-TEXT   PIC X(10).
           05 GROUP-NUM         PIC 9(3).
           05 PRINT-GROUP       PIC 9(3).
           05 JOB-NUM           PIC 9(4).
           05 ROW-NUM           PIC 9(3).
           05 SCAN-POS          PIC 9(4).
           05 SLASH-POS         PIC 9(4).
           05 PATH-WORK         PIC X(100).
           05 BASE-NAME         PIC X(100).
           05 GROUP-LABEL       PIC X(20).
           05 DISPLAY-ELAPSED   PIC ZZZZZZZ9.99.
           05 LABEL-TEXT        PIC X(24).
           05 LABEL-COUNT       PIC 9(5).
           05 WS-WORK-LINE      PIC X(132).
           05 HELD-LINE         PIC X(132).

       01  COLUMN-HEADING.
           05 FILLER            PIC X(25) VALUE "PROGRAM".
           05 FILLER            PIC X(25) VALUE "INPUT".
           05 FILLER            PIC X(9)  VALUE "VERDICT".
           05 FILLER            PIC X(9)  VALUE "STARTED".
           05 FILLER            PIC X(11) VALUE "   ELAPSED".
           05 FILLER            PIC X(53) VALUE "ANSWER / REASON".

       01  COLUMN-RULE.
           05 FILLER            PIC X(24) VALUE ALL "-".
           05 FILLER            PIC X     VALUE SPACE.
           05 FILLER            PIC X(24) VALUE ALL "-".
           05 FILLER            PIC X     VALUE SPACE.
           05 FILLER            PIC X(8)  VALUE ALL "-".
           05 FILLER            PIC X     VALUE SPACE.
           05 FILLER            PIC X(8)  VALUE ALL "-".
           05 FILLER            PIC X     VALUE SPACE.
           05 FILLER            PIC X(10) VALUE ALL "-".
           05 FILLER            PIC X     VALUE SPACE.
           05 FILLER            PIC X(53) VALUE ALL "-".

       01  DETAIL-LINE.
           05 DL-PROGRAM        PIC X(24).
           05 FILLER            PIC X     VALUE SPACE.
           05 DL-INPUT          PIC X(24).
           05 FILLER            PIC X     VALUE SPACE.
           05 DL-VERDICT        PIC X(8).
           05 FILLER            PIC X     VALUE SPACE.
           05 DL-STARTED        PIC X(8).
           05 FILLER            PIC X     VALUE SPACE.
           05 DL-ELAPSED        PIC ZZZZZZ9.99.
           05 FILLER            PIC X     VALUE SPACE.
           05 DL-TEXT           PIC X(53).

       01  SUBTOTAL-LINE.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 ST-LABEL          PIC X(30).
           05 FILLER            PIC X(6)  VALUE "JOBS ".
           05 ST-JOBS           PIC ZZZZ9.
           05 FILLER            PIC X(12) VALUE "  FAILURES ".
           05 ST-FAILS          PIC ZZZZ9.
           05 FILLER            PIC X(11) VALUE "  SKIPPED ".
           05 ST-SKIPS          PIC ZZZZ9.
           05 FILLER            PIC X(11) VALUE "  ELAPSED ".
           05 ST-ELAPSED        PIC ZZZZZZZ9.99.
           05 FILLER            PIC X     VALUE "S".

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
           ACCEPT PAGE-DEPTH-TEXT FROM ENVIRONMENT "RUN_BOOK_LINES"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF PAGE-DEPTH-TEXT(1:1) IS NUMERIC
               MOVE FUNCTION NUMVAL(PAGE-DEPTH-TEXT) TO PAGE-DEPTH
           END-IF.
      *    Anything shorter cannot hold the grand total page.
           IF PAGE-DEPTH < 30
               MOVE 30 TO PAGE-DEPTH
           END-IF.
           OPEN INPUT JOB-LOG-FILE.
           IF JOB-LOG-STATUS NOT = '00'
               DISPLAY "ERROR OPENING job_log.txt STATUS="
                   JOB-LOG-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-JOB-LOG-RECORD UNTIL AT-JOB-LOG-END.
           CLOSE JOB-LOG-FILE.
           IF NO-GROUP-NUM > 0
               ADD 1 TO GROUP-TOTAL
               MOVE "(NO GROUP)" TO GR-NAME(GROUP-TOTAL)
               MOVE GR-JOBS(NO-GROUP-NUM) TO GR-JOBS(GROUP-TOTAL)
               MOVE GR-FAILS(NO-GROUP-NUM) TO GR-FAILS(GROUP-TOTAL)
               MOVE GR-SKIPS(NO-GROUP-NUM) TO GR-SKIPS(GROUP-TOTAL)
               MOVE GR-ELAPSED(NO-GROUP-NUM)
                   TO GR-ELAPSED(GROUP-TOTAL)
           END-IF.
           PERFORM SETTLE-BOOK-DATES.
           SET COUNTING-PAGES TO TRUE.
           PERFORM LAY-OUT-BOOK.
           MOVE PAGE-NUM TO PAGE-TOTAL.
           OPEN OUTPUT REPORT-FILE.
           SET PRINTING-PAGES TO TRUE.
           PERFORM LAY-OUT-BOOK.
           CLOSE REPORT-FILE.
           MOVE PRINTED-COUNT TO DISPLAY-COUNT.
           MOVE PAGE-TOTAL TO DISPLAY-PAGES.
           DISPLAY "RUN BOOK COMPLETE JOBS="
               FUNCTION TRIM(DISPLAY-COUNT)
               " PAGES=" FUNCTION TRIM(DISPLAY-PAGES).
           IF JOB-TOTAL = 0 OR NOT TOTALS-BALANCED
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *    The ungrouped jobs are counted on a slot of their own, at
      *    the top of the table, and moved to the end once the whole
      *    log has been read.
       LOAD-JOB-LOG-RECORD.
           READ JOB-LOG-FILE
               AT END SET AT-JOB-LOG-END TO TRUE
           END-READ.
           IF AT-JOB-LOG-END
               EXIT PARAGRAPH
           END-IF.
           IF JOB-LOG-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO READ-COUNT.
           IF RUN-STAMP = SPACES
               MOVE JL-STAMP TO RUN-STAMP
           END-IF.
           IF JOB-TOTAL >= 500
               ADD 1 TO DROPPED-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF JL-GROUP = SPACES
               IF NO-GROUP-NUM = 0
                   MOVE 51 TO NO-GROUP-NUM
                   MOVE 0 TO GR-JOBS(51) GR-FAILS(51) GR-SKIPS(51)
                       GR-ELAPSED(51)
               END-IF
               MOVE NO-GROUP-NUM TO GROUP-NUM
           ELSE
               PERFORM FIND-OR-ADD-GROUP
               IF GROUP-NUM = 0
                   ADD 1 TO DROPPED-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD 1 TO JOB-TOTAL.
           MOVE JOB-TOTAL TO JOB-NUM.
           MOVE JL-PROGRAM TO JB-PROGRAM(JOB-NUM).
           MOVE JL-INPUT TO JB-INPUT(JOB-NUM).
           MOVE GROUP-NUM TO JB-GROUP-NUM(JOB-NUM).
           MOVE JL-VERDICT TO JB-VERDICT(JOB-NUM).
           MOVE JL-REASON TO JB-REASON(JOB-NUM).
           MOVE JL-STARTED TO JB-STARTED(JOB-NUM).
           IF JL-ELAPSED IS NUMERIC
               MOVE JL-ELAPSED TO JB-ELAPSED(JOB-NUM)
           ELSE
               MOVE 0 TO JB-ELAPSED(JOB-NUM)
           END-IF.
           MOVE JL-ANSWER TO JB-ANSWER(JOB-NUM).
           ADD 1 TO GR-JOBS(GROUP-NUM).
           ADD JB-ELAPSED(JOB-NUM) TO GR-ELAPSED(GROUP-NUM)
               TOTAL-ELAPSED.
           EVALUATE TRUE
               WHEN JL-OK
                   ADD 1 TO OK-COUNT
               WHEN JL-SKIPPED
                   ADD 1 TO SKIPPED-COUNT
                   ADD 1 TO GR-SKIPS(GROUP-NUM)
               WHEN OTHER
                   ADD 1 TO FAILED-COUNT
                   ADD 1 TO GR-FAILS(GROUP-NUM)
           END-EVALUATE.

       FIND-OR-ADD-GROUP.
           MOVE 0 TO GROUP-NUM.
           PERFORM VARYING ROW-NUM FROM 1 BY 1
                   UNTIL ROW-NUM > GROUP-TOTAL
               IF GROUP-NUM = 0 AND GR-NAME(ROW-NUM) = JL-GROUP
                   MOVE ROW-NUM TO GROUP-NUM
               END-IF
           END-PERFORM.
           IF GROUP-NUM > 0
               EXIT PARAGRAPH
           END-IF.
           IF GROUP-TOTAL >= 50
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO GROUP-TOTAL.
           MOVE GROUP-TOTAL TO GROUP-NUM.
           MOVE JL-GROUP TO GR-NAME(GROUP-NUM).
           MOVE 0 TO GR-JOBS(GROUP-NUM) GR-FAILS(GROUP-NUM)
               GR-SKIPS(GROUP-NUM) GR-ELAPSED(GROUP-NUM).

      *    The run date is the leading date of the run stamp, as the
      *    runner's calendar reads it; the print date is today.
       SETTLE-BOOK-DATES.
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
           ACCEPT PRINT-DATE-NUM FROM DATE YYYYMMDD.
           IF RUN-MONTH < 1 OR RUN-MONTH > 12
               OR RUN-DAY < 1 OR RUN-DAY > 31
               MOVE PRINT-DATE-NUM TO RUN-DATE-NUM
           END-IF.
           MOVE SPACES TO RUN-DATE-TEXT PRINT-DATE-TEXT.
           STRING RUN-YEAR "-" RUN-MONTH "-" RUN-DAY
               DELIMITED BY SIZE INTO RUN-DATE-TEXT
           END-STRING.
           STRING PRINT-YEAR "-" PRINT-MONTH "-" PRINT-DAY
               DELIMITED BY SIZE INTO PRINT-DATE-TEXT
           END-STRING.

      *    Both passes run through here; only the printing pass
      *    writes anything.
       LAY-OUT-BOOK.
           MOVE 0 TO PAGE-NUM LINES-ON-PAGE PRINTED-COUNT.
           MOVE 'N' TO GROUP-OPEN.
           SET DETAIL-HEADER TO TRUE.
           PERFORM START-NEW-PAGE.
           PERFORM LAY-OUT-GROUP
               VARYING PRINT-GROUP FROM 1 BY 1
               UNTIL PRINT-GROUP > GROUP-TOTAL.
           IF JOB-TOTAL = 0
               MOVE "NO JOBS IN THE JOB LOG" TO WS-WORK-LINE
               PERFORM EMIT-BOOK-LINE
           END-IF.
           SET TOTAL-HEADER TO TRUE.
           PERFORM START-NEW-PAGE.
           PERFORM LAY-OUT-GRAND-TOTALS.

      *    Control break: a heading line, the group's jobs, and the
      *    group's subtotal. A heading is not left alone at the foot
      *    of a page.
       LAY-OUT-GROUP.
           MOVE GR-NAME(PRINT-GROUP) TO GROUP-LABEL.
           IF PRINT-GROUP = GROUP-TOTAL AND NO-GROUP-NUM > 0
               MOVE NO-GROUP-NUM TO GROUP-NUM
           ELSE
               MOVE PRINT-GROUP TO GROUP-NUM
           END-IF.
           MOVE 3 TO LINES-NEEDED.
           PERFORM KEEP-LINES-TOGETHER.
           MOVE SPACES TO WS-WORK-LINE.
           STRING "GROUP " DELIMITED BY SIZE
               FUNCTION TRIM(GROUP-LABEL) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           PERFORM EMIT-BOOK-LINE.
           SET INSIDE-GROUP TO TRUE.
           PERFORM VARYING JOB-NUM FROM 1 BY 1
                   UNTIL JOB-NUM > JOB-TOTAL
               IF JB-GROUP-NUM(JOB-NUM) = GROUP-NUM
                   PERFORM LAY-OUT-DETAIL-LINE
               END-IF
           END-PERFORM.
           MOVE 2 TO LINES-NEEDED.
           PERFORM KEEP-LINES-TOGETHER.
           MOVE 'N' TO GROUP-OPEN.
           MOVE SPACES TO ST-LABEL.
           STRING "GROUP " DELIMITED BY SIZE
               FUNCTION TRIM(GROUP-LABEL) DELIMITED BY SIZE
               " TOTAL" DELIMITED BY SIZE
               INTO ST-LABEL
           END-STRING.
           MOVE GR-JOBS(PRINT-GROUP) TO ST-JOBS.
           MOVE GR-FAILS(PRINT-GROUP) TO ST-FAILS.
           MOVE GR-SKIPS(PRINT-GROUP) TO ST-SKIPS.
           MOVE GR-ELAPSED(PRINT-GROUP) TO ST-ELAPSED.
           MOVE SUBTOTAL-LINE TO WS-WORK-LINE.
           PERFORM EMIT-BOOK-LINE.
           MOVE SPACES TO WS-WORK-LINE.
           PERFORM EMIT-BOOK-LINE.

      *    Names are printed without their directory; an OK job
      *    shows its answer, anything else the reason.
       LAY-OUT-DETAIL-LINE.
           MOVE JB-PROGRAM(JOB-NUM) TO PATH-WORK.
           PERFORM TAKE-BASE-NAME.
           MOVE BASE-NAME TO DL-PROGRAM.
           MOVE JB-INPUT(JOB-NUM) TO PATH-WORK.
           PERFORM TAKE-BASE-NAME.
           MOVE BASE-NAME TO DL-INPUT.
           MOVE JB-VERDICT(JOB-NUM) TO DL-VERDICT.
           MOVE JB-STARTED(JOB-NUM) TO DL-STARTED.
           MOVE JB-ELAPSED(JOB-NUM) TO DL-ELAPSED.
           IF JB-VERDICT(JOB-NUM) = 'OK'
               MOVE JB-ANSWER(JOB-NUM) TO DL-TEXT
           ELSE
               MOVE JB-REASON(JOB-NUM) TO DL-TEXT
           END-IF.
           MOVE DETAIL-LINE TO WS-WORK-LINE.
           PERFORM EMIT-BOOK-LINE.
           ADD 1 TO PRINTED-COUNT.

       LAY-OUT-GRAND-TOTALS.
           PERFORM VARYING PRINT-GROUP FROM 1 BY 1
                   UNTIL PRINT-GROUP > GROUP-TOTAL
               MOVE SPACES TO ST-LABEL
               MOVE GR-NAME(PRINT-GROUP) TO ST-LABEL
               MOVE GR-JOBS(PRINT-GROUP) TO ST-JOBS
               MOVE GR-FAILS(PRINT-GROUP) TO ST-FAILS
               MOVE GR-SKIPS(PRINT-GROUP) TO ST-SKIPS
               MOVE GR-ELAPSED(PRINT-GROUP) TO ST-ELAPSED
               MOVE SUBTOTAL-LINE TO WS-WORK-LINE
               PERFORM EMIT-BOOK-LINE
           END-PERFORM.
           MOVE SPACES TO WS-WORK-LINE.
           PERFORM EMIT-BOOK-LINE.
           MOVE "BATCH TOTAL" TO ST-LABEL.
           MOVE PRINTED-COUNT TO ST-JOBS.
           MOVE FAILED-COUNT TO ST-FAILS.
           MOVE SKIPPED-COUNT TO ST-SKIPS.
           MOVE TOTAL-ELAPSED TO ST-ELAPSED.
           MOVE SUBTOTAL-LINE TO WS-WORK-LINE.
           PERFORM EMIT-BOOK-LINE.
           MOVE SPACES TO WS-WORK-LINE.
           PERFORM EMIT-BOOK-LINE.
           PERFORM LAY-OUT-CONTROL-TOTALS.
           PERFORM LAY-OUT-SIGN-OFF.

      *    Every job read is printed once, under exactly one verdict.
       LAY-OUT-CONTROL-TOTALS.
           COMPUTE VERDICT-TOTAL = OK-COUNT + FAILED-COUNT
               + SKIPPED-COUNT.
           MOVE "CONTROL TOTALS" TO WS-WORK-LINE.
           PERFORM EMIT-BOOK-LINE.
           MOVE "  JOB LOG RECORDS READ" TO LABEL-TEXT.
           MOVE READ-COUNT TO LABEL-COUNT.
           PERFORM EMIT-TOTAL-LINE.
           MOVE "  NOT PRINTED (TABLE)" TO LABEL-TEXT.
           MOVE DROPPED-COUNT TO LABEL-COUNT.
           PERFORM EMIT-TOTAL-LINE.
           MOVE "  JOBS PRINTED" TO LABEL-TEXT.
           MOVE PRINTED-COUNT TO LABEL-COUNT.
           PERFORM EMIT-TOTAL-LINE.
           MOVE "  OK" TO LABEL-TEXT.
           MOVE OK-COUNT TO LABEL-COUNT.
           PERFORM EMIT-TOTAL-LINE.
           MOVE "  FAILED OR TIMED OUT" TO LABEL-TEXT.
           MOVE FAILED-COUNT TO LABEL-COUNT.
           PERFORM EMIT-TOTAL-LINE.
           MOVE "  SKIPPED" TO LABEL-TEXT.
           MOVE SKIPPED-COUNT TO LABEL-COUNT.
           PERFORM EMIT-TOTAL-LINE.
           IF READ-COUNT = PRINTED-COUNT
               AND VERDICT-TOTAL = PRINTED-COUNT
               MOVE 'Y' TO TOTALS-CHECK
               MOVE "CONTROL TOTALS BALANCE" TO WS-WORK-LINE
           ELSE
               MOVE 'N' TO TOTALS-CHECK
               MOVE "CONTROL TOTALS DO NOT BALANCE" TO WS-WORK-LINE
           END-IF.
           PERFORM EMIT-BOOK-LINE.

       LAY-OUT-SIGN-OFF.
           MOVE SPACES TO WS-WORK-LINE.
           PERFORM EMIT-BOOK-LINE.
           PERFORM EMIT-BOOK-LINE.
           STRING "OPERATOR    NAME ______________________________"
                   DELIMITED BY SIZE
               "  SIGNATURE ______________________________"
                   DELIMITED BY SIZE
               "  DATE __________" DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           PERFORM EMIT-BOOK-LINE.
           MOVE SPACES TO WS-WORK-LINE.
           PERFORM EMIT-BOOK-LINE.
           PERFORM EMIT-BOOK-LINE.
           STRING "SUPERVISOR  NAME ______________________________"
                   DELIMITED BY SIZE
               "  SIGNATURE ______________________________"
                   DELIMITED BY SIZE
               "  DATE __________" DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           PERFORM EMIT-BOOK-LINE.

       EMIT-TOTAL-LINE.
           MOVE LABEL-COUNT TO DISPLAY-COUNT.
           MOVE SPACES TO WS-WORK-LINE.
           STRING LABEL-TEXT DELIMITED BY SIZE
               DISPLAY-COUNT DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           PERFORM EMIT-BOOK-LINE.

       KEEP-LINES-TOGETHER.
           IF LINES-ON-PAGE + LINES-NEEDED > PAGE-DEPTH
               PERFORM START-NEW-PAGE
           END-IF.

      *    Every body line comes through here so the page count of
      *    both passes agrees.
       EMIT-BOOK-LINE.
           IF LINES-ON-PAGE >= PAGE-DEPTH
               MOVE WS-WORK-LINE TO HELD-LINE
               PERFORM START-NEW-PAGE
               MOVE HELD-LINE TO WS-WORK-LINE
           END-IF.
           IF PRINTING-PAGES
               MOVE WS-WORK-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           ADD 1 TO LINES-ON-PAGE.

      *    A group that runs over a page is picked up again under its
      *    name on the next.
       START-NEW-PAGE.
           ADD 1 TO PAGE-NUM.
           MOVE 0 TO LINES-ON-PAGE.
           MOVE SPACES TO WS-WORK-LINE.
           IF PRINTING-PAGES
               MOVE PAGE-NUM TO DISPLAY-PAGE
               MOVE PAGE-TOTAL TO DISPLAY-PAGES
      *        Each page after the first opens on a form feed.
               IF PAGE-NUM > 1
                   MOVE SPACES TO REPORT-RECORD
                   WRITE REPORT-RECORD AFTER ADVANCING PAGE
               END-IF
               STRING "NIGHTLY BATCH RUN BOOK" DELIMITED BY SIZE
                   INTO WS-WORK-LINE
               END-STRING
               STRING "PAGE " DELIMITED BY SIZE
                   FUNCTION TRIM(DISPLAY-PAGE) DELIMITED BY SIZE
                   " OF " DELIMITED BY SIZE
                   FUNCTION TRIM(DISPLAY-PAGES) DELIMITED BY SIZE
                   INTO WS-WORK-LINE(115:)
               END-STRING
               MOVE WS-WORK-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO WS-WORK-LINE
               STRING "RUN DATE " DELIMITED BY SIZE
                   RUN-DATE-TEXT DELIMITED BY SIZE
                   "   RUN " DELIMITED BY SIZE
                   FUNCTION TRIM(RUN-STAMP) DELIMITED BY SIZE
                   "   ENVIRONMENT " DELIMITED BY SIZE
                   FUNCTION TRIM(ENR-NAME) DELIMITED BY SIZE
                   INTO WS-WORK-LINE
               END-STRING
               STRING "PRINTED " DELIMITED BY SIZE
                   PRINT-DATE-TEXT DELIMITED BY SIZE
                   INTO WS-WORK-LINE(115:)
               END-STRING
               MOVE WS-WORK-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               IF DETAIL-HEADER
                   MOVE COLUMN-HEADING TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE COLUMN-RULE TO REPORT-RECORD
               ELSE
                   MOVE "GRAND TOTALS" TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE SPACES TO REPORT-RECORD
               END-IF
               WRITE REPORT-RECORD
           END-IF.
           MOVE 5 TO LINES-ON-PAGE.
           IF INSIDE-GROUP
               MOVE SPACES TO WS-WORK-LINE
               STRING "GROUP " DELIMITED BY SIZE
                   FUNCTION TRIM(GROUP-LABEL) DELIMITED BY SIZE
                   " (CONTINUED)" DELIMITED BY SIZE
                   INTO WS-WORK-LINE
               END-STRING
               IF PRINTING-PAGES
                   MOVE WS-WORK-LINE TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
               ADD 1 TO LINES-ON-PAGE
           END-IF.

      *    BASE-NAME gets PATH-WORK with any directory removed.
       TAKE-BASE-NAME.
           MOVE 0 TO SLASH-POS.
           PERFORM VARYING SCAN-POS FROM 1 BY 1
                   UNTIL SCAN-POS > 100
               IF PATH-WORK(SCAN-POS:1) = '/'
                   MOVE SCAN-POS TO SLASH-POS
               END-IF
           END-PERFORM.
           MOVE SPACES TO BASE-NAME.
           IF SLASH-POS > 0 AND SLASH-POS < 100
               MOVE PATH-WORK(SLASH-POS + 1:) TO BASE-NAME
           ELSE
               MOVE PATH-WORK TO BASE-NAME
           END-IF.
