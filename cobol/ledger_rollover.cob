       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGER-ROLLOVER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The append-only answer history. Every line stamped before
      *    ROLLOVER_CUTOFF (yyyy-mm-dd; default the first of January
      *    of the run year) moves to the history file; the rest stay.
      *    A line with no readable stamp cannot be dated and stays.
           SELECT LEDGER-FILE ASSIGN TO "answer_ledger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-STATUS.

      *    answer_ledger_before_<cutoff>.txt, the moved lines exactly
      *    as they stood. One that already exists means this cutoff
      *    has been rolled before, and nothing is touched.
           SELECT OPTIONAL HISTORY-FILE ASSIGN USING HISTORY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-STATUS.

      *    The lines that stay, held while the carry-forward records
      *    are worked out.
           SELECT KEEP-FILE ASSIGN TO "ledger_rollover_keep.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KEEP-STATUS.

      *    The restarted ledger: one carry-forward record for each
      *    program-plus-input that had moved lines, then the kept
      *    lines in their original order. It replaces
      *    answer_ledger.txt only once the control totals balance.
           SELECT NEW-LEDGER-FILE ASSIGN TO "answer_ledger.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NEW-LEDGER-STATUS.

           SELECT REPORT-FILE ASSIGN TO "ledger_rollover.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
       01  LEDGER-FILE-RECORD   PIC X(875).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD       PIC X(875).

       FD  KEEP-FILE.
       01  KEEP-RECORD          PIC X(875).

       FD  NEW-LEDGER-FILE.
       01  NEW-LEDGER-RECORD    PIC X(875).

       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(400).

       WORKING-STORAGE SECTION.
       01  RUN-STAMP            PIC X(32) VALUE SPACES.
       01  LEDGER-STATUS        PIC XX.
       01  HISTORY-STATUS       PIC XX.
       01  KEEP-STATUS          PIC XX.
       01  NEW-LEDGER-STATUS    PIC XX.
       01  WS-COMMAND           PIC X(300).

      *    The record just read, and the carry-forward record as it
      *    is built.
       COPY "ledger_rec.cpy".

       01  ROLLOVER-FLAGS.
           05 LEDGER-EOF        PIC X VALUE 'N'.
              88 AT-LEDGER-END      VALUE 'Y'.
           05 KEEP-EOF          PIC X VALUE 'N'.
              88 AT-KEEP-END        VALUE 'Y'.
           05 HISTORY-EOF       PIC X VALUE 'N'.
              88 AT-HISTORY-END     VALUE 'Y'.
           05 NEW-LEDGER-EOF    PIC X VALUE 'N'.
              88 AT-NEW-LEDGER-END  VALUE 'Y'.
           05 LINE-DATED        PIC X.
              88 LINE-IS-DATED      VALUE 'Y'.
           05 TOTALS-BALANCE    PIC X VALUE 'N'.
              88 TOTALS-BALANCED    VALUE 'Y'.
           05 KEYS-OVERFLOWED   PIC X VALUE 'N'.

      *    READ must equal MOVED plus KEPT, and what is on disk
      *    afterwards must be what was written: MOVED lines in the
      *    history file and CARRIED plus KEPT in the new ledger.
       01  ROLLOVER-COUNTERS.
           05 READ-COUNT        PIC 9(7) VALUE 0.
           05 MOVED-COUNT       PIC 9(7) VALUE 0.
           05 KEPT-COUNT        PIC 9(7) VALUE 0.
           05 CARRY-COUNT       PIC 9(7) VALUE 0.
           05 HISTORY-ON-FILE   PIC 9(7) VALUE 0.
           05 LIVE-ON-FILE      PIC 9(7) VALUE 0.
           05 LIVE-EXPECTED     PIC 9(7) VALUE 0.
           05 SPLIT-TOTAL       PIC 9(7) VALUE 0.
           05 DISPLAY-COUNT     PIC ZZZZZZ9.
           05 DISPLAY-RUNS      PIC ZZZZ9.

       01  ROLLOVER-FIELDS.
           05 CUTOFF-DATE       PIC X(10) VALUE SPACES.
           05 HISTORY-NAME      PIC X(60) VALUE SPACES.
           05 CURRENT-STAMP     PIC X(21).
           05 LABEL-TEXT        PIC X(24).
           05 LABEL-COUNT       PIC 9(7).
           05 WS-WORK-LINE      PIC X(400).

      *    Per key the same state LEDGER-TREND builds -- runs, the two
      *    most recent distinct good answers, when the newer one
      *    first appeared, the flip-flop flag -- plus the run fields
      *    (columns 1-563 of the record) of the newest good run and
      *    of the newest run of any kind. The carry-forward record
      *    stands in for the first, or the second for a key never
      *    answered.
       01  CARRY-TABLE.
           05 KEY-TOTAL         PIC 9(4) VALUE 0.
           05 KEY-ROW OCCURS 500 TIMES.
              10 RK-PROGRAM     PIC X(100).
              10 RK-INPUT       PIC X(100).
              10 RK-RUNS        PIC 9(5).
              10 RK-CURR-ANSWER PIC X(200).
              10 RK-PREV-ANSWER PIC X(200).
              10 RK-CHANGED-STAMP PIC X(32).
              10 RK-FLIP        PIC X.
                 88 RK-FLIP-FLOPPED VALUE 'Y'.
              10 RK-LINE        PIC X(563) OCCURS 2 TIMES.

       01  LINE-SLOTS.
           05 GOOD-SLOT         PIC 9 VALUE 1.
           05 LAST-SLOT         PIC 9 VALUE 2.

       01  PARSE-FIELDS.
           05 LATEST-VERDICT    PIC X(8).
           05 LATEST-REASON     PIC X(60).
           05 KEY-NUM           PIC 9(4).
           05 ROW-NUM           PIC 9(4).

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
           ACCEPT CUTOFF-DATE FROM ENVIRONMENT "ROLLOVER_CUTOFF"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF CUTOFF-DATE = SPACES
               MOVE RUN-STAMP(1:4) TO CUTOFF-DATE(1:4)
               IF RUN-STAMP(1:4) IS NOT NUMERIC
                   MOVE FUNCTION CURRENT-DATE TO CURRENT-STAMP
                   MOVE CURRENT-STAMP(1:4) TO CUTOFF-DATE(1:4)
               END-IF
               MOVE "-01-01" TO CUTOFF-DATE(5:6)
           END-IF.
           IF CUTOFF-DATE(1:4) IS NOT NUMERIC
               OR CUTOFF-DATE(5:1) NOT = '-'
               OR CUTOFF-DATE(6:2) IS NOT NUMERIC
               OR CUTOFF-DATE(8:1) NOT = '-'
               OR CUTOFF-DATE(9:2) IS NOT NUMERIC
               DISPLAY "ROLLOVER_CUTOFF MUST BE yyyy-mm-dd: "
                   CUTOFF-DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           STRING "answer_ledger_before_" DELIMITED BY SIZE
               CUTOFF-DATE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO HISTORY-NAME
           END-STRING.
           OPEN INPUT HISTORY-FILE.
           IF HISTORY-STATUS = '00'
               CLOSE HISTORY-FILE
               DISPLAY "ALREADY ROLLED OVER: "
                   FUNCTION TRIM(HISTORY-NAME) " EXISTS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE HISTORY-FILE.
           OPEN INPUT LEDGER-FILE.
           IF LEDGER-STATUS NOT = '00'
               DISPLAY "ERROR OPENING answer_ledger.txt STATUS="
                   LEDGER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT HISTORY-FILE.
           OPEN OUTPUT KEEP-FILE.
           PERFORM SPLIT-LEDGER-RECORD UNTIL AT-LEDGER-END.
           CLOSE LEDGER-FILE.
           CLOSE HISTORY-FILE.
           CLOSE KEEP-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO WS-WORK-LINE.
           STRING "LEDGER ROLLOVER CUTOFF=" DELIMITED BY SIZE
               CUTOFF-DATE DELIMITED BY SIZE
               " HISTORY=" DELIMITED BY SIZE
               FUNCTION TRIM(HISTORY-NAME) DELIMITED BY SIZE
               " STAMP=" DELIMITED BY SIZE
               FUNCTION TRIM(RUN-STAMP) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           IF MOVED-COUNT = 0
               PERFORM REMOVE-WORK-FILES
               MOVE SPACES TO WS-WORK-LINE
               STRING "NOTHING STAMPED BEFORE " DELIMITED BY SIZE
                   CUTOFF-DATE DELIMITED BY SIZE
                   ", LEDGER LEFT AS IT IS" DELIMITED BY SIZE
                   INTO WS-WORK-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               CLOSE REPORT-FILE
               DISPLAY FUNCTION TRIM(WS-WORK-LINE)
               STOP RUN
           END-IF.
           PERFORM WRITE-NEW-LEDGER.
           PERFORM COUNT-FILES-ON-DISK.
           PERFORM WRITE-CONTROL-TOTALS.
           IF NOT TOTALS-BALANCED
               MOVE "OUT OF BALANCE: answer_ledger.txt NOT REPLACED"
                   TO WS-WORK-LINE
               PERFORM WRITE-REPORT-LINE
               CLOSE REPORT-FILE
               DISPLAY FUNCTION TRIM(WS-WORK-LINE)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "mv -f answer_ledger.new answer_ledger.txt"
               TO WS-COMMAND.
           CALL "SYSTEM" USING WS-COMMAND.
           IF RETURN-CODE NOT = 0
               MOVE "RENAME FAILED: answer_ledger.new LEFT IN PLACE"
                   TO WS-WORK-LINE
               PERFORM WRITE-REPORT-LINE
               CLOSE REPORT-FILE
               DISPLAY FUNCTION TRIM(WS-WORK-LINE)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "rm -f ledger_rollover_keep.txt" TO WS-COMMAND.
           CALL "SYSTEM" USING WS-COMMAND.
           MOVE 0 TO RETURN-CODE.
           MOVE SPACES TO WS-WORK-LINE.
           MOVE MOVED-COUNT TO DISPLAY-COUNT.
           STRING "LEDGER ROLLOVER COMPLETE MOVED=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           MOVE KEPT-COUNT TO DISPLAY-COUNT.
           STRING FUNCTION TRIM(WS-WORK-LINE) DELIMITED BY SIZE
               " KEPT=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           MOVE CARRY-COUNT TO DISPLAY-COUNT.
           STRING FUNCTION TRIM(WS-WORK-LINE) DELIMITED BY SIZE
               " CARRIED=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           CLOSE REPORT-FILE.
           DISPLAY FUNCTION TRIM(WS-WORK-LINE).
           STOP RUN.

      *    A key past the table cap cannot be carried forward, so its
      *    lines stay in the live ledger whatever their age.
       SPLIT-LEDGER-RECORD.
           READ LEDGER-FILE
               AT END SET AT-LEDGER-END TO TRUE
           END-READ.
           IF AT-LEDGER-END
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO READ-COUNT.
           MOVE LEDGER-FILE-RECORD TO LEDGER-RECORD.
           MOVE 'N' TO LINE-DATED.
           IF (LG-IS-RUN OR LG-IS-CARRY)
               AND LG-STAMP(1:4) IS NUMERIC
               MOVE 'Y' TO LINE-DATED
           END-IF.
           IF LINE-IS-DATED
               AND LG-STAMP(1:10) < CUTOFF-DATE
               PERFORM FIND-OR-ADD-CARRY-KEY
           ELSE
               MOVE 0 TO KEY-NUM
           END-IF.
           IF KEY-NUM = 0
               MOVE LEDGER-FILE-RECORD TO KEEP-RECORD
               WRITE KEEP-RECORD
               ADD 1 TO KEPT-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE LEDGER-FILE-RECORD TO HISTORY-RECORD.
           WRITE HISTORY-RECORD.
           ADD 1 TO MOVED-COUNT.
           PERFORM ACCUMULATE-CARRY-STATE.

       FIND-OR-ADD-CARRY-KEY.
           MOVE 0 TO KEY-NUM.
           PERFORM VARYING ROW-NUM FROM 1 BY 1
                   UNTIL ROW-NUM > KEY-TOTAL
               IF KEY-NUM = 0
                   AND RK-PROGRAM(ROW-NUM) = LG-PROGRAM
                   AND RK-INPUT(ROW-NUM) = LG-INPUT
                   MOVE ROW-NUM TO KEY-NUM
               END-IF
           END-PERFORM.
           IF KEY-NUM = 0
               IF KEY-TOTAL >= 500
                   IF KEYS-OVERFLOWED = 'N'
                       MOVE 'Y' TO KEYS-OVERFLOWED
                       DISPLAY "CARRY KEY TABLE FULL (500),"
                           " FURTHER NEW KEYS LEFT IN THE LEDGER"
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO KEY-TOTAL
               MOVE KEY-TOTAL TO KEY-NUM
               MOVE LG-PROGRAM TO RK-PROGRAM(KEY-NUM)
               MOVE LG-INPUT TO RK-INPUT(KEY-NUM)
               MOVE 0 TO RK-RUNS(KEY-NUM)
               MOVE SPACES TO RK-CURR-ANSWER(KEY-NUM)
                   RK-PREV-ANSWER(KEY-NUM) RK-CHANGED-STAMP(KEY-NUM)
                   RK-LINE(KEY-NUM, GOOD-SLOT)
                   RK-LINE(KEY-NUM, LAST-SLOT)
               MOVE 'N' TO RK-FLIP(KEY-NUM)
           END-IF.

      *    The same rules LEDGER-TREND applies, so a trend read from
      *    the carry-forward record matches one read end to end.
      *    A carry-forward record from an earlier rollover restates
      *    its key's state; a newest-run verdict on it is put back
      *    as the key's newest run.
       ACCUMULATE-CARRY-STATE.
           IF LG-IS-CARRY
               MOVE LG-CARRIED-RUNS TO RK-RUNS(KEY-NUM)
               MOVE LG-FLIP TO RK-FLIP(KEY-NUM)
               MOVE LG-CHANGED-STAMP TO RK-CHANGED-STAMP(KEY-NUM)
               MOVE LG-PREV-ANSWER TO RK-PREV-ANSWER(KEY-NUM)
               MOVE SPACES TO RK-CURR-ANSWER(KEY-NUM)
               IF LG-OK AND LG-ANSWER NOT = SPACES
                   MOVE LG-ANSWER TO RK-CURR-ANSWER(KEY-NUM)
                   MOVE LEDGER-RECORD(1:563)
                       TO RK-LINE(KEY-NUM, GOOD-SLOT)
               END-IF
               IF LG-LATEST-VERDICT NOT = SPACES
                   MOVE LG-LATEST-VERDICT TO LG-VERDICT
                   MOVE LG-LATEST-REASON TO LG-REASON
                   MOVE SPACES TO LG-ANSWER
               END-IF
               MOVE LEDGER-RECORD(1:563) TO RK-LINE(KEY-NUM, LAST-SLOT)
               EXIT PARAGRAPH
           END-IF.
           MOVE LEDGER-RECORD(1:563) TO RK-LINE(KEY-NUM, LAST-SLOT).
           ADD 1 TO RK-RUNS(KEY-NUM).
           IF NOT LG-OK OR LG-ANSWER = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE LEDGER-RECORD(1:563) TO RK-LINE(KEY-NUM, GOOD-SLOT).
           IF FUNCTION TRIM(LG-ANSWER)
               = FUNCTION TRIM(RK-CURR-ANSWER(KEY-NUM))
               EXIT PARAGRAPH
           END-IF.
           IF RK-CURR-ANSWER(KEY-NUM) NOT = SPACES
               AND FUNCTION TRIM(LG-ANSWER)
                   = FUNCTION TRIM(RK-PREV-ANSWER(KEY-NUM))
               SET RK-FLIP-FLOPPED(KEY-NUM) TO TRUE
           END-IF.
           MOVE RK-CURR-ANSWER(KEY-NUM)
               TO RK-PREV-ANSWER(KEY-NUM).
           MOVE LG-ANSWER TO RK-CURR-ANSWER(KEY-NUM).
           MOVE LG-STAMP TO RK-CHANGED-STAMP(KEY-NUM).

       WRITE-NEW-LEDGER.
           OPEN OUTPUT NEW-LEDGER-FILE.
           PERFORM WRITE-CARRY-RECORD
               VARYING KEY-NUM FROM 1 BY 1
               UNTIL KEY-NUM > KEY-TOTAL.
           OPEN INPUT KEEP-FILE.
           PERFORM COPY-KEPT-RECORD UNTIL AT-KEEP-END.
           CLOSE KEEP-FILE.
           CLOSE NEW-LEDGER-FILE.

      *    The record's run fields are the newest good run's, so a
      *    reader that knows nothing of the carried fields still finds
      *    the right current answer, fingerprint, module and stamp.
      *    When a later run failed or was skipped, its verdict and
      *    reason ride along as the newest-run verdict.
       WRITE-CARRY-RECORD.
           MOVE SPACES TO LEDGER-RECORD.
           MOVE RK-LINE(KEY-NUM, LAST-SLOT) TO LEDGER-RECORD(1:563).
           MOVE SPACES TO LATEST-VERDICT LATEST-REASON.
           IF RK-CURR-ANSWER(KEY-NUM) NOT = SPACES
               IF RK-LINE(KEY-NUM, LAST-SLOT)
                   NOT = RK-LINE(KEY-NUM, GOOD-SLOT)
                   MOVE LG-VERDICT TO LATEST-VERDICT
                   MOVE LG-REASON TO LATEST-REASON
               END-IF
               MOVE RK-LINE(KEY-NUM, GOOD-SLOT) TO LEDGER-RECORD(1:563)
           END-IF.
           SET LG-IS-CARRY TO TRUE.
           MOVE RK-RUNS(KEY-NUM) TO LG-CARRIED-RUNS.
           MOVE RK-FLIP(KEY-NUM) TO LG-FLIP.
           MOVE RK-CHANGED-STAMP(KEY-NUM) TO LG-CHANGED-STAMP.
           MOVE LATEST-VERDICT TO LG-LATEST-VERDICT.
           MOVE LATEST-REASON TO LG-LATEST-REASON.
           MOVE RK-PREV-ANSWER(KEY-NUM) TO LG-PREV-ANSWER.
           WRITE NEW-LEDGER-RECORD FROM LEDGER-RECORD.
           ADD 1 TO CARRY-COUNT.
           MOVE RK-RUNS(KEY-NUM) TO DISPLAY-RUNS.
           MOVE SPACES TO WS-WORK-LINE.
           STRING "CARRY " DELIMITED BY SIZE
               FUNCTION TRIM(RK-PROGRAM(KEY-NUM)) DELIMITED BY SIZE
               " INPUT=" DELIMITED BY SIZE
               FUNCTION TRIM(RK-INPUT(KEY-NUM)) DELIMITED BY SIZE
               " RUNS=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-RUNS) DELIMITED BY SIZE
               " ANSWER=" DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           IF LG-OK
               STRING FUNCTION TRIM(WS-WORK-LINE) DELIMITED BY SIZE
                   FUNCTION TRIM(LG-ANSWER) DELIMITED BY SIZE
                   INTO WS-WORK-LINE
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-WORK-LINE) DELIMITED BY SIZE
                   "(" DELIMITED BY SIZE
                   FUNCTION TRIM(LG-VERDICT) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(LG-REASON) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO WS-WORK-LINE
               END-STRING
           END-IF.
           PERFORM WRITE-REPORT-LINE.

       COPY-KEPT-RECORD.
           READ KEEP-FILE
               AT END SET AT-KEEP-END TO TRUE
               NOT AT END
                   MOVE KEEP-RECORD TO NEW-LEDGER-RECORD
                   WRITE NEW-LEDGER-RECORD
           END-READ.

       COUNT-FILES-ON-DISK.
           OPEN INPUT HISTORY-FILE.
           PERFORM COUNT-HISTORY-RECORD UNTIL AT-HISTORY-END.
           CLOSE HISTORY-FILE.
           OPEN INPUT NEW-LEDGER-FILE.
           IF NEW-LEDGER-STATUS = '00'
               PERFORM COUNT-NEW-LEDGER-RECORD
                   UNTIL AT-NEW-LEDGER-END
           END-IF.
           CLOSE NEW-LEDGER-FILE.
           COMPUTE SPLIT-TOTAL = MOVED-COUNT + KEPT-COUNT.
           COMPUTE LIVE-EXPECTED = CARRY-COUNT + KEPT-COUNT.
           IF SPLIT-TOTAL = READ-COUNT
               AND HISTORY-ON-FILE = MOVED-COUNT
               AND LIVE-ON-FILE = LIVE-EXPECTED
               SET TOTALS-BALANCED TO TRUE
           END-IF.

       COUNT-HISTORY-RECORD.
           READ HISTORY-FILE
               AT END SET AT-HISTORY-END TO TRUE
               NOT AT END ADD 1 TO HISTORY-ON-FILE
           END-READ.

       COUNT-NEW-LEDGER-RECORD.
           READ NEW-LEDGER-FILE
               AT END SET AT-NEW-LEDGER-END TO TRUE
               NOT AT END ADD 1 TO LIVE-ON-FILE
           END-READ.

       WRITE-CONTROL-TOTALS.
           MOVE "CONTROL TOTALS" TO WS-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "  LEDGER LINES READ" TO LABEL-TEXT.
           MOVE READ-COUNT TO LABEL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  MOVED TO HISTORY" TO LABEL-TEXT.
           MOVE MOVED-COUNT TO LABEL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  KEPT IN LEDGER" TO LABEL-TEXT.
           MOVE KEPT-COUNT TO LABEL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  MOVED PLUS KEPT" TO LABEL-TEXT.
           MOVE SPLIT-TOTAL TO LABEL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  HISTORY LINES ON FILE" TO LABEL-TEXT.
           MOVE HISTORY-ON-FILE TO LABEL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  CARRY-FORWARD RECORDS" TO LABEL-TEXT.
           MOVE CARRY-COUNT TO LABEL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  NEW LEDGER ON FILE" TO LABEL-TEXT.
           MOVE LIVE-ON-FILE TO LABEL-COUNT.
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

       REMOVE-WORK-FILES.
           MOVE SPACES TO WS-COMMAND.
           STRING "rm -f ledger_rollover_keep.txt " DELIMITED BY SIZE
               FUNCTION TRIM(HISTORY-NAME) DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING.
           CALL "SYSTEM" USING WS-COMMAND.
           MOVE 0 TO RETURN-CODE.

       WRITE-REPORT-LINE.
           MOVE WS-WORK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
