       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
       COPY "ledger_rec.cpy".

       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(300).
              10 TK-PROGRAM     PIC X(100).
              10 TK-INPUT       PIC X(100).
              10 TK-RUNS        PIC 9(5).
              10 TK-CURR-ANSWER PIC X(200).
              10 TK-PREV-ANSWER PIC X(200).
              10 TK-CHANGED-STAMP PIC X(32).
              10 TK-FLIP        PIC X.
                 88 TK-FLIP-FLOPPED VALUE 'Y'.

       01  PARSE-FIELDS.
           05 PARSE-PROGRAM     PIC X(100).
           05 PARSE-INPUT       PIC X(100).
           05 KEY-NUM           PIC 9(4).
           05 ROW-NUM           PIC 9(4).
           05 KEYS-OVERFLOWED   PIC X VALUE 'N'.
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
           READ LEDGER-FILE
               AT END SET AT-LEDGER-END TO TRUE
               NOT AT END
                   PERFORM APPLY-LEDGER-RECORD
           END-READ.

      *    Every field sits in its own ledger_rec.cpy column, so the
      *    answer may hold any text at all and needs no parsing.
       APPLY-LEDGER-RECORD.
           IF NOT LG-IS-RUN AND NOT LG-IS-CARRY
               EXIT PARAGRAPH
           END-IF.
           MOVE LG-PROGRAM TO PARSE-PROGRAM.
           MOVE LG-INPUT TO PARSE-INPUT.
           PERFORM FIND-OR-ADD-TREND-KEY.
           IF KEY-NUM = 0
               EXIT PARAGRAPH
           END-IF.
      *    A carry-forward record left by LEDGER-ROLLOVER stands for
      *    every run it rolled away and restates the key's trend as
      *    it stood; its newest-run verdict is no concern of the
      *    trend.
           IF LG-IS-CARRY
               MOVE LG-CARRIED-RUNS TO TK-RUNS(KEY-NUM)
               MOVE LG-FLIP TO TK-FLIP(KEY-NUM)
               MOVE LG-CHANGED-STAMP TO TK-CHANGED-STAMP(KEY-NUM)
               MOVE LG-PREV-ANSWER TO TK-PREV-ANSWER(KEY-NUM)
               MOVE SPACES TO TK-CURR-ANSWER(KEY-NUM)
               IF LG-OK
                   MOVE LG-ANSWER TO TK-CURR-ANSWER(KEY-NUM)
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO TK-RUNS(KEY-NUM).
      *    Failure and skip verdicts are run history but not answer
      *    history; they never shift the trend.
           IF NOT LG-OK OR LG-ANSWER = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TRIM(LG-ANSWER)
               = FUNCTION TRIM(TK-CURR-ANSWER(KEY-NUM))
               EXIT PARAGRAPH
           END-IF.
           IF TK-CURR-ANSWER(KEY-NUM) NOT = SPACES
               AND FUNCTION TRIM(LG-ANSWER)
                   = FUNCTION TRIM(TK-PREV-ANSWER(KEY-NUM))
               SET TK-FLIP-FLOPPED(KEY-NUM) TO TRUE
           END-IF.
           MOVE TK-CURR-ANSWER(KEY-NUM)
               TO TK-PREV-ANSWER(KEY-NUM).
           MOVE LG-ANSWER TO TK-CURR-ANSWER(KEY-NUM).
           MOVE LG-STAMP TO TK-CHANGED-STAMP(KEY-NUM).

       FIND-OR-ADD-TREND-KEY.
           MOVE 0 TO KEY-NUM.
               MOVE 'N' TO TK-FLIP(KEY-NUM)
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-WORK-LINE.
           STRING "LEDGER TREND STAMP=" DELIMITED BY SIZE
