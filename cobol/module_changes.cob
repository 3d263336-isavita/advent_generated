       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODULE-CHANGES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    BATCH-RUNNER's load-module inventory for this run and the
      *    copy it kept of the previous run's, one line per binary:
      *    <program> BUILT=<date> BYTES=<n> MODULE=<id> STAMP=<stamp>
           SELECT INVENTORY-FILE ASSIGN TO "module_inventory.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVENTORY-STATUS.

           SELECT OPTIONAL PREV-INVENTORY-FILE
               ASSIGN TO "module_inventory_prev.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PREV-STATUS.

      *    Read whole: the lines stamped with this run's STAMP= are
      *    tonight's answers, everything before them is history.
           SELECT OPTIONAL LEDGER-FILE
               ASSIGN TO "answer_ledger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-STATUS.

           SELECT REPORT-FILE ASSIGN TO "module_changes.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INVENTORY-FILE.
       01  INVENTORY-RECORD     PIC X(300).

       FD  PREV-INVENTORY-FILE.
       01  PREV-INVENTORY-RECORD PIC X(300).

       FD  LEDGER-FILE.
       COPY "ledger_rec.cpy".

       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(600).

       WORKING-STORAGE SECTION.
       01  RUN-STAMP            PIC X(32) VALUE SPACES.
       01  INVENTORY-STATUS     PIC XX.
       01  PREV-STATUS          PIC XX.
       01  LEDGER-STATUS        PIC XX.

       01  CHANGE-FLAGS.
           05 INVENTORY-EOF     PIC X VALUE 'N'.
              88 AT-INVENTORY-END   VALUE 'Y'.
           05 PREV-EOF          PIC X VALUE 'N'.
              88 AT-PREV-END        VALUE 'Y'.
           05 LEDGER-EOF        PIC X VALUE 'N'.
              88 AT-LEDGER-END      VALUE 'Y'.
           05 SECTION-EMPTY     PIC X.
              88 SECTION-IS-EMPTY   VALUE 'Y'.

       01  CHANGE-COUNTERS.
           05 CHANGED-COUNT     PIC 9(4) VALUE 0.
           05 NEW-COUNT         PIC 9(4) VALUE 0.
           05 REMOVED-COUNT     PIC 9(4) VALUE 0.
           05 MOVED-COUNT       PIC 9(4) VALUE 0.
           05 UNEXPLAINED-COUNT PIC 9(4) VALUE 0.
           05 DISPLAY-CHANGED   PIC ZZZ9.
           05 DISPLAY-NEW       PIC ZZZ9.
           05 DISPLAY-REMOVED   PIC ZZZ9.
           05 DISPLAY-MOVED     PIC ZZZ9.
           05 DISPLAY-UNEXPLAINED PIC ZZZ9.

      *    MD-STATE: ' ' unchanged, 'C' changed, 'N' new since the
      *    previous inventory, 'R' gone from this one.
       01  MODULE-TABLE.
           05 MODULE-TOTAL      PIC 9(4) VALUE 0.
           05 MODULE-ROW OCCURS 500 TIMES.
              10 MD-PROGRAM     PIC X(100).
              10 MD-BUILT       PIC X(32).
              10 MD-MODULE      PIC X(16).
              10 MD-PREV-MODULE PIC X(16).
              10 MD-STATE       PIC X.
                 88 MD-IS-CHANGED   VALUE 'C'.
                 88 MD-IS-NEW       VALUE 'N'.
                 88 MD-IS-REMOVED   VALUE 'R'.
              10 MD-IN-CURRENT  PIC X.

      *    Ledger keys are the program and input names without their
      *    directories, so a stream child's absolute paths and the
      *    nightly manifest's relative ones meet on one key.
       01  ANSWER-TABLE.
           05 KEY-TOTAL         PIC 9(4) VALUE 0.
           05 ANSWER-ROW OCCURS 500 TIMES.
              10 AK-PROGRAM     PIC X(60).
              10 AK-INPUT       PIC X(60).
              10 AK-PREV-ANSWER PIC X(200).
              10 AK-PREV-FP     PIC X(16).
              10 AK-PREV-MODULE PIC X(16).
              10 AK-CURR-ANSWER PIC X(200).
              10 AK-CURR-FP     PIC X(16).
              10 AK-CURR-MODULE PIC X(16).
              10 AK-RAN-TONIGHT PIC X.
                 88 AK-HAS-TONIGHT  VALUE 'Y'.

       01  PARSE-FIELDS.
           05 SCAN-LINE         PIC X(300).
           05 SCAN-POS          PIC 9(4).
           05 SLASH-POS         PIC 9(4).
           05 PARSE-PROGRAM     PIC X(100).
           05 PARSE-PROGRAM-PATH PIC X(100).
           05 PARSE-INPUT       PIC X(100).
           05 PARSE-NAME        PIC X(60).
           05 PARSE-INPUT-NAME  PIC X(60).
           05 PARSE-FP          PIC X(16).
           05 PARSE-ANSWER      PIC X(200).
           05 PARSE-MODULE      PIC X(16).
           05 PARSE-STAMP       PIC X(32).
           05 TOKEN-1           PIC X(100).
           05 TOKEN-2           PIC X(60).
           05 TOKEN-3           PIC X(60).
           05 TOKEN-4           PIC X(60).
           05 TOKEN-5           PIC X(60).
           05 MODULE-NUM        PIC 9(4).
           05 KEY-NUM           PIC 9(4).
           05 ROW-NUM           PIC 9(4).
           05 MODULE-VERDICT    PIC X(8).
           05 INPUT-VERDICT     PIC X(8).
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
           OPEN INPUT INVENTORY-FILE.
           IF INVENTORY-STATUS NOT = '00'
               DISPLAY "ERROR OPENING module_inventory.txt STATUS="
                   INVENTORY-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-CURRENT-MODULE UNTIL AT-INVENTORY-END.
           CLOSE INVENTORY-FILE.
           OPEN INPUT PREV-INVENTORY-FILE.
           IF PREV-STATUS = '00'
               PERFORM LOAD-PREVIOUS-MODULE UNTIL AT-PREV-END
           END-IF.
           CLOSE PREV-INVENTORY-FILE.
           OPEN INPUT LEDGER-FILE.
           IF LEDGER-STATUS = '00'
               PERFORM SCAN-LEDGER-RECORD UNTIL AT-LEDGER-END
           END-IF.
           CLOSE LEDGER-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO WS-WORK-LINE.
           STRING "MODULE CHANGES STAMP=" DELIMITED BY SIZE
               FUNCTION TRIM(RUN-STAMP) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-MODULE-SECTION.
           PERFORM WRITE-MOVED-SECTION.
           PERFORM WRITE-CHANGE-SUMMARY.
           CLOSE REPORT-FILE.
           IF CHANGED-COUNT > 0 OR NEW-COUNT > 0 OR REMOVED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *    The run being reported is the one the inventory was taken
      *    for; RUN_STAMP only stands in when the inventory has no
      *    stamp of its own.
       LOAD-CURRENT-MODULE.
           READ INVENTORY-FILE
               AT END SET AT-INVENTORY-END TO TRUE
           END-READ.
           IF AT-INVENTORY-END OR INVENTORY-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE INVENTORY-RECORD TO SCAN-LINE.
           PERFORM PARSE-INVENTORY-LINE.
           IF TOKEN-5(1:6) = 'STAMP=' AND TOKEN-5(7:) NOT = SPACES
               MOVE TOKEN-5(7:) TO RUN-STAMP
           END-IF.
           IF MODULE-TOTAL >= 500
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO MODULE-TOTAL.
           MOVE TOKEN-1 TO MD-PROGRAM(MODULE-TOTAL).
           MOVE TOKEN-2(7:) TO MD-BUILT(MODULE-TOTAL).
           MOVE TOKEN-4(8:) TO MD-MODULE(MODULE-TOTAL).
           MOVE SPACES TO MD-PREV-MODULE(MODULE-TOTAL).
           MOVE 'N' TO MD-STATE(MODULE-TOTAL).
           MOVE 'Y' TO MD-IN-CURRENT(MODULE-TOTAL).

       LOAD-PREVIOUS-MODULE.
           READ PREV-INVENTORY-FILE
               AT END SET AT-PREV-END TO TRUE
           END-READ.
           IF AT-PREV-END OR PREV-INVENTORY-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE PREV-INVENTORY-RECORD TO SCAN-LINE.
           PERFORM PARSE-INVENTORY-LINE.
           PERFORM FIND-MODULE-ROW.
           IF MODULE-NUM > 0
               MOVE TOKEN-4(8:) TO MD-PREV-MODULE(MODULE-NUM)
               IF MD-PREV-MODULE(MODULE-NUM) = MD-MODULE(MODULE-NUM)
                   MOVE SPACE TO MD-STATE(MODULE-NUM)
               ELSE
                   MOVE 'C' TO MD-STATE(MODULE-NUM)
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF MODULE-TOTAL >= 500
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO MODULE-TOTAL.
           MOVE TOKEN-1 TO MD-PROGRAM(MODULE-TOTAL).
           MOVE TOKEN-2(7:) TO MD-BUILT(MODULE-TOTAL).
           MOVE SPACES TO MD-MODULE(MODULE-TOTAL).
           MOVE TOKEN-4(8:) TO MD-PREV-MODULE(MODULE-TOTAL).
           MOVE 'R' TO MD-STATE(MODULE-TOTAL).
           MOVE 'N' TO MD-IN-CURRENT(MODULE-TOTAL).

       PARSE-INVENTORY-LINE.
           MOVE SPACES TO TOKEN-1 TOKEN-2 TOKEN-3 TOKEN-4 TOKEN-5.
           UNSTRING SCAN-LINE DELIMITED BY ALL SPACE
               INTO TOKEN-1, TOKEN-2, TOKEN-3, TOKEN-4, TOKEN-5
           END-UNSTRING.
           MOVE TOKEN-1 TO PARSE-PROGRAM.
           PERFORM TAKE-PROGRAM-NAME.

      *    Only binaries named in this run's inventory are searched;
      *    a previous-only binary is added as removed.
       FIND-MODULE-ROW.
           MOVE 0 TO MODULE-NUM.
           PERFORM VARYING ROW-NUM FROM 1 BY 1
                   UNTIL ROW-NUM > MODULE-TOTAL
               IF MODULE-NUM = 0
                   AND MD-IN-CURRENT(ROW-NUM) = 'Y'
                   AND MD-PROGRAM(ROW-NUM) = TOKEN-1
                   MOVE ROW-NUM TO MODULE-NUM
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

       SCAN-LEDGER-RECORD.
           READ LEDGER-FILE
               AT END SET AT-LEDGER-END TO TRUE
               NOT AT END
                   PERFORM APPLY-LEDGER-RECORD
           END-READ.

      *    Every field sits in its own ledger_rec.cpy column. A
      *    carry-forward record's run fields are its key's newest
      *    good run, so it serves as a previous run like any other.
       APPLY-LEDGER-RECORD.
           IF NOT LG-IS-RUN AND NOT LG-IS-CARRY
               EXIT PARAGRAPH
           END-IF.
      *    Failures and skips are not answers; neither side of a
      *    comparison is ever one.
           IF NOT LG-OK OR LG-ANSWER = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE LG-PROGRAM TO PARSE-PROGRAM.
           MOVE LG-INPUT TO PARSE-INPUT.
           MOVE LG-ANSWER TO PARSE-ANSWER.
           MOVE LG-FINGERPRINT TO PARSE-FP.
           MOVE LG-MODULE TO PARSE-MODULE.
           MOVE LG-STAMP TO PARSE-STAMP.
           PERFORM FIND-OR-ADD-ANSWER-KEY.
           IF KEY-NUM = 0
               EXIT PARAGRAPH
           END-IF.
           IF PARSE-STAMP = RUN-STAMP
               MOVE PARSE-ANSWER TO AK-CURR-ANSWER(KEY-NUM)
               MOVE PARSE-FP TO AK-CURR-FP(KEY-NUM)
               MOVE PARSE-MODULE TO AK-CURR-MODULE(KEY-NUM)
               MOVE 'Y' TO AK-RAN-TONIGHT(KEY-NUM)
           ELSE
               MOVE PARSE-ANSWER TO AK-PREV-ANSWER(KEY-NUM)
               MOVE PARSE-FP TO AK-PREV-FP(KEY-NUM)
               MOVE PARSE-MODULE TO AK-PREV-MODULE(KEY-NUM)
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
           IF KEY-NUM > 0 OR KEY-TOTAL >= 500
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO KEY-TOTAL.
           MOVE KEY-TOTAL TO KEY-NUM.
           MOVE PARSE-NAME TO AK-PROGRAM(KEY-NUM).
           MOVE PARSE-INPUT-NAME TO AK-INPUT(KEY-NUM).
           MOVE SPACES TO AK-PREV-ANSWER(KEY-NUM) AK-PREV-FP(KEY-NUM)
               AK-PREV-MODULE(KEY-NUM) AK-CURR-ANSWER(KEY-NUM)
               AK-CURR-FP(KEY-NUM) AK-CURR-MODULE(KEY-NUM).
           MOVE 'N' TO AK-RAN-TONIGHT(KEY-NUM).

       WRITE-MODULE-SECTION.
           MOVE "-- MODULES CHANGED SINCE PREVIOUS INVENTORY --"
               TO WS-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'Y' TO SECTION-EMPTY.
           PERFORM VARYING MODULE-NUM FROM 1 BY 1
                   UNTIL MODULE-NUM > MODULE-TOTAL
               IF MD-STATE(MODULE-NUM) NOT = SPACE
                   PERFORM WRITE-MODULE-LINE
               END-IF
           END-PERFORM.
           IF SECTION-IS-EMPTY
               MOVE "  (NONE)" TO WS-WORK-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-MODULE-LINE.
           MOVE 'N' TO SECTION-EMPTY.
           MOVE SPACES TO WS-WORK-LINE.
           EVALUATE TRUE
               WHEN MD-IS-CHANGED(MODULE-NUM)
                   ADD 1 TO CHANGED-COUNT
                   STRING "CHANGED " DELIMITED BY SIZE
                       FUNCTION TRIM(MD-PROGRAM(MODULE-NUM))
                           DELIMITED BY SIZE
                       " MODULE=" DELIMITED BY SIZE
                       FUNCTION TRIM(MD-MODULE(MODULE-NUM))
                           DELIMITED BY SIZE
                       " WAS=" DELIMITED BY SIZE
                       FUNCTION TRIM(MD-PREV-MODULE(MODULE-NUM))
                           DELIMITED BY SIZE
                       " BUILT=" DELIMITED BY SIZE
                       FUNCTION TRIM(MD-BUILT(MODULE-NUM))
                           DELIMITED BY SIZE
                       INTO WS-WORK-LINE
                   END-STRING
               WHEN MD-IS-NEW(MODULE-NUM)
                   ADD 1 TO NEW-COUNT
                   STRING "NEW " DELIMITED BY SIZE
                       FUNCTION TRIM(MD-PROGRAM(MODULE-NUM))
                           DELIMITED BY SIZE
                       " MODULE=" DELIMITED BY SIZE
                       FUNCTION TRIM(MD-MODULE(MODULE-NUM))
                           DELIMITED BY SIZE
                       " BUILT=" DELIMITED BY SIZE
                       FUNCTION TRIM(MD-BUILT(MODULE-NUM))
                           DELIMITED BY SIZE
                       INTO WS-WORK-LINE
                   END-STRING
               WHEN MD-IS-REMOVED(MODULE-NUM)
                   ADD 1 TO REMOVED-COUNT
                   STRING "REMOVED " DELIMITED BY SIZE
                       FUNCTION TRIM(MD-PROGRAM(MODULE-NUM))
                           DELIMITED BY SIZE
                       " WAS=" DELIMITED BY SIZE
                       FUNCTION TRIM(MD-PREV-MODULE(MODULE-NUM))
                           DELIMITED BY SIZE
                       INTO WS-WORK-LINE
                   END-STRING
           END-EVALUATE.
           PERFORM WRITE-REPORT-LINE.

      *    A moved answer with neither a new module nor a new input
      *    fingerprint behind it is counted as unexplained. A side
      *    recorded before modules or fingerprints were kept cannot
      *    be compared and shows UNKNOWN.
       WRITE-MOVED-SECTION.
           MOVE "-- LEDGER ANSWERS MOVED THIS RUN --" TO WS-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'Y' TO SECTION-EMPTY.
           PERFORM VARYING KEY-NUM FROM 1 BY 1
                   UNTIL KEY-NUM > KEY-TOTAL
               IF AK-HAS-TONIGHT(KEY-NUM)
                   AND AK-PREV-ANSWER(KEY-NUM) NOT = SPACES
                   AND AK-PREV-ANSWER(KEY-NUM)
                       NOT = AK-CURR-ANSWER(KEY-NUM)
                   PERFORM WRITE-MOVED-LINE
               END-IF
           END-PERFORM.
           IF SECTION-IS-EMPTY
               MOVE "  (NONE)" TO WS-WORK-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-MOVED-LINE.
           MOVE 'N' TO SECTION-EMPTY.
           ADD 1 TO MOVED-COUNT.
           EVALUATE TRUE
               WHEN AK-PREV-MODULE(KEY-NUM) = SPACES
                   OR AK-CURR-MODULE(KEY-NUM) = SPACES
                   MOVE "UNKNOWN" TO MODULE-VERDICT
               WHEN AK-PREV-MODULE(KEY-NUM) = AK-CURR-MODULE(KEY-NUM)
                   MOVE "NO" TO MODULE-VERDICT
               WHEN OTHER
                   MOVE "YES" TO MODULE-VERDICT
           END-EVALUATE.
           EVALUATE TRUE
               WHEN AK-PREV-FP(KEY-NUM) = SPACES
                   OR AK-CURR-FP(KEY-NUM) = SPACES
                   MOVE "UNKNOWN" TO INPUT-VERDICT
               WHEN AK-PREV-FP(KEY-NUM) = AK-CURR-FP(KEY-NUM)
                   MOVE "NO" TO INPUT-VERDICT
               WHEN OTHER
                   MOVE "YES" TO INPUT-VERDICT
           END-EVALUATE.
           IF MODULE-VERDICT = "NO" AND INPUT-VERDICT = "NO"
               ADD 1 TO UNEXPLAINED-COUNT
           END-IF.
           MOVE SPACES TO WS-WORK-LINE.
           STRING "MOVED " DELIMITED BY SIZE
               FUNCTION TRIM(AK-PROGRAM(KEY-NUM)) DELIMITED BY SIZE
               " INPUT=" DELIMITED BY SIZE
               FUNCTION TRIM(AK-INPUT(KEY-NUM)) DELIMITED BY SIZE
               " WAS=" DELIMITED BY SIZE
               FUNCTION TRIM(AK-PREV-ANSWER(KEY-NUM))
                   DELIMITED BY SIZE
               " NOW=" DELIMITED BY SIZE
               FUNCTION TRIM(AK-CURR-ANSWER(KEY-NUM))
                   DELIMITED BY SIZE
               " MODULE-CHANGED=" DELIMITED BY SIZE
               FUNCTION TRIM(MODULE-VERDICT) DELIMITED BY SIZE
               " INPUT-CHANGED=" DELIMITED BY SIZE
               FUNCTION TRIM(INPUT-VERDICT) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

       WRITE-CHANGE-SUMMARY.
           MOVE CHANGED-COUNT TO DISPLAY-CHANGED.
           MOVE NEW-COUNT TO DISPLAY-NEW.
           MOVE REMOVED-COUNT TO DISPLAY-REMOVED.
           MOVE MOVED-COUNT TO DISPLAY-MOVED.
           MOVE UNEXPLAINED-COUNT TO DISPLAY-UNEXPLAINED.
           MOVE SPACES TO WS-WORK-LINE.
           STRING "MODULE CHANGES COMPLETE CHANGED=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-CHANGED) DELIMITED BY SIZE
               " NEW=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-NEW) DELIMITED BY SIZE
               " REMOVED=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-REMOVED) DELIMITED BY SIZE
               " MOVED=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-MOVED) DELIMITED BY SIZE
               " UNEXPLAINED=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-UNEXPLAINED) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           DISPLAY FUNCTION TRIM(WS-WORK-LINE).

       WRITE-REPORT-LINE.
           MOVE WS-WORK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
