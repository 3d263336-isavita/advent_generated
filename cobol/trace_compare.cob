       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRACE-COMPARE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Two saved TURING-MACHINE step traces, read side by side to
      *    find the first step where the two runs part company.
      *    TRACE_OLD and TRACE_NEW name them; a value of the form
      *    yyyy-mm-dd means that night's runs/<yyyy-mm-dd>/trace.txt
      *    copy. Without TRACE_NEW tonight's trace.txt is used, and
      *    without TRACE_OLD the night before's archived copy.
      *    TRACE_WINDOW is how many steps to show on either side of
      *    the difference (default 5, at most 50).
           SELECT OLD-TRACE-FILE ASSIGN USING TRACE-NAME-1
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRACE-STATUS-1.

           SELECT NEW-TRACE-FILE ASSIGN USING TRACE-NAME-2
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRACE-STATUS-2.

           SELECT REPORT-FILE ASSIGN TO "trace_compare.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-TRACE-FILE.
       01  OLD-TRACE-RECORD     PIC X(41).

       FD  NEW-TRACE-FILE.
       01  NEW-TRACE-RECORD     PIC X(41).

       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(200).

       WORKING-STORAGE SECTION.
       01  RUN-STAMP            PIC X(32) VALUE SPACES.
       01  TRACE-NAME-1         PIC X(100) VALUE SPACES.
       01  TRACE-NAME-2         PIC X(100) VALUE SPACES.
       01  TRACE-STATUS-1       PIC XX.
       01  TRACE-STATUS-2       PIC XX.

      *    Slot 1 is always the old trace, slot 2 the new.
       01  SIDE-TABLE.
           05 SIDE-ROW OCCURS 2 TIMES.
              10 SD-NAME        PIC X(100).
              10 SD-EOF         PIC X.
                 88 SD-AT-END       VALUE 'Y'.
              10 SD-LINE        PIC X(41).
              10 SD-LAST-STEP   PIC X(41).
              10 SD-END-LINE    PIC X(41).
              10 SD-STEPS       PIC 9(9).

      *    A trace line is "PC=nnnnn OP=ooo A=aaaaaaaaaa B=bbbbbbbbbb";
      *    a closing OP=END line carries the registers as the run
      *    ended and is not a step.
       01  TRACE-LINE-VIEW.
           05 TV-LINE           PIC X(41).
           05 TV-FIELDS REDEFINES TV-LINE.
              10 FILLER         PIC X(3).
              10 TV-PC          PIC X(5).
              10 FILLER         PIC X(4).
              10 TV-OP          PIC X(3).
              10 FILLER         PIC X(3).
              10 TV-REG-A       PIC X(10).
              10 FILLER         PIC X(3).
              10 TV-REG-B       PIC X(10).

       01  COMPARE-FLAGS.
           05 DIFFERENCE-SEEN   PIC X VALUE 'N'.
              88 DIFFERENCE-FOUND   VALUE 'Y'.
           05 FIELDS-DIFFER     PIC X(8).

       01  COMPARE-COUNTERS.
           05 WINDOW-SIZE       PIC 99 VALUE 5.
           05 WINDOW-TEXT       PIC X(8) VALUE SPACES.
           05 STEP-NUM          PIC 9(9) VALUE 0.
           05 DIFF-STEP         PIC 9(9) VALUE 0.
           05 FIRST-SHOWN       PIC 9(9).
           05 AFTER-NUM         PIC 99.
           05 AFTER-TOTAL       PIC 99 VALUE 0.
           05 RING-POS          PIC 99.
           05 SIDE-NUM          PIC 9.
           05 DISPLAY-STEP      PIC ZZZZZZZZ9.
           05 DISPLAY-COUNT     PIC ZZZZZZZZ9.

      *    The last WINDOW-SIZE matching steps, kept in a ring so the
      *    lead-up to the difference can be shown.
       01  RING-TABLE.
           05 RING-ROW OCCURS 50 TIMES.
              10 RG-LINE        PIC X(41) OCCURS 2 TIMES.

      *    The differing step and the steps after it, each side read
      *    on its own from there.
       01  AFTER-TABLE.
           05 AFTER-ROW OCCURS 51 TIMES.
              10 AF-LINE        PIC X(41) OCCURS 2 TIMES.

       01  DATE-FIELDS.
           05 RUN-DATE-NUM      PIC 9(8) VALUE 0.
           05 RUN-DATE-PARTS REDEFINES RUN-DATE-NUM.
              10 RUN-YEAR       PIC 9(4).
              10 RUN-MONTH      PIC 99.
              10 RUN-DAY        PIC 99.
           05 RUN-DAY-INTEGER   PIC 9(8).
           05 OLD-DATE-TEXT     PIC X(10).

       01  REPORT-FIELDS.
           05 SHOW-LINE         PIC X(41).
           05 MARK-TEXT         PIC X.
           05 SIDE-LABEL        PIC X(5).
           05 WS-WORK-LINE      PIC X(200).

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
           ACCEPT TRACE-NAME-1 FROM ENVIRONMENT "TRACE_OLD"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           ACCEPT TRACE-NAME-2 FROM ENVIRONMENT "TRACE_NEW"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           ACCEPT WINDOW-TEXT FROM ENVIRONMENT "TRACE_WINDOW"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WINDOW-TEXT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WINDOW-TEXT) = 0
               IF FUNCTION NUMVAL(WINDOW-TEXT) > 50
                   MOVE 50 TO WINDOW-SIZE
               ELSE
                   MOVE FUNCTION NUMVAL(WINDOW-TEXT) TO WINDOW-SIZE
               END-IF
           END-IF.
           PERFORM SETTLE-TRACE-NAMES.
           OPEN INPUT OLD-TRACE-FILE.
           IF TRACE-STATUS-1 NOT = '00'
               DISPLAY "ERROR OPENING " FUNCTION TRIM(TRACE-NAME-1)
                   " STATUS=" TRACE-STATUS-1
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT NEW-TRACE-FILE.
           IF TRACE-STATUS-2 NOT = '00'
               DISPLAY "ERROR OPENING " FUNCTION TRIM(TRACE-NAME-2)
                   " STATUS=" TRACE-STATUS-2
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING SIDE-NUM FROM 1 BY 1 UNTIL SIDE-NUM > 2
               MOVE 'N' TO SD-EOF(SIDE-NUM)
               MOVE 0 TO SD-STEPS(SIDE-NUM)
               MOVE SPACES TO SD-LAST-STEP(SIDE-NUM)
                   SD-END-LINE(SIDE-NUM)
           END-PERFORM.
           MOVE TRACE-NAME-1 TO SD-NAME(1).
           MOVE TRACE-NAME-2 TO SD-NAME(2).
           PERFORM COMPARE-NEXT-STEP
               UNTIL DIFFERENCE-FOUND
               OR (SD-AT-END(1) AND SD-AT-END(2)).
           IF DIFFERENCE-FOUND
               PERFORM TAKE-STEP-AFTER
                   VARYING AFTER-NUM FROM 2 BY 1
                   UNTIL AFTER-NUM > WINDOW-SIZE + 1
                   OR (SD-AT-END(1) AND SD-AT-END(2))
           END-IF.
           PERFORM VARYING SIDE-NUM FROM 1 BY 1 UNTIL SIDE-NUM > 2
               PERFORM READ-TRACE-STEP UNTIL SD-AT-END(SIDE-NUM)
           END-PERFORM.
           CLOSE OLD-TRACE-FILE.
           CLOSE NEW-TRACE-FILE.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           IF DIFFERENCE-FOUND
               PERFORM WRITE-WINDOW-SECTION
           END-IF.
           PERFORM WRITE-SUMMARY-SECTION.
           PERFORM WRITE-COMPARE-SUMMARY.
           CLOSE REPORT-FILE.
           IF DIFFERENCE-FOUND
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *    The run date comes from the leading date in RUN_STAMP and
      *    falls back to the system date when the stamp carries none.
       SETTLE-TRACE-NAMES.
           IF TRACE-NAME-2 = SPACES
               MOVE "trace.txt" TO TRACE-NAME-2
           END-IF.
           IF TRACE-NAME-1 = SPACES
               IF RUN-STAMP(1:4) IS NUMERIC
                   AND RUN-STAMP(5:1) = '-' AND RUN-STAMP(8:1) = '-'
                   MOVE RUN-STAMP(1:4) TO RUN-YEAR
                   MOVE RUN-STAMP(6:2) TO RUN-MONTH
                   MOVE RUN-STAMP(9:2) TO RUN-DAY
               ELSE
                   ACCEPT RUN-DATE-NUM FROM DATE YYYYMMDD
               END-IF
               COMPUTE RUN-DAY-INTEGER
                   = FUNCTION INTEGER-OF-DATE(RUN-DATE-NUM) - 1
               COMPUTE RUN-DATE-NUM
                   = FUNCTION DATE-OF-INTEGER(RUN-DAY-INTEGER)
               MOVE SPACES TO OLD-DATE-TEXT
               STRING RUN-YEAR "-" RUN-MONTH "-" RUN-DAY
                   DELIMITED BY SIZE INTO OLD-DATE-TEXT
               END-STRING
               MOVE OLD-DATE-TEXT TO TRACE-NAME-1
           END-IF.
           MOVE TRACE-NAME-1 TO WS-WORK-LINE.
           PERFORM NAME-NIGHT-TRACE.
           MOVE WS-WORK-LINE TO TRACE-NAME-1.
           MOVE TRACE-NAME-2 TO WS-WORK-LINE.
           PERFORM NAME-NIGHT-TRACE.
           MOVE WS-WORK-LINE TO TRACE-NAME-2.

      *    A bare yyyy-mm-dd names that night's archived copy.
       NAME-NIGHT-TRACE.
           IF WS-WORK-LINE(1:4) IS NUMERIC
               AND WS-WORK-LINE(5:1) = '-'
               AND WS-WORK-LINE(8:1) = '-'
               AND WS-WORK-LINE(11:1) = SPACE
               MOVE WS-WORK-LINE(1:10) TO OLD-DATE-TEXT
               MOVE SPACES TO WS-WORK-LINE
               STRING "runs/" DELIMITED BY SIZE
                   OLD-DATE-TEXT DELIMITED BY SIZE
                   "/trace.txt" DELIMITED BY SIZE
                   INTO WS-WORK-LINE
               END-STRING
           END-IF.

      *    Both traces advance one step together while they agree.
      *    The first step where PC or either register differs, or
      *    where only one trace has a step left, is the difference.
       COMPARE-NEXT-STEP.
           MOVE 1 TO SIDE-NUM.
           PERFORM READ-TRACE-STEP.
           MOVE 2 TO SIDE-NUM.
           PERFORM READ-TRACE-STEP.
           IF SD-AT-END(1) AND SD-AT-END(2)
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO STEP-NUM.
           MOVE SPACES TO FIELDS-DIFFER.
           IF SD-AT-END(1) OR SD-AT-END(2)
               MOVE "END" TO FIELDS-DIFFER
           ELSE
               PERFORM NOTE-FIELDS-DIFFER
           END-IF.
           IF FIELDS-DIFFER NOT = SPACES
               SET DIFFERENCE-FOUND TO TRUE
               MOVE STEP-NUM TO DIFF-STEP
               MOVE 1 TO AFTER-TOTAL
               MOVE SD-LINE(1) TO AF-LINE(1, 1)
               MOVE SD-LINE(2) TO AF-LINE(1, 2)
               EXIT PARAGRAPH
           END-IF.
           IF WINDOW-SIZE > 0
               COMPUTE RING-POS
                   = FUNCTION MOD(STEP-NUM - 1, WINDOW-SIZE) + 1
               MOVE SD-LINE(1) TO RG-LINE(RING-POS, 1)
               MOVE SD-LINE(2) TO RG-LINE(RING-POS, 2)
           END-IF.

      *    Names what differs between SD-LINE(1) and SD-LINE(2).
       NOTE-FIELDS-DIFFER.
           MOVE SPACES TO FIELDS-DIFFER.
           MOVE SD-LINE(1) TO TV-LINE.
           MOVE TV-PC TO SHOW-LINE(1:5).
           MOVE TV-REG-A TO SHOW-LINE(6:10).
           MOVE TV-REG-B TO SHOW-LINE(16:10).
           MOVE SD-LINE(2) TO TV-LINE.
           IF TV-PC NOT = SHOW-LINE(1:5)
               MOVE "PC" TO FIELDS-DIFFER
           END-IF.
           IF TV-REG-A NOT = SHOW-LINE(6:10)
               STRING FUNCTION TRIM(FIELDS-DIFFER) DELIMITED BY SIZE
                   " A" DELIMITED BY SIZE
                   INTO FIELDS-DIFFER
               END-STRING
           END-IF.
           IF TV-REG-B NOT = SHOW-LINE(16:10)
               STRING FUNCTION TRIM(FIELDS-DIFFER) DELIMITED BY SIZE
                   " B" DELIMITED BY SIZE
                   INTO FIELDS-DIFFER
               END-STRING
           END-IF.
           MOVE FUNCTION TRIM(FIELDS-DIFFER) TO FIELDS-DIFFER.

       TAKE-STEP-AFTER.
           MOVE 1 TO SIDE-NUM.
           PERFORM READ-TRACE-STEP.
           MOVE 2 TO SIDE-NUM.
           PERFORM READ-TRACE-STEP.
           IF SD-AT-END(1) AND SD-AT-END(2)
               EXIT PARAGRAPH
           END-IF.
           MOVE AFTER-NUM TO AFTER-TOTAL.
           MOVE SD-LINE(1) TO AF-LINE(AFTER-NUM, 1).
           MOVE SD-LINE(2) TO AF-LINE(AFTER-NUM, 2).

      *    The next step line of one side into SD-LINE, or SPACES at
      *    its end. The closing OP=END line and blank lines are not
      *    steps.
       READ-TRACE-STEP.
           MOVE SPACES TO SD-LINE(SIDE-NUM).
           PERFORM UNTIL SD-AT-END(SIDE-NUM)
                   OR SD-LINE(SIDE-NUM) NOT = SPACES
               IF SIDE-NUM = 1
                   READ OLD-TRACE-FILE
                       AT END SET SD-AT-END(1) TO TRUE
                       NOT AT END MOVE OLD-TRACE-RECORD TO TV-LINE
                   END-READ
               ELSE
                   READ NEW-TRACE-FILE
                       AT END SET SD-AT-END(2) TO TRUE
                       NOT AT END MOVE NEW-TRACE-RECORD TO TV-LINE
                   END-READ
               END-IF
               IF NOT SD-AT-END(SIDE-NUM) AND TV-LINE NOT = SPACES
                   IF TV-OP = 'END'
                       MOVE TV-LINE TO SD-END-LINE(SIDE-NUM)
                   ELSE
                       MOVE TV-LINE TO SD-LINE(SIDE-NUM)
                       MOVE TV-LINE TO SD-LAST-STEP(SIDE-NUM)
                       ADD 1 TO SD-STEPS(SIDE-NUM)
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-WORK-LINE.
           STRING "TRACE COMPARISON OLD=" DELIMITED BY SIZE
               FUNCTION TRIM(TRACE-NAME-1) DELIMITED BY SIZE
               " NEW=" DELIMITED BY SIZE
               FUNCTION TRIM(TRACE-NAME-2) DELIMITED BY SIZE
               " STAMP=" DELIMITED BY SIZE
               FUNCTION TRIM(RUN-STAMP) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-WORK-LINE.
           IF DIFFERENCE-FOUND
               MOVE DIFF-STEP TO DISPLAY-STEP
               STRING "FIRST DIFFERENCE AT STEP " DELIMITED BY SIZE
                   FUNCTION TRIM(DISPLAY-STEP) DELIMITED BY SIZE
                   INTO WS-WORK-LINE
               END-STRING
               IF FIELDS-DIFFER = "END"
                   STRING FUNCTION TRIM(WS-WORK-LINE)
                           DELIMITED BY SIZE
                       ": ONE TRACE HAS ENDED" DELIMITED BY SIZE
                       INTO WS-WORK-LINE
                   END-STRING
               ELSE
                   STRING FUNCTION TRIM(WS-WORK-LINE)
                           DELIMITED BY SIZE
                       ": " DELIMITED BY SIZE
                       FUNCTION TRIM(FIELDS-DIFFER) DELIMITED BY SIZE
                       " DIFFER" DELIMITED BY SIZE
                       INTO WS-WORK-LINE
                   END-STRING
               END-IF
           ELSE
               MOVE STEP-NUM TO DISPLAY-STEP
               STRING "TRACES AGREE FOR ALL " DELIMITED BY SIZE
                   FUNCTION TRIM(DISPLAY-STEP) DELIMITED BY SIZE
                   " STEPS" DELIMITED BY SIZE
                   INTO WS-WORK-LINE
               END-STRING
           END-IF.
           PERFORM WRITE-REPORT-LINE.

      *    Up to WINDOW-SIZE agreeing steps before the difference,
      *    the differing step, and up to WINDOW-SIZE steps after,
      *    each marked * where the two sides differ.
       WRITE-WINDOW-SECTION.
           MOVE SPACES TO WS-WORK-LINE.
           MOVE "-- STEPS AROUND THE DIFFERENCE --" TO WS-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-WORK-LINE.
           MOVE "       STEP" TO WS-WORK-LINE(1:11).
           MOVE "OLD" TO WS-WORK-LINE(15:3).
           MOVE "NEW" TO WS-WORK-LINE(58:3).
           PERFORM WRITE-REPORT-LINE.
           IF DIFF-STEP > WINDOW-SIZE
               COMPUTE FIRST-SHOWN = DIFF-STEP - WINDOW-SIZE
           ELSE
               MOVE 1 TO FIRST-SHOWN
           END-IF.
           PERFORM VARYING STEP-NUM FROM FIRST-SHOWN BY 1
                   UNTIL STEP-NUM >= DIFF-STEP
               COMPUTE RING-POS
                   = FUNCTION MOD(STEP-NUM - 1, WINDOW-SIZE) + 1
               MOVE RG-LINE(RING-POS, 1) TO SD-LINE(1)
               MOVE RG-LINE(RING-POS, 2) TO SD-LINE(2)
               PERFORM WRITE-STEP-PAIR
           END-PERFORM.
           PERFORM VARYING AFTER-NUM FROM 1 BY 1
                   UNTIL AFTER-NUM > AFTER-TOTAL
               COMPUTE STEP-NUM = DIFF-STEP + AFTER-NUM - 1
               MOVE AF-LINE(AFTER-NUM, 1) TO SD-LINE(1)
               MOVE AF-LINE(AFTER-NUM, 2) TO SD-LINE(2)
               PERFORM WRITE-STEP-PAIR
           END-PERFORM.

       WRITE-STEP-PAIR.
           IF SD-LINE(1) = SPACES OR SD-LINE(2) = SPACES
               MOVE "END" TO FIELDS-DIFFER
           ELSE
               PERFORM NOTE-FIELDS-DIFFER
           END-IF.
           IF FIELDS-DIFFER = SPACES
               MOVE SPACE TO MARK-TEXT
           ELSE
               MOVE '*' TO MARK-TEXT
           END-IF.
           MOVE STEP-NUM TO DISPLAY-STEP.
           MOVE SPACES TO WS-WORK-LINE.
           MOVE MARK-TEXT TO WS-WORK-LINE(1:1).
           MOVE DISPLAY-STEP TO WS-WORK-LINE(3:9).
           MOVE SD-LINE(1) TO SHOW-LINE.
           IF SHOW-LINE = SPACES
               MOVE "(END OF TRACE)" TO SHOW-LINE
           END-IF.
           MOVE SHOW-LINE TO WS-WORK-LINE(15:41).
           MOVE SD-LINE(2) TO SHOW-LINE.
           IF SHOW-LINE = SPACES
               MOVE "(END OF TRACE)" TO SHOW-LINE
           END-IF.
           MOVE SHOW-LINE TO WS-WORK-LINE(58:41).
           PERFORM WRITE-REPORT-LINE.

      *    Steps and final registers per side. A trace saved before
      *    runs closed it with an OP=END line shows its last step's
      *    registers, as they stood before that step ran.
       WRITE-SUMMARY-SECTION.
           MOVE "-- SUMMARY --" TO WS-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-SIDE-SUMMARY
               VARYING SIDE-NUM FROM 1 BY 1
               UNTIL SIDE-NUM > 2.

       WRITE-SIDE-SUMMARY.
           MOVE SD-STEPS(SIDE-NUM) TO DISPLAY-COUNT.
           IF SIDE-NUM = 1
               MOVE "  OLD" TO SIDE-LABEL
           ELSE
               MOVE "  NEW" TO SIDE-LABEL
           END-IF.
           MOVE SPACES TO WS-WORK-LINE.
           STRING SIDE-LABEL DELIMITED BY SIZE
               " STEPS=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           IF SD-END-LINE(SIDE-NUM) NOT = SPACES
               MOVE SD-END-LINE(SIDE-NUM) TO TV-LINE
               STRING FUNCTION TRIM(WS-WORK-LINE TRAILING)
                       DELIMITED BY SIZE
                   " FINAL PC=" DELIMITED BY SIZE
                   FUNCTION TRIM(TV-PC) DELIMITED BY SIZE
                   " A=" DELIMITED BY SIZE
                   FUNCTION TRIM(TV-REG-A) DELIMITED BY SIZE
                   " B=" DELIMITED BY SIZE
                   FUNCTION TRIM(TV-REG-B) DELIMITED BY SIZE
                   INTO WS-WORK-LINE
               END-STRING
           ELSE
               IF SD-LAST-STEP(SIDE-NUM) NOT = SPACES
                   MOVE SD-LAST-STEP(SIDE-NUM) TO TV-LINE
                   STRING FUNCTION TRIM(WS-WORK-LINE TRAILING)
                           DELIMITED BY SIZE
                       " LAST STEP PC=" DELIMITED BY SIZE
                       FUNCTION TRIM(TV-PC) DELIMITED BY SIZE
                       " A=" DELIMITED BY SIZE
                       FUNCTION TRIM(TV-REG-A) DELIMITED BY SIZE
                       " B=" DELIMITED BY SIZE
                       FUNCTION TRIM(TV-REG-B) DELIMITED BY SIZE
                       " (NO END LINE)" DELIMITED BY SIZE
                       INTO WS-WORK-LINE
                   END-STRING
               END-IF
           END-IF.
           STRING FUNCTION TRIM(WS-WORK-LINE TRAILING)
                   DELIMITED BY SIZE
               " FILE=" DELIMITED BY SIZE
               FUNCTION TRIM(SD-NAME(SIDE-NUM)) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

       WRITE-COMPARE-SUMMARY.
           MOVE SD-STEPS(1) TO DISPLAY-COUNT.
           MOVE SPACES TO WS-WORK-LINE.
           STRING "TRACE COMPARE COMPLETE OLD-STEPS=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           MOVE SD-STEPS(2) TO DISPLAY-COUNT.
           STRING FUNCTION TRIM(WS-WORK-LINE) DELIMITED BY SIZE
               " NEW-STEPS=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               " FIRST-DIFFERENCE=" DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           IF DIFFERENCE-FOUND
               MOVE DIFF-STEP TO DISPLAY-STEP
               STRING FUNCTION TRIM(WS-WORK-LINE) DELIMITED BY SIZE
                   FUNCTION TRIM(DISPLAY-STEP) DELIMITED BY SIZE
                   INTO WS-WORK-LINE
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-WORK-LINE) DELIMITED BY SIZE
                   "NONE" DELIMITED BY SIZE
                   INTO WS-WORK-LINE
               END-STRING
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           DISPLAY FUNCTION TRIM(WS-WORK-LINE).

       WRITE-REPORT-LINE.
           MOVE WS-WORK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
