       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGER-CONVERT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    A ledger written as free text lines (<program> INPUT=...
      *    ANSWER=... STAMP=...), rewritten as ledger_rec.cpy
      *    records. CONVERT_FILE names it (default
      *    answer_ledger.txt), so the same run converts an archived
      *    runs/<date>/answer_ledger.txt copy or a rolled-over
      *    answer_ledger_before_<cutoff>.txt. Records already in the
      *    fixed layout pass through untouched, so a second run over
      *    the same file changes nothing.
           SELECT OLD-LEDGER-FILE ASSIGN USING CONVERT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OLD-LEDGER-STATUS.

      *    <file>.new, which replaces the file only once the control
      *    totals balance; the free text is kept as <file>.freetext.
           SELECT NEW-LEDGER-FILE ASSIGN USING NEW-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NEW-LEDGER-STATUS.

           SELECT OPTIONAL BACKUP-FILE ASSIGN USING BACKUP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BACKUP-STATUS.

      *    Lines that cannot be read as a ledger line, exactly as
      *    they stood. They are left out of the converted ledger.
           SELECT REJECT-FILE ASSIGN TO "ledger_convert_rejects.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "ledger_convert.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-LEDGER-FILE.
       01  OLD-LEDGER-RECORD    PIC X(875).

       FD  NEW-LEDGER-FILE.
       01  NEW-LEDGER-RECORD    PIC X(875).

       FD  BACKUP-FILE.
       01  BACKUP-RECORD        PIC X(875).

       FD  REJECT-FILE.
       01  REJECT-RECORD        PIC X(875).

       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(400).

       WORKING-STORAGE SECTION.
       01  RUN-STAMP            PIC X(32) VALUE SPACES.
       01  OLD-LEDGER-STATUS    PIC XX.
       01  NEW-LEDGER-STATUS    PIC XX.
       01  BACKUP-STATUS        PIC XX.
       01  WS-COMMAND           PIC X(300).

      *    The converted record as it is built.
       COPY "ledger_rec.cpy".

       01  CONVERT-FLAGS.
           05 OLD-LEDGER-EOF    PIC X VALUE 'N'.
              88 AT-OLD-LEDGER-END  VALUE 'Y'.
           05 NEW-LEDGER-EOF    PIC X VALUE 'N'.
              88 AT-NEW-LEDGER-END  VALUE 'Y'.
           05 LINE-PARSED       PIC X.
              88 LINE-WAS-PARSED    VALUE 'Y'.
           05 TOTALS-BALANCE    PIC X VALUE 'N'.
              88 TOTALS-BALANCED    VALUE 'Y'.

      *    READ must equal CONVERTED plus PASSED plus REJECTED, and
      *    the new ledger on disk must hold CONVERTED plus PASSED.
       01  CONVERT-COUNTERS.
           05 READ-COUNT        PIC 9(7) VALUE 0.
           05 CONVERTED-COUNT   PIC 9(7) VALUE 0.
           05 PASSED-COUNT      PIC 9(7) VALUE 0.
           05 REJECTED-COUNT    PIC 9(7) VALUE 0.
           05 CARRY-COUNT       PIC 9(7) VALUE 0.
           05 SPLIT-TOTAL       PIC 9(7) VALUE 0.
           05 NEW-EXPECTED      PIC 9(7) VALUE 0.
           05 NEW-ON-FILE       PIC 9(7) VALUE 0.
           05 DISPLAY-COUNT     PIC ZZZZZZ9.

       01  CONVERT-FIELDS.
           05 CONVERT-NAME      PIC X(100) VALUE SPACES.
           05 NEW-NAME          PIC X(110) VALUE SPACES.
           05 BACKUP-NAME       PIC X(110) VALUE SPACES.
           05 LABEL-TEXT        PIC X(24).
           05 LABEL-COUNT       PIC 9(7).
           05 WS-WORK-LINE      PIC X(400).

       01  PARSE-FIELDS.
           05 SCAN-LINE         PIC X(300).
           05 MARKER-TEXT       PIC X(10).
           05 MARKER-LEN        PIC 99.
           05 MARKER-POS        PIC 9(4).
           05 SCAN-POS          PIC 9(4).
           05 FIELD-END         PIC 9(4).
           05 PARSE-SIZE        PIC X(30).
           05 PARSE-LINES       PIC X(15).
           05 PARSE-CHARS       PIC X(15).
           05 PARSE-ANSWER      PIC X(200).
           05 PARSE-RUNS        PIC X(10).
           05 PARSE-LATEST      PIC X(120).
           05 INPUT-POS         PIC 9(4).
           05 SIZE-POS          PIC 9(4).
           05 FP-POS            PIC 9(4).
           05 CARRIED-POS       PIC 9(4).
           05 FLIP-POS          PIC 9(4).
           05 CHANGED-POS       PIC 9(4).
           05 LATEST-POS        PIC 9(4).
           05 PREVIOUS-POS      PIC 9(4).
           05 ANSWER-POS        PIC 9(4).
           05 STAMP-POS         PIC 9(4).
           05 MODULE-POS        PIC 9(4).

      *    A parenthesised verdict as the free text ledger wrote it,
      *    broken into the verdict and reason columns.
       01  VERDICT-FIELDS.
           05 VERDICT-TEXT      PIC X(200).
           05 VERDICT-INNER     PIC X(200).
           05 VERDICT-LEN       PIC 9(4).
           05 MAPPED-VERDICT    PIC X(8).
           05 MAPPED-REASON     PIC X(60).

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
           ACCEPT CONVERT-NAME FROM ENVIRONMENT "CONVERT_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF CONVERT-NAME = SPACES
               MOVE "answer_ledger.txt" TO CONVERT-NAME
           END-IF.
           STRING FUNCTION TRIM(CONVERT-NAME) DELIMITED BY SIZE
               ".new" DELIMITED BY SIZE
               INTO NEW-NAME
           END-STRING.
           STRING FUNCTION TRIM(CONVERT-NAME) DELIMITED BY SIZE
               ".freetext" DELIMITED BY SIZE
               INTO BACKUP-NAME
           END-STRING.
           OPEN INPUT OLD-LEDGER-FILE.
           IF OLD-LEDGER-STATUS NOT = '00'
               DISPLAY "ERROR OPENING " FUNCTION TRIM(CONVERT-NAME)
                   " STATUS=" OLD-LEDGER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT NEW-LEDGER-FILE.
           OPEN OUTPUT REJECT-FILE.
           PERFORM CONVERT-LEDGER-RECORD UNTIL AT-OLD-LEDGER-END.
           CLOSE OLD-LEDGER-FILE.
           CLOSE NEW-LEDGER-FILE.
           CLOSE REJECT-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO WS-WORK-LINE.
           STRING "LEDGER CONVERT FILE=" DELIMITED BY SIZE
               FUNCTION TRIM(CONVERT-NAME) DELIMITED BY SIZE
               " STAMP=" DELIMITED BY SIZE
               FUNCTION TRIM(RUN-STAMP) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           IF CONVERTED-COUNT = 0 AND REJECTED-COUNT = 0
               PERFORM REMOVE-NEW-LEDGER
               MOVE SPACES TO WS-WORK-LINE
               STRING "NOTHING TO CONVERT, " DELIMITED BY SIZE
                   FUNCTION TRIM(CONVERT-NAME) DELIMITED BY SIZE
                   " LEFT AS IT IS" DELIMITED BY SIZE
                   INTO WS-WORK-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               CLOSE REPORT-FILE
               DISPLAY FUNCTION TRIM(WS-WORK-LINE)
               STOP RUN
           END-IF.
           PERFORM COUNT-NEW-LEDGER.
           PERFORM WRITE-CONTROL-TOTALS.
           IF NOT TOTALS-BALANCED
               MOVE SPACES TO WS-WORK-LINE
               STRING "OUT OF BALANCE: " DELIMITED BY SIZE
                   FUNCTION TRIM(CONVERT-NAME) DELIMITED BY SIZE
                   " NOT REPLACED" DELIMITED BY SIZE
                   INTO WS-WORK-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               CLOSE REPORT-FILE
               DISPLAY FUNCTION TRIM(WS-WORK-LINE)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *    An earlier conversion's free text copy is never written
      *    over; the operator moves it aside first.
           OPEN INPUT BACKUP-FILE.
           IF BACKUP-STATUS = '00'
               CLOSE BACKUP-FILE
               MOVE SPACES TO WS-WORK-LINE
               STRING "BACKUP EXISTS: " DELIMITED BY SIZE
                   FUNCTION TRIM(BACKUP-NAME) DELIMITED BY SIZE
                   ", " DELIMITED BY SIZE
                   FUNCTION TRIM(CONVERT-NAME) DELIMITED BY SIZE
                   " NOT REPLACED" DELIMITED BY SIZE
                   INTO WS-WORK-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               CLOSE REPORT-FILE
               DISPLAY FUNCTION TRIM(WS-WORK-LINE)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE BACKUP-FILE.
           MOVE SPACES TO WS-COMMAND.
           STRING "cp -p " DELIMITED BY SIZE
               FUNCTION TRIM(CONVERT-NAME) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(BACKUP-NAME) DELIMITED BY SIZE
               " && mv -f " DELIMITED BY SIZE
               FUNCTION TRIM(NEW-NAME) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(CONVERT-NAME) DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING.
           CALL "SYSTEM" USING WS-COMMAND.
           IF RETURN-CODE NOT = 0
               MOVE SPACES TO WS-WORK-LINE
               STRING "RENAME FAILED: " DELIMITED BY SIZE
                   FUNCTION TRIM(NEW-NAME) DELIMITED BY SIZE
                   " LEFT IN PLACE" DELIMITED BY SIZE
                   INTO WS-WORK-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               CLOSE REPORT-FILE
               DISPLAY FUNCTION TRIM(WS-WORK-LINE)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 0 TO RETURN-CODE.
           MOVE SPACES TO WS-WORK-LINE.
           MOVE CONVERTED-COUNT TO DISPLAY-COUNT.
           STRING "LEDGER CONVERT COMPLETE CONVERTED=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           MOVE PASSED-COUNT TO DISPLAY-COUNT.
           STRING FUNCTION TRIM(WS-WORK-LINE) DELIMITED BY SIZE
               " PASSED=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           MOVE REJECTED-COUNT TO DISPLAY-COUNT.
           STRING FUNCTION TRIM(WS-WORK-LINE) DELIMITED BY SIZE
               " REJECTED=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           CLOSE REPORT-FILE.
           DISPLAY FUNCTION TRIM(WS-WORK-LINE).
      *    Rejected lines are out of the ledger now; the operator
      *    needs to look at ledger_convert_rejects.txt.
           IF REJECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       CONVERT-LEDGER-RECORD.
           READ OLD-LEDGER-FILE
               AT END SET AT-OLD-LEDGER-END TO TRUE
           END-READ.
           IF AT-OLD-LEDGER-END
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO READ-COUNT.
           IF OLD-LEDGER-RECORD(1:6) = 'RUN   '
               OR OLD-LEDGER-RECORD(1:6) = 'CARRY '
               MOVE OLD-LEDGER-RECORD TO NEW-LEDGER-RECORD
               WRITE NEW-LEDGER-RECORD
               ADD 1 TO PASSED-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE OLD-LEDGER-RECORD(1:300) TO SCAN-LINE.
           PERFORM PARSE-LEDGER-LINE.
           IF NOT LINE-WAS-PARSED
               MOVE OLD-LEDGER-RECORD TO REJECT-RECORD
               WRITE REJECT-RECORD
               ADD 1 TO REJECTED-COUNT
               EXIT PARAGRAPH
           END-IF.
           WRITE NEW-LEDGER-RECORD FROM LEDGER-RECORD.
           ADD 1 TO CONVERTED-COUNT.
           IF LG-IS-CARRY
               ADD 1 TO CARRY-COUNT
           END-IF.

      *    Free text layout: <program> INPUT=<file> SIZE=<n>L/<n>C
      *    FP=<fingerprint> ANSWER=<text> MODULE=<id> STAMP=<stamp>.
      *    A carry-forward record also holds CARRIED=<runs>
      *    FLIP=<Y|N> LATEST=<verdict> CHANGED=<stamp>
      *    PREVIOUS=<answer> between the fingerprint and the answer.
      *    The answer may contain blanks, so it runs from its marker
      *    to the MODULE marker -- or to the STAMP marker on a line
      *    written before the module or fingerprint was recorded,
      *    which then records NONE for it.
       PARSE-LEDGER-LINE.
           MOVE 'N' TO LINE-PARSED.
           MOVE SPACES TO LEDGER-RECORD PARSE-SIZE PARSE-ANSWER.
           MOVE " INPUT=" TO MARKER-TEXT.
           MOVE 7 TO MARKER-LEN.
           PERFORM FIND-MARKER.
           MOVE MARKER-POS TO INPUT-POS.
           MOVE " SIZE=" TO MARKER-TEXT.
           MOVE 6 TO MARKER-LEN.
           PERFORM FIND-MARKER.
           MOVE MARKER-POS TO SIZE-POS.
           MOVE " FP=" TO MARKER-TEXT.
           MOVE 4 TO MARKER-LEN.
           PERFORM FIND-MARKER.
           MOVE MARKER-POS TO FP-POS.
           MOVE " ANSWER=" TO MARKER-TEXT.
           MOVE 8 TO MARKER-LEN.
           PERFORM FIND-MARKER.
           MOVE MARKER-POS TO ANSWER-POS.
           MOVE " STAMP=" TO MARKER-TEXT.
           MOVE 7 TO MARKER-LEN.
           PERFORM FIND-LAST-MARKER.
           MOVE MARKER-POS TO STAMP-POS.
           MOVE " MODULE=" TO MARKER-TEXT.
           MOVE 8 TO MARKER-LEN.
           PERFORM FIND-LAST-MARKER.
           MOVE MARKER-POS TO MODULE-POS.
           IF INPUT-POS = 0 OR SIZE-POS = 0 OR ANSWER-POS = 0
               OR STAMP-POS = 0 OR STAMP-POS <= ANSWER-POS
               OR SIZE-POS <= INPUT-POS
               EXIT PARAGRAPH
           END-IF.
           SET LG-IS-RUN TO TRUE.
           MOVE SCAN-LINE(STAMP-POS + 7:32) TO LG-STAMP.
           MOVE "NONE" TO LG-FINGERPRINT LG-MODULE.
           IF MODULE-POS <= ANSWER-POS OR MODULE-POS >= STAMP-POS
               MOVE STAMP-POS TO MODULE-POS
           ELSE
               COMPUTE FIELD-END = STAMP-POS - MODULE-POS - 8
               IF FIELD-END > 0
                   MOVE SCAN-LINE(MODULE-POS + 8:FIELD-END)
                       TO LG-MODULE
               END-IF
           END-IF.
           MOVE SCAN-LINE(1:INPUT-POS - 1) TO LG-PROGRAM.
           COMPUTE FIELD-END = SIZE-POS - INPUT-POS - 7.
           IF FIELD-END > 0
               MOVE SCAN-LINE(INPUT-POS + 7:FIELD-END) TO LG-INPUT
           END-IF.
           IF FP-POS > SIZE-POS AND FP-POS < ANSWER-POS
               COMPUTE FIELD-END = FP-POS - SIZE-POS - 6
               IF FIELD-END > 0
                   MOVE SCAN-LINE(SIZE-POS + 6:FIELD-END)
                       TO PARSE-SIZE
               END-IF
               UNSTRING SCAN-LINE(FP-POS + 4:)
                   DELIMITED BY SPACE INTO LG-FINGERPRINT
               END-UNSTRING
           ELSE
               COMPUTE FIELD-END = ANSWER-POS - SIZE-POS - 6
               IF FIELD-END > 0
                   MOVE SCAN-LINE(SIZE-POS + 6:FIELD-END)
                       TO PARSE-SIZE
               END-IF
           END-IF.
           MOVE SPACES TO PARSE-LINES PARSE-CHARS.
           UNSTRING PARSE-SIZE DELIMITED BY "L/" OR "C" OR SPACE
               INTO PARSE-LINES, PARSE-CHARS
           END-UNSTRING.
           MOVE 0 TO LG-LINES LG-CHARS.
           IF FUNCTION TEST-NUMVAL(PARSE-LINES) = 0
               MOVE FUNCTION NUMVAL(PARSE-LINES) TO LG-LINES
           END-IF.
           IF FUNCTION TEST-NUMVAL(PARSE-CHARS) = 0
               MOVE FUNCTION NUMVAL(PARSE-CHARS) TO LG-CHARS
           END-IF.
           COMPUTE FIELD-END = MODULE-POS - ANSWER-POS - 8.
           IF FIELD-END > 0
               MOVE SCAN-LINE(ANSWER-POS + 8:FIELD-END)
                   TO PARSE-ANSWER
           END-IF.
           MOVE PARSE-ANSWER TO VERDICT-TEXT.
           PERFORM MAP-VERDICT-TEXT.
           MOVE MAPPED-VERDICT TO LG-VERDICT.
           MOVE MAPPED-REASON TO LG-REASON.
           IF LG-OK
               MOVE PARSE-ANSWER TO LG-ANSWER
           END-IF.
           MOVE 0 TO LG-CARRIED-RUNS.
           PERFORM PARSE-CARRY-FIELDS.
           MOVE 'Y' TO LINE-PARSED.

       PARSE-CARRY-FIELDS.
           MOVE " CARRIED=" TO MARKER-TEXT.
           MOVE 9 TO MARKER-LEN.
           PERFORM FIND-MARKER.
           MOVE MARKER-POS TO CARRIED-POS.
           IF CARRIED-POS = 0 OR CARRIED-POS > ANSWER-POS
               EXIT PARAGRAPH
           END-IF.
           SET LG-IS-CARRY TO TRUE.
           MOVE 'N' TO LG-FLIP.
           MOVE SPACES TO PARSE-RUNS PARSE-LATEST.
           UNSTRING SCAN-LINE(CARRIED-POS + 9:)
               DELIMITED BY SPACE INTO PARSE-RUNS
           END-UNSTRING.
           IF FUNCTION TEST-NUMVAL(PARSE-RUNS) = 0
               MOVE FUNCTION NUMVAL(PARSE-RUNS) TO LG-CARRIED-RUNS
           END-IF.
           MOVE " FLIP=" TO MARKER-TEXT.
           MOVE 6 TO MARKER-LEN.
           PERFORM FIND-MARKER.
           MOVE MARKER-POS TO FLIP-POS.
           IF FLIP-POS > CARRIED-POS AND FLIP-POS < ANSWER-POS
               MOVE SCAN-LINE(FLIP-POS + 6:1) TO LG-FLIP
           END-IF.
           MOVE " CHANGED=" TO MARKER-TEXT.
           MOVE 9 TO MARKER-LEN.
           PERFORM FIND-MARKER.
           MOVE MARKER-POS TO CHANGED-POS.
           MOVE " LATEST=" TO MARKER-TEXT.
           MOVE 8 TO MARKER-LEN.
           PERFORM FIND-MARKER.
           MOVE MARKER-POS TO LATEST-POS.
           IF LATEST-POS > CARRIED-POS AND LATEST-POS < CHANGED-POS
               COMPUTE FIELD-END = CHANGED-POS - LATEST-POS - 8
               IF FIELD-END > 0
                   MOVE SCAN-LINE(LATEST-POS + 8:FIELD-END)
                       TO PARSE-LATEST
               END-IF
           END-IF.
           IF PARSE-LATEST NOT = SPACES
               MOVE PARSE-LATEST TO VERDICT-TEXT
               PERFORM MAP-VERDICT-TEXT
               MOVE MAPPED-VERDICT TO LG-LATEST-VERDICT
               MOVE MAPPED-REASON TO LG-LATEST-REASON
           END-IF.
           MOVE " PREVIOUS=" TO MARKER-TEXT.
           MOVE 10 TO MARKER-LEN.
           PERFORM FIND-MARKER.
           MOVE MARKER-POS TO PREVIOUS-POS.
           IF PREVIOUS-POS <= CARRIED-POS OR PREVIOUS-POS > ANSWER-POS
               MOVE ANSWER-POS TO PREVIOUS-POS
           ELSE
               COMPUTE FIELD-END = ANSWER-POS - PREVIOUS-POS - 10
               IF FIELD-END > 0
                   MOVE SCAN-LINE(PREVIOUS-POS + 10:FIELD-END)
                       TO LG-PREV-ANSWER
               END-IF
           END-IF.
           IF CHANGED-POS > CARRIED-POS AND CHANGED-POS < PREVIOUS-POS
               COMPUTE FIELD-END = PREVIOUS-POS - CHANGED-POS - 9
               IF FIELD-END > 0
                   MOVE SCAN-LINE(CHANGED-POS + 9:FIELD-END)
                       TO LG-CHANGED-STAMP
               END-IF
           END-IF.

      *    The runner's parenthesised verdicts, as it wrote them:
      *      (SKIPPED BY CALENDAR FREQ=x)  SKIPPED  BY CALENDAR FREQ=x
      *      (SKIPPED: x)                  SKIPPED  x
      *      (INPUT REFUSED: x)            FAILED   INPUT REFUSED: x
      *      (TIMEOUT AFTER nS)            TIMEOUT  AFTER nS
      *      (FAILED RC=n)                 FAILED   RC=n
      *      (OUTPUT-MISSING: x)           FAILED   OUTPUT-MISSING: x
      *    Any other text in parentheses was never an answer either
      *    and is kept whole as a FAILED reason; everything else is
      *    an OK answer.
       MAP-VERDICT-TEXT.
           MOVE "OK" TO MAPPED-VERDICT.
           MOVE SPACES TO MAPPED-REASON VERDICT-INNER.
           IF VERDICT-TEXT(1:1) NOT = '('
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(VERDICT-TEXT TRAILING))
               TO VERDICT-LEN.
           IF VERDICT-TEXT(VERDICT-LEN:1) = ')'
               SUBTRACT 1 FROM VERDICT-LEN
           END-IF.
           IF VERDICT-LEN > 1
               MOVE VERDICT-TEXT(2:VERDICT-LEN - 1) TO VERDICT-INNER
           END-IF.
           EVALUATE TRUE
               WHEN VERDICT-INNER(1:20) = 'SKIPPED BY CALENDAR '
                   MOVE "SKIPPED" TO MAPPED-VERDICT
                   MOVE VERDICT-INNER(9:) TO MAPPED-REASON
               WHEN VERDICT-INNER(1:9) = 'SKIPPED: '
                   MOVE "SKIPPED" TO MAPPED-VERDICT
                   MOVE VERDICT-INNER(10:) TO MAPPED-REASON
               WHEN VERDICT-INNER(1:14) = 'TIMEOUT AFTER '
                   MOVE "TIMEOUT" TO MAPPED-VERDICT
                   MOVE VERDICT-INNER(9:) TO MAPPED-REASON
               WHEN VERDICT-INNER(1:10) = 'FAILED RC='
                   MOVE "FAILED" TO MAPPED-VERDICT
                   MOVE VERDICT-INNER(8:) TO MAPPED-REASON
               WHEN OTHER
                   MOVE "FAILED" TO MAPPED-VERDICT
                   MOVE VERDICT-INNER TO MAPPED-REASON
           END-EVALUATE.

       COUNT-NEW-LEDGER.
           OPEN INPUT NEW-LEDGER-FILE.
           IF NEW-LEDGER-STATUS = '00'
               PERFORM COUNT-NEW-LEDGER-RECORD
                   UNTIL AT-NEW-LEDGER-END
           END-IF.
           CLOSE NEW-LEDGER-FILE.
           COMPUTE SPLIT-TOTAL
               = CONVERTED-COUNT + PASSED-COUNT + REJECTED-COUNT.
           COMPUTE NEW-EXPECTED = CONVERTED-COUNT + PASSED-COUNT.
           IF SPLIT-TOTAL = READ-COUNT
               AND NEW-ON-FILE = NEW-EXPECTED
               SET TOTALS-BALANCED TO TRUE
           END-IF.

       COUNT-NEW-LEDGER-RECORD.
           READ NEW-LEDGER-FILE
               AT END SET AT-NEW-LEDGER-END TO TRUE
               NOT AT END ADD 1 TO NEW-ON-FILE
           END-READ.

       WRITE-CONTROL-TOTALS.
           MOVE "CONTROL TOTALS" TO WS-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "  LEDGER LINES READ" TO LABEL-TEXT.
           MOVE READ-COUNT TO LABEL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  CONVERTED" TO LABEL-TEXT.
           MOVE CONVERTED-COUNT TO LABEL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "    CARRY-FORWARD" TO LABEL-TEXT.
           MOVE CARRY-COUNT TO LABEL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  ALREADY FIXED LAYOUT" TO LABEL-TEXT.
           MOVE PASSED-COUNT TO LABEL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  REJECTED" TO LABEL-TEXT.
           MOVE REJECTED-COUNT TO LABEL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  ACCOUNTED FOR" TO LABEL-TEXT.
           MOVE SPLIT-TOTAL TO LABEL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  NEW LEDGER ON FILE" TO LABEL-TEXT.
           MOVE NEW-ON-FILE TO LABEL-COUNT.
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

       REMOVE-NEW-LEDGER.
           MOVE SPACES TO WS-COMMAND.
           STRING "rm -f " DELIMITED BY SIZE
               FUNCTION TRIM(NEW-NAME) DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING.
           CALL "SYSTEM" USING WS-COMMAND.
           MOVE 0 TO RETURN-CODE.

       FIND-MARKER.
           MOVE 0 TO MARKER-POS.
           PERFORM VARYING SCAN-POS FROM 1 BY 1
                   UNTIL SCAN-POS > 300 - MARKER-LEN
               IF MARKER-POS = 0
                   AND SCAN-LINE(SCAN-POS:MARKER-LEN)
                       = MARKER-TEXT(1:MARKER-LEN)
                   MOVE SCAN-POS TO MARKER-POS
               END-IF
           END-PERFORM.

       FIND-LAST-MARKER.
           MOVE 0 TO MARKER-POS.
           PERFORM VARYING SCAN-POS FROM 1 BY 1
                   UNTIL SCAN-POS > 300 - MARKER-LEN
               IF SCAN-LINE(SCAN-POS:MARKER-LEN)
                   = MARKER-TEXT(1:MARKER-LEN)
                   MOVE SCAN-POS TO MARKER-POS
               END-IF
           END-PERFORM.

       WRITE-REPORT-LINE.
           MOVE WS-WORK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
