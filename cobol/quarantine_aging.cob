       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUARANTINE-AGING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Who answers for each program tag's rejects, one line per
      *    tag: "<tag> <owner>", the owner being the rest of the line.
      *    An "ESCALATE <days>" directive sets how old an open or
      *    dead-lettered record may grow before it is listed for
      *    escalation (default 7). QUARANTINE_OWNERS names the file
      *    (default quarantine_owners.txt); a relative name is taken
      *    from the production directory, so both environments
      *    escalate alike.
           SELECT OWNER-FILE ASSIGN USING OWNER-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OWNER-STATUS.

      *    The shared quarantine file: <tag> LINE <n> RC=<n>: <raw>.
      *    It carries no dates; a record's age is counted from the
      *    first of RUN-ARCHIVE's runs/<yyyy-mm-dd> copies that held
      *    its line, the file only ever growing between resets, and a
      *    line no archived copy holds yet arrived tonight.
           SELECT OPTIONAL QUARANTINE-FILE ASSIGN TO "quarantine.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUARANTINE-STATUS.

      *    QUARANTINE-REPAIR's last pass: every record it read went
      *    to exactly one of these, in quarantine.txt order, so a
      *    record past the pass's count has not been looked at yet
      *    and is still open.
           SELECT OPTIONAL RESUBMIT-FILE ASSIGN TO "resubmit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESUBMIT-STATUS.

           SELECT OPTIONAL DEADLETTER-FILE ASSIGN TO "dead_letter.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEADLETTER-STATUS.

           SELECT NIGHT-FILE ASSIGN USING NIGHT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NIGHT-STATUS.

           SELECT REPORT-FILE ASSIGN TO "quarantine_aging.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OWNER-FILE.
       01  OWNER-RECORD         PIC X(200).

       FD  QUARANTINE-FILE.
       01  QUARANTINE-RECORD    PIC X(300).

       FD  RESUBMIT-FILE.
       01  RESUBMIT-RECORD      PIC X(300).

       FD  DEADLETTER-FILE.
       01  DEADLETTER-RECORD    PIC X(400).

       FD  NIGHT-FILE.
       01  NIGHT-RECORD         PIC X(300).

       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(300).

       WORKING-STORAGE SECTION.
       01  RUN-STAMP            PIC X(32) VALUE SPACES.
       01  OWNER-NAME           PIC X(240) VALUE SPACES.
       01  OWNER-STATUS         PIC XX.
       01  QUARANTINE-STATUS    PIC XX.
       01  RESUBMIT-STATUS      PIC XX.
       01  DEADLETTER-STATUS    PIC XX.
       01  NIGHT-STATUS         PIC XX.

       01  AGING-FLAGS.
           05 OWNER-EOF         PIC X VALUE 'N'.
              88 AT-OWNER-END       VALUE 'Y'.
           05 QUARANTINE-EOF    PIC X VALUE 'N'.
              88 AT-QUARANTINE-END  VALUE 'Y'.
           05 RESUBMIT-EOF      PIC X VALUE 'N'.
              88 AT-RESUBMIT-END    VALUE 'Y'.
           05 DEADLETTER-EOF    PIC X VALUE 'N'.
              88 AT-DEADLETTER-END  VALUE 'Y'.
           05 NIGHT-EOF         PIC X.
              88 AT-NIGHT-END       VALUE 'Y'.
           05 DEAD-PENDING      PIC X VALUE 'N'.
              88 DEAD-LINE-PENDING  VALUE 'Y'.
           05 TABLES-OVERFLOWED PIC X VALUE 'N'.
           05 TOTALS-CHECK      PIC X.
              88 TOTALS-BALANCED    VALUE 'Y'.

       01  DATE-FIELDS.
           05 RUN-DATE-NUM      PIC 9(8) VALUE 0.
           05 RUN-DATE-PARTS REDEFINES RUN-DATE-NUM.
              10 RUN-YEAR       PIC 9(4).
              10 RUN-MONTH      PIC 99.
              10 RUN-DAY        PIC 99.
           05 RUN-INTEGER       PIC 9(8).
           05 RUN-DATE-TEXT     PIC X(10).
           05 NIGHT-DATE-NUM    PIC 9(8).
           05 NIGHT-DATE-PARTS REDEFINES NIGHT-DATE-NUM.
              10 NIGHT-YEAR     PIC 9(4).
              10 NIGHT-MONTH    PIC 99.
              10 NIGHT-DAY      PIC 99.
           05 NIGHT-INTEGER     PIC 9(8).
           05 FIRST-INTEGER     PIC 9(8).
           05 OLDEST-INTEGER    PIC 9(8) VALUE 0.
           05 NIGHT-DIR         PIC X(20).
           05 NIGHT-FILE-NAME   PIC X(60).
           05 NIGHTS-FOUND      PIC 9(3) VALUE 0.
           05 PREV-LINES        PIC 9(8) VALUE 0.
           05 COPY-LINES        PIC 9(8).

      *    When each stretch of quarantine.txt lines first appeared:
      *    lines from SG-FIRST-LINE up to the next segment's first
      *    line arrived on the night SG-INTEGER. A reset copy starts
      *    the list over.
       01  SEGMENT-TABLE.
           05 SEGMENT-TOTAL     PIC 9(3) VALUE 0.
           05 SEGMENT-ROW OCCURS 500 TIMES.
              10 SG-FIRST-LINE  PIC 9(8).
              10 SG-INTEGER     PIC 9(8).

       01  AGING-COUNTERS.
           05 ESCALATE-DAYS     PIC 9(4) VALUE 7.
           05 BAD-OWNER-LINES   PIC 9(4) VALUE 0.
           05 LIVE-LINES        PIC 9(8) VALUE 0.
           05 QUARANTINED-COUNT PIC 9(7) VALUE 0.
           05 OPEN-COUNT        PIC 9(7) VALUE 0.
           05 RESUBMIT-COUNT    PIC 9(7) VALUE 0.
           05 DEAD-COUNT        PIC 9(7) VALUE 0.
           05 RESUBMIT-LINES    PIC 9(7) VALUE 0.
           05 DEAD-LINES        PIC 9(7) VALUE 0.
           05 PROCESSED-LINES   PIC 9(7) VALUE 0.
           05 SPLIT-TOTAL       PIC 9(7) VALUE 0.
           05 ESCALATED-COUNT   PIC 9(7) VALUE 0.
           05 UNOWNED-COUNT     PIC 9(7) VALUE 0.
           05 DISPLAY-COUNT     PIC ZZZZZZ9.
           05 DISPLAY-BUCKET    PIC ZZZZZ9.

      *    Owner lines, matched on the program tag.
       01  OWNER-TABLE.
           05 OWNER-TOTAL       PIC 9(3) VALUE 0.
           05 OWNER-ROW OCCURS 300 TIMES.
              10 OW-TAG         PIC X(40).
              10 OW-OWNER       PIC X(60).

      *    One row per program tag with records in quarantine.txt.
      *    TG-BUCKET(state, bucket): state 1 open, 2 dead-lettered;
      *    bucket 1 is 0-1 days, 2 is 2-7, 3 is 8-30, 4 over 30.
       01  TAG-TABLE.
           05 TAG-TOTAL         PIC 9(3) VALUE 0.
           05 TAG-ROW OCCURS 200 TIMES.
              10 TG-NAME        PIC X(40).
              10 TG-OWNER       PIC 9(3).
              10 TG-QUARANTINED PIC 9(7).
              10 TG-RESUBMITTED PIC 9(7).
              10 TG-ESCALATED   PIC 9(7).
              10 TG-OLDEST      PIC 9(5).
              10 TG-STATE OCCURS 2 TIMES.
                 15 TG-BUCKET   PIC 9(7) OCCURS 4 TIMES.
                 15 TG-STATE-TOTAL PIC 9(7).

      *    Records past the escalation age, listed after the table.
       01  ESCALATION-TABLE.
           05 ESCALATION-TOTAL  PIC 9(4) VALUE 0.
           05 ESCALATION-ROW OCCURS 1000 TIMES.
              10 ES-TAG-NUM     PIC 9(3).
              10 ES-LINE        PIC 9(8).
              10 ES-AGE         PIC 9(5).
              10 ES-STATE       PIC 9.
              10 ES-RAW         PIC X(80).

       01  PARSE-FIELDS.
           05 PARSE-TAG         PIC X(40).
           05 TOKEN-1           PIC X(100).
           05 TOKEN-2           PIC X(100).
           05 RAW-RECORD        PIC X(200).
           05 DEAD-TAG          PIC X(40).
           05 DEAD-RAW          PIC X(200).
           05 SCAN-LINE         PIC X(400).
           05 SCAN-POS          PIC 9(4).
           05 MARKER-POS        PIC 9(4).
           05 COLON-POS         PIC 9(4).
           05 RAW-LEN           PIC 9(4).
           05 LINE-NUM          PIC 9(8).
           05 LINE-INTEGER      PIC 9(8).
           05 AGE-DAYS          PIC 9(5).
           05 STATE-NUM         PIC 9.
           05 BUCKET-NUM        PIC 9.
           05 TAG-NUM           PIC 9(3).
           05 OWNER-NUM         PIC 9(3).
           05 SEGMENT-NUM       PIC 9(3).
           05 ESCALATION-NUM    PIC 9(4).
           05 ROW-NUM           PIC 9(4).
           05 PATH-WORK         PIC X(240).
           05 OWNER-TEXT        PIC X(60).
           05 STATE-TEXT        PIC X(14).
           05 LABEL-TEXT        PIC X(24).
           05 LABEL-COUNT       PIC 9(7).
           05 WS-WORK-LINE      PIC X(300).

      *    Each tag with records past the escalation age is posted to
      *    the monitoring event feed once, naming its owner.
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
           ACCEPT OWNER-NAME FROM ENVIRONMENT "QUARANTINE_OWNERS"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF OWNER-NAME = SPACES
               MOVE "quarantine_owners.txt" TO OWNER-NAME
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
           PERFORM DERIVE-RUN-DATE.
           OPEN INPUT OWNER-FILE.
           IF OWNER-STATUS NOT = '00'
               DISPLAY "ERROR OPENING " FUNCTION TRIM(OWNER-NAME)
                   " STATUS=" OWNER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           PERFORM LOAD-OWNER-LINE UNTIL AT-OWNER-END.
           CLOSE OWNER-FILE.
           PERFORM SCAN-ONE-NIGHT
               VARYING NIGHT-INTEGER FROM FIRST-INTEGER BY 1
               UNTIL NIGHT-INTEGER > RUN-INTEGER.
           PERFORM COUNT-REPAIR-OUTPUTS.
           PERFORM COUNT-LIVE-LINES.
           OPEN INPUT QUARANTINE-FILE.
           OPEN INPUT DEADLETTER-FILE.
           MOVE 0 TO LINE-NUM.
           PERFORM AGE-NEXT-RECORD UNTIL AT-QUARANTINE-END.
           CLOSE QUARANTINE-FILE.
           CLOSE DEADLETTER-FILE.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM WRITE-AGING-SECTION.
           PERFORM WRITE-ESCALATION-SECTION.
           PERFORM WRITE-CONTROL-TOTALS.
           PERFORM WRITE-REPORT-SUMMARY.
           CLOSE REPORT-FILE.
           IF ESCALATED-COUNT > 0 OR UNOWNED-COUNT > 0
               OR BAD-OWNER-LINES > 0 OR NOT TOTALS-BALANCED
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *    The run date comes from the leading date in RUN_STAMP and
      *    falls back to the system date when the stamp carries none.
      *    Archived nights are walked back a year; anything older
      *    than the oldest copy found is aged from that copy.
       DERIVE-RUN-DATE.
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
           MOVE SPACES TO RUN-DATE-TEXT.
           STRING RUN-YEAR "-" RUN-MONTH "-" RUN-DAY
               DELIMITED BY SIZE INTO RUN-DATE-TEXT
           END-STRING.
           COMPUTE RUN-INTEGER = FUNCTION INTEGER-OF-DATE(RUN-DATE-NUM).
           COMPUTE FIRST-INTEGER = RUN-INTEGER - 366.

      *    A line without an owner is reported and names no one.
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
           MOVE SPACES TO TOKEN-1 TOKEN-2.
           UNSTRING OWNER-RECORD DELIMITED BY ALL SPACE
               INTO TOKEN-1, TOKEN-2
           END-UNSTRING.
           IF TOKEN-1 = 'ESCALATE'
               IF FUNCTION TEST-NUMVAL(TOKEN-2) = 0
                   MOVE FUNCTION NUMVAL(TOKEN-2) TO ESCALATE-DAYS
               ELSE
                   PERFORM WRITE-BAD-OWNER-LINE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF TOKEN-2 = SPACES
               PERFORM WRITE-BAD-OWNER-LINE
               EXIT PARAGRAPH
           END-IF.
           IF OWNER-TOTAL >= 300
               MOVE 'Y' TO TABLES-OVERFLOWED
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO OWNER-TOTAL.
           MOVE TOKEN-1 TO OW-TAG(OWNER-TOTAL).
           MOVE 0 TO MARKER-POS.
           PERFORM VARYING SCAN-POS FROM 1 BY 1
                   UNTIL SCAN-POS > 199 OR MARKER-POS > 0
               IF OWNER-RECORD(SCAN-POS:1) NOT = SPACE
                   AND OWNER-RECORD(SCAN-POS + 1:1) = SPACE
                   MOVE SCAN-POS TO MARKER-POS
               END-IF
           END-PERFORM.
           MOVE FUNCTION TRIM(OWNER-RECORD(MARKER-POS + 1:))
               TO OW-OWNER(OWNER-TOTAL).

       WRITE-BAD-OWNER-LINE.
           ADD 1 TO BAD-OWNER-LINES.
           MOVE SPACES TO WS-WORK-LINE.
           STRING "BAD OWNER LINE: " DELIMITED BY SIZE
               FUNCTION TRIM(OWNER-RECORD) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      *    One archived night's quarantine.txt. Growth past the
      *    previous copy arrived that night; a shorter copy means the
      *    file was reset, and everything in it arrived that night.
       SCAN-ONE-NIGHT.
           COMPUTE NIGHT-DATE-NUM
               = FUNCTION DATE-OF-INTEGER(NIGHT-INTEGER).
           MOVE SPACES TO NIGHT-DIR NIGHT-FILE-NAME.
           STRING "runs/" NIGHT-YEAR "-" NIGHT-MONTH "-" NIGHT-DAY
               DELIMITED BY SIZE INTO NIGHT-DIR
           END-STRING.
           STRING FUNCTION TRIM(NIGHT-DIR) DELIMITED BY SIZE
               "/quarantine.txt" DELIMITED BY SIZE
               INTO NIGHT-FILE-NAME
           END-STRING.
           MOVE 'N' TO NIGHT-EOF.
           OPEN INPUT NIGHT-FILE.
           IF NIGHT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO NIGHTS-FOUND.
           IF OLDEST-INTEGER = 0
               MOVE NIGHT-INTEGER TO OLDEST-INTEGER
           END-IF.
           MOVE 0 TO COPY-LINES.
           PERFORM COUNT-NIGHT-LINE UNTIL AT-NIGHT-END.
           CLOSE NIGHT-FILE.
           MOVE NIGHT-INTEGER TO LINE-INTEGER.
           PERFORM NOTE-GROWTH.

       COUNT-NIGHT-LINE.
           READ NIGHT-FILE
               AT END SET AT-NIGHT-END TO TRUE
               NOT AT END ADD 1 TO COPY-LINES
           END-READ.

      *    COPY-LINES lines seen on the night LINE-INTEGER.
       NOTE-GROWTH.
           IF COPY-LINES < PREV-LINES
               MOVE 0 TO SEGMENT-TOTAL PREV-LINES
           END-IF.
           IF COPY-LINES > PREV-LINES
               IF SEGMENT-TOTAL < 500
                   ADD 1 TO SEGMENT-TOTAL
                   COMPUTE SG-FIRST-LINE(SEGMENT-TOTAL)
                       = PREV-LINES + 1
                   MOVE LINE-INTEGER TO SG-INTEGER(SEGMENT-TOTAL)
               ELSE
                   MOVE 'Y' TO TABLES-OVERFLOWED
               END-IF
           END-IF.
           MOVE COPY-LINES TO PREV-LINES.

       COUNT-REPAIR-OUTPUTS.
           OPEN INPUT RESUBMIT-FILE.
           IF RESUBMIT-STATUS = '00'
               PERFORM COUNT-RESUBMIT-LINE UNTIL AT-RESUBMIT-END
           END-IF.
           CLOSE RESUBMIT-FILE.
           OPEN INPUT DEADLETTER-FILE.
           IF DEADLETTER-STATUS = '00'
               PERFORM COUNT-DEAD-LINE UNTIL AT-DEADLETTER-END
           END-IF.
           CLOSE DEADLETTER-FILE.
           MOVE 'N' TO DEADLETTER-EOF.
           COMPUTE PROCESSED-LINES = RESUBMIT-LINES + DEAD-LINES.

       COUNT-RESUBMIT-LINE.
           READ RESUBMIT-FILE
               AT END SET AT-RESUBMIT-END TO TRUE
               NOT AT END
                   IF RESUBMIT-RECORD NOT = SPACES
                       ADD 1 TO RESUBMIT-LINES
                   END-IF
           END-READ.

       COUNT-DEAD-LINE.
           READ DEADLETTER-FILE
               AT END SET AT-DEADLETTER-END TO TRUE
               NOT AT END
                   IF DEADLETTER-RECORD NOT = SPACES
                       ADD 1 TO DEAD-LINES
                   END-IF
           END-READ.

      *    Tonight's own copy closes the segment list: lines past the
      *    last archived copy arrived tonight.
       COUNT-LIVE-LINES.
           MOVE 'N' TO QUARANTINE-EOF.
           OPEN INPUT QUARANTINE-FILE.
           IF QUARANTINE-STATUS = '00'
               PERFORM COUNT-LIVE-LINE UNTIL AT-QUARANTINE-END
           END-IF.
           CLOSE QUARANTINE-FILE.
           MOVE 'N' TO QUARANTINE-EOF.
           MOVE LIVE-LINES TO COPY-LINES.
           MOVE RUN-INTEGER TO LINE-INTEGER.
           PERFORM NOTE-GROWTH.

       COUNT-LIVE-LINE.
           READ QUARANTINE-FILE
               AT END SET AT-QUARANTINE-END TO TRUE
               NOT AT END ADD 1 TO LIVE-LINES
           END-READ.

      *    Records are taken in file order, as QUARANTINE-REPAIR took
      *    them. Of the first PROCESSED-LINES records, one whose tag
      *    and raw text match the next dead letter line was
      *    dead-lettered and the rest were resubmitted; any record
      *    after them is still open.
       AGE-NEXT-RECORD.
           READ QUARANTINE-FILE
               AT END SET AT-QUARANTINE-END TO TRUE
           END-READ.
           IF AT-QUARANTINE-END
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO LINE-NUM.
           IF QUARANTINE-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO QUARANTINED-COUNT.
           PERFORM TAKE-QUARANTINE-FIELDS.
           MOVE QUARANTINE-RECORD TO SCAN-LINE.
           PERFORM FIND-OR-ADD-TAG.
           IF TAG-NUM = 0
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO TG-QUARANTINED(TAG-NUM).
           IF QUARANTINED-COUNT > PROCESSED-LINES
               MOVE 1 TO STATE-NUM
               ADD 1 TO OPEN-COUNT
           ELSE
               PERFORM READ-PENDING-DEAD-LINE
               IF DEAD-LINE-PENDING AND DEAD-TAG = PARSE-TAG
                   AND DEAD-RAW = RAW-RECORD
                   MOVE 'N' TO DEAD-PENDING
                   MOVE 2 TO STATE-NUM
                   ADD 1 TO DEAD-COUNT
               ELSE
                   ADD 1 TO RESUBMIT-COUNT
                   ADD 1 TO TG-RESUBMITTED(TAG-NUM)
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM TAKE-RECORD-AGE.
           EVALUATE TRUE
               WHEN AGE-DAYS <= 1
                   MOVE 1 TO BUCKET-NUM
               WHEN AGE-DAYS <= 7
                   MOVE 2 TO BUCKET-NUM
               WHEN AGE-DAYS <= 30
                   MOVE 3 TO BUCKET-NUM
               WHEN OTHER
                   MOVE 4 TO BUCKET-NUM
           END-EVALUATE.
           ADD 1 TO TG-BUCKET(TAG-NUM, STATE-NUM, BUCKET-NUM).
           ADD 1 TO TG-STATE-TOTAL(TAG-NUM, STATE-NUM).
           IF AGE-DAYS > TG-OLDEST(TAG-NUM)
               MOVE AGE-DAYS TO TG-OLDEST(TAG-NUM)
           END-IF.
           IF AGE-DAYS > ESCALATE-DAYS
               PERFORM NOTE-ESCALATION
           END-IF.

      *    The tag is the first token; the raw record is everything
      *    after the first ": ", trimmed, as QUARANTINE-REPAIR writes
      *    it to the dead letter file.
       TAKE-QUARANTINE-FIELDS.
           MOVE SPACES TO PARSE-TAG RAW-RECORD.
           UNSTRING QUARANTINE-RECORD DELIMITED BY ALL SPACE
               INTO PARSE-TAG
           END-UNSTRING.
           MOVE 0 TO COLON-POS.
           PERFORM VARYING SCAN-POS FROM 1 BY 1
                   UNTIL SCAN-POS > 298 OR COLON-POS > 0
               IF QUARANTINE-RECORD(SCAN-POS:2) = ': '
                   MOVE SCAN-POS TO COLON-POS
               END-IF
           END-PERFORM.
           IF COLON-POS = 0
               MOVE QUARANTINE-RECORD(1:200) TO RAW-RECORD
           ELSE
               COMPUTE RAW-LEN = 300 - COLON-POS - 1
               IF RAW-LEN > 200
                   MOVE 200 TO RAW-LEN
               END-IF
               IF RAW-LEN > 0
                   MOVE QUARANTINE-RECORD(COLON-POS + 2:RAW-LEN)
                       TO RAW-RECORD
               END-IF
           END-IF.
           MOVE FUNCTION TRIM(RAW-RECORD) TO RAW-RECORD.

      *    A dead letter line is <tag> RULE=<rule> REASON=<why>:
      *    <raw>; the reason never carries ": ", so the raw record
      *    is what follows the first one after REASON=.
       READ-PENDING-DEAD-LINE.
           IF DEAD-LINE-PENDING OR AT-DEADLETTER-END
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO DEADLETTER-RECORD.
           PERFORM UNTIL AT-DEADLETTER-END
                   OR DEADLETTER-RECORD NOT = SPACES
               READ DEADLETTER-FILE
                   AT END SET AT-DEADLETTER-END TO TRUE
               END-READ
           END-PERFORM.
           IF AT-DEADLETTER-END
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO DEAD-PENDING.
           MOVE SPACES TO DEAD-TAG DEAD-RAW.
           UNSTRING DEADLETTER-RECORD DELIMITED BY ALL SPACE
               INTO DEAD-TAG
           END-UNSTRING.
           MOVE 0 TO MARKER-POS COLON-POS.
           PERFORM VARYING SCAN-POS FROM 1 BY 1
                   UNTIL SCAN-POS > 392 OR MARKER-POS > 0
               IF DEADLETTER-RECORD(SCAN-POS:8) = ' REASON='
                   MOVE SCAN-POS TO MARKER-POS
               END-IF
           END-PERFORM.
           IF MARKER-POS = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING SCAN-POS FROM MARKER-POS BY 1
                   UNTIL SCAN-POS > 398 OR COLON-POS > 0
               IF DEADLETTER-RECORD(SCAN-POS:2) = ': '
                   MOVE SCAN-POS TO COLON-POS
               END-IF
           END-PERFORM.
           IF COLON-POS > 0
               MOVE DEADLETTER-RECORD(COLON-POS + 2:) TO DEAD-RAW
           END-IF.

      *    LINE-NUM arrived on the night of the last segment starting
      *    at or before it.
       TAKE-RECORD-AGE.
           MOVE RUN-INTEGER TO LINE-INTEGER.
           PERFORM VARYING SEGMENT-NUM FROM 1 BY 1
                   UNTIL SEGMENT-NUM > SEGMENT-TOTAL
               IF SG-FIRST-LINE(SEGMENT-NUM) <= LINE-NUM
                   MOVE SG-INTEGER(SEGMENT-NUM) TO LINE-INTEGER
               END-IF
           END-PERFORM.
           COMPUTE AGE-DAYS = RUN-INTEGER - LINE-INTEGER.

       NOTE-ESCALATION.
           ADD 1 TO ESCALATED-COUNT.
           ADD 1 TO TG-ESCALATED(TAG-NUM).
           IF ESCALATION-TOTAL >= 1000
               MOVE 'Y' TO TABLES-OVERFLOWED
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO ESCALATION-TOTAL.
           MOVE TAG-NUM TO ES-TAG-NUM(ESCALATION-TOTAL).
           MOVE LINE-NUM TO ES-LINE(ESCALATION-TOTAL).
           MOVE AGE-DAYS TO ES-AGE(ESCALATION-TOTAL).
           MOVE STATE-NUM TO ES-STATE(ESCALATION-TOTAL).
           MOVE RAW-RECORD TO ES-RAW(ESCALATION-TOTAL).

       FIND-OR-ADD-TAG.
           MOVE 0 TO TAG-NUM.
           IF PARSE-TAG = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING ROW-NUM FROM 1 BY 1
                   UNTIL ROW-NUM > TAG-TOTAL
               IF TAG-NUM = 0 AND TG-NAME(ROW-NUM) = PARSE-TAG
                   MOVE ROW-NUM TO TAG-NUM
               END-IF
           END-PERFORM.
           IF TAG-NUM > 0
               EXIT PARAGRAPH
           END-IF.
           IF TAG-TOTAL >= 200
               MOVE 'Y' TO TABLES-OVERFLOWED
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO TAG-TOTAL.
           MOVE TAG-TOTAL TO TAG-NUM.
           INITIALIZE TAG-ROW(TAG-NUM).
           MOVE PARSE-TAG TO TG-NAME(TAG-NUM).
           MOVE 0 TO TG-OWNER(TAG-NUM).
           PERFORM VARYING OWNER-NUM FROM 1 BY 1
                   UNTIL OWNER-NUM > OWNER-TOTAL
               IF TG-OWNER(TAG-NUM) = 0
                   AND OW-TAG(OWNER-NUM) = PARSE-TAG
                   MOVE OWNER-NUM TO TG-OWNER(TAG-NUM)
               END-IF
           END-PERFORM.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-WORK-LINE.
           MOVE ESCALATE-DAYS TO DISPLAY-COUNT.
           STRING "QUARANTINE AGING RUN DATE=" DELIMITED BY SIZE
               RUN-DATE-TEXT DELIMITED BY SIZE
               " STAMP=" DELIMITED BY SIZE
               FUNCTION TRIM(RUN-STAMP) DELIMITED BY SIZE
               " ESCALATE AFTER " DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               " DAYS" DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE NIGHTS-FOUND TO DISPLAY-COUNT.
           MOVE SPACES TO WS-WORK-LINE.
           STRING "ARCHIVED NIGHTS=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           IF OLDEST-INTEGER > 0
               COMPUTE NIGHT-DATE-NUM
                   = FUNCTION DATE-OF-INTEGER(OLDEST-INTEGER)
               STRING FUNCTION TRIM(WS-WORK-LINE) DELIMITED BY SIZE
                   " OLDEST=" NIGHT-YEAR "-" NIGHT-MONTH "-"
                   NIGHT-DAY DELIMITED BY SIZE
                   " (OLDER RECORDS AGED FROM IT)" DELIMITED BY SIZE
                   INTO WS-WORK-LINE
               END-STRING
           END-IF.
           PERFORM WRITE-REPORT-LINE.

      *    Per tag: its owner, then an OPEN and a DEAD-LETTER line of
      *    age buckets.
       WRITE-AGING-SECTION.
           MOVE "-- AGING BY PROGRAM TAG --" TO WS-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-WORK-LINE.
           MOVE "  STATE" TO WS-WORK-LINE(1:14).
           MOVE "0-1" TO WS-WORK-LINE(19:3).
           MOVE "2-7" TO WS-WORK-LINE(26:3).
           MOVE "8-30" TO WS-WORK-LINE(32:4).
           MOVE "30+" TO WS-WORK-LINE(40:3).
           MOVE "TOTAL" TO WS-WORK-LINE(45:5).
           PERFORM WRITE-REPORT-LINE.
           IF TAG-TOTAL = 0
               MOVE "  (NONE)" TO WS-WORK-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           PERFORM WRITE-TAG-BLOCK
               VARYING TAG-NUM FROM 1 BY 1
               UNTIL TAG-NUM > TAG-TOTAL.

       WRITE-TAG-BLOCK.
           PERFORM TAKE-OWNER-TEXT.
           IF TG-OWNER(TAG-NUM) = 0
               AND TG-STATE-TOTAL(TAG-NUM, 1)
                   + TG-STATE-TOTAL(TAG-NUM, 2) > 0
               ADD 1 TO UNOWNED-COUNT
           END-IF.
           MOVE TG-QUARANTINED(TAG-NUM) TO DISPLAY-COUNT.
           MOVE SPACES TO WS-WORK-LINE.
           STRING "TAG " DELIMITED BY SIZE
               FUNCTION TRIM(TG-NAME(TAG-NUM)) DELIMITED BY SIZE
               " OWNER=" DELIMITED BY SIZE
               FUNCTION TRIM(OWNER-TEXT) DELIMITED BY SIZE
               " QUARANTINED=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           MOVE TG-RESUBMITTED(TAG-NUM) TO DISPLAY-COUNT.
           STRING FUNCTION TRIM(WS-WORK-LINE) DELIMITED BY SIZE
               " RESUBMITTED=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE "  OPEN" TO STATE-TEXT.
           MOVE 1 TO STATE-NUM.
           PERFORM WRITE-BUCKET-LINE.
           MOVE "  DEAD-LETTER" TO STATE-TEXT.
           MOVE 2 TO STATE-NUM.
           PERFORM WRITE-BUCKET-LINE.
           IF TG-ESCALATED(TAG-NUM) > 0
               PERFORM POST-ESCALATION-EVENT
           END-IF.

       TAKE-OWNER-TEXT.
           IF TG-OWNER(TAG-NUM) = 0
               MOVE "(NO OWNER)" TO OWNER-TEXT
           ELSE
               MOVE OW-OWNER(TG-OWNER(TAG-NUM)) TO OWNER-TEXT
           END-IF.

       WRITE-BUCKET-LINE.
           MOVE SPACES TO WS-WORK-LINE.
           MOVE STATE-TEXT TO WS-WORK-LINE(1:14).
           PERFORM VARYING BUCKET-NUM FROM 1 BY 1
                   UNTIL BUCKET-NUM > 4
               MOVE TG-BUCKET(TAG-NUM, STATE-NUM, BUCKET-NUM)
                   TO DISPLAY-BUCKET
               COMPUTE SCAN-POS = BUCKET-NUM * 7 + 9
               MOVE DISPLAY-BUCKET TO WS-WORK-LINE(SCAN-POS:6)
           END-PERFORM.
           MOVE TG-STATE-TOTAL(TAG-NUM, STATE-NUM) TO DISPLAY-BUCKET.
           MOVE DISPLAY-BUCKET TO WS-WORK-LINE(44:6).
           PERFORM WRITE-REPORT-LINE.

      *    Every record past the escalation age, in quarantine.txt
      *    order.
       WRITE-ESCALATION-SECTION.
           MOVE SPACES TO WS-WORK-LINE.
           MOVE ESCALATE-DAYS TO DISPLAY-COUNT.
           STRING "-- FOR ESCALATION (OVER " DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               " DAYS) --" DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           IF ESCALATION-TOTAL = 0
               MOVE "  (NONE)" TO WS-WORK-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           PERFORM WRITE-ESCALATION-LINE
               VARYING ESCALATION-NUM FROM 1 BY 1
               UNTIL ESCALATION-NUM > ESCALATION-TOTAL.

       WRITE-ESCALATION-LINE.
           MOVE ES-TAG-NUM(ESCALATION-NUM) TO TAG-NUM.
           PERFORM TAKE-OWNER-TEXT.
           IF ES-STATE(ESCALATION-NUM) = 1
               MOVE "OPEN" TO STATE-TEXT
           ELSE
               MOVE "DEAD-LETTER" TO STATE-TEXT
           END-IF.
           MOVE ES-AGE(ESCALATION-NUM) TO DISPLAY-COUNT.
           MOVE SPACES TO WS-WORK-LINE.
           STRING "  " DELIMITED BY SIZE
               FUNCTION TRIM(TG-NAME(TAG-NUM)) DELIMITED BY SIZE
               " OWNER=" DELIMITED BY SIZE
               FUNCTION TRIM(OWNER-TEXT) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(STATE-TEXT) DELIMITED BY SIZE
               " AGE=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               "D" DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           MOVE ES-LINE(ESCALATION-NUM) TO DISPLAY-COUNT.
           STRING FUNCTION TRIM(WS-WORK-LINE TRAILING)
                   DELIMITED BY SIZE
               " LINE " DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               FUNCTION TRIM(ES-RAW(ESCALATION-NUM)) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

       POST-ESCALATION-EVENT.
           MOVE SPACES TO EVENT-REQUEST.
           MOVE "WARNING" TO EVR-SEVERITY.
           MOVE "QUARANTINE-AGING" TO EVR-SOURCE.
           MOVE TG-NAME(TAG-NUM) TO EVR-JOB.
           MOVE "QUARANTINE-AGED" TO EVR-CODE.
           MOVE TG-ESCALATED(TAG-NUM) TO DISPLAY-COUNT.
           STRING FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               " PAST ESCALATION AGE OWNER=" DELIMITED BY SIZE
               FUNCTION TRIM(OWNER-TEXT) DELIMITED BY SIZE
               INTO EVR-TEXT
           END-STRING.
           CALL "EVENT-FEED" USING EVENT-REQUEST.

      *    Every quarantined record is open, resubmitted or dead-
      *    lettered, and the two repair files hold exactly the ones
      *    QUARANTINE-REPAIR settled.
       WRITE-CONTROL-TOTALS.
           COMPUTE SPLIT-TOTAL = OPEN-COUNT + RESUBMIT-COUNT
               + DEAD-COUNT.
           IF SPLIT-TOTAL = QUARANTINED-COUNT
               AND RESUBMIT-COUNT = RESUBMIT-LINES
               AND DEAD-COUNT = DEAD-LINES
               MOVE 'Y' TO TOTALS-CHECK
           ELSE
               MOVE 'N' TO TOTALS-CHECK
           END-IF.
           MOVE "CONTROL TOTALS" TO WS-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "  QUARANTINED RECORDS" TO LABEL-TEXT.
           MOVE QUARANTINED-COUNT TO LABEL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  OPEN" TO LABEL-TEXT.
           MOVE OPEN-COUNT TO LABEL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  RESUBMITTED" TO LABEL-TEXT.
           MOVE RESUBMIT-COUNT TO LABEL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  DEAD-LETTERED" TO LABEL-TEXT.
           MOVE DEAD-COUNT TO LABEL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  OPEN PLUS SETTLED" TO LABEL-TEXT.
           MOVE SPLIT-TOTAL TO LABEL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  RESUBMIT FILE LINES" TO LABEL-TEXT.
           MOVE RESUBMIT-LINES TO LABEL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  DEAD LETTER FILE LINES" TO LABEL-TEXT.
           MOVE DEAD-LINES TO LABEL-COUNT.
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
           MOVE OPEN-COUNT TO DISPLAY-COUNT.
           MOVE SPACES TO WS-WORK-LINE.
           STRING "QUARANTINE AGING COMPLETE OPEN=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           MOVE DEAD-COUNT TO DISPLAY-COUNT.
           STRING FUNCTION TRIM(WS-WORK-LINE) DELIMITED BY SIZE
               " DEAD-LETTER=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           MOVE ESCALATED-COUNT TO DISPLAY-COUNT.
           STRING FUNCTION TRIM(WS-WORK-LINE) DELIMITED BY SIZE
               " ESCALATED=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           MOVE UNOWNED-COUNT TO DISPLAY-COUNT.
           STRING FUNCTION TRIM(WS-WORK-LINE) DELIMITED BY SIZE
               " UNOWNED-TAGS=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           DISPLAY FUNCTION TRIM(WS-WORK-LINE).

       WRITE-REPORT-LINE.
           MOVE WS-WORK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
