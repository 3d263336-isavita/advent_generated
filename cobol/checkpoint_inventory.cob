       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECKPOINT-INVENTORY.

      *    Run before the batch: every restart checkpoint left in the
      *    environment's directory (and in any stream_<n> directory a
      *    split batch ran in) is listed with its owner, age, run
      *    stamp and whether it would still be resumed. A checkpoint
      *    is still good only when its CHECKPOINT-GUARD header shows
      *    the fingerprint of an input tonight's manifest stages; one
      *    with no header, no fingerprint, or a fingerprint no input
      *    tonight carries is stale -- its owner will refuse it and
      *    start over -- and is posted to the event feed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    One checkpoint, opened read-only for its header record and
      *    a line count.
           SELECT CHECKPOINT-FILE ASSIGN USING CKPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CKPT-STATUS.

      *    Tonight's jobs; each input named here is fingerprinted so
      *    a checkpoint header can be matched to the input it was
      *    taken against.
           SELECT MANIFEST-FILE ASSIGN TO "manifest.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MANIFEST-STATUS.

           SELECT REPORT-FILE ASSIGN TO "checkpoint_inventory.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD    PIC X(5000).

       FD  MANIFEST-FILE.
       01  MANIFEST-RECORD      PIC X(200).

       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(300).

       WORKING-STORAGE SECTION.
       01  RUN-STAMP            PIC X(32) VALUE SPACES.
       01  CKPT-STATUS          PIC XX.
       01  MANIFEST-STATUS      PIC XX.

       01  INVENTORY-FLAGS.
           05 CKPT-EOF          PIC X VALUE 'N'.
              88 AT-CKPT-END        VALUE 'Y'.
           05 MANIFEST-EOF      PIC X VALUE 'N'.
              88 AT-MANIFEST-END    VALUE 'Y'.
           05 CKPT-STALE        PIC X VALUE 'N'.
              88 CHECKPOINT-IS-STALE VALUE 'Y'.
           05 TABLES-OVERFLOWED PIC X VALUE 'N'.

      *    Every checkpoint a program of this system keeps, and the
      *    PROGRAM-ID whose header it should carry.
       01  KNOWN-CHECKPOINTS.
           05 KNOWN-COUNT       PIC 9 VALUE 4.
           05 KNOWN-VALUES.
              10 FILLER PIC X(30) VALUE "light_checkpoint.dat".
              10 FILLER PIC X(30) VALUE "LIGHT-SIMULATOR".
              10 FILLER PIC X(30) VALUE "sand_checkpoint.dat".
              10 FILLER PIC X(30) VALUE "SAND-FILLING".
              10 FILLER PIC X(30) VALUE "firewall_checkpoint.dat".
              10 FILLER PIC X(30) VALUE "FIREWALL-RULES".
              10 FILLER PIC X(30) VALUE "vm_scan_checkpoint.txt".
              10 FILLER PIC X(30) VALUE "INTCODE-VM".
           05 KNOWN-TABLE REDEFINES KNOWN-VALUES.
              10 KNOWN-ENTRY OCCURS 4 TIMES.
                 15 KN-FILE        PIC X(30).
                 15 KN-OWNER       PIC X(30).

      *    One row per manifest job: binary, staged input and the
      *    input's fingerprint (blank when it cannot be read).
       01  MANIFEST-TABLE.
           05 JOB-TOTAL         PIC 9(4) VALUE 0.
           05 JOB-ROW OCCURS 500 TIMES.
              10 MJ-BINARY      PIC X(100).
              10 MJ-INPUT       PIC X(100).
              10 MJ-FINGERPRINT PIC X(16).

       01  INVENTORY-COUNTERS.
           05 PLACES-SEARCHED   PIC 9(4) VALUE 0.
           05 PRESENT-COUNT     PIC 9(4) VALUE 0.
           05 EMPTY-COUNT       PIC 9(4) VALUE 0.
           05 VALID-COUNT       PIC 9(4) VALUE 0.
           05 STALE-COUNT       PIC 9(4) VALUE 0.
           05 CKPT-LINES        PIC 9(8) VALUE 0.
           05 DISPLAY-COUNT     PIC Z(6)9.

       01  INVENTORY-FIELDS.
           05 PLACE-NUM         PIC 9.
           05 PLACE-DIGIT       PIC 9.
           05 PLACE-DIR         PIC X(20).
           05 KNOWN-NUM         PIC 9.
           05 JOB-NUM           PIC 9(4).
           05 MATCH-NUM         PIC 9(4).
           05 CKPT-PATH         PIC X(60).
           05 TOKEN-1           PIC X(100).
           05 TOKEN-2           PIC X(100).
           05 VERDICT-TEXT      PIC X(120).
           05 AGE-TEXT          PIC X(20).
           05 LABEL-TEXT        PIC X(24).
           05 LABEL-COUNT       PIC 9(7).
           05 WS-WORK-LINE      PIC X(300).

      *    Age of a checkpoint: now less its header's CREATED time,
      *    in whole minutes, shown as days, hours and minutes.
       01  AGE-FIELDS.
           05 NOW-DATE          PIC 9(8).
           05 NOW-TIME          PIC 9(8).
           05 NOW-TIME-X REDEFINES NOW-TIME.
              10 NOW-HOUR          PIC 99.
              10 NOW-MINUTE        PIC 99.
              10 FILLER            PIC 9(4).
           05 NOW-MINUTES       PIC 9(12).
           05 CREATED-DATE      PIC 9(8).
           05 CREATED-DATE-X REDEFINES CREATED-DATE.
              10 CREATED-YEAR      PIC 9(4).
              10 CREATED-MONTH     PIC 99.
              10 CREATED-DAY       PIC 99.
           05 CREATED-HOUR      PIC 99.
           05 CREATED-MINUTE    PIC 99.
           05 CREATED-MINUTES   PIC 9(12).
           05 AGE-MINUTES       PIC S9(12).
           05 AGE-DAYS          PIC 9(5).
           05 AGE-HOURS         PIC 99.
           05 AGE-REST          PIC 99.
           05 AGE-DAYS-DISP     PIC Z(4)9.

       COPY "ckpt_req.cpy".

       COPY "fingerprint_req.cpy".

      *    Each stale checkpoint is also posted to the monitoring
      *    event feed, named by its owner.
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
           ACCEPT NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT NOW-TIME FROM TIME.
           COMPUTE NOW-MINUTES
               = FUNCTION INTEGER-OF-DATE(NOW-DATE) * 1440
               + NOW-HOUR * 60 + NOW-MINUTE.
           OPEN INPUT MANIFEST-FILE.
           IF MANIFEST-STATUS NOT = '00'
               DISPLAY "ERROR OPENING manifest.txt STATUS="
                   MANIFEST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-MANIFEST-ENTRY UNTIL AT-MANIFEST-END.
           CLOSE MANIFEST-FILE.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER.
      *    Place 0 is the environment's own directory; 1 to 8 are the
      *    stream directories BATCH-RUNNER splits a batch into.
           PERFORM SEARCH-ONE-PLACE
               VARYING PLACE-NUM FROM 0 BY 1
               UNTIL PLACE-NUM > 8.
           PERFORM WRITE-CONTROL-TOTALS.
           PERFORM WRITE-REPORT-SUMMARY.
           CLOSE REPORT-FILE.
           IF STALE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

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
           MOVE SPACES TO TOKEN-1 TOKEN-2.
           UNSTRING MANIFEST-RECORD DELIMITED BY ALL SPACE
               INTO TOKEN-1, TOKEN-2
           END-UNSTRING.
           IF TOKEN-1 = SPACES OR TOKEN-2 = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF JOB-TOTAL >= 500
               MOVE 'Y' TO TABLES-OVERFLOWED
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO JOB-TOTAL.
           MOVE TOKEN-1 TO MJ-BINARY(JOB-TOTAL).
           MOVE TOKEN-2 TO MJ-INPUT(JOB-TOTAL).
           MOVE SPACES TO MJ-FINGERPRINT(JOB-TOTAL).
           MOVE SPACES TO FPR-FILE-NAME.
           MOVE TOKEN-2 TO FPR-FILE-NAME.
           CALL "CONTENT-FINGERPRINT" USING FINGERPRINT-REQUEST.
           IF FPR-OK
               MOVE FPR-FINGERPRINT TO MJ-FINGERPRINT(JOB-TOTAL)
           END-IF.

       SEARCH-ONE-PLACE.
           MOVE SPACES TO PLACE-DIR.
           IF PLACE-NUM > 0
               MOVE PLACE-NUM TO PLACE-DIGIT
               STRING "stream_" PLACE-DIGIT "/" DELIMITED BY SIZE
                   INTO PLACE-DIR
               END-STRING
           END-IF.
           ADD 1 TO PLACES-SEARCHED.
           PERFORM CHECK-ONE-CHECKPOINT
               VARYING KNOWN-NUM FROM 1 BY 1
               UNTIL KNOWN-NUM > KNOWN-COUNT.

      *    An absent checkpoint is listed only for the environment's
      *    own directory; the stream directories list what they hold.
       CHECK-ONE-CHECKPOINT.
           MOVE SPACES TO CKPT-PATH.
           STRING FUNCTION TRIM(PLACE-DIR) DELIMITED BY SIZE
               FUNCTION TRIM(KN-FILE(KNOWN-NUM)) DELIMITED BY SIZE
               INTO CKPT-PATH
           END-STRING.
           MOVE 'N' TO CKPT-EOF CKPT-STALE.
           MOVE 0 TO CKPT-LINES.
           MOVE SPACES TO CKR-HEADER.
           OPEN INPUT CHECKPOINT-FILE.
           IF CKPT-STATUS NOT = '00'
               IF PLACE-NUM = 0
                   MOVE "ABSENT" TO VERDICT-TEXT
                   PERFORM WRITE-CHECKPOINT-LINE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           PERFORM COUNT-CHECKPOINT-LINE UNTIL AT-CKPT-END.
           CLOSE CHECKPOINT-FILE.
           ADD 1 TO PRESENT-COUNT.
           IF CKPT-LINES = 0
               ADD 1 TO EMPTY-COUNT
               MOVE "EMPTY, NOTHING TO RESUME" TO VERDICT-TEXT
               PERFORM WRITE-CHECKPOINT-LINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM JUDGE-CHECKPOINT.
           PERFORM WRITE-CHECKPOINT-LINE.
           IF CHECKPOINT-IS-STALE
               ADD 1 TO STALE-COUNT
               PERFORM POST-STALE-EVENT
           ELSE
               ADD 1 TO VALID-COUNT
           END-IF.

       COUNT-CHECKPOINT-LINE.
           READ CHECKPOINT-FILE
               AT END SET AT-CKPT-END TO TRUE
           END-READ.
           IF AT-CKPT-END
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO CKPT-LINES.
           IF CKPT-LINES = 1
               MOVE CHECKPOINT-RECORD TO CKR-HEADER
           END-IF.

      *    The same header test the owner applies at restart, with
      *    tonight's manifest inputs standing in for input.txt.
       JUDGE-CHECKPOINT.
           MOVE 'Y' TO CKPT-STALE.
           MOVE SPACES TO VERDICT-TEXT.
           IF NOT CKH-IS-HEADER
               MOVE "STALE: NO HEADER, WILL BE REFUSED" TO VERDICT-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF CKH-OWNER NOT = KN-OWNER(KNOWN-NUM)
               STRING "STALE: HEADER NAMES " DELIMITED BY SIZE
                   FUNCTION TRIM(CKH-OWNER) DELIMITED BY SIZE
                   INTO VERDICT-TEXT
               END-STRING
               EXIT PARAGRAPH
           END-IF.
           IF CKH-FINGERPRINT = SPACES
               MOVE "STALE: NO INPUT FINGERPRINT" TO VERDICT-TEXT
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO MATCH-NUM.
           PERFORM VARYING JOB-NUM FROM 1 BY 1
                   UNTIL JOB-NUM > JOB-TOTAL OR MATCH-NUM > 0
               IF MJ-FINGERPRINT(JOB-NUM) = CKH-FINGERPRINT
                   MOVE JOB-NUM TO MATCH-NUM
               END-IF
           END-PERFORM.
           IF MATCH-NUM = 0
               STRING "STALE: INPUT " DELIMITED BY SIZE
                   CKH-FINGERPRINT DELIMITED BY SIZE
                   " NOT IN TONIGHT'S MANIFEST" DELIMITED BY SIZE
                   INTO VERDICT-TEXT
               END-STRING
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO CKPT-STALE.
           STRING "VALID FOR " DELIMITED BY SIZE
               FUNCTION TRIM(MJ-BINARY(MATCH-NUM)) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(MJ-INPUT(MATCH-NUM)) DELIMITED BY SIZE
               INTO VERDICT-TEXT
           END-STRING.

       TAKE-CHECKPOINT-AGE.
           MOVE "UNKNOWN" TO AGE-TEXT.
           IF CKH-CREATED(1:4) IS NOT NUMERIC
               OR CKH-CREATED(6:2) IS NOT NUMERIC
               OR CKH-CREATED(9:2) IS NOT NUMERIC
               OR CKH-CREATED(12:2) IS NOT NUMERIC
               OR CKH-CREATED(15:2) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE CKH-CREATED(1:4) TO CREATED-YEAR.
           MOVE CKH-CREATED(6:2) TO CREATED-MONTH.
           MOVE CKH-CREATED(9:2) TO CREATED-DAY.
           MOVE CKH-CREATED(12:2) TO CREATED-HOUR.
           MOVE CKH-CREATED(15:2) TO CREATED-MINUTE.
           IF FUNCTION TEST-DATE-YYYYMMDD(CREATED-DATE) NOT = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE CREATED-MINUTES
               = FUNCTION INTEGER-OF-DATE(CREATED-DATE) * 1440
               + CREATED-HOUR * 60 + CREATED-MINUTE.
           COMPUTE AGE-MINUTES = NOW-MINUTES - CREATED-MINUTES.
           IF AGE-MINUTES < 0
               MOVE 0 TO AGE-MINUTES
           END-IF.
           DIVIDE AGE-MINUTES BY 1440 GIVING AGE-DAYS
               REMAINDER AGE-MINUTES.
           DIVIDE AGE-MINUTES BY 60 GIVING AGE-HOURS
               REMAINDER AGE-REST.
           MOVE AGE-DAYS TO AGE-DAYS-DISP.
           MOVE SPACES TO AGE-TEXT.
           STRING FUNCTION TRIM(AGE-DAYS-DISP) DELIMITED BY SIZE
               "D " AGE-HOURS "H " AGE-REST "M" DELIMITED BY SIZE
               INTO AGE-TEXT
           END-STRING.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-WORK-LINE.
           STRING "CHECKPOINT INVENTORY STAMP=" DELIMITED BY SIZE
               FUNCTION TRIM(RUN-STAMP) DELIMITED BY SIZE
               " ENVIRONMENT=" DELIMITED BY SIZE
               FUNCTION TRIM(ENR-NAME) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE JOB-TOTAL TO DISPLAY-COUNT.
           MOVE SPACES TO WS-WORK-LINE.
           STRING "MANIFEST JOBS=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      *    One line per checkpoint, then its header details and the
      *    verdict indented beneath it.
       WRITE-CHECKPOINT-LINE.
           MOVE SPACES TO WS-WORK-LINE.
           STRING "CHECKPOINT " DELIMITED BY SIZE
               FUNCTION TRIM(CKPT-PATH) DELIMITED BY SIZE
               " OWNER=" DELIMITED BY SIZE
               FUNCTION TRIM(KN-OWNER(KNOWN-NUM)) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           IF CKPT-LINES > 0
               MOVE CKPT-LINES TO DISPLAY-COUNT
               STRING FUNCTION TRIM(WS-WORK-LINE) DELIMITED BY SIZE
                   " LINES=" DELIMITED BY SIZE
                   FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
                   INTO WS-WORK-LINE
               END-STRING
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           IF CKH-IS-HEADER
               PERFORM TAKE-CHECKPOINT-AGE
               MOVE SPACES TO WS-WORK-LINE
               STRING "  CREATED " DELIMITED BY SIZE
                   CKH-CREATED DELIMITED BY SIZE
                   " AGE " DELIMITED BY SIZE
                   FUNCTION TRIM(AGE-TEXT) DELIMITED BY SIZE
                   " STAMP=" DELIMITED BY SIZE
                   FUNCTION TRIM(CKH-STAMP) DELIMITED BY SIZE
                   " INPUT=" DELIMITED BY SIZE
                   CKH-FINGERPRINT DELIMITED BY SIZE
                   INTO WS-WORK-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE SPACES TO WS-WORK-LINE.
           STRING "  " DELIMITED BY SIZE
               FUNCTION TRIM(VERDICT-TEXT) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

       POST-STALE-EVENT.
           MOVE SPACES TO EVENT-REQUEST.
           MOVE "WARNING" TO EVR-SEVERITY.
           MOVE "CHECKPOINT-INVENTORY" TO EVR-SOURCE.
           MOVE KN-OWNER(KNOWN-NUM) TO EVR-JOB.
           MOVE "STALE-CHECKPOINT" TO EVR-CODE.
           STRING FUNCTION TRIM(CKPT-PATH) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(VERDICT-TEXT) DELIMITED BY SIZE
               INTO EVR-TEXT
           END-STRING.
           CALL "EVENT-FEED" USING EVENT-REQUEST.

      *    Every checkpoint found is empty, still good, or stale.
       WRITE-CONTROL-TOTALS.
           MOVE "CONTROL TOTALS" TO WS-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "  PLACES SEARCHED" TO LABEL-TEXT.
           MOVE PLACES-SEARCHED TO LABEL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  CHECKPOINTS PRESENT" TO LABEL-TEXT.
           MOVE PRESENT-COUNT TO LABEL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  EMPTY" TO LABEL-TEXT.
           MOVE EMPTY-COUNT TO LABEL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  VALID" TO LABEL-TEXT.
           MOVE VALID-COUNT TO LABEL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  STALE" TO LABEL-TEXT.
           MOVE STALE-COUNT TO LABEL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           IF EMPTY-COUNT + VALID-COUNT + STALE-COUNT = PRESENT-COUNT
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
               MOVE "WARNING: MANIFEST TABLE FULL (500), JOBS SKIPPED"
                   TO WS-WORK-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE PRESENT-COUNT TO DISPLAY-COUNT.
           MOVE SPACES TO WS-WORK-LINE.
           STRING "CHECKPOINT INVENTORY COMPLETE PRESENT="
                   DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           MOVE VALID-COUNT TO DISPLAY-COUNT.
           STRING FUNCTION TRIM(WS-WORK-LINE) DELIMITED BY SIZE
               " VALID=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           MOVE STALE-COUNT TO DISPLAY-COUNT.
           STRING FUNCTION TRIM(WS-WORK-LINE) DELIMITED BY SIZE
               " STALE=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           DISPLAY FUNCTION TRIM(WS-WORK-LINE).

       WRITE-REPORT-LINE.
           MOVE WS-WORK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
