       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCRAMBLE-CERTIFY.

      *    Certifies a scramble operation list as reversible for one
      *    password length before it goes live. A list reverses only
      *    if no two passwords of that length scramble to the same
      *    result, and that holds exactly when every step on its own
      *    is one-to-one. Steps that only move characters by fixed
      *    positions, or exchange two letters, are one-to-one by
      *    construction once their positions fit the length. "rotate
      *    based on position of letter" turns on where the letter
      *    sits, so it is run through SCRAMBLE-OPS for every
      *    arrangement of that letter in the password, both ways.
      *    A step that fails leaves a REJECTED certificate, and
      *    ROSTER-SCRAMBLE will not use the list.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The operation list under test: CERTIFY_RULES, default
      *    scramble_rules.txt. CERTIFY_LENGTH is the password length,
      *    1 to 12, default 8.
           SELECT RULES-FILE ASSIGN USING RULES-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RULES-STATUS.

      *    Every step with its finding, the verdict, and control
      *    totals.
           SELECT REPORT-FILE ASSIGN TO "scramble_cert_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CERT-FILE ASSIGN TO "scramble_cert.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RULES-FILE.
       01  RULES-RECORD         PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(132).

       FD  CERT-FILE.
       COPY "scramble_cert.cpy".

       WORKING-STORAGE SECTION.
       01  RUN-STAMP            PIC X(32) VALUE SPACES.
       01  RULES-NAME           PIC X(240) VALUE SPACES.
       01  PATH-WORK            PIC X(240).
       01  RULES-STATUS         PIC XX.
       01  CERT-STATUS          PIC XX.

       01  CERTIFY-FLAGS.
           05 RULES-EOF         PIC X VALUE 'N'.
              88 AT-RULES-END       VALUE 'Y'.
           05 STEP-RESULT       PIC X.
              88 STEP-PROVEN        VALUE 'P'.
              88 STEP-TESTED        VALUE 'T'.
              88 STEP-REJECTED      VALUE 'R'.
           05 POSITION-CHECK    PIC X.
              88 POSITION-VALID     VALUE 'Y'.
           05 TOTALS-CHECK      PIC X.
              88 TOTALS-BALANCED    VALUE 'Y'.

       01  CERTIFY-COUNTERS.
           05 STEP-COUNT        PIC 9(4) VALUE 0.
           05 OVERFLOW-COUNT    PIC 9(4) VALUE 0.
           05 PROVEN-COUNT      PIC 9(4) VALUE 0.
           05 TESTED-COUNT      PIC 9(4) VALUE 0.
           05 REJECTED-COUNT    PIC 9(4) VALUE 0.
           05 STEP-TOTAL        PIC 9(4) VALUE 0.
           05 ARRANGEMENT-TOTAL PIC 9(8) VALUE 0.
           05 LABEL-COUNT       PIC 9(8).
           05 DISPLAY-COUNT     PIC ZZZZZZZ9.
           05 STEP-DISPLAY      PIC ZZZ9.

       01  CERTIFY-FIELDS.
           05 LENGTH-TEXT       PIC X(10) VALUE SPACES.
           05 CERT-LENGTH       PIC 99 VALUE 8.
           05 LENGTH-DISPLAY    PIC Z9.
           05 RULES-FINGERPRINT PIC X(16).
           05 STEP-SUB          PIC 9(4).
           05 STEP-FINDING      PIC X(100).
           05 VERDICT-TEXT      PIC X(10).

      *    The list as loaded, one step per entry; SCRAMBLE-REQUEST
      *    below carries only the step under test.
       01  OPERATION-LIST.
           05 OPERATION-ENTRY OCCURS 200 TIMES PIC X(80).

      *    A step split the way SCRAMBLE-OPS splits it.
       01  STEP-FIELDS.
           05 OP-LINE           PIC X(80).
           05 OP-TYPE           PIC X(10).
           05 OP-PARAM-1        PIC X(10).
           05 OP-PARAM-2        PIC X(10).
           05 OP-PARAM-3        PIC X(10).
           05 OP-PARAM-4        PIC X(10).
           05 OP-PARAM-5        PIC X(10).
           05 OP-PARAM-6        PIC X(10).
           05 POSITION-TEXT     PIC X(10).

      *    Exhaustive test of a letter-dependent rotation: arrangement
      *    n places the letter wherever bit n has a one, a filler
      *    letter everywhere else. The scrambled results are sorted
      *    so that two arrangements landing on one result sit side
      *    by side.
       01  ARRANGEMENT-FIELDS.
           05 TEST-LETTER       PIC X.
           05 FILLER-LETTER     PIC X.
           05 ARRANGEMENT-LIMIT PIC 9(5).
           05 ARRANGEMENT-NUM   PIC 9(5).
           05 ARRANGEMENT-BITS  PIC 9(5).
           05 ARRANGEMENT-BIT   PIC 9.
           05 CHAR-SUB          PIC 99.
           05 TEST-PASSWORD     PIC X(12).
           05 COLLISION-COUNT   PIC 9(5).
           05 COLLISION-DISPLAY PIC ZZZZ9.
           05 ROUND-TRIP-FAILS  PIC 9(5).
           05 COLLISION-IN-1    PIC X(12).
           05 COLLISION-IN-2    PIC X(12).
           05 COLLISION-OUT     PIC X(12).
           05 RESULT-SUB        PIC 9(5).
           05 RESULT-COUNT      PIC 9(5) VALUE 0.
       01  RESULT-TABLE.
           05 RESULT-ENTRY OCCURS 1 TO 4096 TIMES
               DEPENDING ON RESULT-COUNT.
              10 RESULT-OUT     PIC X(12).
              10 RESULT-IN      PIC X(12).

       01  REPORT-FIELDS.
           05 WS-WORK-LINE      PIC X(132).
           05 LABEL-TEXT        PIC X(24).

       COPY "scramble_req.cpy".
       COPY "fingerprint_req.cpy".
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
           PERFORM READ-CERTIFY-PARAMETERS.
           DISPLAY "RUN SCRAMBLE-CERTIFY INPUT="
               FUNCTION TRIM(RULES-NAME) " STAMP="
               FUNCTION TRIM(RUN-STAMP).
           PERFORM LOAD-OPERATION-LIST.
           MOVE RULES-NAME TO FPR-FILE-NAME.
           CALL "CONTENT-FINGERPRINT" USING FINGERPRINT-REQUEST.
           MOVE FPR-FINGERPRINT TO RULES-FINGERPRINT.
           OPEN OUTPUT REPORT-FILE.
           MOVE CERT-LENGTH TO LENGTH-DISPLAY.
           MOVE SPACES TO WS-WORK-LINE.
           STRING "SCRAMBLE CERTIFICATION RULES=" DELIMITED BY SIZE
               FUNCTION TRIM(RULES-NAME) DELIMITED BY SIZE
               " LENGTH=" DELIMITED BY SIZE
               FUNCTION TRIM(LENGTH-DISPLAY) DELIMITED BY SIZE
               " FINGERPRINT=" DELIMITED BY SIZE
               RULES-FINGERPRINT DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           PERFORM CERTIFY-ONE-STEP
               VARYING STEP-SUB FROM 1 BY 1
               UNTIL STEP-SUB > STEP-COUNT.
           IF OVERFLOW-COUNT > 0
               PERFORM WRITE-OVERFLOW-LINE
           END-IF.
           IF REJECTED-COUNT = 0 AND OVERFLOW-COUNT = 0
               MOVE "CERTIFIED" TO VERDICT-TEXT
               MOVE "VERDICT CERTIFIED FOR PIPELINE USE"
                   TO WS-WORK-LINE
           ELSE
               MOVE "REJECTED" TO VERDICT-TEXT
               MOVE "VERDICT REJECTED - NOT FOR PIPELINE USE"
                   TO WS-WORK-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-CERTIFICATE.
           PERFORM WRITE-CONTROL-TOTALS.
           PERFORM WRITE-REPORT-SUMMARY.
           CLOSE REPORT-FILE.
           IF VERDICT-TEXT = "CERTIFIED"
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       READ-CERTIFY-PARAMETERS.
           ACCEPT RULES-NAME FROM ENVIRONMENT "CERTIFY_RULES"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF RULES-NAME = SPACES
               MOVE "scramble_rules.txt" TO RULES-NAME
           END-IF.
           IF RULES-NAME(1:1) NOT = '/' AND ENR-HOME NOT = SPACES
               MOVE SPACES TO PATH-WORK
               STRING FUNCTION TRIM(ENR-HOME) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   FUNCTION TRIM(RULES-NAME) DELIMITED BY SIZE
                   INTO PATH-WORK
               END-STRING
               MOVE PATH-WORK TO RULES-NAME
           END-IF.
           ACCEPT LENGTH-TEXT FROM ENVIRONMENT "CERTIFY_LENGTH"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF LENGTH-TEXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(LENGTH-TEXT) NOT = 0
                   DISPLAY "ERROR CERTIFY_LENGTH NOT NUMERIC: "
                       LENGTH-TEXT
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE FUNCTION NUMVAL(LENGTH-TEXT) TO CERT-LENGTH
           END-IF.
           IF CERT-LENGTH < 1 OR CERT-LENGTH > 12
               DISPLAY "ERROR CERTIFY_LENGTH MUST BE 1 TO 12: "
                   LENGTH-TEXT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Loaded exactly as ROSTER-SCRAMBLE loads it, blank lines
      *    dropped; steps past the 200 it can hold are counted, since
      *    the pipeline would silently run without them.
       LOAD-OPERATION-LIST.
           OPEN INPUT RULES-FILE.
           IF RULES-STATUS NOT = '00'
               DISPLAY "ERROR OPENING " FUNCTION TRIM(RULES-NAME)
                   " STATUS=" RULES-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-ONE-RULE UNTIL AT-RULES-END.
           CLOSE RULES-FILE.

       LOAD-ONE-RULE.
           READ RULES-FILE
               AT END SET AT-RULES-END TO TRUE
               NOT AT END
                   IF RULES-RECORD NOT = SPACES
                       IF STEP-COUNT < 200
                           ADD 1 TO STEP-COUNT
                           MOVE RULES-RECORD
                               TO OPERATION-ENTRY(STEP-COUNT)
                       ELSE
                           ADD 1 TO OVERFLOW-COUNT
                       END-IF
                   END-IF
           END-READ.

       CERTIFY-ONE-STEP.
           MOVE SPACES TO STEP-FIELDS.
           MOVE OPERATION-ENTRY(STEP-SUB) TO OP-LINE.
           UNSTRING OP-LINE DELIMITED BY SPACE OR ALL SPACE
               INTO OP-TYPE OP-PARAM-1 OP-PARAM-2 OP-PARAM-3
                    OP-PARAM-4 OP-PARAM-5 OP-PARAM-6
               ON OVERFLOW CONTINUE
           END-UNSTRING.
           MOVE SPACES TO STEP-FINDING.
           SET STEP-PROVEN TO TRUE.
           EVALUATE TRUE
               WHEN OP-TYPE = "swap" AND OP-PARAM-1 = "position"
                   MOVE OP-PARAM-2 TO POSITION-TEXT
                   PERFORM CHECK-POSITION
                   MOVE OP-PARAM-5 TO POSITION-TEXT
                   PERFORM CHECK-POSITION
                   IF STEP-PROVEN
                       MOVE "PROVEN: EXCHANGES TWO FIXED POSITIONS"
                           TO STEP-FINDING
                   END-IF
               WHEN OP-TYPE = "swap" AND OP-PARAM-1 = "letter"
                   MOVE "PROVEN: EXCHANGES TWO LETTERS"
                       TO STEP-FINDING
               WHEN OP-TYPE = "rotate"
                   AND (OP-PARAM-1 = "left" OR OP-PARAM-1 = "right")
                   IF FUNCTION TEST-NUMVAL(OP-PARAM-2) NOT = 0
                       SET STEP-REJECTED TO TRUE
                       MOVE "REJECTED: ROTATION STEPS NOT NUMERIC"
                           TO STEP-FINDING
                   ELSE
                       MOVE "PROVEN: FIXED ROTATION" TO STEP-FINDING
                   END-IF
               WHEN OP-TYPE = "rotate" AND OP-PARAM-1 = "based"
                   PERFORM TEST-LETTER-ROTATION
               WHEN OP-TYPE = "reverse"
                   MOVE OP-PARAM-2 TO POSITION-TEXT
                   PERFORM CHECK-POSITION
                   MOVE OP-PARAM-4 TO POSITION-TEXT
                   PERFORM CHECK-POSITION
                   IF STEP-PROVEN
                       MOVE "PROVEN: REVERSES A FIXED SPAN"
                           TO STEP-FINDING
                   END-IF
               WHEN OP-TYPE = "move"
                   MOVE OP-PARAM-2 TO POSITION-TEXT
                   PERFORM CHECK-POSITION
                   MOVE OP-PARAM-5 TO POSITION-TEXT
                   PERFORM CHECK-POSITION
                   IF STEP-PROVEN
                       MOVE "PROVEN: MOVES ONE FIXED POSITION"
                           TO STEP-FINDING
                   END-IF
               WHEN OTHER
                   SET STEP-REJECTED TO TRUE
                   MOVE "REJECTED: NOT A KNOWN OPERATION"
                       TO STEP-FINDING
           END-EVALUATE.
           EVALUATE TRUE
               WHEN STEP-PROVEN
                   ADD 1 TO PROVEN-COUNT
               WHEN STEP-TESTED
                   ADD 1 TO TESTED-COUNT
               WHEN OTHER
                   ADD 1 TO REJECTED-COUNT
           END-EVALUATE.
           MOVE STEP-SUB TO STEP-DISPLAY.
           MOVE SPACES TO WS-WORK-LINE.
           STRING "STEP " DELIMITED BY SIZE
               STEP-DISPLAY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(OP-LINE) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-WORK-LINE.
           STRING "          " DELIMITED BY SIZE
               STEP-FINDING DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      *    A position is a 0-based offset and must land inside a
      *    password of the certified length.
       CHECK-POSITION.
           IF NOT STEP-PROVEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO POSITION-CHECK.
           IF FUNCTION TEST-NUMVAL(POSITION-TEXT) NOT = 0
               MOVE 'N' TO POSITION-CHECK
           ELSE
               IF FUNCTION NUMVAL(POSITION-TEXT) >= CERT-LENGTH
                   MOVE 'N' TO POSITION-CHECK
               END-IF
           END-IF.
           IF NOT POSITION-VALID
               SET STEP-REJECTED TO TRUE
               STRING "REJECTED: POSITION " DELIMITED BY SIZE
                   FUNCTION TRIM(POSITION-TEXT) DELIMITED BY SIZE
                   " OUTSIDE A PASSWORD OF LENGTH "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(LENGTH-DISPLAY) DELIMITED BY SIZE
                   INTO STEP-FINDING
               END-STRING
           END-IF.

      *    Every arrangement of the letter among the certified length
      *    is scrambled and unscrambled by SCRAMBLE-OPS with this one
      *    step. Only where the letter sits steers the rotation, so
      *    two passwords collide for this step exactly when two of
      *    these arrangements do.
       TEST-LETTER-ROTATION.
           MOVE OP-PARAM-6 TO TEST-LETTER.
           IF TEST-LETTER = SPACE
               SET STEP-REJECTED TO TRUE
               MOVE "REJECTED: NO LETTER GIVEN" TO STEP-FINDING
               EXIT PARAGRAPH
           END-IF.
           IF TEST-LETTER = "b"
               MOVE "c" TO FILLER-LETTER
           ELSE
               MOVE "b" TO FILLER-LETTER
           END-IF.
           COMPUTE ARRANGEMENT-LIMIT = 2 ** CERT-LENGTH.
           MOVE 1 TO SCR-OP-COUNT.
           MOVE OP-LINE TO SCR-OP-ENTRY(1).
           MOVE 0 TO RESULT-COUNT.
           MOVE 0 TO ROUND-TRIP-FAILS.
           PERFORM TEST-ONE-ARRANGEMENT
               VARYING ARRANGEMENT-NUM FROM 0 BY 1
               UNTIL ARRANGEMENT-NUM >= ARRANGEMENT-LIMIT.
           ADD RESULT-COUNT TO ARRANGEMENT-TOTAL.
           SORT RESULT-ENTRY ON ASCENDING KEY RESULT-OUT.
           MOVE 0 TO COLLISION-COUNT.
           PERFORM VARYING RESULT-SUB FROM 2 BY 1
                   UNTIL RESULT-SUB > RESULT-COUNT
               IF RESULT-OUT(RESULT-SUB) = RESULT-OUT(RESULT-SUB - 1)
                   ADD 1 TO COLLISION-COUNT
                   IF COLLISION-COUNT = 1
                       MOVE RESULT-IN(RESULT-SUB - 1)
                           TO COLLISION-IN-1
                       MOVE RESULT-IN(RESULT-SUB) TO COLLISION-IN-2
                       MOVE RESULT-OUT(RESULT-SUB) TO COLLISION-OUT
                   END-IF
               END-IF
           END-PERFORM.
           MOVE RESULT-COUNT TO DISPLAY-COUNT.
           IF COLLISION-COUNT = 0 AND ROUND-TRIP-FAILS = 0
               SET STEP-TESTED TO TRUE
               STRING "TESTED " DELIMITED BY SIZE
                   FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
                   " ARRANGEMENTS: NO COLLISION, ALL ROUND-TRIP"
                       DELIMITED BY SIZE
                   INTO STEP-FINDING
               END-STRING
               EXIT PARAGRAPH
           END-IF.
           SET STEP-REJECTED TO TRUE.
           MOVE COLLISION-COUNT TO COLLISION-DISPLAY.
           IF COLLISION-COUNT = 0
               STRING "REJECTED: TESTED " DELIMITED BY SIZE
                   FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
                   " ARRANGEMENTS, SOME DO NOT ROUND-TRIP"
                       DELIMITED BY SIZE
                   INTO STEP-FINDING
               END-STRING
           ELSE
               STRING "REJECTED: " DELIMITED BY SIZE
                   COLLISION-IN-1(1:CERT-LENGTH) DELIMITED BY SIZE
                   " AND " DELIMITED BY SIZE
                   COLLISION-IN-2(1:CERT-LENGTH) DELIMITED BY SIZE
                   " BOTH SCRAMBLE TO " DELIMITED BY SIZE
                   COLLISION-OUT(1:CERT-LENGTH) DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   FUNCTION TRIM(COLLISION-DISPLAY) DELIMITED BY SIZE
                   " COLLISIONS IN " DELIMITED BY SIZE
                   FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
                   " ARRANGEMENTS)" DELIMITED BY SIZE
                   INTO STEP-FINDING
               END-STRING
           END-IF.

       TEST-ONE-ARRANGEMENT.
           MOVE SPACES TO TEST-PASSWORD.
           MOVE ARRANGEMENT-NUM TO ARRANGEMENT-BITS.
           PERFORM VARYING CHAR-SUB FROM 1 BY 1
                   UNTIL CHAR-SUB > CERT-LENGTH
               DIVIDE ARRANGEMENT-BITS BY 2
                   GIVING ARRANGEMENT-BITS
                   REMAINDER ARRANGEMENT-BIT
               IF ARRANGEMENT-BIT = 1
                   MOVE TEST-LETTER TO TEST-PASSWORD(CHAR-SUB:1)
               ELSE
                   MOVE FILLER-LETTER TO TEST-PASSWORD(CHAR-SUB:1)
               END-IF
           END-PERFORM.
           SET SCR-FORWARD TO TRUE.
           MOVE TEST-PASSWORD TO SCR-PASSWORD.
           MOVE CERT-LENGTH TO SCR-PASSWORD-LEN.
           CALL "SCRAMBLE-OPS" USING SCRAMBLE-REQUEST.
           ADD 1 TO RESULT-COUNT.
           MOVE SCR-PASSWORD TO RESULT-OUT(RESULT-COUNT).
           MOVE TEST-PASSWORD TO RESULT-IN(RESULT-COUNT).
           SET SCR-REVERSE TO TRUE.
           MOVE CERT-LENGTH TO SCR-PASSWORD-LEN.
           CALL "SCRAMBLE-OPS" USING SCRAMBLE-REQUEST.
           IF SCR-PASSWORD NOT = TEST-PASSWORD
               ADD 1 TO ROUND-TRIP-FAILS
           END-IF.

       WRITE-OVERFLOW-LINE.
           MOVE OVERFLOW-COUNT TO DISPLAY-COUNT.
           MOVE SPACES TO WS-WORK-LINE.
           STRING "REJECTED: " DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               " STEPS BEYOND THE 200 THE PIPELINE HOLDS"
                   DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      *    Replaced on every run, so a list that fails never leaves an
      *    older CERTIFIED record standing behind it.
       WRITE-CERTIFICATE.
           OPEN OUTPUT CERT-FILE.
           IF CERT-STATUS NOT = '00'
               DISPLAY "ERROR OPENING scramble_cert.dat STATUS="
                   CERT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO SCRAMBLE-CERT-RECORD.
           MOVE VERDICT-TEXT TO SCT-VERDICT.
           MOVE RULES-FINGERPRINT TO SCT-FINGERPRINT.
           MOVE CERT-LENGTH TO SCT-LENGTH.
           MOVE RUN-STAMP TO SCT-STAMP.
           WRITE SCRAMBLE-CERT-RECORD.
           CLOSE CERT-FILE.

       WRITE-CONTROL-TOTALS.
           COMPUTE STEP-TOTAL = PROVEN-COUNT + TESTED-COUNT
               + REJECTED-COUNT.
           IF STEP-TOTAL = STEP-COUNT
               MOVE 'Y' TO TOTALS-CHECK
           ELSE
               MOVE 'N' TO TOTALS-CHECK
           END-IF.
           MOVE "CONTROL TOTALS" TO WS-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "  STEPS READ" TO LABEL-TEXT.
           MOVE STEP-COUNT TO LABEL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  PROVEN" TO LABEL-TEXT.
           MOVE PROVEN-COUNT TO LABEL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  TESTED CLEAN" TO LABEL-TEXT.
           MOVE TESTED-COUNT TO LABEL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  REJECTED" TO LABEL-TEXT.
           MOVE REJECTED-COUNT TO LABEL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  STEPS ACCOUNTED FOR" TO LABEL-TEXT.
           MOVE STEP-TOTAL TO LABEL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  STEPS BEYOND 200" TO LABEL-TEXT.
           MOVE OVERFLOW-COUNT TO LABEL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  ARRANGEMENTS TESTED" TO LABEL-TEXT.
           MOVE ARRANGEMENT-TOTAL TO LABEL-COUNT.
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
           MOVE STEP-COUNT TO STEP-DISPLAY.
           MOVE SPACES TO WS-WORK-LINE.
           STRING "SCRAMBLE CERTIFICATION COMPLETE VERDICT="
                   DELIMITED BY SIZE
               FUNCTION TRIM(VERDICT-TEXT) DELIMITED BY SIZE
               " LENGTH=" DELIMITED BY SIZE
               FUNCTION TRIM(LENGTH-DISPLAY) DELIMITED BY SIZE
               " STEPS=" DELIMITED BY SIZE
               FUNCTION TRIM(STEP-DISPLAY) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           DISPLAY FUNCTION TRIM(WS-WORK-LINE).
           PERFORM WRITE-REPORT-LINE.
           DISPLAY "ANSWER=scramble-verdict="
               FUNCTION TRIM(VERDICT-TEXT).

       WRITE-REPORT-LINE.
           MOVE WS-WORK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO WS-WORK-LINE.
