       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANSWER-PROMOTE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    One request per line; lines starting with '*' are
      *    comments:
      *      PROMOTE <prog> <in>      copy the newest TEST run of the
      *                               program on that input into the
      *                               production ledger
      *    Program and input are named as production's manifest
      *    names them. A TEST run is promoted only when it finished
      *    OK and its answer either matches production's newest
      *    answer or was signed off as an intended change -- that
      *    run CERTIFYed in the TEST answer master (ANSWER-MASTER
      *    run with BATCH_ENV=TEST). Anything else is held.
           SELECT REQUEST-FILE ASSIGN TO "promote_request.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REQUEST-STATUS.

      *    The TEST environment's ledger and answer master, found
      *    through BATCH-ENVIRONMENT.
           SELECT OPTIONAL TEST-LEDGER-FILE
               ASSIGN USING TEST-LEDGER-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TEST-LEDGER-STATUS.

           SELECT TEST-MASTER-FILE ASSIGN USING TEST-MASTER-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-KEY
               FILE STATUS IS TEST-MASTER-STATUS.

      *    Production's ledger: read for the newest answers, then
      *    extended with the promoted records.
           SELECT OPTIONAL LEDGER-FILE
               ASSIGN TO "answer_ledger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-STATUS.

           SELECT REPORT-FILE ASSIGN TO "answer_promote.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE.
       01  REQUEST-RECORD       PIC X(300).

       FD  TEST-LEDGER-FILE.
       01  TEST-LEDGER-RECORD   PIC X(875).

       FD  TEST-MASTER-FILE.
       COPY "master_rec.cpy".

       FD  LEDGER-FILE.
       01  LEDGER-FILE-RECORD   PIC X(875).

       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(400).

       WORKING-STORAGE SECTION.
       01  RUN-STAMP            PIC X(32) VALUE SPACES.
       01  REQUEST-STATUS       PIC XX.
       01  TEST-LEDGER-STATUS   PIC XX.
       01  TEST-MASTER-STATUS   PIC XX.
       01  LEDGER-STATUS        PIC XX.

      *    The ledger record being looked at, from either ledger.
       COPY "ledger_rec.cpy".

       01  PROMOTE-FLAGS.
           05 REQUEST-EOF       PIC X VALUE 'N'.
              88 AT-REQUEST-END     VALUE 'Y'.
           05 TEST-LEDGER-EOF   PIC X VALUE 'N'.
              88 AT-TEST-LEDGER-END VALUE 'Y'.
           05 LEDGER-EOF        PIC X VALUE 'N'.
              88 AT-LEDGER-END      VALUE 'Y'.
           05 MASTER-OPEN       PIC X VALUE 'N'.
              88 MASTER-IS-OPEN     VALUE 'Y'.

       01  PROMOTE-COUNTERS.
           05 REQUEST-COUNT     PIC 9(4) VALUE 0.
           05 MATCHED-COUNT     PIC 9(4) VALUE 0.
           05 CERTIFIED-COUNT   PIC 9(4) VALUE 0.
           05 HELD-COUNT        PIC 9(4) VALUE 0.
           05 ALREADY-COUNT     PIC 9(4) VALUE 0.
           05 REJECTED-COUNT    PIC 9(4) VALUE 0.
           05 WRITTEN-COUNT     PIC 9(4) VALUE 0.
           05 DISPLAY-COUNT     PIC ZZZ9.

       01  PROMOTE-FIELDS.
           05 TEST-LEDGER-NAME  PIC X(260) VALUE SPACES.
           05 TEST-MASTER-NAME  PIC X(260) VALUE SPACES.
           05 REQUEST-VERB      PIC X(12).
           05 REQUEST-ARG-1     PIC X(100).
           05 REQUEST-ARG-2     PIC X(100).
           05 REQUEST-ARG-3     PIC X(100).
           05 PROMOTED-REASON   PIC X(60).
           05 LABEL-TEXT        PIC X(24).
           05 LABEL-COUNT       PIC 9(4).
           05 WS-WORK-LINE      PIC X(400).

      *    Production names a program by its manifest name, relative
      *    to the production directory; a TEST run or a streamed run
      *    may have recorded the same binary or input by its
      *    absolute name, or by its name inside env_test. Both sides
      *    are compared as absolute production names.
       01  NAME-FIELDS.
           05 HOME-PREFIX       PIC X(240).
           05 HOME-LEN          PIC 9(4).
           05 TEST-PREFIX       PIC X(240).
           05 TEST-LEN          PIC 9(4).
           05 NAME-WORK         PIC X(240).
           05 NAME-TEMP         PIC X(240).
           05 NAME-REST         PIC X(240).
           05 KEY-PROGRAM       PIC X(240).
           05 KEY-INPUT         PIC X(240).

       01  PROMOTE-TABLE.
           05 PROMOTE-TOTAL     PIC 9(4) VALUE 0.
           05 PROMOTE-NUM       PIC 9(4).
           05 PROMOTE-ENTRY OCCURS 200 TIMES.
              10 PT-PROGRAM     PIC X(100).
              10 PT-INPUT       PIC X(100).
              10 PT-KEY-PROGRAM PIC X(240).
              10 PT-KEY-INPUT   PIC X(240).
              10 PT-TEST-FOUND  PIC X.
                 88 PT-HAS-TEST-RUN VALUE 'Y'.
              10 PT-TEST-IMAGE  PIC X(875).
              10 PT-PROD-FOUND  PIC X.
                 88 PT-HAS-PROD-ANSWER VALUE 'Y'.
              10 PT-PROD-ANSWER PIC X(200).
              10 PT-PROMOTED    PIC X.
                 88 PT-ALREADY-PROMOTED VALUE 'Y'.

       COPY "env_req.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           SET ENR-LOOKUP TO TRUE.
           CALL "BATCH-ENVIRONMENT" USING ENVIRONMENT-REQUEST.
           IF NOT ENR-OK
               DISPLAY "ERROR SELECTING BATCH_ENV=" ENR-NAME
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT ENR-IS-PROD
               DISPLAY "ANSWER-PROMOTE RUNS ONLY IN PROD, NOT "
                   FUNCTION TRIM(ENR-NAME)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT RUN-STAMP FROM ENVIRONMENT "RUN_STAMP"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           PERFORM SETTLE-ENVIRONMENT-NAMES.
           OPEN INPUT REQUEST-FILE.
           IF REQUEST-STATUS NOT = '00'
               DISPLAY "ERROR OPENING promote_request.txt STATUS="
                   REQUEST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO WS-WORK-LINE.
           STRING "ANSWER PROMOTION FROM " DELIMITED BY SIZE
               FUNCTION TRIM(ENR-TEST-DIR) DELIMITED BY SIZE
               " STAMP=" DELIMITED BY SIZE
               FUNCTION TRIM(RUN-STAMP) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           PERFORM LOAD-PROMOTE-REQUEST UNTIL AT-REQUEST-END.
           CLOSE REQUEST-FILE.
           OPEN INPUT TEST-LEDGER-FILE.
           IF TEST-LEDGER-STATUS = '00' OR TEST-LEDGER-STATUS = '05'
               PERFORM SCAN-TEST-LEDGER UNTIL AT-TEST-LEDGER-END
           END-IF.
           CLOSE TEST-LEDGER-FILE.
           OPEN INPUT LEDGER-FILE.
           IF LEDGER-STATUS = '00' OR LEDGER-STATUS = '05'
               PERFORM SCAN-PROD-LEDGER UNTIL AT-LEDGER-END
           END-IF.
           CLOSE LEDGER-FILE.
           OPEN INPUT TEST-MASTER-FILE.
           IF TEST-MASTER-STATUS = '00'
               SET MASTER-IS-OPEN TO TRUE
           END-IF.
           OPEN EXTEND LEDGER-FILE.
           IF LEDGER-STATUS NOT = '00' AND LEDGER-STATUS NOT = '05'
               DISPLAY "ERROR OPENING answer_ledger.txt STATUS="
                   LEDGER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING PROMOTE-NUM FROM 1 BY 1
                   UNTIL PROMOTE-NUM > PROMOTE-TOTAL
               PERFORM DECIDE-PROMOTION
           END-PERFORM.
           CLOSE LEDGER-FILE.
           IF MASTER-IS-OPEN
               CLOSE TEST-MASTER-FILE
           END-IF.
           PERFORM WRITE-CONTROL-TOTALS.
           MOVE SPACES TO WS-WORK-LINE.
           COMPUTE LABEL-COUNT = MATCHED-COUNT + CERTIFIED-COUNT.
           MOVE LABEL-COUNT TO DISPLAY-COUNT.
           STRING "ANSWER PROMOTION COMPLETE PROMOTED="
                   DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           MOVE HELD-COUNT TO DISPLAY-COUNT.
           STRING FUNCTION TRIM(WS-WORK-LINE) DELIMITED BY SIZE
               " HELD=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           CLOSE REPORT-FILE.
           DISPLAY FUNCTION TRIM(WS-WORK-LINE).
           IF HELD-COUNT > 0 OR REJECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       SETTLE-ENVIRONMENT-NAMES.
           STRING FUNCTION TRIM(ENR-TEST-DIR) DELIMITED BY SIZE
               "/answer_ledger.txt" DELIMITED BY SIZE
               INTO TEST-LEDGER-NAME
           END-STRING.
           STRING FUNCTION TRIM(ENR-TEST-DIR) DELIMITED BY SIZE
               "/answer_master.dat" DELIMITED BY SIZE
               INTO TEST-MASTER-NAME
           END-STRING.
           MOVE SPACES TO HOME-PREFIX TEST-PREFIX.
           STRING FUNCTION TRIM(ENR-HOME) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               INTO HOME-PREFIX
           END-STRING.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(HOME-PREFIX))
               TO HOME-LEN.
           STRING FUNCTION TRIM(ENR-HOME) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(ENR-TEST-DIR) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               INTO TEST-PREFIX
           END-STRING.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(TEST-PREFIX))
               TO TEST-LEN.

       LOAD-PROMOTE-REQUEST.
           READ REQUEST-FILE
               AT END SET AT-REQUEST-END TO TRUE
           END-READ.
           IF AT-REQUEST-END
               EXIT PARAGRAPH
           END-IF.
           IF REQUEST-RECORD = SPACES
               OR REQUEST-RECORD(1:1) = '*'
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO REQUEST-COUNT.
           MOVE SPACES TO REQUEST-VERB REQUEST-ARG-1
               REQUEST-ARG-2 REQUEST-ARG-3.
           UNSTRING REQUEST-RECORD DELIMITED BY ALL SPACE
               INTO REQUEST-VERB, REQUEST-ARG-1,
                   REQUEST-ARG-2, REQUEST-ARG-3
           END-UNSTRING.
           IF REQUEST-VERB NOT = 'PROMOTE'
               OR REQUEST-ARG-1 = SPACES OR REQUEST-ARG-2 = SPACES
               OR PROMOTE-TOTAL >= 200
               MOVE SPACES TO WS-WORK-LINE
               STRING "REJECTED REQUEST: " DELIMITED BY SIZE
                   FUNCTION TRIM(REQUEST-RECORD) DELIMITED BY SIZE
                   INTO WS-WORK-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO REJECTED-COUNT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO PROMOTE-TOTAL.
           MOVE PROMOTE-TOTAL TO PROMOTE-NUM.
           MOVE REQUEST-ARG-1 TO PT-PROGRAM(PROMOTE-NUM).
           MOVE REQUEST-ARG-2 TO PT-INPUT(PROMOTE-NUM).
           MOVE REQUEST-ARG-1 TO NAME-WORK.
           PERFORM NORMALIZE-NAME.
           MOVE NAME-WORK TO PT-KEY-PROGRAM(PROMOTE-NUM).
           MOVE REQUEST-ARG-2 TO NAME-WORK.
           PERFORM NORMALIZE-NAME.
           MOVE NAME-WORK TO PT-KEY-INPUT(PROMOTE-NUM).
           MOVE 'N' TO PT-TEST-FOUND(PROMOTE-NUM)
               PT-PROD-FOUND(PROMOTE-NUM) PT-PROMOTED(PROMOTE-NUM).
           MOVE SPACES TO PT-TEST-IMAGE(PROMOTE-NUM)
               PT-PROD-ANSWER(PROMOTE-NUM).

      *    The newest TEST run of each requested pair -- whatever
      *    its verdict, so a pair whose last trial failed is held.
       SCAN-TEST-LEDGER.
           READ TEST-LEDGER-FILE
               AT END SET AT-TEST-LEDGER-END TO TRUE
           END-READ.
           IF AT-TEST-LEDGER-END
               EXIT PARAGRAPH
           END-IF.
           MOVE TEST-LEDGER-RECORD TO LEDGER-RECORD.
           IF NOT LG-IS-RUN
               EXIT PARAGRAPH
           END-IF.
           PERFORM TAKE-RECORD-KEYS.
           PERFORM VARYING PROMOTE-NUM FROM 1 BY 1
                   UNTIL PROMOTE-NUM > PROMOTE-TOTAL
               IF PT-KEY-PROGRAM(PROMOTE-NUM) = KEY-PROGRAM
                   AND PT-KEY-INPUT(PROMOTE-NUM) = KEY-INPUT
                   MOVE 'Y' TO PT-TEST-FOUND(PROMOTE-NUM)
                   MOVE LEDGER-RECORD TO PT-TEST-IMAGE(PROMOTE-NUM)
               END-IF
           END-PERFORM.

      *    Production's newest OK answer for each pair, from a run
      *    or a carry-forward record, and whether this TEST run was
      *    promoted already.
       SCAN-PROD-LEDGER.
           READ LEDGER-FILE
               AT END SET AT-LEDGER-END TO TRUE
           END-READ.
           IF AT-LEDGER-END
               EXIT PARAGRAPH
           END-IF.
           MOVE LEDGER-FILE-RECORD TO LEDGER-RECORD.
           IF NOT LG-IS-RUN AND NOT LG-IS-CARRY
               EXIT PARAGRAPH
           END-IF.
           PERFORM TAKE-RECORD-KEYS.
           PERFORM VARYING PROMOTE-NUM FROM 1 BY 1
                   UNTIL PROMOTE-NUM > PROMOTE-TOTAL
               IF PT-KEY-PROGRAM(PROMOTE-NUM) = KEY-PROGRAM
                   AND PT-KEY-INPUT(PROMOTE-NUM) = KEY-INPUT
                   PERFORM APPLY-PROD-RECORD
               END-IF
           END-PERFORM.

       APPLY-PROD-RECORD.
           IF LG-OK AND LG-ANSWER NOT = SPACES
               MOVE 'Y' TO PT-PROD-FOUND(PROMOTE-NUM)
               MOVE LG-ANSWER TO PT-PROD-ANSWER(PROMOTE-NUM)
           END-IF.
           IF PT-HAS-TEST-RUN(PROMOTE-NUM)
               MOVE SPACES TO PROMOTED-REASON
               STRING "PROMOTED FROM TEST " DELIMITED BY SIZE
                   PT-TEST-IMAGE(PROMOTE-NUM)(7:32) DELIMITED BY SIZE
                   INTO PROMOTED-REASON
               END-STRING
               IF LG-REASON = PROMOTED-REASON
                   MOVE 'Y' TO PT-PROMOTED(PROMOTE-NUM)
               END-IF
           END-IF.

       TAKE-RECORD-KEYS.
           MOVE LG-PROGRAM TO NAME-WORK.
           PERFORM NORMALIZE-NAME.
           MOVE NAME-WORK TO KEY-PROGRAM.
           MOVE LG-INPUT TO NAME-WORK.
           PERFORM NORMALIZE-NAME.
           MOVE NAME-WORK TO KEY-INPUT.

       NORMALIZE-NAME.
           MOVE SPACES TO NAME-TEMP.
           IF NAME-WORK(1:1) = '/'
               MOVE NAME-WORK TO NAME-TEMP
           ELSE
               STRING HOME-PREFIX(1:HOME-LEN) DELIMITED BY SIZE
                   FUNCTION TRIM(NAME-WORK) DELIMITED BY SIZE
                   INTO NAME-TEMP
               END-STRING
           END-IF.
           IF NAME-TEMP(1:TEST-LEN) = TEST-PREFIX(1:TEST-LEN)
               MOVE NAME-TEMP(TEST-LEN + 1:) TO NAME-REST
               MOVE SPACES TO NAME-TEMP
               STRING HOME-PREFIX(1:HOME-LEN) DELIMITED BY SIZE
                   FUNCTION TRIM(NAME-REST) DELIMITED BY SIZE
                   INTO NAME-TEMP
               END-STRING
           END-IF.
           IF NAME-TEMP(1:HOME-LEN) = HOME-PREFIX(1:HOME-LEN)
               AND NAME-TEMP(HOME-LEN + 1:2) = './'
               MOVE NAME-TEMP(HOME-LEN + 3:) TO NAME-REST
               MOVE SPACES TO NAME-TEMP
               STRING HOME-PREFIX(1:HOME-LEN) DELIMITED BY SIZE
                   FUNCTION TRIM(NAME-REST) DELIMITED BY SIZE
                   INTO NAME-TEMP
               END-STRING
           END-IF.
           MOVE NAME-TEMP TO NAME-WORK.

       DECIDE-PROMOTION.
           MOVE SPACES TO WS-WORK-LINE.
           STRING FUNCTION TRIM(PT-PROGRAM(PROMOTE-NUM))
                   DELIMITED BY SIZE
               " INPUT=" DELIMITED BY SIZE
               FUNCTION TRIM(PT-INPUT(PROMOTE-NUM)) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           IF NOT PT-HAS-TEST-RUN(PROMOTE-NUM)
               STRING FUNCTION TRIM(WS-WORK-LINE) DELIMITED BY SIZE
                   " HELD: NO TEST RUN" DELIMITED BY SIZE
                   INTO WS-WORK-LINE
               END-STRING
               PERFORM WRITE-HELD-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE PT-TEST-IMAGE(PROMOTE-NUM) TO LEDGER-RECORD.
           STRING FUNCTION TRIM(WS-WORK-LINE) DELIMITED BY SIZE
               " TEST STAMP=" DELIMITED BY SIZE
               FUNCTION TRIM(LG-STAMP) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           IF PT-ALREADY-PROMOTED(PROMOTE-NUM)
               STRING FUNCTION TRIM(WS-WORK-LINE) DELIMITED BY SIZE
                   " ALREADY PROMOTED" DELIMITED BY SIZE
                   INTO WS-WORK-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO ALREADY-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF NOT LG-OK OR LG-ANSWER = SPACES
               STRING FUNCTION TRIM(WS-WORK-LINE) DELIMITED BY SIZE
                   " HELD: TEST RUN " DELIMITED BY SIZE
                   FUNCTION TRIM(LG-VERDICT) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(LG-REASON) DELIMITED BY SIZE
                   INTO WS-WORK-LINE
               END-STRING
               PERFORM WRITE-HELD-LINE
               EXIT PARAGRAPH
           END-IF.
           IF PT-HAS-PROD-ANSWER(PROMOTE-NUM)
               AND PT-PROD-ANSWER(PROMOTE-NUM) = LG-ANSWER
               STRING FUNCTION TRIM(WS-WORK-LINE) DELIMITED BY SIZE
                   " PROMOTED: MATCHES PRODUCTION ANSWER="
                       DELIMITED BY SIZE
                   FUNCTION TRIM(LG-ANSWER) DELIMITED BY SIZE
                   INTO WS-WORK-LINE
               END-STRING
               PERFORM WRITE-PROMOTED-RECORD
               ADD 1 TO MATCHED-COUNT
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-TEST-CERTIFICATION.
           IF MASTER-IS-OPEN AND TEST-MASTER-STATUS = '00'
               AND AM-IS-CERTIFIED
               STRING FUNCTION TRIM(WS-WORK-LINE) DELIMITED BY SIZE
                   " PROMOTED: CERTIFIED BY " DELIMITED BY SIZE
                   FUNCTION TRIM(AM-CERT-BY) DELIMITED BY SIZE
                   " ANSWER=" DELIMITED BY SIZE
                   FUNCTION TRIM(LG-ANSWER) DELIMITED BY SIZE
                   INTO WS-WORK-LINE
               END-STRING
               PERFORM WRITE-PROMOTED-RECORD
               ADD 1 TO CERTIFIED-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF PT-HAS-PROD-ANSWER(PROMOTE-NUM)
               STRING FUNCTION TRIM(WS-WORK-LINE) DELIMITED BY SIZE
                   " HELD: DIFFERS, NOT CERTIFIED TEST="
                       DELIMITED BY SIZE
                   FUNCTION TRIM(LG-ANSWER) DELIMITED BY SIZE
                   " PRODUCTION=" DELIMITED BY SIZE
                   FUNCTION TRIM(PT-PROD-ANSWER(PROMOTE-NUM))
                       DELIMITED BY SIZE
                   INTO WS-WORK-LINE
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-WORK-LINE) DELIMITED BY SIZE
                   " HELD: NO PRODUCTION ANSWER, NOT CERTIFIED TEST="
                       DELIMITED BY SIZE
                   FUNCTION TRIM(LG-ANSWER) DELIMITED BY SIZE
                   INTO WS-WORK-LINE
               END-STRING
           END-IF.
           PERFORM WRITE-HELD-LINE.

      *    The TEST master keys a run by the names the TEST ledger
      *    recorded, cut to the master's key widths.
       FIND-TEST-CERTIFICATION.
           MOVE SPACES TO TEST-MASTER-STATUS.
           IF NOT MASTER-IS-OPEN
               EXIT PARAGRAPH
           END-IF.
           MOVE LG-PROGRAM(1:40) TO AM-PROGRAM.
           MOVE LG-INPUT(1:40) TO AM-INPUT.
           MOVE LG-STAMP TO AM-STAMP.
           READ TEST-MASTER-FILE
               INVALID KEY MOVE '23' TO TEST-MASTER-STATUS
           END-READ.

      *    The TEST run goes into production's ledger under
      *    production's names, stamped with this run; its reason
      *    says which TEST run it came from.
       WRITE-PROMOTED-RECORD.
           MOVE PT-TEST-IMAGE(PROMOTE-NUM) TO LEDGER-RECORD.
           MOVE SPACES TO LG-REASON.
           STRING "PROMOTED FROM TEST " DELIMITED BY SIZE
               LG-STAMP DELIMITED BY SIZE
               INTO LG-REASON
           END-STRING.
           MOVE PT-PROGRAM(PROMOTE-NUM) TO LG-PROGRAM.
           MOVE PT-INPUT(PROMOTE-NUM) TO LG-INPUT.
           IF RUN-STAMP NOT = SPACES
               MOVE RUN-STAMP TO LG-STAMP
           END-IF.
           WRITE LEDGER-FILE-RECORD FROM LEDGER-RECORD.
           ADD 1 TO WRITTEN-COUNT.
           PERFORM WRITE-REPORT-LINE.

       WRITE-HELD-LINE.
           ADD 1 TO HELD-COUNT.
           PERFORM WRITE-REPORT-LINE.

       WRITE-CONTROL-TOTALS.
           MOVE "CONTROL TOTALS" TO WS-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "  REQUESTS READ" TO LABEL-TEXT.
           MOVE REQUEST-COUNT TO LABEL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  REJECTED" TO LABEL-TEXT.
           MOVE REJECTED-COUNT TO LABEL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  PROMOTED, MATCHED" TO LABEL-TEXT.
           MOVE MATCHED-COUNT TO LABEL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  PROMOTED, CERTIFIED" TO LABEL-TEXT.
           MOVE CERTIFIED-COUNT TO LABEL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  ALREADY PROMOTED" TO LABEL-TEXT.
           MOVE ALREADY-COUNT TO LABEL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  HELD" TO LABEL-TEXT.
           MOVE HELD-COUNT TO LABEL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  LEDGER RECORDS WRITTEN" TO LABEL-TEXT.
           MOVE WRITTEN-COUNT TO LABEL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           IF REQUEST-COUNT = REJECTED-COUNT + MATCHED-COUNT
                   + CERTIFIED-COUNT + ALREADY-COUNT + HELD-COUNT
               AND WRITTEN-COUNT = MATCHED-COUNT + CERTIFIED-COUNT
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

       WRITE-REPORT-LINE.
           MOVE WS-WORK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
