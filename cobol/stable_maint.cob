       IDENTIFICATION DIVISION.
       PROGRAM-ID. STABLE-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    One maintenance transaction per line; lines starting with
      *    '*' are comments:
      *      ADD <name> <speed> <fly> <rest>
      *                               enter a new reindeer, active
      *      CHANGE <name> [SPEED=n] [FLY=n] [REST=n]
      *                               correct any of its stats
      *      RETIRE <name>            take it out of future fields;
      *                               the record is kept
      *    Speed is km/s, fly and rest times seconds, 0 to 9999; a
      *    reindeer must fly at least one second.
           SELECT TRANS-FILE ASSIGN TO "stable_trans.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-STATUS.

      *    The stable master, keyed by reindeer name. ReindeerRace
      *    reads its active entries as the race field.
           SELECT STABLE-FILE ASSIGN TO "stable_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-NAME
               FILE STATUS IS STABLE-STATUS.

      *    Before and after values for every transaction applied,
      *    every rejection with its reason, then the master as it
      *    now stands.
           SELECT REPORT-FILE ASSIGN TO "stable_audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
       01  TRANS-RECORD         PIC X(80).

       FD  STABLE-FILE.
       COPY "stable_rec.cpy".

       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(132).

       WORKING-STORAGE SECTION.
       01  RUN-STAMP            PIC X(32) VALUE SPACES.
       01  TRANS-STATUS         PIC XX.
       01  STABLE-STATUS        PIC XX.

       01  STABLE-FLAGS.
           05 TRANS-EOF         PIC X VALUE 'N'.
              88 AT-TRANS-END       VALUE 'Y'.
           05 BROWSE-DONE       PIC X.
              88 AT-BROWSE-END      VALUE 'Y'.
           05 STAT-CHECK        PIC X.
              88 STAT-VALID         VALUE 'Y'.
           05 CHANGE-CHECK      PIC X.
              88 CHANGE-VALID       VALUE 'Y'.

       01  STABLE-COUNTERS.
           05 TRANS-COUNT       PIC 9(6) VALUE 0.
           05 ADDED-COUNT       PIC 9(6) VALUE 0.
           05 CHANGED-COUNT     PIC 9(6) VALUE 0.
           05 RETIRED-COUNT     PIC 9(6) VALUE 0.
           05 REJECTED-COUNT    PIC 9(6) VALUE 0.
           05 APPLIED-TOTAL     PIC 9(6) VALUE 0.
           05 ACTIVE-COUNT      PIC 9(6) VALUE 0.
           05 INACTIVE-COUNT    PIC 9(6) VALUE 0.
           05 LABEL-COUNT       PIC 9(6).
           05 DISPLAY-COUNT     PIC ZZZZZ9.
           05 TOTALS-CHECK      PIC X.
              88 TOTALS-BALANCED    VALUE 'Y'.

       01  TRANS-FIELDS.
           05 TRANS-VERB        PIC X(10).
           05 TRANS-NAME        PIC X(20).
           05 TRANS-ARG-1       PIC X(10).
           05 TRANS-ARG-2       PIC X(10).
           05 TRANS-ARG-3       PIC X(10).
           05 CHANGE-KEY        PIC X(10).
           05 CHANGE-ITEM       PIC X(10).
           05 REJECT-REASON     PIC X(40).
           05 RUN-DATE          PIC X(10).
           05 TODAY-DATE        PIC 9(8).

      *    A stat is one to four digits; STAT-TEXT in, STAT-VALUE
      *    out when STAT-VALID.
       01  STAT-FIELDS.
           05 STAT-TEXT         PIC X(10).
           05 STAT-LENGTH       PIC 99.
           05 STAT-VALUE        PIC 9(4).
           05 NEW-SPEED         PIC 9(4).
           05 NEW-FLY-TIME      PIC 9(4).
           05 NEW-REST-TIME     PIC 9(4).
           05 STAT-DISPLAY      PIC ZZZ9.

       01  REPORT-FIELDS.
           05 WS-WORK-LINE      PIC X(132).
           05 VALUES-LINE       PIC X(100).
           05 LABEL-TEXT        PIC X(24).

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
           DISPLAY "RUN STABLE-MAINT INPUT=stable_trans.txt STAMP="
               FUNCTION TRIM(RUN-STAMP).
           PERFORM SET-RUN-DATE.
           OPEN INPUT TRANS-FILE.
           IF TRANS-STATUS NOT = '00'
               DISPLAY "ERROR OPENING stable_trans.txt STATUS="
                   TRANS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           PERFORM OPEN-STABLE-IO.
           MOVE SPACES TO WS-WORK-LINE.
           STRING "STABLE MAINTENANCE AUDIT " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           PERFORM APPLY-NEXT-TRANSACTION UNTIL AT-TRANS-END.
           CLOSE TRANS-FILE.
           PERFORM WRITE-STABLE-LISTING.
           CLOSE STABLE-FILE.
           PERFORM WRITE-CONTROL-TOTALS.
           PERFORM WRITE-REPORT-SUMMARY.
           CLOSE REPORT-FILE.
           IF REJECTED-COUNT > 0 OR NOT TOTALS-BALANCED
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *    Dates added and changed are the run stamp's leading date,
      *    or the system date when the stamp carries none.
       SET-RUN-DATE.
           IF RUN-STAMP(1:4) IS NUMERIC AND RUN-STAMP(5:1) = '-'
               AND RUN-STAMP(8:1) = '-'
               MOVE RUN-STAMP(1:10) TO RUN-DATE
           ELSE
               ACCEPT TODAY-DATE FROM DATE YYYYMMDD
               MOVE SPACES TO RUN-DATE
               STRING TODAY-DATE(1:4) "-" TODAY-DATE(5:2) "-"
                   TODAY-DATE(7:2) DELIMITED BY SIZE
                   INTO RUN-DATE
               END-STRING
           END-IF.

      *    First use creates the master; afterwards it opens I-O so
      *    transactions update it in place.
       OPEN-STABLE-IO.
           OPEN I-O STABLE-FILE.
           IF STABLE-STATUS = '35'
               OPEN OUTPUT STABLE-FILE
               CLOSE STABLE-FILE
               OPEN I-O STABLE-FILE
           END-IF.
           IF STABLE-STATUS NOT = '00'
               DISPLAY "ERROR OPENING stable_master.dat STATUS="
                   STABLE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       APPLY-NEXT-TRANSACTION.
           READ TRANS-FILE
               AT END SET AT-TRANS-END TO TRUE
           END-READ.
           IF AT-TRANS-END
               EXIT PARAGRAPH
           END-IF.
           IF TRANS-RECORD = SPACES
               OR TRANS-RECORD(1:1) = '*'
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO TRANS-COUNT.
           MOVE SPACES TO TRANS-VERB TRANS-NAME TRANS-ARG-1
               TRANS-ARG-2 TRANS-ARG-3 REJECT-REASON.
           UNSTRING TRANS-RECORD DELIMITED BY ALL SPACE
               INTO TRANS-VERB, TRANS-NAME,
                   TRANS-ARG-1, TRANS-ARG-2, TRANS-ARG-3
           END-UNSTRING.
           IF TRANS-NAME = SPACES
               MOVE "NO REINDEER NAMED" TO REJECT-REASON
               PERFORM REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRANS-VERB
               WHEN 'ADD'
                   PERFORM ADD-REINDEER
               WHEN 'CHANGE'
                   PERFORM CHANGE-REINDEER
               WHEN 'RETIRE'
                   PERFORM RETIRE-REINDEER
               WHEN OTHER
                   MOVE "UNKNOWN TRANSACTION" TO REJECT-REASON
                   PERFORM REJECT-TRANSACTION
           END-EVALUATE.

       ADD-REINDEER.
           MOVE TRANS-ARG-1 TO STAT-TEXT.
           PERFORM CHECK-STAT.
           IF NOT STAT-VALID
               MOVE "SPEED MUST BE 0-9999" TO REJECT-REASON
               PERFORM REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF.
           MOVE STAT-VALUE TO NEW-SPEED.
           MOVE TRANS-ARG-2 TO STAT-TEXT.
           PERFORM CHECK-STAT.
           IF NOT STAT-VALID OR STAT-VALUE = 0
               MOVE "FLY TIME MUST BE 1-9999" TO REJECT-REASON
               PERFORM REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF.
           MOVE STAT-VALUE TO NEW-FLY-TIME.
           MOVE TRANS-ARG-3 TO STAT-TEXT.
           PERFORM CHECK-STAT.
           IF NOT STAT-VALID
               MOVE "REST TIME MUST BE 0-9999" TO REJECT-REASON
               PERFORM REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF.
           MOVE STAT-VALUE TO NEW-REST-TIME.
           MOVE TRANS-NAME TO SR-NAME.
           READ STABLE-FILE
               INVALID KEY CONTINUE
           END-READ.
           IF STABLE-STATUS = '00'
               MOVE "ALREADY ON FILE" TO REJECT-REASON
               PERFORM REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF.
           MOVE TRANS-NAME TO SR-NAME.
           MOVE NEW-SPEED TO SR-SPEED.
           MOVE NEW-FLY-TIME TO SR-FLY-TIME.
           MOVE NEW-REST-TIME TO SR-REST-TIME.
           MOVE RUN-DATE TO SR-DATE-ADDED SR-DATE-CHANGED.
           SET SR-ACTIVE TO TRUE.
           WRITE STABLE-RECORD
           END-WRITE.
           IF STABLE-STATUS NOT = '00'
               PERFORM REPORT-WRITE-FAILURE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO ADDED-COUNT.
           PERFORM WRITE-TRANSACTION-HEAD.
           MOVE "  BEFORE: (NOT ON FILE)" TO WS-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-AFTER-VALUES.

      *    Only the stats named are touched; every one named must be
      *    valid or the whole transaction is rejected.
       CHANGE-REINDEER.
           MOVE TRANS-NAME TO SR-NAME.
           READ STABLE-FILE
               INVALID KEY CONTINUE
           END-READ.
           IF STABLE-STATUS NOT = '00'
               MOVE "NOT ON FILE" TO REJECT-REASON
               PERFORM REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF.
           IF TRANS-ARG-1 = SPACES
               MOVE "NO STAT TO CHANGE" TO REJECT-REASON
               PERFORM REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF.
           MOVE SR-SPEED TO NEW-SPEED.
           MOVE SR-FLY-TIME TO NEW-FLY-TIME.
           MOVE SR-REST-TIME TO NEW-REST-TIME.
           MOVE 'Y' TO CHANGE-CHECK.
           MOVE TRANS-ARG-1 TO CHANGE-ITEM.
           PERFORM TAKE-CHANGE-ITEM.
           MOVE TRANS-ARG-2 TO CHANGE-ITEM.
           PERFORM TAKE-CHANGE-ITEM.
           MOVE TRANS-ARG-3 TO CHANGE-ITEM.
           PERFORM TAKE-CHANGE-ITEM.
           IF NOT CHANGE-VALID
               PERFORM REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF.
           PERFORM WRITE-TRANSACTION-HEAD.
           PERFORM WRITE-BEFORE-VALUES.
           MOVE NEW-SPEED TO SR-SPEED.
           MOVE NEW-FLY-TIME TO SR-FLY-TIME.
           MOVE NEW-REST-TIME TO SR-REST-TIME.
           MOVE RUN-DATE TO SR-DATE-CHANGED.
           REWRITE STABLE-RECORD
           END-REWRITE.
           IF STABLE-STATUS NOT = '00'
               PERFORM REPORT-WRITE-FAILURE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO CHANGED-COUNT.
           PERFORM WRITE-AFTER-VALUES.

       TAKE-CHANGE-ITEM.
           IF CHANGE-ITEM = SPACES OR NOT CHANGE-VALID
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO CHANGE-KEY STAT-TEXT.
           UNSTRING CHANGE-ITEM DELIMITED BY '='
               INTO CHANGE-KEY, STAT-TEXT
           END-UNSTRING.
           PERFORM CHECK-STAT.
           EVALUATE TRUE
               WHEN CHANGE-KEY = 'SPEED' AND STAT-VALID
                   MOVE STAT-VALUE TO NEW-SPEED
               WHEN CHANGE-KEY = 'FLY' AND STAT-VALID
                   AND STAT-VALUE > 0
                   MOVE STAT-VALUE TO NEW-FLY-TIME
               WHEN CHANGE-KEY = 'REST' AND STAT-VALID
                   MOVE STAT-VALUE TO NEW-REST-TIME
               WHEN OTHER
                   MOVE 'N' TO CHANGE-CHECK
                   MOVE SPACES TO REJECT-REASON
                   STRING "BAD CHANGE ITEM " DELIMITED BY SIZE
                       FUNCTION TRIM(CHANGE-ITEM) DELIMITED BY SIZE
                       INTO REJECT-REASON
                   END-STRING
           END-EVALUATE.

      *    A retired reindeer stays on the master, so its record and
      *    dates survive; it simply leaves the race field.
       RETIRE-REINDEER.
           MOVE TRANS-NAME TO SR-NAME.
           READ STABLE-FILE
               INVALID KEY CONTINUE
           END-READ.
           IF STABLE-STATUS NOT = '00'
               MOVE "NOT ON FILE" TO REJECT-REASON
               PERFORM REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF.
           IF SR-RETIRED
               MOVE "ALREADY RETIRED" TO REJECT-REASON
               PERFORM REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF.
           PERFORM WRITE-TRANSACTION-HEAD.
           PERFORM WRITE-BEFORE-VALUES.
           SET SR-RETIRED TO TRUE.
           MOVE RUN-DATE TO SR-DATE-CHANGED.
           REWRITE STABLE-RECORD
           END-REWRITE.
           IF STABLE-STATUS NOT = '00'
               PERFORM REPORT-WRITE-FAILURE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO RETIRED-COUNT.
           PERFORM WRITE-AFTER-VALUES.

       CHECK-STAT.
           MOVE 'N' TO STAT-CHECK.
           MOVE 0 TO STAT-VALUE STAT-LENGTH.
           INSPECT STAT-TEXT TALLYING STAT-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF STAT-LENGTH > 0 AND STAT-LENGTH < 5
               IF STAT-TEXT(1:STAT-LENGTH) IS NUMERIC
                   MOVE STAT-TEXT(1:STAT-LENGTH) TO STAT-VALUE
                   MOVE 'Y' TO STAT-CHECK
               END-IF
           END-IF.

       REJECT-TRANSACTION.
           ADD 1 TO REJECTED-COUNT.
           MOVE SPACES TO WS-WORK-LINE.
           STRING "REJECTED " DELIMITED BY SIZE
               FUNCTION TRIM(TRANS-RECORD) DELIMITED BY SIZE
               " -- " DELIMITED BY SIZE
               FUNCTION TRIM(REJECT-REASON) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

       REPORT-WRITE-FAILURE.
           MOVE SPACES TO REJECT-REASON.
           STRING "MASTER WRITE FAILED STATUS=" DELIMITED BY SIZE
               STABLE-STATUS DELIMITED BY SIZE
               INTO REJECT-REASON
           END-STRING.
           DISPLAY "ERROR WRITING stable_master.dat STATUS="
               STABLE-STATUS " REINDEER=" FUNCTION TRIM(TRANS-NAME).
           PERFORM REJECT-TRANSACTION.

       WRITE-TRANSACTION-HEAD.
           MOVE SPACES TO WS-WORK-LINE.
           STRING FUNCTION TRIM(TRANS-VERB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(TRANS-NAME) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

       WRITE-BEFORE-VALUES.
           PERFORM FORMAT-STABLE-VALUES.
           MOVE SPACES TO WS-WORK-LINE.
           STRING "  BEFORE: " DELIMITED BY SIZE
               VALUES-LINE DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

       WRITE-AFTER-VALUES.
           PERFORM FORMAT-STABLE-VALUES.
           MOVE SPACES TO WS-WORK-LINE.
           STRING "  AFTER:  " DELIMITED BY SIZE
               VALUES-LINE DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      *    The current STABLE-RECORD as one line of values.
       FORMAT-STABLE-VALUES.
           MOVE SPACES TO VALUES-LINE.
           MOVE SR-SPEED TO STAT-DISPLAY.
           STRING "SPEED=" DELIMITED BY SIZE
               FUNCTION TRIM(STAT-DISPLAY) DELIMITED BY SIZE
               INTO VALUES-LINE
           END-STRING.
           MOVE SR-FLY-TIME TO STAT-DISPLAY.
           STRING FUNCTION TRIM(VALUES-LINE) DELIMITED BY SIZE
               " FLY=" DELIMITED BY SIZE
               FUNCTION TRIM(STAT-DISPLAY) DELIMITED BY SIZE
               INTO VALUES-LINE
           END-STRING.
           MOVE SR-REST-TIME TO STAT-DISPLAY.
           STRING FUNCTION TRIM(VALUES-LINE) DELIMITED BY SIZE
               " REST=" DELIMITED BY SIZE
               FUNCTION TRIM(STAT-DISPLAY) DELIMITED BY SIZE
               INTO VALUES-LINE
           END-STRING.
           IF SR-ACTIVE
               STRING FUNCTION TRIM(VALUES-LINE) DELIMITED BY SIZE
                   " ACTIVE" DELIMITED BY SIZE
                   INTO VALUES-LINE
               END-STRING
           ELSE
               STRING FUNCTION TRIM(VALUES-LINE) DELIMITED BY SIZE
                   " RETIRED" DELIMITED BY SIZE
                   INTO VALUES-LINE
               END-STRING
           END-IF.
           STRING FUNCTION TRIM(VALUES-LINE) DELIMITED BY SIZE
               " ADDED=" DELIMITED BY SIZE
               SR-DATE-ADDED DELIMITED BY SIZE
               " CHANGED=" DELIMITED BY SIZE
               SR-DATE-CHANGED DELIMITED BY SIZE
               INTO VALUES-LINE
           END-STRING.

      *    The whole master in name order, as it stands after this
      *    run's transactions.
       WRITE-STABLE-LISTING.
           MOVE "STABLE MASTER AFTER MAINTENANCE" TO WS-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE LOW-VALUES TO SR-NAME.
           MOVE 'N' TO BROWSE-DONE.
           START STABLE-FILE KEY IS NOT < SR-NAME
               INVALID KEY SET AT-BROWSE-END TO TRUE
           END-START.
           PERFORM LIST-STABLE-RECORD UNTIL AT-BROWSE-END.
           IF ACTIVE-COUNT + INACTIVE-COUNT = 0
               MOVE "  (EMPTY)" TO WS-WORK-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       LIST-STABLE-RECORD.
           READ STABLE-FILE NEXT
               AT END SET AT-BROWSE-END TO TRUE
               NOT AT END
                   IF SR-ACTIVE
                       ADD 1 TO ACTIVE-COUNT
                   ELSE
                       ADD 1 TO INACTIVE-COUNT
                   END-IF
                   PERFORM FORMAT-STABLE-VALUES
                   MOVE SPACES TO WS-WORK-LINE
                   STRING "  " DELIMITED BY SIZE
                       SR-NAME DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       VALUES-LINE DELIMITED BY SIZE
                       INTO WS-WORK-LINE
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
           END-READ.

       WRITE-CONTROL-TOTALS.
           COMPUTE APPLIED-TOTAL = ADDED-COUNT + CHANGED-COUNT
               + RETIRED-COUNT + REJECTED-COUNT.
           IF APPLIED-TOTAL = TRANS-COUNT
               MOVE 'Y' TO TOTALS-CHECK
           ELSE
               MOVE 'N' TO TOTALS-CHECK
           END-IF.
           MOVE "CONTROL TOTALS" TO WS-WORK-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "  TRANSACTIONS READ" TO LABEL-TEXT.
           MOVE TRANS-COUNT TO LABEL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  ADDED" TO LABEL-TEXT.
           MOVE ADDED-COUNT TO LABEL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  CHANGED" TO LABEL-TEXT.
           MOVE CHANGED-COUNT TO LABEL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  RETIRED" TO LABEL-TEXT.
           MOVE RETIRED-COUNT TO LABEL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  REJECTED" TO LABEL-TEXT.
           MOVE REJECTED-COUNT TO LABEL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  APPLIED PLUS REJECTED" TO LABEL-TEXT.
           MOVE APPLIED-TOTAL TO LABEL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  ACTIVE ON MASTER" TO LABEL-TEXT.
           MOVE ACTIVE-COUNT TO LABEL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  RETIRED ON MASTER" TO LABEL-TEXT.
           MOVE INACTIVE-COUNT TO LABEL-COUNT.
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
           MOVE ADDED-COUNT TO DISPLAY-COUNT.
           MOVE SPACES TO WS-WORK-LINE.
           STRING "STABLE MAINTENANCE COMPLETE ADDED=" DELIMITED BY
               SIZE
               FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           MOVE CHANGED-COUNT TO DISPLAY-COUNT.
           STRING FUNCTION TRIM(WS-WORK-LINE) DELIMITED BY SIZE
               " CHANGED=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           MOVE RETIRED-COUNT TO DISPLAY-COUNT.
           STRING FUNCTION TRIM(WS-WORK-LINE) DELIMITED BY SIZE
               " RETIRED=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           MOVE REJECTED-COUNT TO DISPLAY-COUNT.
           STRING FUNCTION TRIM(WS-WORK-LINE) DELIMITED BY SIZE
               " REJECTED=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           MOVE ACTIVE-COUNT TO DISPLAY-COUNT.
           STRING FUNCTION TRIM(WS-WORK-LINE) DELIMITED BY SIZE
               " ACTIVE=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           DISPLAY FUNCTION TRIM(WS-WORK-LINE).

       WRITE-REPORT-LINE.
           MOVE WS-WORK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
