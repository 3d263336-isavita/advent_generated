               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAPTURE-STATUS.

      *    Append-only answer history: one ledger_rec.cpy record per
      *    program per run, so a replaced puzzle input shows at a
      *    glance which programs' answers actually moved.
           SELECT OPTIONAL LEDGER-FILE
               ASSIGN TO "answer_ledger.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    One joblog_rec.cpy record per job of this run -- group,
      *    verdict, start time, elapsed seconds and answer -- for the
      *    printed run book. Rewritten every run.
           SELECT OPTIONAL JOB-LOG-FILE ASSIGN TO "job_log.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    Manifest-format extract of the jobs that need running
      *    again -- failed, skipped, or silent -- so the morning
      *    recovery run is one command against this file.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STAGED-STATUS.

      *    The input catalog INPUT-CATALOG maintains. An input is
      *    staged only when it is registered, active, and its bytes
      *    still carry the registered fingerprint. INPUT_CATALOG
      *    names the file (default input_catalog.dat).
           SELECT CATALOG-FILE ASSIGN USING CATALOG-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IC-INPUT
               FILE STATUS IS CATALOG-STATUS.

      *    Output contracts: "<program-binary> <output-file>
      *    [MIN=<lines>]", one line per file a program must leave
      *    behind; '*' lines are comments. A job that returns clean
      *    is checked against its contracts before it counts as
      *    clean. OUTPUT_CONTRACTS names the file (default
      *    output_contracts.txt); without it nothing is checked.
           SELECT OPTIONAL CONTRACT-FILE ASSIGN USING CONTRACT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTRACT-STATUS.

      *    The load-module inventory: one line per program binary
      *    in the manifest with its build date, size and content
      *    fingerprint, rewritten at the start of every run. The
      *    previous run's copy is kept as module_inventory_prev.txt
      *    for MODULE-CHANGES to compare against.
           SELECT INVENTORY-FILE ASSIGN TO "module_inventory.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    One binary's build date, as the shell's date -r gave it.
           SELECT BUILT-FILE ASSIGN TO "module_built.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUILT-STATUS.

      *    A contracted output, re-read only to count its lines.
           SELECT OUTPUT-CHECK-FILE ASSIGN USING OUTPUT-CHECK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUTPUT-CHECK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MANIFEST-FILE.
       01  CAPTURE-RECORD       PIC X(300).

       FD  LEDGER-FILE.
       COPY "ledger_rec.cpy".

       FD  JOB-LOG-FILE.
       COPY "joblog_rec.cpy".

       FD  RERUN-FILE.
       01  RERUN-RECORD         PIC X(300).
       FD  STAGED-FILE.
       01  STAGED-RECORD        PIC X(1024).

       FD  CATALOG-FILE.
       COPY "catalog_rec.cpy".

       FD  INVENTORY-FILE.
       01  INVENTORY-RECORD     PIC X(300).

       FD  BUILT-FILE.
       01  BUILT-RECORD         PIC X(80).

       FD  CONTRACT-FILE.
       01  CONTRACT-RECORD      PIC X(200).

       FD  OUTPUT-CHECK-FILE.
       01  OUTPUT-CHECK-RECORD  PIC X(1024).

       WORKING-STORAGE SECTION.
       01  RUN-STAMP            PIC X(32) VALUE SPACES.
       01  MANIFEST-STATUS      PIC XX VALUE '00'.
       01  CAPTURE-STATUS       PIC XX.
       01  STAGED-STATUS        PIC XX.
       01  CATALOG-STATUS       PIC XX.
       01  CONTRACT-STATUS      PIC XX.
       01  BUILT-STATUS         PIC XX.
       01  OUTPUT-CHECK-STATUS  PIC XX.

       01  RUN-FLAGS.
           05 MANIFEST-EOF      PIC X VALUE 'N'.
              88 SOME-JOB-PENDING   VALUE 'Y'.
           05 JOB-READY         PIC X.
              88 JOB-IS-READY       VALUE 'Y'.
           05 CATALOG-OPEN      PIC X VALUE 'N'.
              88 CATALOG-IS-OPEN    VALUE 'Y'.
           05 INPUT-CLEARED     PIC X.
              88 INPUT-WAS-CLEARED  VALUE 'Y'.
           05 CONTRACT-EOF      PIC X.
              88 AT-CONTRACT-END    VALUE 'Y'.
           05 OUTPUT-CHECK-EOF  PIC X.
              88 AT-OUTPUT-CHECK-END VALUE 'Y'.
           05 JOB-CONTRACTED    PIC X.
              88 JOB-HAS-CONTRACT   VALUE 'Y'.
           05 OUTPUT-FAULT      PIC X.
              88 OUTPUT-IS-MISSING  VALUE 'Y'.

       01  RUN-COUNTERS.
           05 JOB-COUNT         PIC 9(4) VALUE 0.
           05 DISPLAY-JOBS      PIC ZZZ9.
           05 DISPLAY-FAILS     PIC ZZZ9.
           05 DISPLAY-SKIPS     PIC ZZZ9.
           05 DISPLAY-RC        PIC -ZZZ9.

       01  JOB-FIELDS.
           05 JOB-PROGRAM       PIC X(100).
           05 JOB-INPUT         PIC X(100).
           05 JOB-ANSWER        PIC X(200).
           05 JOB-OUTCOME       PIC X(8).
           05 JOB-REASON        PIC X(60).
           05 JOB-VERDICT       PIC X(60).
           05 OPTION-TOKEN      PIC X(100).
           05 OPTION-TOKEN-2    PIC X(100).
           05 OPTION-TOKEN-3    PIC X(100).
           05 DISPLAY-TIMEOUT   PIC ZZZZ9.
           05 TIMED-OUT         PIC X.
              88 JOB-TIMED-OUT      VALUE 'Y'.
           05 JOB-FINGERPRINT   PIC X(16).
           05 JOB-MODULE        PIC X(16).
           05 JOB-STARTED       PIC X(8) VALUE SPACES.
           05 JOB-ELAPSED       PIC 9(6)V99 VALUE 0.
           05 WS-COMMAND        PIC X(300).
           05 WS-WORK-LINE      PIC X(300).

      *    Wall-clock start and end of the child, for the job log.
      *    An end time earlier than the start means the job crossed
      *    midnight.
       01  JOB-TIMING-FIELDS.
           05 JOB-START-TIME    PIC 9(8).
           05 JOB-START-SPLIT REDEFINES JOB-START-TIME.
              10 JOB-START-HH   PIC 9(2).
              10 JOB-START-MM   PIC 9(2).
              10 JOB-START-SS   PIC 9(2).
              10 JOB-START-CC   PIC 9(2).
           05 JOB-END-TIME      PIC 9(8).
           05 JOB-END-SPLIT REDEFINES JOB-END-TIME.
              10 JOB-END-HH     PIC 9(2).
              10 JOB-END-MM     PIC 9(2).
              10 JOB-END-SS     PIC 9(2).
              10 JOB-END-CC     PIC 9(2).
           05 JOB-START-CSEC    PIC S9(9) COMP.
           05 JOB-END-CSEC      PIC S9(9) COMP.
           05 JOB-ELAPSED-CSEC  PIC S9(9) COMP.

      *    The manifest is loaded whole before any job runs, so a job
      *    held on a feeder further down the file can still wait for
      *    it. 500 entries is several times the nightly manifest.
              10 JT-FREQ        PIC X(12).
              10 JT-CLUSTER     PIC 9(4).
              10 JT-STREAM      PIC 99.
              10 JT-OUTPUT-NOTE PIC X(60).

       01  GROUP-TABLE.
           05 GROUP-TOTAL       PIC 9(3) VALUE 0.
           05 CAL-SKIP-COUNT    PIC 9(4) VALUE 0.
           05 DISPLAY-CAL-SKIPS PIC ZZZ9.

      *    In a stream child the manifest carries absolute input
      *    paths while the catalog is keyed as the nightly manifest
      *    names them, so a lookup that misses is retried with the
      *    catalog's own directory taken off the front.
       01  CATALOG-FIELDS.
           05 CATALOG-NAME      PIC X(240) VALUE SPACES.
           05 CATALOG-DIR       PIC X(240) VALUE SPACES.
           05 CATALOG-DIR-LEN   PIC 9(4) VALUE 0.

       COPY "fingerprint_req.cpy".

      *    Failures, refusals and skips are also posted to the
      *    monitoring event feed. A stream child posts to its own
      *    directory's feed; the coordinator re-posts those events
      *    into the shared feed once the streams are done, so the
      *    monitoring sequence is only ever issued from one place.
       COPY "event_req.cpy".
       COPY "event_rec.cpy".

      *    BATCH_ENV=TEST started from the production directory makes
      *    this invocation a launcher: the manifest is written into
      *    env_test with absolute paths, as a stream's is, and a
      *    runner started there does the work, so its results,
      *    ledger, rerun manifest, events and quarantine files stay
      *    under env_test. That runner finds BATCH_ENV_HOME set and
      *    runs as usual where it stands.
       COPY "env_req.cpy".

      *    MODULE_REFRESH=N leaves the inventory alone -- a stream
      *    child is launched that way, since its coordinator already
      *    refreshed it for the whole manifest. The module identifier
      *    on a ledger line is the fingerprint of the binary itself.
       01  MODULE-FIELDS.
           05 MODULE-REFRESH    PIC X VALUE 'Y'.
              88 MODULE-REFRESH-WANTED VALUE 'Y'.
           05 MODULE-BUILT      PIC X(32).
           05 DISPLAY-BYTES     PIC Z(11)9.
           05 MODULE-TOTAL      PIC 9(4) VALUE 0.
           05 MODULE-DUP        PIC 9(4).

      *    Contracts are matched on the binary's own name, so a
      *    stream child's absolute program path finds the same
      *    entries. A file older than the mark touched just before
      *    the child started was left over from an earlier run.
       01  CONTRACT-FIELDS.
           05 CONTRACT-NAME     PIC X(240) VALUE SPACES.
           05 OUTPUT-CHECK-NAME PIC X(240).
           05 OUTPUT-LINES      PIC 9(8).
           05 DISPLAY-OUTPUT-LINES PIC ZZZZZZZ9.
           05 DISPLAY-MIN-LINES PIC ZZZZZ9.
           05 OUTPUT-NOTE       PIC X(60).
           05 CONTRACT-TOKEN-1  PIC X(100).
           05 CONTRACT-TOKEN-2  PIC X(100).
           05 CONTRACT-TOKEN-3  PIC X(100).
           05 BASE-NAME         PIC X(100).
           05 JOB-BASE-NAME     PIC X(100).
           05 SLASH-POS         PIC 9(4).
           05 CONTRACT-NUM      PIC 9(3).

       01  CONTRACT-TABLE.
           05 CONTRACT-TOTAL    PIC 9(3) VALUE 0.
           05 CONTRACT-ENTRY OCCURS 300 TIMES.
              10 CN-PROGRAM     PIC X(100).
              10 CN-OUTPUT      PIC X(100).
              10 CN-MIN-LINES   PIC 9(6).

       01  TABLE-CURSORS.
           05 JOB-NUM           PIC 9(4).
           05 FEEDER-NUM        PIC 9(4).
           05 STREAM-IN-EOF     PIC X.
              88 AT-STREAM-IN-END   VALUE 'Y'.
           05 LAUNCH-COMMAND    PIC X(2000).
           05 LAUNCH-PTR        PIC 9(4).
           05 PATH-WORK         PIC X(240).
           05 SKIP-REMAINING    PIC 9(6).
           05 SEG-LINE-COUNT    PIC 9(6).
           05 RC-SCAN-POS       PIC 9(4).
           05 RC-TEXT           PIC X(10).
           05 TALLY-COUNT       PIC 9(4).
           05 MANIFEST-TARGET   PIC X VALUE 'S'.
              88 WRITING-TEST-MANIFEST VALUE 'T'.
           05 TEST-RC           PIC 9(4).

       01  STREAM-TABLE.
           05 STREAM-ENTRY OCCURS 8 TIMES.
           ACCEPT RUN-STAMP FROM ENVIRONMENT "RUN_STAMP"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           SET ENR-LOOKUP TO TRUE.
           CALL "BATCH-ENVIRONMENT" USING ENVIRONMENT-REQUEST.
           IF NOT ENR-OK
               DISPLAY "ERROR SELECTING BATCH_ENV=" ENR-NAME
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT MANIFEST-FILE.
           IF MANIFEST-STATUS NOT = '00'
               DISPLAY "ERROR OPENING manifest.txt STATUS="
           END-IF.
           PERFORM LOAD-MANIFEST-ENTRY UNTIL AT-MANIFEST-END.
           CLOSE MANIFEST-FILE.
           ACCEPT CATALOG-NAME FROM ENVIRONMENT "INPUT_CATALOG"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF CATALOG-NAME = SPACES
               MOVE "input_catalog.dat" TO CATALOG-NAME
           END-IF.
           ACCEPT CONTRACT-NAME FROM ENVIRONMENT "OUTPUT_CONTRACTS"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF CONTRACT-NAME = SPACES
               MOVE "output_contracts.txt" TO CONTRACT-NAME
           END-IF.
           IF ENR-IS-TEST AND NOT ENR-ALREADY-INSIDE
               PERFORM RUN-TEST-ENVIRONMENT
               STOP RUN
           END-IF.
           ACCEPT MODULE-REFRESH FROM ENVIRONMENT "MODULE_REFRESH"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF MODULE-REFRESH-WANTED
               PERFORM REFRESH-MODULE-INVENTORY
           END-IF.
           ACCEPT STREAM-COUNT-TEXT FROM ENVIRONMENT "BATCH_STREAMS"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
               STOP RUN
           END-IF.
           OPEN OUTPUT RESULTS-FILE.
           OPEN OUTPUT JOB-LOG-FILE.
           OPEN EXTEND LEDGER-FILE.
           PERFORM OPEN-INPUT-CATALOG.
           PERFORM LOAD-OUTPUT-CONTRACTS.
           PERFORM RUN-SCHEDULER.
           PERFORM WRITE-RUN-SUMMARY.
           PERFORM WRITE-RERUN-MANIFEST.
           CLOSE RESULTS-FILE.
           CLOSE JOB-LOG-FILE.
           CLOSE LEDGER-FILE.
           IF CATALOG-IS-OPEN
               CLOSE CATALOG-FILE
           END-IF.
           IF FAIL-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           SET JT-IS-PENDING(JOB-TOTAL) TO TRUE.
           MOVE 'N' TO JT-RERUN(JOB-TOTAL).
           MOVE 0 TO JT-TIMEOUT(JOB-TOTAL).
           MOVE SPACES TO JT-FREQ(JOB-TOTAL) JT-OUTPUT-NOTE(JOB-TOTAL).
           PERFORM APPLY-ENTRY-OPTION.
           MOVE OPTION-TOKEN-2 TO OPTION-TOKEN.
           PERFORM APPLY-ENTRY-OPTION.
               MOVE 'N' TO GT-FAILED(GROUP-TOTAL)
           END-IF.

      *    Each distinct binary gets one inventory line, in
      *    manifest order.
       REFRESH-MODULE-INVENTORY.
           MOVE SPACES TO WS-COMMAND.
           STRING "cp module_inventory.txt module_inventory_prev.txt"
                   DELIMITED BY SIZE
               " 2>/dev/null" DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING.
           CALL "SYSTEM" USING WS-COMMAND.
           MOVE 0 TO RETURN-CODE.
           OPEN OUTPUT INVENTORY-FILE.
           PERFORM VARYING JOB-NUM FROM 1 BY 1
                   UNTIL JOB-NUM > JOB-TOTAL
               MOVE 0 TO MODULE-DUP
               PERFORM VARYING SCAN-NUM FROM 1 BY 1
                       UNTIL SCAN-NUM >= JOB-NUM
                   IF JT-PROGRAM(SCAN-NUM) = JT-PROGRAM(JOB-NUM)
                       MOVE SCAN-NUM TO MODULE-DUP
                   END-IF
               END-PERFORM
               IF MODULE-DUP = 0
                   PERFORM WRITE-INVENTORY-ENTRY
               END-IF
           END-PERFORM.
           CLOSE INVENTORY-FILE.
           MOVE MODULE-TOTAL TO DISPLAY-JOBS.
           DISPLAY "MODULE INVENTORY REFRESHED MODULES="
               FUNCTION TRIM(DISPLAY-JOBS).

       WRITE-INVENTORY-ENTRY.
           ADD 1 TO MODULE-TOTAL.
           MOVE JT-PROGRAM(JOB-NUM) TO FPR-FILE-NAME.
           CALL "CONTENT-FINGERPRINT" USING FINGERPRINT-REQUEST.
           MOVE SPACES TO WS-WORK-LINE.
           IF NOT FPR-OK
               STRING FUNCTION TRIM(JT-PROGRAM(JOB-NUM))
                       DELIMITED BY SIZE
                   " BUILT=NONE BYTES=0 MODULE=NONE STAMP="
                       DELIMITED BY SIZE
                   FUNCTION TRIM(RUN-STAMP) DELIMITED BY SIZE
                   INTO WS-WORK-LINE
               END-STRING
               MOVE WS-WORK-LINE TO INVENTORY-RECORD
               WRITE INVENTORY-RECORD
               EXIT PARAGRAPH
           END-IF.
           PERFORM TAKE-MODULE-BUILT.
           MOVE FPR-BYTE-COUNT TO DISPLAY-BYTES.
           STRING FUNCTION TRIM(JT-PROGRAM(JOB-NUM)) DELIMITED BY SIZE
               " BUILT=" DELIMITED BY SIZE
               FUNCTION TRIM(MODULE-BUILT) DELIMITED BY SIZE
               " BYTES=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-BYTES) DELIMITED BY SIZE
               " MODULE=" DELIMITED BY SIZE
               FPR-FINGERPRINT DELIMITED BY SIZE
               " STAMP=" DELIMITED BY SIZE
               FUNCTION TRIM(RUN-STAMP) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           MOVE WS-WORK-LINE TO INVENTORY-RECORD.
           WRITE INVENTORY-RECORD.

      *    The build date is the binary's modification time.
       TAKE-MODULE-BUILT.
           MOVE SPACES TO WS-COMMAND.
           STRING "date -r " DELIMITED BY SIZE
               FUNCTION TRIM(JT-PROGRAM(JOB-NUM)) DELIMITED BY SIZE
               " +%Y-%m-%dT%H:%M:%S > module_built.txt 2>/dev/null"
                   DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING.
           CALL "SYSTEM" USING WS-COMMAND.
           MOVE 0 TO RETURN-CODE.
           MOVE "UNKNOWN" TO MODULE-BUILT.
           OPEN INPUT BUILT-FILE.
           IF BUILT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           READ BUILT-FILE
               NOT AT END
                   IF BUILT-RECORD NOT = SPACES
                       MOVE BUILT-RECORD TO MODULE-BUILT
                   END-IF
           END-READ.
           CLOSE BUILT-FILE.

      *    Jobs run in manifest order except where a dependency holds
      *    one back; repeated passes pick up held jobs once their
      *    feeders finish. A pass with no progress means the leftover
           END-IF.

       RUN-STREAM-COORDINATOR.
           PERFORM SETTLE-CHILD-NAMES.
           PERFORM ASSIGN-JOB-CLUSTERS.
           PERFORM ASSIGN-CLUSTERS-TO-STREAMS.
           PERFORM WRITE-ONE-STREAM-MANIFEST
               VARYING STREAM-NUM FROM 1 BY 1
               UNTIL STREAM-NUM > STREAM-COUNT.
           PERFORM LAUNCH-ALL-STREAMS.
           PERFORM MERGE-STREAM-EVENTS.
           PERFORM MERGE-STREAM-RESULTS.
           PERFORM MERGE-STREAM-LEDGERS.
           PERFORM MERGE-STREAM-JOB-LOGS.
           PERFORM MERGE-STREAM-RERUNS.

      *    The runner binary, catalog and contracts a child runner is
      *    given are made absolute, since it runs in a directory of
      *    its own.
       SETTLE-CHILD-NAMES.
           ACCEPT WORK-DIR FROM ENVIRONMENT "PWD"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
               PERFORM MAKE-PATH-ABSOLUTE
               MOVE PATH-WORK TO RUNNER-BIN
           END-IF.
           MOVE CATALOG-NAME TO PATH-WORK.
           PERFORM MAKE-PATH-ABSOLUTE.
           MOVE PATH-WORK TO CATALOG-NAME.
           MOVE CONTRACT-NAME TO PATH-WORK.
           PERFORM MAKE-PATH-ABSOLUTE.
           MOVE PATH-WORK TO CONTRACT-NAME.

       MAKE-PATH-ABSOLUTE.
           IF PATH-WORK(1:1) = '/' OR WORK-DIR = SPACES
               STREAM-DIGIT DELIMITED BY SIZE
               "/answer_ledger.txt stream_" DELIMITED BY SIZE
               STREAM-DIGIT DELIMITED BY SIZE
               "/rerun_manifest.txt stream_" DELIMITED BY SIZE
               STREAM-DIGIT DELIMITED BY SIZE
               "/job_log.txt stream_" DELIMITED BY SIZE
               STREAM-DIGIT DELIMITED BY SIZE
               "/event_feed.txt" DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING.
           CALL "SYSTEM" USING WS-COMMAND.

       WRITE-STREAM-MANIFEST-ENTRY.
           MOVE JT-PROGRAM(JOB-NUM) TO PATH-WORK.
           PERFORM MAKE-PROGRAM-PATH-ABSOLUTE.
           MOVE SPACES TO STREAM-OUT-RECORD.
           STRING FUNCTION TRIM(PATH-WORK) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
           END-IF.
           IF JT-AFTER(JOB-NUM) NOT = SPACES
               MOVE JT-AFTER(JOB-NUM) TO PATH-WORK
               PERFORM MAKE-PROGRAM-PATH-ABSOLUTE
               STRING FUNCTION TRIM(STREAM-OUT-RECORD)
                       DELIMITED BY SIZE
                   " AFTER=" DELIMITED BY SIZE
           END-IF.
           WRITE STREAM-OUT-RECORD.

      *    A rebuilt binary on trial is dropped into env_test under
      *    its manifest name. The test manifest keeps that name
      *    relative, so the trial binary runs in production's place
      *    and its ledger records carry the name production's do.
       MAKE-PROGRAM-PATH-ABSOLUTE.
           IF WRITING-TEST-MANIFEST AND PATH-WORK(1:1) NOT = '/'
               MOVE SPACES TO STREAM-IN-NAME
               STRING FUNCTION TRIM(ENR-TEST-DIR) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   FUNCTION TRIM(PATH-WORK) DELIMITED BY SIZE
                   INTO STREAM-IN-NAME
               END-STRING
               OPEN INPUT STREAM-IN-FILE
               IF STREAM-IN-STATUS = '00'
                   CLOSE STREAM-IN-FILE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM MAKE-PATH-ABSOLUTE.

       RUN-TEST-ENVIRONMENT.
           PERFORM SETTLE-CHILD-NAMES.
           MOVE SPACES TO WS-COMMAND.
           STRING "mkdir -p " DELIMITED BY SIZE
               FUNCTION TRIM(ENR-TEST-DIR) DELIMITED BY SIZE
               " && rm -f " DELIMITED BY SIZE
               FUNCTION TRIM(ENR-TEST-DIR) DELIMITED BY SIZE
               "/batch_results.txt " DELIMITED BY SIZE
               FUNCTION TRIM(ENR-TEST-DIR) DELIMITED BY SIZE
               "/rerun_manifest.txt" DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING.
           CALL "SYSTEM" USING WS-COMMAND.
           MOVE 0 TO RETURN-CODE.
           SET WRITING-TEST-MANIFEST TO TRUE.
           MOVE SPACES TO STREAM-OUT-NAME.
           STRING FUNCTION TRIM(ENR-TEST-DIR) DELIMITED BY SIZE
               "/manifest.txt" DELIMITED BY SIZE
               INTO STREAM-OUT-NAME
           END-STRING.
           OPEN OUTPUT STREAM-OUT-FILE.
           PERFORM VARYING GROUP-NUM FROM 1 BY 1
                   UNTIL GROUP-NUM > GROUP-TOTAL
               IF GT-STOPS-ON-FAIL(GROUP-NUM)
                   MOVE SPACES TO WS-WORK-LINE
                   STRING "POLICY " DELIMITED BY SIZE
                       FUNCTION TRIM(GT-NAME(GROUP-NUM))
                           DELIMITED BY SIZE
                       " STOP" DELIMITED BY SIZE
                       INTO WS-WORK-LINE
                   END-STRING
                   MOVE WS-WORK-LINE TO STREAM-OUT-RECORD
                   WRITE STREAM-OUT-RECORD
               END-IF
           END-PERFORM.
           PERFORM VARYING JOB-NUM FROM 1 BY 1
                   UNTIL JOB-NUM > JOB-TOTAL
               PERFORM WRITE-STREAM-MANIFEST-ENTRY
           END-PERFORM.
           CLOSE STREAM-OUT-FILE.
           MOVE SPACES TO LAUNCH-COMMAND.
           STRING "cd " DELIMITED BY SIZE
               FUNCTION TRIM(ENR-TEST-DIR) DELIMITED BY SIZE
               " && BATCH_ENV=TEST BATCH_ENV_HOME=" DELIMITED BY SIZE
               FUNCTION TRIM(ENR-HOME) DELIMITED BY SIZE
               " INPUT_CATALOG=" DELIMITED BY SIZE
               FUNCTION TRIM(CATALOG-NAME) DELIMITED BY SIZE
               " OUTPUT_CONTRACTS=" DELIMITED BY SIZE
               FUNCTION TRIM(CONTRACT-NAME) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(RUNNER-BIN) DELIMITED BY SIZE
               " > batch_runner.log 2>&1" DELIMITED BY SIZE
               INTO LAUNCH-COMMAND
           END-STRING.
           CALL "SYSTEM" USING LAUNCH-COMMAND.
           DIVIDE RETURN-CODE BY 256 GIVING TEST-RC.
           DISPLAY "TEST BATCH RUN IN " FUNCTION TRIM(ENR-DIR)
               " RC=" TEST-RC.
           MOVE TEST-RC TO RETURN-CODE.

      *    One shell call runs every stream in the background and
      *    waits for the lot; BATCH_STREAMS=1 keeps the children from
      *    splitting again, and every child checks its inputs against
      *    the coordinator's catalog and its outputs against the
      *    coordinator's contracts.
       LAUNCH-ALL-STREAMS.
           MOVE SPACES TO LAUNCH-COMMAND.
           MOVE 1 TO LAUNCH-PTR.
           PERFORM VARYING STREAM-NUM FROM 1 BY 1
                   UNTIL STREAM-NUM > STREAM-COUNT
               MOVE STREAM-NUM TO STREAM-DIGIT
               STRING "( cd stream_" DELIMITED BY SIZE
                   STREAM-DIGIT DELIMITED BY SIZE
                   " && BATCH_STREAMS=1 INPUT_CATALOG="
                       DELIMITED BY SIZE
                   FUNCTION TRIM(CATALOG-NAME) DELIMITED BY SIZE
                   " OUTPUT_CONTRACTS=" DELIMITED BY SIZE
                   FUNCTION TRIM(CONTRACT-NAME) DELIMITED BY SIZE
                   " MODULE_REFRESH=N" DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(RUNNER-BIN) DELIMITED BY SIZE
                   " > stream.log 2>&1 ) & " DELIMITED BY SIZE
                   INTO LAUNCH-COMMAND
                   WITH POINTER LAUNCH-PTR
               END-STRING
           END-PERFORM.
           STRING "wait" DELIMITED BY SIZE
               INTO LAUNCH-COMMAND
               WITH POINTER LAUNCH-PTR
           END-STRING.
           CALL "SYSTEM" USING LAUNCH-COMMAND.
           MOVE 0 TO RETURN-CODE.
               ADD 1 TO JOB-COUNT
               ADD 1 TO FAIL-COUNT
               SET JT-NEEDS-RERUN(JOB-NUM) TO TRUE
               MOVE JT-PROGRAM(JOB-NUM) TO JOB-PROGRAM
               MOVE "ERROR" TO EVR-SEVERITY
               MOVE "STREAM-FAILED" TO EVR-CODE
               MOVE SPACES TO EVR-TEXT
               STRING "NO RESULTS FROM " DELIMITED BY SIZE
                   FUNCTION TRIM(STREAM-IN-NAME) DELIMITED BY SIZE
                   INTO EVR-TEXT
               END-STRING
               PERFORM POST-JOB-EVENT
               EXIT PARAGRAPH
           END-IF.
           MOVE ST-SKIP-LINES(STREAM-NUM) TO SKIP-REMAINING.
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO TALLY-COUNT.
           INSPECT STREAM-IN-RECORD TALLYING TALLY-COUNT
               FOR ALL " INPUT REFUSED: ".
           IF TALLY-COUNT > 0
               ADD 1 TO JOB-COUNT
               ADD 1 TO FAIL-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO TALLY-COUNT.
           INSPECT STREAM-IN-RECORD TALLYING TALLY-COUNT
               FOR ALL " OUTPUT-MISSING: ".
           IF TALLY-COUNT > 0
               ADD 1 TO JOB-COUNT
               ADD 1 TO FAIL-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO TALLY-COUNT.
           INSPECT STREAM-IN-RECORD TALLYING TALLY-COUNT
               FOR ALL " TIMEOUT AFTER ".
           IF TALLY-COUNT > 0
               END-IF
           END-PERFORM.

      *    The children's events keep their own timestamps but take
      *    their sequence numbers from the shared feed. Each child's
      *    BATCH-COMPLETE is dropped; the coordinator posts one for
      *    the whole run.
       MERGE-STREAM-EVENTS.
           PERFORM VARYING STREAM-NUM FROM 1 BY 1
                   UNTIL STREAM-NUM > STREAM-COUNT
               MOVE STREAM-NUM TO STREAM-DIGIT
               MOVE SPACES TO STREAM-IN-NAME
               STRING "stream_" DELIMITED BY SIZE
                   STREAM-DIGIT DELIMITED BY SIZE
                   "/event_feed.txt" DELIMITED BY SIZE
                   INTO STREAM-IN-NAME
               END-STRING
               MOVE 'N' TO STREAM-IN-EOF
               OPEN INPUT STREAM-IN-FILE
               IF STREAM-IN-STATUS = '00'
                   PERFORM REPOST-STREAM-EVENT UNTIL AT-STREAM-IN-END
                   CLOSE STREAM-IN-FILE
               END-IF
           END-PERFORM.

       REPOST-STREAM-EVENT.
           READ STREAM-IN-FILE
               AT END SET AT-STREAM-IN-END TO TRUE
               NOT AT END
                   MOVE STREAM-IN-RECORD TO EVENT-RECORD
                   IF EV-CODE NOT = "BATCH-COMPLETE"
                       AND EV-SEQUENCE IS NUMERIC
                       MOVE EV-TIMESTAMP TO EVR-TIMESTAMP
                       MOVE EV-SEVERITY TO EVR-SEVERITY
                       MOVE EV-SOURCE TO EVR-SOURCE
                       MOVE EV-JOB TO EVR-JOB
                       MOVE EV-CODE TO EVR-CODE
                       MOVE EV-TEXT TO EVR-TEXT
                       CALL "EVENT-FEED" USING EVENT-REQUEST
                   END-IF
           END-READ.

       MERGE-STREAM-LEDGERS.
           PERFORM VARYING STREAM-NUM FROM 1 BY 1
                   UNTIL STREAM-NUM > STREAM-COUNT
               MOVE 0 TO RETURN-CODE
           END-PERFORM.

      *    The job log is rebuilt from the children's logs; a job
      *    whose stream never reported is logged as failed here.
       MERGE-STREAM-JOB-LOGS.
           MOVE "rm -f job_log.txt" TO WS-COMMAND.
           CALL "SYSTEM" USING WS-COMMAND.
           MOVE 0 TO RETURN-CODE.
           PERFORM VARYING STREAM-NUM FROM 1 BY 1
                   UNTIL STREAM-NUM > STREAM-COUNT
               MOVE STREAM-NUM TO STREAM-DIGIT
               MOVE SPACES TO WS-COMMAND
               STRING "cat stream_" DELIMITED BY SIZE
                   STREAM-DIGIT DELIMITED BY SIZE
                   "/job_log.txt >> job_log.txt" DELIMITED BY SIZE
                   " 2>/dev/null" DELIMITED BY SIZE
                   INTO WS-COMMAND
               END-STRING
               CALL "SYSTEM" USING WS-COMMAND
               MOVE 0 TO RETURN-CODE
           END-PERFORM.
           OPEN EXTEND JOB-LOG-FILE.
           PERFORM VARYING JOB-NUM FROM 1 BY 1
                   UNTIL JOB-NUM > JOB-TOTAL
               IF JT-NEEDS-RERUN(JOB-NUM)
                   MOVE JT-PROGRAM(JOB-NUM) TO JOB-PROGRAM
                   MOVE JT-INPUT(JOB-NUM) TO JOB-INPUT
                   MOVE SPACES TO JOB-ANSWER
                   MOVE "FAILED" TO JOB-OUTCOME
                   MOVE "STREAM RESULTS MISSING" TO JOB-REASON
                   PERFORM WRITE-JOB-LOG-LINE
               END-IF
           END-PERFORM.
           CLOSE JOB-LOG-FILE.

       MERGE-STREAM-RERUNS.
           OPEN OUTPUT RERUN-FILE.
           MOVE SPACES TO WS-WORK-LINE.
           READ STREAM-IN-FILE
               AT END SET AT-STREAM-IN-END TO TRUE
               NOT AT END
                   IF (STREAM-IN-RECORD(1:1) NOT = '*'
                       OR STREAM-IN-RECORD(1:18)
                           = '* OUTPUT-MISSING: ')
                       AND STREAM-IN-RECORD(1:7) NOT = 'POLICY '
                       AND STREAM-IN-RECORD NOT = SPACES
                       MOVE STREAM-IN-RECORD TO RERUN-RECORD
           END-STRING.
           MOVE WS-WORK-LINE TO RESULTS-RECORD.
           WRITE RESULTS-RECORD.
           MOVE SPACES TO JOB-ANSWER JOB-REASON.
           MOVE "SKIPPED" TO JOB-OUTCOME.
           STRING "BY CALENDAR FREQ=" DELIMITED BY SIZE
               FUNCTION TRIM(JT-FREQ(JOB-NUM)) DELIMITED BY SIZE
               INTO JOB-REASON
           END-STRING.
           MOVE 0 TO STAGED-LINES STAGED-CHARS.
           MOVE SPACES TO JOB-FINGERPRINT.
           PERFORM WRITE-LEDGER-SKIP-LINE.

       RUN-SCHEDULER-PASS.
           MOVE WS-WORK-LINE TO RESULTS-RECORD.
           WRITE RESULTS-RECORD.
           MOVE SPACES TO JOB-ANSWER.
           MOVE "SKIPPED" TO JOB-OUTCOME.
           MOVE JOB-VERDICT TO JOB-REASON.
           MOVE 0 TO STAGED-LINES STAGED-CHARS.
           MOVE SPACES TO JOB-FINGERPRINT.
           PERFORM WRITE-LEDGER-SKIP-LINE.
           MOVE "WARNING" TO EVR-SEVERITY.
           MOVE "JOB-SKIPPED" TO EVR-CODE.
           MOVE JOB-VERDICT TO EVR-TEXT.
           PERFORM POST-JOB-EVENT.

       RUN-TABLE-JOB.
           MOVE JT-PROGRAM(JOB-NUM) TO JOB-PROGRAM.
           MOVE JT-CONTROL(JOB-NUM) TO JOB-CONTROL.
           MOVE JT-TIMEOUT(JOB-NUM) TO JOB-TIMEOUT.
           ADD 1 TO JOB-COUNT.
           PERFORM CHECK-CATALOG-INPUT.
           IF NOT INPUT-WAS-CLEARED
               ADD 1 TO FAIL-COUNT
               SET JT-RAN-FAILED(JOB-NUM) TO TRUE
               SET JT-NEEDS-RERUN(JOB-NUM) TO TRUE
               PERFORM NOTE-GROUP-FAILURE
               PERFORM WRITE-CATALOG-REFUSAL
               EXIT PARAGRAPH
           END-IF.
           PERFORM STAGE-JOB-INPUT.
           IF NOT STAGE-WAS-OK
               ADD 1 TO FAIL-COUNT
           END-IF.
           PERFORM STAGE-CONTROL-FILE.
           PERFORM MEASURE-STAGED-INPUT.
           PERFORM MARK-CONTRACT-START.
           PERFORM INVOKE-JOB-PROGRAM.
           MOVE 'N' TO OUTPUT-FAULT.
           IF CHILD-RC = 0 AND JOB-HAS-CONTRACT
               PERFORM VERIFY-OUTPUT-CONTRACTS
           END-IF.
           PERFORM CLEAR-CONTROL-FILES.
           PERFORM COPY-CAPTURE-TO-RESULTS.
           PERFORM WRITE-LEDGER-LINE.
           PERFORM POST-JOB-OUTCOME-EVENT.
           IF OUTPUT-IS-MISSING
               ADD 1 TO FAIL-COUNT
               MOVE OUTPUT-NOTE TO JT-OUTPUT-NOTE(JOB-NUM)
               SET JT-RAN-FAILED(JOB-NUM) TO TRUE
               SET JT-NEEDS-RERUN(JOB-NUM) TO TRUE
               PERFORM NOTE-GROUP-FAILURE
               EXIT PARAGRAPH
           END-IF.
           IF CHILD-RC = 0
               SET JT-RAN-OK(JOB-NUM) TO TRUE
           ELSE
               SET JT-NEEDS-RERUN(JOB-NUM) TO TRUE
           END-IF.

      *    A clean job with an answer is not news; everything else
      *    the job's own ledger line records goes to the feed too.
       POST-JOB-OUTCOME-EVENT.
           MOVE "ERROR" TO EVR-SEVERITY.
           MOVE SPACES TO EVR-TEXT.
           EVALUATE TRUE
               WHEN OUTPUT-IS-MISSING
                   MOVE "OUTPUT-MISSING" TO EVR-CODE
                   MOVE OUTPUT-NOTE TO EVR-TEXT
               WHEN JOB-TIMED-OUT
                   MOVE "JOB-TIMEOUT" TO EVR-CODE
                   MOVE JOB-TIMEOUT TO DISPLAY-TIMEOUT
                   STRING "CHILD KILLED AFTER " DELIMITED BY SIZE
                       FUNCTION TRIM(DISPLAY-TIMEOUT) DELIMITED BY SIZE
                       "S" DELIMITED BY SIZE
                       INTO EVR-TEXT
                   END-STRING
               WHEN CHILD-RC NOT = 0
                   MOVE "JOB-FAILED" TO EVR-CODE
                   MOVE CHILD-RC TO DISPLAY-RC
                   STRING "RC=" DELIMITED BY SIZE
                       FUNCTION TRIM(DISPLAY-RC) DELIMITED BY SIZE
                       INTO EVR-TEXT
                   END-STRING
               WHEN NOT ANSWER-WAS-TAKEN
                   MOVE "WARNING" TO EVR-SEVERITY
                   MOVE "NO-ANSWER" TO EVR-CODE
                   MOVE "CLEAN RC BUT NO ANSWER LINE CAPTURED"
                       TO EVR-TEXT
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           PERFORM POST-JOB-EVENT.

      *    The caller sets severity, code and text; the job is named
      *    by its binary alone so stream and nightly paths agree.
       POST-JOB-EVENT.
           MOVE JOB-PROGRAM TO PATH-WORK.
           PERFORM TAKE-BASE-NAME.
           MOVE BASE-NAME TO EVR-JOB.
           PERFORM POST-BATCH-EVENT.

       POST-BATCH-EVENT.
           MOVE SPACES TO EVR-TIMESTAMP.
           MOVE "BATCH-RUNNER" TO EVR-SOURCE.
           CALL "EVENT-FEED" USING EVENT-REQUEST.

       NOTE-GROUP-FAILURE.
           IF JT-GROUP(JOB-NUM) NOT = SPACES
               PERFORM LOCATE-JOB-GROUP
           END-IF.
           MOVE 0 TO RETURN-CODE.

       OPEN-INPUT-CATALOG.
           OPEN INPUT CATALOG-FILE.
           IF CATALOG-STATUS = '00'
               SET CATALOG-IS-OPEN TO TRUE
           ELSE
               DISPLAY "INPUT CATALOG NOT AVAILABLE: "
                   FUNCTION TRIM(CATALOG-NAME)
                   " STATUS=" CATALOG-STATUS
                   ", EVERY INPUT WILL BE REFUSED"
               MOVE "ERROR" TO EVR-SEVERITY
               MOVE "CATALOG-UNAVAILABLE" TO EVR-CODE
               MOVE SPACES TO EVR-JOB EVR-TEXT
               STRING "STATUS=" DELIMITED BY SIZE
                   CATALOG-STATUS DELIMITED BY SIZE
                   ", EVERY INPUT WILL BE REFUSED" DELIMITED BY SIZE
                   INTO EVR-TEXT
               END-STRING
               PERFORM POST-BATCH-EVENT
           END-IF.
           MOVE 0 TO CATALOG-DIR-LEN.
           PERFORM VARYING SCAN-NUM FROM 1 BY 1
                   UNTIL SCAN-NUM > 240
               IF CATALOG-NAME(SCAN-NUM:1) = '/'
                   MOVE SCAN-NUM TO CATALOG-DIR-LEN
               END-IF
           END-PERFORM.
           IF CATALOG-DIR-LEN > 0
               MOVE CATALOG-NAME(1:CATALOG-DIR-LEN) TO CATALOG-DIR
           END-IF.

      *    The job's input is fingerprinted where it lies and compared
      *    with its catalog entry; JOB-VERDICT carries the reason for
      *    a refusal and JOB-FINGERPRINT the bytes actually found.
       CHECK-CATALOG-INPUT.
           MOVE 'N' TO INPUT-CLEARED.
           MOVE SPACES TO JOB-FINGERPRINT.
           MOVE JOB-INPUT TO FPR-FILE-NAME.
           CALL "CONTENT-FINGERPRINT" USING FINGERPRINT-REQUEST.
           IF NOT FPR-OK
               MOVE "INPUT NOT READABLE" TO JOB-VERDICT
               EXIT PARAGRAPH
           END-IF.
           MOVE FPR-FINGERPRINT TO JOB-FINGERPRINT.
           IF NOT CATALOG-IS-OPEN
               MOVE "CATALOG NOT AVAILABLE" TO JOB-VERDICT
               EXIT PARAGRAPH
           END-IF.
           MOVE JOB-INPUT TO IC-INPUT.
           READ CATALOG-FILE
               INVALID KEY MOVE '23' TO CATALOG-STATUS
           END-READ.
           IF CATALOG-STATUS NOT = '00' AND CATALOG-DIR-LEN > 0
               AND JOB-INPUT(1:CATALOG-DIR-LEN)
                   = CATALOG-DIR(1:CATALOG-DIR-LEN)
               MOVE JOB-INPUT(CATALOG-DIR-LEN + 1:) TO IC-INPUT
               READ CATALOG-FILE
                   INVALID KEY MOVE '23' TO CATALOG-STATUS
               END-READ
           END-IF.
           IF CATALOG-STATUS NOT = '00'
               MOVE "NOT IN CATALOG" TO JOB-VERDICT
               EXIT PARAGRAPH
           END-IF.
           IF IC-WITHDRAWN
               MOVE "WITHDRAWN FROM CATALOG" TO JOB-VERDICT
               EXIT PARAGRAPH
           END-IF.
           IF IC-FINGERPRINT NOT = JOB-FINGERPRINT
               MOVE SPACES TO JOB-VERDICT
               STRING "FINGERPRINT MISMATCH, CATALOG FP="
                       DELIMITED BY SIZE
                   IC-FINGERPRINT DELIMITED BY SIZE
                   INTO JOB-VERDICT
               END-STRING
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO INPUT-CLEARED.

      *    A refused input still gets a ledger line, carrying the
      *    fingerprint actually found, so the history shows the night
      *    the input stopped matching its registration.
       WRITE-CATALOG-REFUSAL.
           MOVE SPACES TO WS-WORK-LINE.
           STRING "=== " DELIMITED BY SIZE
               FUNCTION TRIM(JOB-PROGRAM) DELIMITED BY SIZE
               " INPUT=" DELIMITED BY SIZE
               FUNCTION TRIM(JOB-INPUT) DELIMITED BY SIZE
               " INPUT REFUSED: " DELIMITED BY SIZE
               FUNCTION TRIM(JOB-VERDICT) DELIMITED BY SIZE
               ", JOB SKIPPED" DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           MOVE WS-WORK-LINE TO RESULTS-RECORD.
           WRITE RESULTS-RECORD.
           MOVE SPACES TO JOB-ANSWER JOB-REASON.
           MOVE "FAILED" TO JOB-OUTCOME.
           STRING "INPUT REFUSED: " DELIMITED BY SIZE
               FUNCTION TRIM(JOB-VERDICT) DELIMITED BY SIZE
               INTO JOB-REASON
           END-STRING.
           MOVE 0 TO STAGED-LINES STAGED-CHARS.
           PERFORM WRITE-LEDGER-SKIP-LINE.
           MOVE "ERROR" TO EVR-SEVERITY.
           MOVE "INPUT-REFUSED" TO EVR-CODE.
           MOVE JOB-VERDICT TO EVR-TEXT.
           PERFORM POST-JOB-EVENT.

      *    A failed copy must not let the job run against whatever the
      *    previous job left staged as input.txt.
       STAGE-JOB-INPUT.
           END-STRING.
           MOVE WS-WORK-LINE TO RESULTS-RECORD.
           WRITE RESULTS-RECORD.
           MOVE SPACES TO JOB-ANSWER.
           MOVE "FAILED" TO JOB-OUTCOME.
           MOVE "STAGING FAILED" TO JOB-REASON.
           PERFORM WRITE-JOB-LOG-LINE.
           MOVE "ERROR" TO EVR-SEVERITY.
           MOVE "STAGING-FAILED" TO EVR-CODE.
           MOVE SPACES TO EVR-TEXT.
           STRING "COULD NOT STAGE " DELIMITED BY SIZE
               FUNCTION TRIM(JOB-INPUT) DELIMITED BY SIZE
               INTO EVR-TEXT
           END-STRING.
           PERFORM POST-JOB-EVENT.

       MEASURE-STAGED-INPUT.
           MOVE 0 TO STAGED-LINES STAGED-CHARS.
                       TO STAGED-CHARS
           END-READ.

       LOAD-OUTPUT-CONTRACTS.
           MOVE 'N' TO CONTRACT-EOF.
           OPEN INPUT CONTRACT-FILE.
           IF CONTRACT-STATUS NOT = '00' AND CONTRACT-STATUS NOT = '05'
               DISPLAY "WARNING: OUTPUT CONTRACTS NOT READ STATUS="
                   CONTRACT-STATUS
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-CONTRACT-ENTRY UNTIL AT-CONTRACT-END.
           CLOSE CONTRACT-FILE.

       LOAD-CONTRACT-ENTRY.
           READ CONTRACT-FILE
               AT END SET AT-CONTRACT-END TO TRUE
           END-READ.
           IF AT-CONTRACT-END
               EXIT PARAGRAPH
           END-IF.
           IF CONTRACT-RECORD = SPACES
               OR CONTRACT-RECORD(1:1) = '*'
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO CONTRACT-TOKEN-1 CONTRACT-TOKEN-2
               CONTRACT-TOKEN-3.
           UNSTRING CONTRACT-RECORD DELIMITED BY ALL SPACE
               INTO CONTRACT-TOKEN-1, CONTRACT-TOKEN-2,
                   CONTRACT-TOKEN-3
           END-UNSTRING.
           IF CONTRACT-TOKEN-2 = SPACES
               DISPLAY "OUTPUT CONTRACT HAS NO FILE, IGNORED: "
                   FUNCTION TRIM(CONTRACT-RECORD)
               EXIT PARAGRAPH
           END-IF.
           IF CONTRACT-TOTAL >= 300
               DISPLAY "CONTRACT TABLE FULL, ENTRY IGNORED: "
                   FUNCTION TRIM(CONTRACT-RECORD)
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO CONTRACT-TOTAL.
           MOVE CONTRACT-TOKEN-1 TO PATH-WORK.
           PERFORM TAKE-BASE-NAME.
           MOVE BASE-NAME TO CN-PROGRAM(CONTRACT-TOTAL).
           MOVE CONTRACT-TOKEN-2 TO CN-OUTPUT(CONTRACT-TOTAL).
           MOVE 0 TO CN-MIN-LINES(CONTRACT-TOTAL).
           IF CONTRACT-TOKEN-3(1:4) = 'MIN='
               MOVE FUNCTION NUMVAL(CONTRACT-TOKEN-3(5:6))
                   TO CN-MIN-LINES(CONTRACT-TOTAL)
           END-IF.

      *    BASE-NAME gets PATH-WORK with any directory removed.
       TAKE-BASE-NAME.
           MOVE 0 TO SLASH-POS.
           PERFORM VARYING SCAN-NUM FROM 1 BY 1
                   UNTIL SCAN-NUM > 100
               IF PATH-WORK(SCAN-NUM:1) = '/'
                   MOVE SCAN-NUM TO SLASH-POS
               END-IF
           END-PERFORM.
           MOVE SPACES TO BASE-NAME.
           IF SLASH-POS > 0 AND SLASH-POS < 100
               MOVE PATH-WORK(SLASH-POS + 1:100 - SLASH-POS)
                   TO BASE-NAME
           ELSE
               MOVE PATH-WORK(1:100) TO BASE-NAME
           END-IF.

      *    Only a job with contracts gets the start mark, so one
      *    without them costs no extra shell call.
       MARK-CONTRACT-START.
           MOVE 'N' TO JOB-CONTRACTED.
           MOVE JOB-PROGRAM TO PATH-WORK.
           PERFORM TAKE-BASE-NAME.
           MOVE BASE-NAME TO JOB-BASE-NAME.
           PERFORM VARYING CONTRACT-NUM FROM 1 BY 1
                   UNTIL CONTRACT-NUM > CONTRACT-TOTAL
               IF CN-PROGRAM(CONTRACT-NUM) = JOB-BASE-NAME
                   MOVE 'Y' TO JOB-CONTRACTED
               END-IF
           END-PERFORM.
           IF NOT JOB-HAS-CONTRACT
               EXIT PARAGRAPH
           END-IF.
           MOVE "touch batch_contract.mark" TO WS-COMMAND.
           CALL "SYSTEM" USING WS-COMMAND.
           MOVE 0 TO RETURN-CODE.

      *    The first broken contract decides the verdict; the note
      *    names the file and what was wrong with it.
       VERIFY-OUTPUT-CONTRACTS.
           MOVE SPACES TO OUTPUT-NOTE.
           PERFORM VARYING CONTRACT-NUM FROM 1 BY 1
                   UNTIL CONTRACT-NUM > CONTRACT-TOTAL
               IF CN-PROGRAM(CONTRACT-NUM) = JOB-BASE-NAME
                   AND NOT OUTPUT-IS-MISSING
                   PERFORM CHECK-ONE-CONTRACT
               END-IF
           END-PERFORM.

       CHECK-ONE-CONTRACT.
           MOVE CN-OUTPUT(CONTRACT-NUM) TO OUTPUT-CHECK-NAME.
           MOVE 0 TO OUTPUT-LINES.
           MOVE 'N' TO OUTPUT-CHECK-EOF.
           OPEN INPUT OUTPUT-CHECK-FILE.
           IF OUTPUT-CHECK-STATUS NOT = '00'
               MOVE 'Y' TO OUTPUT-FAULT
               STRING FUNCTION TRIM(OUTPUT-CHECK-NAME)
                       DELIMITED BY SIZE
                   " NOT WRITTEN" DELIMITED BY SIZE
                   INTO OUTPUT-NOTE
               END-STRING
               EXIT PARAGRAPH
           END-IF.
           PERFORM COUNT-OUTPUT-RECORD UNTIL AT-OUTPUT-CHECK-END.
           CLOSE OUTPUT-CHECK-FILE.
           MOVE SPACES TO WS-COMMAND.
           STRING "test batch_contract.mark -nt " DELIMITED BY SIZE
               FUNCTION TRIM(OUTPUT-CHECK-NAME) DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING.
           CALL "SYSTEM" USING WS-COMMAND.
           IF RETURN-CODE = 0
               MOVE 0 TO RETURN-CODE
               MOVE 'Y' TO OUTPUT-FAULT
               STRING FUNCTION TRIM(OUTPUT-CHECK-NAME)
                       DELIMITED BY SIZE
                   " STALE" DELIMITED BY SIZE
                   INTO OUTPUT-NOTE
               END-STRING
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO RETURN-CODE.
           IF OUTPUT-LINES = 0
               MOVE 'Y' TO OUTPUT-FAULT
               STRING FUNCTION TRIM(OUTPUT-CHECK-NAME)
                       DELIMITED BY SIZE
                   " EMPTY" DELIMITED BY SIZE
                   INTO OUTPUT-NOTE
               END-STRING
               EXIT PARAGRAPH
           END-IF.
           IF OUTPUT-LINES < CN-MIN-LINES(CONTRACT-NUM)
               MOVE 'Y' TO OUTPUT-FAULT
               MOVE OUTPUT-LINES TO DISPLAY-OUTPUT-LINES
               MOVE CN-MIN-LINES(CONTRACT-NUM) TO DISPLAY-MIN-LINES
               STRING FUNCTION TRIM(OUTPUT-CHECK-NAME)
                       DELIMITED BY SIZE
                   " SHORT " DELIMITED BY SIZE
                   FUNCTION TRIM(DISPLAY-OUTPUT-LINES)
                       DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   FUNCTION TRIM(DISPLAY-MIN-LINES) DELIMITED BY SIZE
                   " LINES" DELIMITED BY SIZE
                   INTO OUTPUT-NOTE
               END-STRING
           END-IF.

       COUNT-OUTPUT-RECORD.
           READ OUTPUT-CHECK-FILE
               AT END SET AT-OUTPUT-CHECK-END TO TRUE
               NOT AT END ADD 1 TO OUTPUT-LINES
           END-READ.

      *    The child inherits RUN_STAMP, so its own run header carries
      *    the same timestamp this ledger line records.
       INVOKE-JOB-PROGRAM.
                   INTO WS-COMMAND
               END-STRING
           END-IF.
           ACCEPT JOB-START-TIME FROM TIME.
           CALL "SYSTEM" USING WS-COMMAND.
           ACCEPT JOB-END-TIME FROM TIME.
           PERFORM TAKE-JOB-ELAPSED.
      *    The raw wait status is the exit code times 256; anything
      *    else nonzero (a signal, a failed spawn) is still a failed
      *    job even though the quotient truncates to zero.
               MOVE 'Y' TO TIMED-OUT
           END-IF.

       TAKE-JOB-ELAPSED.
           COMPUTE JOB-START-CSEC = JOB-START-HH * 360000
               + JOB-START-MM * 6000 + JOB-START-SS * 100
               + JOB-START-CC.
           COMPUTE JOB-END-CSEC = JOB-END-HH * 360000
               + JOB-END-MM * 6000 + JOB-END-SS * 100
               + JOB-END-CC.
           COMPUTE JOB-ELAPSED-CSEC = JOB-END-CSEC - JOB-START-CSEC.
           IF JOB-ELAPSED-CSEC < 0
               ADD 8640000 TO JOB-ELAPSED-CSEC
           END-IF.
           COMPUTE JOB-ELAPSED = JOB-ELAPSED-CSEC / 100.
           MOVE SPACES TO JOB-STARTED.
           STRING JOB-START-HH DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               JOB-START-MM DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               JOB-START-SS DELIMITED BY SIZE
               INTO JOB-STARTED
           END-STRING.

       COPY-CAPTURE-TO-RESULTS.
           MOVE CHILD-RC TO DISPLAY-RC.
           MOVE SPACES TO WS-WORK-LINE.
           EVALUATE TRUE
               WHEN JOB-TIMED-OUT
                   MOVE JOB-TIMEOUT TO DISPLAY-TIMEOUT
                   STRING "=== " DELIMITED BY SIZE
                       FUNCTION TRIM(JOB-PROGRAM) DELIMITED BY SIZE
                       " INPUT=" DELIMITED BY SIZE
                       FUNCTION TRIM(JOB-INPUT) DELIMITED BY SIZE
                       " TIMEOUT AFTER " DELIMITED BY SIZE
                       FUNCTION TRIM(DISPLAY-TIMEOUT) DELIMITED BY SIZE
                       "S, CHILD KILLED" DELIMITED BY SIZE
                       INTO WS-WORK-LINE
                   END-STRING
               WHEN OUTPUT-IS-MISSING
                   STRING "=== " DELIMITED BY SIZE
                       FUNCTION TRIM(JOB-PROGRAM) DELIMITED BY SIZE
                       " INPUT=" DELIMITED BY SIZE
                       FUNCTION TRIM(JOB-INPUT) DELIMITED BY SIZE
                       " OUTPUT-MISSING: " DELIMITED BY SIZE
                       FUNCTION TRIM(OUTPUT-NOTE) DELIMITED BY SIZE
                       INTO WS-WORK-LINE
                   END-STRING
               WHEN OTHER
                   STRING "=== " DELIMITED BY SIZE
                       FUNCTION TRIM(JOB-PROGRAM) DELIMITED BY SIZE
                       " INPUT=" DELIMITED BY SIZE
                       FUNCTION TRIM(JOB-INPUT) DELIMITED BY SIZE
                       " RC=" DELIMITED BY SIZE
                       FUNCTION TRIM(DISPLAY-RC) DELIMITED BY SIZE
                       INTO WS-WORK-LINE
                   END-STRING
           END-EVALUATE.
           MOVE WS-WORK-LINE TO RESULTS-RECORD.
           WRITE RESULTS-RECORD.
           MOVE SPACES TO JOB-ANSWER.
      *    answer -- record the return code instead so the ledger's
      *    answer history stays diffable.
       WRITE-LEDGER-LINE.
           MOVE "OK" TO JOB-OUTCOME.
           MOVE SPACES TO JOB-REASON.
           IF JOB-TIMED-OUT
               MOVE JOB-TIMEOUT TO DISPLAY-TIMEOUT
               MOVE SPACES TO JOB-ANSWER
               MOVE "TIMEOUT" TO JOB-OUTCOME
               STRING "AFTER " DELIMITED BY SIZE
                   FUNCTION TRIM(DISPLAY-TIMEOUT) DELIMITED BY SIZE
                   "S" DELIMITED BY SIZE
                   INTO JOB-REASON
               END-STRING
           ELSE
               IF CHILD-RC NOT = 0
                   MOVE CHILD-RC TO DISPLAY-RC
                   MOVE SPACES TO JOB-ANSWER
                   MOVE "FAILED" TO JOB-OUTCOME
                   STRING "RC=" DELIMITED BY SIZE
                       FUNCTION TRIM(DISPLAY-RC) DELIMITED BY SIZE
                       INTO JOB-REASON
                   END-STRING
               END-IF
           END-IF.
           IF OUTPUT-IS-MISSING
               MOVE SPACES TO JOB-ANSWER JOB-REASON
               MOVE "FAILED" TO JOB-OUTCOME
               STRING "OUTPUT-MISSING: " DELIMITED BY SIZE
                   FUNCTION TRIM(OUTPUT-NOTE) DELIMITED BY SIZE
                   INTO JOB-REASON
               END-STRING
           END-IF.
           PERFORM WRITE-LEDGER-SKIP-LINE.

      *    Shared ledger writer: the caller has already set
      *    JOB-OUTCOME, with the answer text in JOB-ANSWER for an OK
      *    run and the why in JOB-REASON for anything else.
      *    A job that never reached its input records FP=NONE; a
      *    binary that cannot be read records MODULE=NONE.
       WRITE-LEDGER-SKIP-LINE.
           IF JOB-FINGERPRINT = SPACES
               MOVE "NONE" TO JOB-FINGERPRINT
           END-IF.
           MOVE JOB-PROGRAM TO FPR-FILE-NAME.
           CALL "CONTENT-FINGERPRINT" USING FINGERPRINT-REQUEST.
           IF FPR-OK
               MOVE FPR-FINGERPRINT TO JOB-MODULE
           ELSE
               MOVE "NONE" TO JOB-MODULE
           END-IF.
           MOVE SPACES TO LEDGER-RECORD.
           SET LG-IS-RUN TO TRUE.
           MOVE RUN-STAMP TO LG-STAMP.
           MOVE JOB-PROGRAM TO LG-PROGRAM.
           MOVE JOB-INPUT TO LG-INPUT.
           MOVE STAGED-LINES TO LG-LINES.
           MOVE STAGED-CHARS TO LG-CHARS.
           MOVE JOB-FINGERPRINT TO LG-FINGERPRINT.
           MOVE JOB-MODULE TO LG-MODULE.
           MOVE JOB-OUTCOME TO LG-VERDICT.
           MOVE JOB-REASON TO LG-REASON.
           MOVE JOB-ANSWER TO LG-ANSWER.
           MOVE 0 TO LG-CARRIED-RUNS.
           WRITE LEDGER-RECORD.
           PERFORM WRITE-JOB-LOG-LINE.

      *    The job log takes the same verdict as the ledger line, plus
      *    the job's group and timing; the timing is cleared once
      *    used, so a job that never started logs none.
       WRITE-JOB-LOG-LINE.
           MOVE SPACES TO JOB-LOG-RECORD.
           MOVE RUN-STAMP TO JL-STAMP.
           MOVE JOB-PROGRAM TO JL-PROGRAM.
           MOVE JOB-INPUT TO JL-INPUT.
           MOVE JT-GROUP(JOB-NUM) TO JL-GROUP.
           MOVE JOB-OUTCOME TO JL-VERDICT.
           MOVE JOB-REASON TO JL-REASON.
           MOVE JOB-STARTED TO JL-STARTED.
           MOVE JOB-ELAPSED TO JL-ELAPSED.
           MOVE JOB-ANSWER TO JL-ANSWER.
           WRITE JOB-LOG-RECORD.
           MOVE SPACES TO JOB-STARTED.
           MOVE 0 TO JOB-ELAPSED.

      *    Only jobs that failed, were skipped, or produced no answer
      *    line are carried over. An AFTER= hold is kept only when the
           END-PERFORM.
           CLOSE RERUN-FILE.

      *    A job rerun for a broken output contract is preceded by
      *    a comment naming the output, so the morning recovery run
      *    knows what to look for; the manifest loader skips it.
       WRITE-RERUN-ENTRY.
           IF JT-OUTPUT-NOTE(JOB-NUM) NOT = SPACES
               MOVE SPACES TO WS-WORK-LINE
               STRING "* OUTPUT-MISSING: " DELIMITED BY SIZE
                   FUNCTION TRIM(JT-OUTPUT-NOTE(JOB-NUM))
                       DELIMITED BY SIZE
                   INTO WS-WORK-LINE
               END-STRING
               MOVE WS-WORK-LINE TO RERUN-RECORD
               WRITE RERUN-RECORD
           END-IF.
           MOVE SPACES TO WS-WORK-LINE.
           STRING FUNCTION TRIM(JT-PROGRAM(JOB-NUM))
                   DELIMITED BY SIZE
           MOVE WS-WORK-LINE TO RESULTS-RECORD.
           WRITE RESULTS-RECORD.
           DISPLAY FUNCTION TRIM(WS-WORK-LINE).
           IF FAIL-COUNT > 0
               MOVE "WARNING" TO EVR-SEVERITY
           ELSE
               MOVE "INFO" TO EVR-SEVERITY
           END-IF.
           MOVE "BATCH-COMPLETE" TO EVR-CODE.
           MOVE SPACES TO EVR-JOB.
           MOVE WS-WORK-LINE(16:) TO EVR-TEXT.
           PERFORM POST-BATCH-EVENT.
