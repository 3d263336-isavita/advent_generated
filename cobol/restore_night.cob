       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESTORE-NIGHT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Re-runs one job exactly as it ran on an archived night and
      *    says whether today's run gives the answer the ledger
      *    recorded then. RESTORE_DATE names the runs/<yyyy-mm-dd>
      *    directory and RESTORE_PROGRAM the program binary, matched
      *    on its own name against that night's manifest.txt;
      *    RESTORE_INPUT picks the entry by input name when the
      *    program ran more than once. The input and control file
      *    are taken from the night's staged/ copies, never from
      *    today's working directory, and the job runs through
      *    BATCH-RUNNER in a scratch directory (RESTORE_DIR, default
      *    restore_<yyyy-mm-dd>) under a one-entry manifest and a
      *    catalog holding only the restored input. RESTORE_DIR must
      *    be a plain relative name; an existing directory is only
      *    cleared when it is named restore_... or holds the
      *    .restore_scratch marker left when this program made it.
      *    BATCH_RUNNER_BIN and INPUT_CATALOG_BIN name the two
      *    binaries (default batch_runner and input_catalog).
           SELECT NIGHT-FILE ASSIGN USING NIGHT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NIGHT-STATUS.

      *    The scratch directory's manifest and catalog request.
           SELECT SCRATCH-FILE ASSIGN USING SCRATCH-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "restore_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  NIGHT-FILE.
       01  NIGHT-RECORD         PIC X(900).

       FD  SCRATCH-FILE.
       01  SCRATCH-RECORD       PIC X(400).

       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(400).

       WORKING-STORAGE SECTION.
       01  RUN-STAMP            PIC X(32) VALUE SPACES.
       01  NIGHT-STATUS         PIC XX.

       01  RESTORE-FLAGS.
           05 NIGHT-EOF         PIC X.
              88 AT-NIGHT-END       VALUE 'Y'.
           05 ENTRY-FOUND       PIC X VALUE 'N'.
              88 ENTRY-WAS-FOUND    VALUE 'Y'.

       01  RESTORE-FIELDS.
           05 RESTORE-DATE      PIC X(10) VALUE SPACES.
           05 RESTORE-PROGRAM   PIC X(100) VALUE SPACES.
           05 RESTORE-INPUT     PIC X(100) VALUE SPACES.
           05 SCRATCH-DIR       PIC X(100) VALUE SPACES.
           05 WORK-DIR          PIC X(200) VALUE SPACES.
           05 RUNNER-BIN        PIC X(240) VALUE SPACES.
           05 CATALOG-BIN       PIC X(240) VALUE SPACES.
           05 PATH-WORK         PIC X(240).
           05 RUN-DIR           PIC X(20).
           05 NIGHT-FILE-NAME   PIC X(240).
           05 SCRATCH-FILE-NAME PIC X(240).
           05 WANT-PROGRAM-NAME PIC X(100).
           05 WANT-INPUT-NAME   PIC X(100).
           05 WS-COMMAND        PIC X(1000).
           05 WS-WORK-LINE      PIC X(400).

      *    The night's manifest entry for the job, as BATCH-RUNNER
      *    reads one: the keyword options are passed over, except
      *    that a TIMEOUT= limit is kept for the rerun, and the one
      *    option with a colon is the control file's <src>:<dest>.
      *    GROUP=, AFTER= and FREQ= are dropped -- the job runs alone
      *    and must not be skipped by today's calendar.
       01  ENTRY-FIELDS.
           05 ENTRY-LINE        PIC X(200).
           05 ENTRY-PROGRAM     PIC X(100).
           05 ENTRY-INPUT       PIC X(100).
           05 ENTRY-OPTION      PIC X(100) OCCURS 5 TIMES.
           05 OPTION-SUB        PIC 9.
           05 ENTRY-TIMEOUT     PIC X(20).
           05 CONTROL-SRC       PIC X(100).
           05 CONTROL-DEST      PIC X(100).
           05 INPUT-BASE        PIC X(100).
           05 CONTROL-BASE      PIC X(100).

       COPY "ledger_rec.cpy".

      *    One ledger record broken into the parts compared below.
       01  LEDGER-PARTS.
           05 PARSE-PROGRAM     PIC X(100).
           05 PARSE-INPUT       PIC X(100).
           05 PARSE-FP          PIC X(16).
           05 PARSE-ANSWER      PIC X(200).
           05 PARSE-MODULE      PIC X(16).
           05 PARSE-STAMP       PIC X(32).

       01  COMPARED-ANSWERS.
           05 ARCHIVED-FOUND    PIC X VALUE 'N'.
              88 ARCHIVED-WAS-FOUND VALUE 'Y'.
           05 ARCHIVED-ANSWER   PIC X(200).
           05 ARCHIVED-FP       PIC X(16).
           05 ARCHIVED-MODULE   PIC X(16).
           05 ARCHIVED-STAMP    PIC X(32).
           05 REPRODUCED-FOUND  PIC X VALUE 'N'.
              88 REPRODUCED-WAS-FOUND VALUE 'Y'.
           05 REPRODUCED-ANSWER PIC X(200).
           05 REPRODUCED-FP     PIC X(16).
           05 REPRODUCED-MODULE PIC X(16).
           05 STAGED-FP         PIC X(16).
           05 RESTORE-VERDICT   PIC X(20).

       01  PARSE-FIELDS.
           05 SCAN-POS          PIC 9(4).
           05 SLASH-POS         PIC 9(4).
           05 BASE-NAME         PIC X(100).
           05 DOTDOT-COUNT      PIC 9(4).

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
           ACCEPT RESTORE-DATE FROM ENVIRONMENT "RESTORE_DATE"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           ACCEPT RESTORE-PROGRAM FROM ENVIRONMENT "RESTORE_PROGRAM"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           ACCEPT RESTORE-INPUT FROM ENVIRONMENT "RESTORE_INPUT"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           ACCEPT SCRATCH-DIR FROM ENVIRONMENT "RESTORE_DIR"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
      *    Names given here are relative to where the operator
      *    started, which under BATCH_ENV=TEST is not the directory
      *    this program now works in.
           MOVE ENR-HOME TO WORK-DIR.
           ACCEPT RUNNER-BIN FROM ENVIRONMENT "BATCH_RUNNER_BIN"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           ACCEPT CATALOG-BIN FROM ENVIRONMENT "INPUT_CATALOG_BIN"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF RESTORE-DATE = SPACES OR RESTORE-PROGRAM = SPACES
               DISPLAY "RESTORE_DATE AND RESTORE_PROGRAM MUST BOTH"
                   " BE GIVEN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM SETTLE-RESTORE-NAMES.
           PERFORM FIND-MANIFEST-ENTRY.
           PERFORM FIND-ARCHIVED-ANSWER.
           PERFORM CHECK-STAGED-COPIES.
           PERFORM PREPARE-SCRATCH-DIRECTORY.
           PERFORM RUN-SCRATCH-BATCH.
           PERFORM FIND-REPRODUCED-ANSWER.
           PERFORM WRITE-RESTORE-REPORT.
           IF RESTORE-VERDICT NOT = 'REPRODUCED'
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *    The binaries and the program are run from inside the
      *    scratch directory, so each relative name is made absolute
      *    against the directory this program was started in.
       SETTLE-RESTORE-NAMES.
           MOVE SPACES TO RUN-DIR.
           STRING "runs/" DELIMITED BY SIZE
               RESTORE-DATE DELIMITED BY SIZE
               INTO RUN-DIR
           END-STRING.
           IF SCRATCH-DIR = SPACES
               STRING "restore_" DELIMITED BY SIZE
                   RESTORE-DATE DELIMITED BY SIZE
                   INTO SCRATCH-DIR
               END-STRING
           END-IF.
           PERFORM CHECK-SCRATCH-DIRECTORY.
           IF RUNNER-BIN = SPACES
               MOVE "batch_runner" TO RUNNER-BIN
           END-IF.
           IF CATALOG-BIN = SPACES
               MOVE "input_catalog" TO CATALOG-BIN
           END-IF.
           MOVE RUNNER-BIN TO PATH-WORK.
           PERFORM MAKE-PATH-ABSOLUTE.
           MOVE PATH-WORK TO RUNNER-BIN.
           MOVE CATALOG-BIN TO PATH-WORK.
           PERFORM MAKE-PATH-ABSOLUTE.
           MOVE PATH-WORK TO CATALOG-BIN.
           MOVE RESTORE-PROGRAM TO PATH-WORK.
           PERFORM MAKE-PATH-ABSOLUTE.
           MOVE PATH-WORK TO RESTORE-PROGRAM.
           MOVE RESTORE-PROGRAM TO PATH-WORK.
           PERFORM TAKE-BASE-NAME.
           MOVE BASE-NAME TO WANT-PROGRAM-NAME.
           MOVE SPACES TO WANT-INPUT-NAME.
           IF RESTORE-INPUT NOT = SPACES
               MOVE RESTORE-INPUT TO PATH-WORK
               PERFORM TAKE-BASE-NAME
               MOVE BASE-NAME TO WANT-INPUT-NAME
           END-IF.

       MAKE-PATH-ABSOLUTE.
           IF PATH-WORK(1:1) = '/' OR WORK-DIR = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-COMMAND.
           STRING FUNCTION TRIM(WORK-DIR) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(PATH-WORK) DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING.
           MOVE WS-COMMAND TO PATH-WORK.

      *    BASE-NAME gets PATH-WORK with any directory removed.
       TAKE-BASE-NAME.
           MOVE 0 TO SLASH-POS.
           PERFORM VARYING SCAN-POS FROM 1 BY 1
                   UNTIL SCAN-POS > 240
               IF PATH-WORK(SCAN-POS:1) = '/'
                   MOVE SCAN-POS TO SLASH-POS
               END-IF
           END-PERFORM.
           MOVE SPACES TO BASE-NAME.
           IF SLASH-POS > 0 AND SLASH-POS < 240
               MOVE PATH-WORK(SLASH-POS + 1:) TO BASE-NAME
           ELSE
               MOVE PATH-WORK TO BASE-NAME
           END-IF.

       OPEN-NIGHT-COPY.
           MOVE 'N' TO NIGHT-EOF.
           OPEN INPUT NIGHT-FILE.

      *    The first entry for the program (and input, when one was
      *    named) is the job restored.
       FIND-MANIFEST-ENTRY.
           MOVE SPACES TO NIGHT-FILE-NAME.
           STRING FUNCTION TRIM(RUN-DIR) DELIMITED BY SIZE
               "/manifest.txt" DELIMITED BY SIZE
               INTO NIGHT-FILE-NAME
           END-STRING.
           PERFORM OPEN-NIGHT-COPY.
           IF NIGHT-STATUS NOT = '00'
               DISPLAY "ERROR OPENING " FUNCTION TRIM(NIGHT-FILE-NAME)
                   " STATUS=" NIGHT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-MANIFEST-ENTRY
               UNTIL AT-NIGHT-END OR ENTRY-WAS-FOUND.
           CLOSE NIGHT-FILE.
           IF NOT ENTRY-WAS-FOUND
               DISPLAY "NO ENTRY FOR " FUNCTION TRIM(WANT-PROGRAM-NAME)
                   " " FUNCTION TRIM(WANT-INPUT-NAME)
                   " IN " FUNCTION TRIM(NIGHT-FILE-NAME)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-MANIFEST-ENTRY.
           READ NIGHT-FILE
               AT END SET AT-NIGHT-END TO TRUE
           END-READ.
           IF AT-NIGHT-END
               EXIT PARAGRAPH
           END-IF.
           IF NIGHT-RECORD = SPACES
               OR NIGHT-RECORD(1:1) = '*'
               OR NIGHT-RECORD(1:7) = 'POLICY '
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO ENTRY-PROGRAM ENTRY-INPUT
               ENTRY-OPTION(1) ENTRY-OPTION(2) ENTRY-OPTION(3)
               ENTRY-OPTION(4) ENTRY-OPTION(5).
           UNSTRING NIGHT-RECORD DELIMITED BY ALL SPACE
               INTO ENTRY-PROGRAM, ENTRY-INPUT, ENTRY-OPTION(1),
                   ENTRY-OPTION(2), ENTRY-OPTION(3), ENTRY-OPTION(4),
                   ENTRY-OPTION(5)
           END-UNSTRING.
           IF ENTRY-PROGRAM = SPACES OR ENTRY-INPUT = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE ENTRY-PROGRAM TO PATH-WORK.
           PERFORM TAKE-BASE-NAME.
           IF BASE-NAME NOT = WANT-PROGRAM-NAME
               EXIT PARAGRAPH
           END-IF.
           MOVE ENTRY-INPUT TO PATH-WORK.
           PERFORM TAKE-BASE-NAME.
           IF WANT-INPUT-NAME NOT = SPACES
               AND BASE-NAME NOT = WANT-INPUT-NAME
               EXIT PARAGRAPH
           END-IF.
           MOVE BASE-NAME TO INPUT-BASE.
           MOVE NIGHT-RECORD(1:200) TO ENTRY-LINE.
           MOVE SPACES TO ENTRY-TIMEOUT CONTROL-SRC CONTROL-DEST
               CONTROL-BASE.
           PERFORM VARYING OPTION-SUB FROM 1 BY 1
                   UNTIL OPTION-SUB > 5
               EVALUATE TRUE
                   WHEN ENTRY-OPTION(OPTION-SUB) = SPACES
                   WHEN ENTRY-OPTION(OPTION-SUB)(1:6) = 'GROUP='
                   WHEN ENTRY-OPTION(OPTION-SUB)(1:6) = 'AFTER='
                   WHEN ENTRY-OPTION(OPTION-SUB)(1:5) = 'FREQ='
                       CONTINUE
                   WHEN ENTRY-OPTION(OPTION-SUB)(1:8) = 'TIMEOUT='
                       MOVE ENTRY-OPTION(OPTION-SUB) TO ENTRY-TIMEOUT
                   WHEN OTHER
                       UNSTRING ENTRY-OPTION(OPTION-SUB)
                           DELIMITED BY ':'
                           INTO CONTROL-SRC, CONTROL-DEST
                       END-UNSTRING
               END-EVALUATE
           END-PERFORM.
           IF CONTROL-DEST = SPACES
               MOVE SPACES TO CONTROL-SRC
           ELSE
               MOVE CONTROL-SRC TO PATH-WORK
               PERFORM TAKE-BASE-NAME
               MOVE BASE-NAME TO CONTROL-BASE
           END-IF.
           SET ENTRY-WAS-FOUND TO TRUE.

      *    The archived ledger holds the whole history up to that
      *    night, so its last line for the job is what the night
      *    recorded. Without one there is nothing to prove.
       FIND-ARCHIVED-ANSWER.
           MOVE SPACES TO NIGHT-FILE-NAME.
           STRING FUNCTION TRIM(RUN-DIR) DELIMITED BY SIZE
               "/answer_ledger.txt" DELIMITED BY SIZE
               INTO NIGHT-FILE-NAME
           END-STRING.
           PERFORM OPEN-NIGHT-COPY.
           IF NIGHT-STATUS NOT = '00'
               DISPLAY "ERROR OPENING " FUNCTION TRIM(NIGHT-FILE-NAME)
                   " STATUS=" NIGHT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-ARCHIVED-LINE UNTIL AT-NIGHT-END.
           CLOSE NIGHT-FILE.
           IF NOT ARCHIVED-WAS-FOUND
               DISPLAY "NO ANSWER FOR " FUNCTION TRIM(WANT-PROGRAM-NAME)
                   " INPUT=" FUNCTION TRIM(INPUT-BASE)
                   " IN " FUNCTION TRIM(NIGHT-FILE-NAME)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-ARCHIVED-LINE.
           READ NIGHT-FILE
               AT END SET AT-NIGHT-END TO TRUE
           END-READ.
           IF AT-NIGHT-END
               EXIT PARAGRAPH
           END-IF.
           MOVE NIGHT-RECORD TO LEDGER-RECORD.
           PERFORM PARSE-LEDGER-RECORD.
           IF PARSE-PROGRAM = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE PARSE-PROGRAM TO PATH-WORK.
           PERFORM TAKE-BASE-NAME.
           IF BASE-NAME NOT = WANT-PROGRAM-NAME
               EXIT PARAGRAPH
           END-IF.
           MOVE PARSE-INPUT TO PATH-WORK.
           PERFORM TAKE-BASE-NAME.
           IF BASE-NAME NOT = INPUT-BASE
               EXIT PARAGRAPH
           END-IF.
           SET ARCHIVED-WAS-FOUND TO TRUE.
           MOVE PARSE-ANSWER TO ARCHIVED-ANSWER.
           MOVE PARSE-FP TO ARCHIVED-FP.
           MOVE PARSE-MODULE TO ARCHIVED-MODULE.
           MOVE PARSE-STAMP TO ARCHIVED-STAMP.

      *    Fields come straight from their ledger_rec.cpy columns; a
      *    run that did not end OK shows as its verdict and reason in
      *    parentheses, so an archived failure is reproduced only by
      *    the same failure.
       PARSE-LEDGER-RECORD.
           MOVE SPACES TO PARSE-PROGRAM PARSE-INPUT PARSE-FP
               PARSE-ANSWER PARSE-STAMP.
           MOVE "NONE" TO PARSE-MODULE.
           IF NOT LG-IS-RUN AND NOT LG-IS-CARRY
               EXIT PARAGRAPH
           END-IF.
           MOVE LG-PROGRAM TO PARSE-PROGRAM.
           MOVE LG-INPUT TO PARSE-INPUT.
           MOVE LG-FINGERPRINT TO PARSE-FP.
           IF LG-MODULE NOT = SPACES
               MOVE LG-MODULE TO PARSE-MODULE
           END-IF.
           MOVE LG-STAMP TO PARSE-STAMP.
           IF LG-OK
               MOVE LG-ANSWER TO PARSE-ANSWER
           ELSE
               STRING "(" DELIMITED BY SIZE
                   FUNCTION TRIM(LG-VERDICT) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(LG-REASON) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO PARSE-ANSWER
               END-STRING
           END-IF.

      *    A night archived before the staged copies were kept has
      *    only its last job's input.txt, which cannot be trusted to
      *    be this job's input.
       CHECK-STAGED-COPIES.
           MOVE SPACES TO FPR-FILE-NAME.
           STRING FUNCTION TRIM(RUN-DIR) DELIMITED BY SIZE
               "/staged/" DELIMITED BY SIZE
               FUNCTION TRIM(ENTRY-INPUT) DELIMITED BY SIZE
               INTO FPR-FILE-NAME
           END-STRING.
           CALL "CONTENT-FINGERPRINT" USING FINGERPRINT-REQUEST.
           IF NOT FPR-OK
               DISPLAY "INPUT NOT IN ARCHIVE: "
                   FUNCTION TRIM(FPR-FILE-NAME)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FPR-FINGERPRINT TO STAGED-FP.
           IF CONTROL-SRC = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO FPR-FILE-NAME.
           STRING FUNCTION TRIM(RUN-DIR) DELIMITED BY SIZE
               "/staged/" DELIMITED BY SIZE
               FUNCTION TRIM(CONTROL-SRC) DELIMITED BY SIZE
               INTO FPR-FILE-NAME
           END-STRING.
           CALL "CONTENT-FINGERPRINT" USING FINGERPRINT-REQUEST.
           IF NOT FPR-OK
               DISPLAY "CONTROL FILE NOT IN ARCHIVE: "
                   FUNCTION TRIM(FPR-FILE-NAME)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    The scratch directory is cleared before each rerun, so it
      *    must stay under the working directory: no absolute path,
      *    no leading dot and no way back up through "..".
       CHECK-SCRATCH-DIRECTORY.
           MOVE FUNCTION TRIM(SCRATCH-DIR) TO SCRATCH-DIR.
           MOVE 0 TO DOTDOT-COUNT.
           INSPECT SCRATCH-DIR TALLYING DOTDOT-COUNT FOR ALL "..".
           IF SCRATCH-DIR = SPACES
               OR SCRATCH-DIR(1:1) = '/' OR SCRATCH-DIR(1:1) = '.'
               OR DOTDOT-COUNT > 0
               DISPLAY "RESTORE_DIR REFUSED, NOT A PLAIN RELATIVE"
                   " NAME: "
                   FUNCTION TRIM(SCRATCH-DIR)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    An existing directory is removed only when it carries the
      *    restore_ name or the marker written below; anything else
      *    fails the command and the run stops.
      *    The restored files go under restored/ so that neither can
      *    share a name with the input.txt or control file the
      *    runner stages from them.
       PREPARE-SCRATCH-DIRECTORY.
           MOVE SPACES TO WS-COMMAND.
           STRING "if [ -e " DELIMITED BY SIZE
               FUNCTION TRIM(SCRATCH-DIR) DELIMITED BY SIZE
               " ] && [ ! -f " DELIMITED BY SIZE
               FUNCTION TRIM(SCRATCH-DIR) DELIMITED BY SIZE
               "/.restore_scratch ]; then case " DELIMITED BY SIZE
               FUNCTION TRIM(SCRATCH-DIR) DELIMITED BY SIZE
               " in restore_*) ;; *) exit 1;; esac; fi; "
                   DELIMITED BY SIZE
               "rm -rf " DELIMITED BY SIZE
               FUNCTION TRIM(SCRATCH-DIR) DELIMITED BY SIZE
               " && mkdir -p " DELIMITED BY SIZE
               FUNCTION TRIM(SCRATCH-DIR) DELIMITED BY SIZE
               "/restored && touch " DELIMITED BY SIZE
               FUNCTION TRIM(SCRATCH-DIR) DELIMITED BY SIZE
               "/.restore_scratch && cp " DELIMITED BY SIZE
               FUNCTION TRIM(RUN-DIR) DELIMITED BY SIZE
               "/staged/" DELIMITED BY SIZE
               FUNCTION TRIM(ENTRY-INPUT) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(SCRATCH-DIR) DELIMITED BY SIZE
               "/restored/" DELIMITED BY SIZE
               FUNCTION TRIM(INPUT-BASE) DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING.
           IF CONTROL-SRC NOT = SPACES
               STRING FUNCTION TRIM(WS-COMMAND) DELIMITED BY SIZE
                   " && cp " DELIMITED BY SIZE
                   FUNCTION TRIM(RUN-DIR) DELIMITED BY SIZE
                   "/staged/" DELIMITED BY SIZE
                   FUNCTION TRIM(CONTROL-SRC) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(SCRATCH-DIR) DELIMITED BY SIZE
                   "/restored/" DELIMITED BY SIZE
                   FUNCTION TRIM(CONTROL-BASE) DELIMITED BY SIZE
                   INTO WS-COMMAND
               END-STRING
           END-IF.
           CALL "SYSTEM" USING WS-COMMAND.
           IF RETURN-CODE NOT = 0
               DISPLAY "ERROR PREPARING "
                   FUNCTION TRIM(SCRATCH-DIR)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO SCRATCH-FILE-NAME.
           STRING FUNCTION TRIM(SCRATCH-DIR) DELIMITED BY SIZE
               "/catalog_request.txt" DELIMITED BY SIZE
               INTO SCRATCH-FILE-NAME
           END-STRING.
           OPEN OUTPUT SCRATCH-FILE.
           MOVE SPACES TO WS-WORK-LINE.
           STRING "REGISTER restored/" DELIMITED BY SIZE
               FUNCTION TRIM(INPUT-BASE) DELIMITED BY SIZE
               " AUDIT RUN-ARCHIVE " DELIMITED BY SIZE
               RESTORE-DATE DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           MOVE WS-WORK-LINE TO SCRATCH-RECORD.
           WRITE SCRATCH-RECORD.
           CLOSE SCRATCH-FILE.
           MOVE SPACES TO SCRATCH-FILE-NAME.
           STRING FUNCTION TRIM(SCRATCH-DIR) DELIMITED BY SIZE
               "/manifest.txt" DELIMITED BY SIZE
               INTO SCRATCH-FILE-NAME
           END-STRING.
           OPEN OUTPUT SCRATCH-FILE.
           MOVE SPACES TO WS-WORK-LINE.
           STRING FUNCTION TRIM(RESTORE-PROGRAM) DELIMITED BY SIZE
               " restored/" DELIMITED BY SIZE
               FUNCTION TRIM(INPUT-BASE) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           IF CONTROL-SRC NOT = SPACES
               STRING FUNCTION TRIM(WS-WORK-LINE) DELIMITED BY SIZE
                   " restored/" DELIMITED BY SIZE
                   FUNCTION TRIM(CONTROL-BASE) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   FUNCTION TRIM(CONTROL-DEST) DELIMITED BY SIZE
                   INTO WS-WORK-LINE
               END-STRING
           END-IF.
           IF ENTRY-TIMEOUT NOT = SPACES
               STRING FUNCTION TRIM(WS-WORK-LINE) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(ENTRY-TIMEOUT) DELIMITED BY SIZE
                   INTO WS-WORK-LINE
               END-STRING
           END-IF.
           MOVE WS-WORK-LINE TO SCRATCH-RECORD.
           WRITE SCRATCH-RECORD.
           CLOSE SCRATCH-FILE.

      *    The runner's own return code is not the verdict -- the
      *    scratch ledger line is. Both logs stay in the scratch
      *    directory for the auditors. The scratch directory is an
      *    environment of its own, so the runner is told to stay in
      *    it whatever BATCH_ENV this program was started under.
       RUN-SCRATCH-BATCH.
           MOVE SPACES TO WS-COMMAND.
           STRING "cd " DELIMITED BY SIZE
               FUNCTION TRIM(SCRATCH-DIR) DELIMITED BY SIZE
               " && (" DELIMITED BY SIZE
               FUNCTION TRIM(CATALOG-BIN) DELIMITED BY SIZE
               " > catalog_run.log 2>&1; " DELIMITED BY SIZE
               "BATCH_STREAMS=1 INPUT_CATALOG=input_catalog.dat "
                   DELIMITED BY SIZE
               "BATCH_ENV=PROD " DELIMITED BY SIZE
               FUNCTION TRIM(RUNNER-BIN) DELIMITED BY SIZE
               " > batch_run.log 2>&1)" DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING.
           CALL "SYSTEM" USING WS-COMMAND.
           MOVE 0 TO RETURN-CODE.

       FIND-REPRODUCED-ANSWER.
           MOVE SPACES TO REPRODUCED-ANSWER REPRODUCED-FP.
           MOVE "NONE" TO REPRODUCED-MODULE.
           MOVE SPACES TO NIGHT-FILE-NAME.
           STRING FUNCTION TRIM(SCRATCH-DIR) DELIMITED BY SIZE
               "/answer_ledger.txt" DELIMITED BY SIZE
               INTO NIGHT-FILE-NAME
           END-STRING.
           PERFORM OPEN-NIGHT-COPY.
           IF NIGHT-STATUS = '00'
               PERFORM READ-REPRODUCED-LINE UNTIL AT-NIGHT-END
               CLOSE NIGHT-FILE
           END-IF.
           IF NOT REPRODUCED-WAS-FOUND
               MOVE "(NO LEDGER LINE FROM THE RERUN)"
                   TO REPRODUCED-ANSWER
           END-IF.
           IF REPRODUCED-WAS-FOUND
               AND REPRODUCED-ANSWER = ARCHIVED-ANSWER
               MOVE "REPRODUCED" TO RESTORE-VERDICT
           ELSE
               MOVE "NOT REPRODUCED" TO RESTORE-VERDICT
           END-IF.

       READ-REPRODUCED-LINE.
           READ NIGHT-FILE
               AT END SET AT-NIGHT-END TO TRUE
           END-READ.
           IF AT-NIGHT-END
               EXIT PARAGRAPH
           END-IF.
           MOVE NIGHT-RECORD TO LEDGER-RECORD.
           PERFORM PARSE-LEDGER-RECORD.
           IF PARSE-PROGRAM = SPACES
               EXIT PARAGRAPH
           END-IF.
           SET REPRODUCED-WAS-FOUND TO TRUE.
           MOVE PARSE-ANSWER TO REPRODUCED-ANSWER.
           MOVE PARSE-FP TO REPRODUCED-FP.
           MOVE PARSE-MODULE TO REPRODUCED-MODULE.

      *    The input and module lines say why an answer moved: a
      *    different input fingerprint means the archive copy is not
      *    what ran, a different module that the program was rebuilt
      *    since.
       WRITE-RESTORE-REPORT.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO WS-WORK-LINE.
           STRING "RESTORE NIGHT=" DELIMITED BY SIZE
               RESTORE-DATE DELIMITED BY SIZE
               " PROGRAM=" DELIMITED BY SIZE
               FUNCTION TRIM(WANT-PROGRAM-NAME) DELIMITED BY SIZE
               " INPUT=" DELIMITED BY SIZE
               FUNCTION TRIM(ENTRY-INPUT) DELIMITED BY SIZE
               " STAMP=" DELIMITED BY SIZE
               FUNCTION TRIM(RUN-STAMP) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-WORK-LINE.
           STRING "MANIFEST ENTRY:   " DELIMITED BY SIZE
               FUNCTION TRIM(ENTRY-LINE) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-WORK-LINE.
           STRING "RESTORED INPUT:   " DELIMITED BY SIZE
               FUNCTION TRIM(RUN-DIR) DELIMITED BY SIZE
               "/staged/" DELIMITED BY SIZE
               FUNCTION TRIM(ENTRY-INPUT) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-WORK-LINE.
           IF CONTROL-SRC = SPACES
               MOVE "RESTORED CONTROL: NONE" TO WS-WORK-LINE
           ELSE
               STRING "RESTORED CONTROL: " DELIMITED BY SIZE
                   FUNCTION TRIM(RUN-DIR) DELIMITED BY SIZE
                   "/staged/" DELIMITED BY SIZE
                   FUNCTION TRIM(CONTROL-SRC) DELIMITED BY SIZE
                   " AS " DELIMITED BY SIZE
                   FUNCTION TRIM(CONTROL-DEST) DELIMITED BY SIZE
                   INTO WS-WORK-LINE
               END-STRING
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-WORK-LINE.
           STRING "SCRATCH DIRECTORY: " DELIMITED BY SIZE
               FUNCTION TRIM(SCRATCH-DIR) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-WORK-LINE.
           STRING "ARCHIVED ANSWER:   " DELIMITED BY SIZE
               FUNCTION TRIM(ARCHIVED-ANSWER) DELIMITED BY SIZE
               " FP=" DELIMITED BY SIZE
               FUNCTION TRIM(ARCHIVED-FP) DELIMITED BY SIZE
               " MODULE=" DELIMITED BY SIZE
               FUNCTION TRIM(ARCHIVED-MODULE) DELIMITED BY SIZE
               " STAMP=" DELIMITED BY SIZE
               FUNCTION TRIM(ARCHIVED-STAMP) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-WORK-LINE.
           STRING "REPRODUCED ANSWER: " DELIMITED BY SIZE
               FUNCTION TRIM(REPRODUCED-ANSWER) DELIMITED BY SIZE
               " FP=" DELIMITED BY SIZE
               FUNCTION TRIM(REPRODUCED-FP) DELIMITED BY SIZE
               " MODULE=" DELIMITED BY SIZE
               FUNCTION TRIM(REPRODUCED-MODULE) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           IF STAGED-FP = ARCHIVED-FP
               MOVE "INPUT FINGERPRINT: SAME AS THE NIGHT"
                   TO WS-WORK-LINE
           ELSE
               MOVE "INPUT FINGERPRINT: DIFFERS FROM THE NIGHT"
                   TO WS-WORK-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           IF REPRODUCED-MODULE = ARCHIVED-MODULE
               MOVE "LOAD MODULE:       SAME AS THE NIGHT"
                   TO WS-WORK-LINE
           ELSE
               MOVE "LOAD MODULE:       DIFFERS FROM THE NIGHT"
                   TO WS-WORK-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-WORK-LINE.
           STRING "RESTORE RESULT: " DELIMITED BY SIZE
               FUNCTION TRIM(RESTORE-VERDICT) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WANT-PROGRAM-NAME) DELIMITED BY SIZE
               " NIGHT=" DELIMITED BY SIZE
               RESTORE-DATE DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           CLOSE REPORT-FILE.
           DISPLAY FUNCTION TRIM(WS-WORK-LINE).

       WRITE-REPORT-LINE.
           MOVE WS-WORK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
