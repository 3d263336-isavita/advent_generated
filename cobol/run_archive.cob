               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIRLIST-STATUS.

      *    The night's batch manifest, re-read so that every job's
      *    own input and control file are kept as they stood tonight
      *    under <run dir>/staged/<path as the manifest names it>.
      *    Only the last job's input.txt survives in the working
      *    directory, and a past night cannot be reproduced without
      *    the rest.
           SELECT OPTIONAL MANIFEST-FILE ASSIGN TO "manifest.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MANIFEST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMS-FILE.
       FD  DIRLIST-FILE.
       01  DIRLIST-RECORD       PIC X(80).

       FD  MANIFEST-FILE.
       01  MANIFEST-RECORD      PIC X(200).

       WORKING-STORAGE SECTION.
       01  RUN-STAMP            PIC X(32) VALUE SPACES.
       01  PARAMS-STATUS        PIC XX.
       01  ARTIFACT-STATUS      PIC XX.
       01  DIRLIST-STATUS       PIC XX.
       01  MANIFEST-STATUS      PIC XX.

       01  ARCHIVE-FLAGS.
           05 ARTIFACT-EOF      PIC X.
              88 AT-EXTRA-END       VALUE 'Y'.
           05 DIRLIST-EOF       PIC X.
              88 AT-DIRLIST-END     VALUE 'Y'.
           05 MANIFEST-EOF      PIC X.
              88 AT-MANIFEST-END    VALUE 'Y'.
           05 EXTRA-STATUS      PIC XX.

       01  ARCHIVE-COUNTERS.
           05 ARCHIVED-COUNT    PIC 9(4) VALUE 0.
           05 SWEPT-COUNT       PIC 9(4) VALUE 0.
           05 COPY-FAIL-COUNT   PIC 9(4) VALUE 0.
           05 STAGED-COUNT      PIC 9(4) VALUE 0.
           05 ARTIFACT-LINES    PIC 9(8).
           05 DISPLAY-COUNT     PIC ZZZ9.
           05 DISPLAY-LINES     PIC ZZZZZZZ9.
      *    not present tonight is simply skipped, and archive_extra.txt
      *    (one name per line) archives anything newer than this list.
       01  ARTIFACT-TABLE.
           05 ARTIFACT-COUNT    PIC 999 VALUE 131.
           05 ARTIFACT-NAMES.
              10 FILLER PIC X(40) VALUE "input.txt".
              10 FILLER PIC X(40) VALUE "mode.txt".
              10 FILLER PIC X(40) VALUE "glyph_decode.txt".
              10 FILLER PIC X(40) VALUE "lights.txt".
              10 FILLER PIC X(40) VALUE "nice_detail.txt".
              10 FILLER PIC X(40) VALUE "catalog_report.txt".
              10 FILLER PIC X(40) VALUE "certification_check.txt".
              10 FILLER PIC X(40) VALUE "month_end_summary.txt".
              10 FILLER PIC X(40) VALUE "module_inventory.txt".
              10 FILLER PIC X(40) VALUE "module_changes.txt".
              10 FILLER PIC X(40) VALUE "event_feed.txt".
              10 FILLER PIC X(40) VALUE "ops_audit.txt".
              10 FILLER PIC X(40) VALUE "ops_audit_report.txt".
              10 FILLER PIC X(40) VALUE "run_forecast.txt".
              10 FILLER PIC X(40) VALUE "ledger_rollover.txt".
              10 FILLER PIC X(40) VALUE "ledger_convert.txt".
              10 FILLER PIC X(40) VALUE "answer_promote.txt".
              10 FILLER PIC X(40) VALUE "plausibility_exceptions.txt".
              10 FILLER PIC X(40) VALUE "plausibility_last.txt".
              10 FILLER PIC X(40) VALUE "job_log.txt".
              10 FILLER PIC X(40) VALUE "run_book.txt".
              10 FILLER PIC X(40) VALUE "chargeback.txt".
              10 FILLER PIC X(40) VALUE "checkpoint_inventory.txt".
              10 FILLER PIC X(40) VALUE "quarantine_aging.txt".
              10 FILLER PIC X(40) VALUE "chip_provenance.txt".
              10 FILLER PIC X(40) VALUE "chip_trace.txt".
              10 FILLER PIC X(40) VALUE "stall_report.txt".
              10 FILLER PIC X(40) VALUE "rotation_notice.txt".
              10 FILLER PIC X(40) VALUE "maze_distances.txt".
              10 FILLER PIC X(40) VALUE "stable_audit.txt".
              10 FILLER PIC X(40) VALUE "cidr_blocked.txt".
              10 FILLER PIC X(40) VALUE "cidr_allowed.txt".
              10 FILLER PIC X(40) VALUE "cidr_totals.txt".
              10 FILLER PIC X(40) VALUE "rule_hygiene.txt".
              10 FILLER PIC X(40) VALUE "scramble_cert_report.txt".
              10 FILLER PIC X(40) VALUE "program_analysis.txt".
              10 FILLER PIC X(40) VALUE "roll_stock.txt".
              10 FILLER PIC X(40) VALUE "roll_plan.txt".
              10 FILLER PIC X(40) VALUE "zones.txt".
              10 FILLER PIC X(40) VALUE "zone_rollup.txt".
              10 FILLER PIC X(40) VALUE "light_owners.txt".
              10 FILLER PIC X(40) VALUE "light_billing.txt".
              10 FILLER PIC X(40) VALUE "group_outline.txt".
              10 FILLER PIC X(40) VALUE "path_queries.txt".
              10 FILLER PIC X(40) VALUE "pipe_paths.txt".
              10 FILLER PIC X(40) VALUE "fight_loadout.txt".
              10 FILLER PIC X(40) VALUE "fight_transcript.txt".
              10 FILLER PIC X(40) VALUE "house_inquiries.txt".
              10 FILLER PIC X(40) VALUE "house_inquiry.txt".
              10 FILLER PIC X(40) VALUE "distance_stats.txt".
              10 FILLER PIC X(40) VALUE "lights_target.txt".
              10 FILLER PIC X(40) VALUE "lights_instructions.txt".
              10 FILLER PIC X(40) VALUE "capacity_report.txt".
              10 FILLER PIC X(40) VALUE "fill_threshold.txt".
              10 FILLER PIC X(40) VALUE "cave_map.txt".
              10 FILLER PIC X(40) VALUE "map_window.txt".
              10 FILLER PIC X(40) VALUE "league_analysis.txt".
              10 FILLER PIC X(40) VALUE "key_assignment.txt".
              10 FILLER PIC X(40) VALUE "json_extract.txt".
              10 FILLER PIC X(40) VALUE "json_queries.txt".
              10 FILLER PIC X(40) VALUE "seed_grid.txt".
              10 FILLER PIC X(40) VALUE "seed_report.txt".
              10 FILLER PIC X(40) VALUE "pattern_library.txt".
              10 FILLER PIC X(40) VALUE "pattern_placements.txt".
              10 FILLER PIC X(40) VALUE "molecule_targets.txt".
           05 ARTIFACT-NAME-TABLE REDEFINES ARTIFACT-NAMES.
              10 ARTIFACT-ENTRY PIC X(40) OCCURS 131 TIMES.

       01  ARCHIVE-FIELDS.
           05 RETENTION-DAYS    PIC 9(4) VALUE 14.
           05 INDEX-NAME        PIC X(120).
           05 RUN-DIR           PIC X(60).
           05 CUTOFF-DATE       PIC X(10).
           05 ARTIFACT-SUB      PIC 999.
           05 WS-COMMAND        PIC X(300).
           05 WS-WORK-LINE      PIC X(200).

       01  STAGED-FIELDS.
           05 ENTRY-PROGRAM     PIC X(100).
           05 ENTRY-INPUT       PIC X(100).
           05 ENTRY-OPTION      PIC X(100) OCCURS 5 TIMES.
           05 OPTION-SUB        PIC 9.
           05 CONTROL-SRC       PIC X(100).
           05 CONTROL-DEST      PIC X(100).
           05 STAGED-DIR        PIC X(100).

      *    A copy that fails, a directory swept and the run's totals
      *    are posted to the monitoring event feed.
       COPY "event_req.cpy".

       01  CALENDAR-FIELDS.
           05 RUN-DATE-NUM      PIC 9(8) VALUE 0.
           05 RUN-DATE-PARTS REDEFINES RUN-DATE-NUM.
              10 CUTOFF-MONTH   PIC 99.
              10 CUTOFF-DAY     PIC 99.

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
               VARYING ARTIFACT-SUB FROM 1 BY 1
               UNTIL ARTIFACT-SUB > ARTIFACT-COUNT.
           PERFORM ARCHIVE-EXTRA-ARTIFACTS.
           PERFORM ARCHIVE-STAGED-INPUTS.
           CLOSE INDEX-FILE.
           PERFORM SWEEP-OLD-RUN-DIRS.
           MOVE ARCHIVED-COUNT TO DISPLAY-COUNT.
               FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           MOVE STAGED-COUNT TO DISPLAY-COUNT.
           STRING FUNCTION TRIM(WS-WORK-LINE) DELIMITED BY SIZE
               " STAGED=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           MOVE SWEPT-COUNT TO DISPLAY-COUNT.
           STRING FUNCTION TRIM(WS-WORK-LINE) DELIMITED BY SIZE
               " SWEPT=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           IF COPY-FAIL-COUNT > 0
               MOVE COPY-FAIL-COUNT TO DISPLAY-COUNT
               STRING FUNCTION TRIM(WS-WORK-LINE) DELIMITED BY SIZE
                   " COPY-FAILED=" DELIMITED BY SIZE
                   FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
                   INTO WS-WORK-LINE
               END-STRING
           END-IF.
           DISPLAY FUNCTION TRIM(WS-WORK-LINE).
           MOVE SPACES TO EVENT-REQUEST.
           IF COPY-FAIL-COUNT > 0
               MOVE "WARNING" TO EVR-SEVERITY
           ELSE
               MOVE "INFO" TO EVR-SEVERITY
           END-IF.
           MOVE "ARCHIVE-COMPLETE" TO EVR-CODE.
           MOVE WS-WORK-LINE(18:) TO EVR-TEXT.
           PERFORM POST-ARCHIVE-EVENT.
           IF COPY-FAIL-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       READ-RETENTION-PARAM.
               INTO WS-COMMAND
           END-STRING.
           CALL "SYSTEM" USING WS-COMMAND.
      *    An artifact that did not reach the run directory is left
      *    out of the index rather than listed as archived.
           IF RETURN-CODE NOT = 0
               PERFORM NOTE-COPY-FAILURE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO ARCHIVED-COUNT.
           MOVE ARTIFACT-LINES TO DISPLAY-LINES.
           MOVE SPACES TO WS-WORK-LINE.
           MOVE WS-WORK-LINE TO INDEX-RECORD.
           WRITE INDEX-RECORD.

       NOTE-COPY-FAILURE.
           MOVE 0 TO RETURN-CODE.
           ADD 1 TO COPY-FAIL-COUNT.
           DISPLAY "ARCHIVE COPY FAILED: "
               FUNCTION TRIM(ARTIFACT-NAME).
           MOVE SPACES TO EVENT-REQUEST.
           MOVE "ERROR" TO EVR-SEVERITY.
           MOVE ARTIFACT-NAME TO EVR-JOB.
           MOVE "ARCHIVE-FAILED" TO EVR-CODE.
           STRING "COPY TO " DELIMITED BY SIZE
               FUNCTION TRIM(RUN-DIR) DELIMITED BY SIZE
               " FAILED" DELIMITED BY SIZE
               INTO EVR-TEXT
           END-STRING.
           PERFORM POST-ARCHIVE-EVENT.

       ARCHIVE-STAGED-INPUTS.
           MOVE 'N' TO MANIFEST-EOF.
           OPEN INPUT MANIFEST-FILE.
           IF MANIFEST-STATUS = '00'
               PERFORM ARCHIVE-MANIFEST-ENTRY UNTIL AT-MANIFEST-END
           END-IF.
           CLOSE MANIFEST-FILE.

      *    Entries are read the way BATCH-RUNNER reads them: the
      *    keyword options are passed over and the one option with a
      *    colon is the control file's <src>:<dest>.
       ARCHIVE-MANIFEST-ENTRY.
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
           MOVE SPACES TO ENTRY-PROGRAM ENTRY-INPUT
               ENTRY-OPTION(1) ENTRY-OPTION(2) ENTRY-OPTION(3)
               ENTRY-OPTION(4) ENTRY-OPTION(5).
           UNSTRING MANIFEST-RECORD DELIMITED BY ALL SPACE
               INTO ENTRY-PROGRAM, ENTRY-INPUT, ENTRY-OPTION(1),
                   ENTRY-OPTION(2), ENTRY-OPTION(3), ENTRY-OPTION(4),
                   ENTRY-OPTION(5)
           END-UNSTRING.
           IF ENTRY-PROGRAM = SPACES OR ENTRY-INPUT = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE ENTRY-INPUT TO ARTIFACT-NAME.
           PERFORM ARCHIVE-STAGED-FILE.
           PERFORM ARCHIVE-CONTROL-OPTION
               VARYING OPTION-SUB FROM 1 BY 1
               UNTIL OPTION-SUB > 5.

      *    Keyword options are passed over; a <src>:<dest> option
      *    names a control file the job reads, archived with it.
       ARCHIVE-CONTROL-OPTION.
           IF ENTRY-OPTION(OPTION-SUB) = SPACES
               OR ENTRY-OPTION(OPTION-SUB)(1:6) = 'GROUP='
               OR ENTRY-OPTION(OPTION-SUB)(1:6) = 'AFTER='
               OR ENTRY-OPTION(OPTION-SUB)(1:8) = 'TIMEOUT='
               OR ENTRY-OPTION(OPTION-SUB)(1:5) = 'FREQ='
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO CONTROL-SRC CONTROL-DEST.
           UNSTRING ENTRY-OPTION(OPTION-SUB) DELIMITED BY ':'
               INTO CONTROL-SRC, CONTROL-DEST
           END-UNSTRING.
           IF CONTROL-DEST NOT = SPACES
               MOVE CONTROL-SRC TO ARTIFACT-NAME
               PERFORM ARCHIVE-STAGED-FILE
           END-IF.

      *    A file two jobs share is simply copied again; the copy is
      *    the same bytes either way.
       ARCHIVE-STAGED-FILE.
           MOVE 0 TO ARTIFACT-LINES.
           MOVE 'N' TO ARTIFACT-EOF.
           OPEN INPUT ARTIFACT-FILE.
           IF ARTIFACT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM COUNT-ARTIFACT-LINE UNTIL AT-ARTIFACT-END.
           CLOSE ARTIFACT-FILE.
           MOVE SPACES TO STAGED-DIR.
           STRING FUNCTION TRIM(RUN-DIR) DELIMITED BY SIZE
               "/staged/" DELIMITED BY SIZE
               INTO STAGED-DIR
           END-STRING.
           MOVE SPACES TO WS-COMMAND.
           STRING "mkdir -p " DELIMITED BY SIZE
               FUNCTION TRIM(STAGED-DIR) DELIMITED BY SIZE
               "$(dirname " DELIMITED BY SIZE
               FUNCTION TRIM(ARTIFACT-NAME) DELIMITED BY SIZE
               ") && cp " DELIMITED BY SIZE
               FUNCTION TRIM(ARTIFACT-NAME) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(STAGED-DIR) DELIMITED BY SIZE
               FUNCTION TRIM(ARTIFACT-NAME) DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING.
           CALL "SYSTEM" USING WS-COMMAND.
           IF RETURN-CODE NOT = 0
               PERFORM NOTE-COPY-FAILURE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO STAGED-COUNT.
           MOVE ARTIFACT-LINES TO DISPLAY-LINES.
           MOVE SPACES TO WS-WORK-LINE.
           STRING "STAGED " DELIMITED BY SIZE
               FUNCTION TRIM(ARTIFACT-NAME) DELIMITED BY SIZE
               " LINES=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-LINES) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           MOVE WS-WORK-LINE TO INDEX-RECORD.
           WRITE INDEX-RECORD.

       COUNT-ARTIFACT-LINE.
           READ ARTIFACT-FILE
               AT END SET AT-ARTIFACT-END TO TRUE
           MOVE 0 TO RETURN-CODE.
           ADD 1 TO SWEPT-COUNT.
           DISPLAY "SWEPT RUN DIRECTORY runs/" DIRLIST-RECORD(1:10).
           MOVE SPACES TO EVENT-REQUEST.
           MOVE "INFO" TO EVR-SEVERITY.
           MOVE "ARCHIVE-SWEPT" TO EVR-CODE.
           STRING "RUN DIRECTORY runs/" DELIMITED BY SIZE
               DIRLIST-RECORD(1:10) DELIMITED BY SIZE
               " PAST RETENTION" DELIMITED BY SIZE
               INTO EVR-TEXT
           END-STRING.
           PERFORM POST-ARCHIVE-EVENT.

       POST-ARCHIVE-EVENT.
           MOVE "RUN-ARCHIVE" TO EVR-SOURCE.
           CALL "EVENT-FEED" USING EVENT-REQUEST.
