       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-ENVIRONMENT.

      *    The one place that knows where each batch environment
      *    keeps its files. BATCH-RUNNER and the ledger programs CALL
      *    this before they open anything, so a TEST run reads and
      *    writes only under env_test and production history never
      *    sees a trial.
      *
      *    BATCH_ENV_HOME is set by BATCH-RUNNER for the batch it
      *    launches inside env_test; a program that finds it set is
      *    already in its environment's directory and stays put.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  ENVIRONMENT-FIELDS.
           05 HOME-TEXT         PIC X(200).
           05 DIR-COMMAND       PIC X(300).

       LINKAGE SECTION.
       COPY "env_req.cpy".

       PROCEDURE DIVISION USING ENVIRONMENT-REQUEST.
       MAIN-DISPATCH.
           MOVE SPACES TO ENR-NAME ENR-HOME ENR-DIR HOME-TEXT.
           MOVE 'Y' TO ENR-STATUS.
           MOVE 'N' TO ENR-INSIDE.
           MOVE "env_test" TO ENR-TEST-DIR.
           ACCEPT ENR-NAME FROM ENVIRONMENT "BATCH_ENV"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ENR-NAME))
               TO ENR-NAME.
           IF ENR-NAME = SPACES
               MOVE "PROD" TO ENR-NAME
           END-IF.
           IF NOT ENR-IS-PROD AND NOT ENR-IS-TEST
               SET ENR-UNKNOWN TO TRUE
               GOBACK
           END-IF.
           ACCEPT HOME-TEXT FROM ENVIRONMENT "BATCH_ENV_HOME"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF HOME-TEXT NOT = SPACES
               MOVE 'Y' TO ENR-INSIDE
               MOVE HOME-TEXT TO ENR-HOME
           ELSE
               ACCEPT ENR-HOME FROM ENVIRONMENT "PWD"
                   ON EXCEPTION CONTINUE
               END-ACCEPT
           END-IF.
           IF ENR-IS-PROD
               MOVE ENR-HOME TO ENR-DIR
               GOBACK
           END-IF.
           STRING FUNCTION TRIM(ENR-HOME) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(ENR-TEST-DIR) DELIMITED BY SIZE
               INTO ENR-DIR
           END-STRING.
           IF ENR-ALREADY-INSIDE OR ENR-LOOKUP
               GOBACK
           END-IF.
           MOVE SPACES TO DIR-COMMAND.
           STRING "mkdir -p " DELIMITED BY SIZE
               FUNCTION TRIM(ENR-TEST-DIR) DELIMITED BY SIZE
               INTO DIR-COMMAND
           END-STRING.
           CALL "SYSTEM" USING DIR-COMMAND.
           CALL "CBL_CHANGE_DIR" USING ENR-TEST-DIR.
           IF RETURN-CODE NOT = 0
               SET ENR-NO-DIRECTORY TO TRUE
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
      *    Shell commands the caller runs later, and anything that
      *    reads PWD to build absolute names, see the new directory.
           DISPLAY "PWD" UPON ENVIRONMENT-NAME.
           DISPLAY ENR-DIR UPON ENVIRONMENT-VALUE.
           GOBACK.
