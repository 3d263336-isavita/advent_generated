           05 CURRENT-CHAR      PIC X.
           05 WS-WORK-LINE      PIC X(400).

      *    Each record that reaches the dead letter file is posted to
      *    the monitoring event feed under its program tag, and the
      *    run's totals follow as one closing event.
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
               INTO WS-WORK-LINE
           END-STRING.
           DISPLAY FUNCTION TRIM(WS-WORK-LINE).
           IF READ-COUNT > 0
               MOVE SPACES TO EVENT-REQUEST
               IF DEAD-COUNT > 0
                   MOVE "WARNING" TO EVR-SEVERITY
               ELSE
                   MOVE "INFO" TO EVR-SEVERITY
               END-IF
               MOVE "QUARANTINE-DONE" TO EVR-CODE
               MOVE WS-WORK-LINE(31:) TO EVR-TEXT
               PERFORM POST-REPAIR-EVENT
           END-IF.
           STOP RUN.

      *    The quarantining program's tag is the first token; the raw
           END-STRING.
           MOVE WS-WORK-LINE TO DEADLETTER-RECORD.
           WRITE DEADLETTER-RECORD.
           MOVE SPACES TO EVENT-REQUEST.
           MOVE "WARNING" TO EVR-SEVERITY.
           MOVE PROGRAM-TAG TO EVR-JOB.
           MOVE "DEAD-LETTER" TO EVR-CODE.
           STRING "RULE=" DELIMITED BY SIZE
               FUNCTION TRIM(RULE-NAME) DELIMITED BY SIZE
               " REASON=" DELIMITED BY SIZE
               FUNCTION TRIM(FAIL-REASON) DELIMITED BY SIZE
               INTO EVR-TEXT
           END-STRING.
           PERFORM POST-REPAIR-EVENT.

       POST-REPAIR-EVENT.
           MOVE "QUARANTINE-REPAIR" TO EVR-SOURCE.
           CALL "EVENT-FEED" USING EVENT-REQUEST.
