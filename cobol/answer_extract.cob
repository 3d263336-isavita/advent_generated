           05 VALUE-LEN         PIC 9(4).
           05 WS-WORK-LINE      PIC X(400).

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
           OPEN INPUT RESULTS-FILE.
           IF RESULTS-STATUS NOT = '00'
               DISPLAY "ERROR OPENING batch_results.txt STATUS="
