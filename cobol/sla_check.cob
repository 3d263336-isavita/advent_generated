      *    tag as written into run_times.txt, plus an optional
      *    "THRESHOLD <pct>" directive (default 25) for how much
      *    slower than baseline counts as an exception. Lines
      *    starting with '*' are comments. A third column
      *    "PROGRAM=<binary>" names the program that writes the tag,
      *    for RUN-FORECAST; it is not used here.
           SELECT BASELINE-FILE ASSIGN TO "runtime_baseline.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BASELINE-STATUS.
           05 DISPLAY-SECS-2    PIC ZZZZZZ9.99.
           05 WS-WORK-LINE      PIC X(300).

      *    Every breach is also posted to the monitoring event feed,
      *    named by its tag.
       COPY "event_req.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT RUN-STAMP FROM ENVIRONMENT "RUN_STAMP"
           MOVE WS-WORK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           DISPLAY FUNCTION TRIM(WS-WORK-LINE).
           MOVE SPACES TO EVENT-REQUEST.
           MOVE "WARNING" TO EVR-SEVERITY.
           MOVE "SLA-CHECK" TO EVR-SOURCE.
           MOVE TG-NAME(TAG-NUM) TO EVR-JOB.
           MOVE "SLA-BREACH" TO EVR-CODE.
           MOVE LATEST-SECONDS TO DISPLAY-SECS.
           STRING "LATEST=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-SECS) DELIMITED BY SIZE
               "S BASELINE=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-SECS-2) DELIMITED BY SIZE
               "S" DELIMITED BY SIZE
               INTO EVR-TEXT
           END-STRING.
           CALL "EVENT-FEED" USING EVENT-REQUEST.

       WRITE-REPORT-SUMMARY.
           MOVE EXCEPTION-COUNT TO DISPLAY-COUNT.
