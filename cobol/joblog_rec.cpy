      *    One job of one batch run, fixed columns, blank-separated.
      *    Written by BATCH-RUNNER as each job settles (job_log.txt,
      *    rewritten every run) and read by RUN-BOOK:
      *      1-32   run stamp
      *     34-133  program binary as the manifest names it
      *    135-234  staged input as the manifest names it
      *    236-255  the job's GROUP=, blank when it has none
      *    257-264  OK / FAILED / TIMEOUT / SKIPPED
      *    266-325  why, for anything but OK, as on the ledger line
      *    327-334  wall-clock start hh:mm:ss, blank if never started
      *    336-343  elapsed seconds, two implied decimals
      *    345-544  the job's headline answer (OK only)
       01  JOB-LOG-RECORD.
           05 JL-STAMP          PIC X(32).
           05 FILLER            PIC X.
           05 JL-PROGRAM        PIC X(100).
           05 FILLER            PIC X.
           05 JL-INPUT          PIC X(100).
           05 FILLER            PIC X.
           05 JL-GROUP          PIC X(20).
           05 FILLER            PIC X.
           05 JL-VERDICT        PIC X(8).
              88 JL-OK              VALUE 'OK'.
              88 JL-FAILED          VALUE 'FAILED'.
              88 JL-TIMEOUT         VALUE 'TIMEOUT'.
              88 JL-SKIPPED         VALUE 'SKIPPED'.
           05 FILLER            PIC X.
           05 JL-REASON         PIC X(60).
           05 FILLER            PIC X.
           05 JL-STARTED        PIC X(8).
           05 FILLER            PIC X.
           05 JL-ELAPSED        PIC 9(6)V99.
           05 FILLER            PIC X.
           05 JL-ANSWER         PIC X(200).
