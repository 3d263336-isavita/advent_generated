      *    One answer-ledger record, fixed columns, blank-separated.
      *    Written by BATCH-RUNNER (one RUN record per job per night)
      *    and LEDGER-ROLLOVER (CARRY records), read by every ledger
      *    report:
      *      1-5    RUN or CARRY
      *      7-38   run stamp
      *     40-139  program binary as the manifest names it
      *    141-240  staged input as the manifest names it
      *    242-248  input size in lines
      *    250-258  input size in characters
      *    260-275  input fingerprint, NONE if never staged
      *    277-292  load module fingerprint, NONE if unreadable
      *    294-301  OK / FAILED / TIMEOUT / SKIPPED
      *    303-362  why, for anything but OK: RC=<n>, AFTER <n>S,
      *             INPUT REFUSED: ..., OUTPUT-MISSING: ...,
      *             BY CALENDAR FREQ=..., or the runner's skip note;
      *             on an OK record ANSWER-PROMOTE copied in from the
      *             TEST environment, PROMOTED FROM TEST <test stamp>
      *    364-563  the job's headline answer (OK only)
      *    A CARRY record stands for every run of one program-plus-
      *    input that LEDGER-ROLLOVER moved to history. Its run
      *    fields are the newest OK run (the newest run of any kind
      *    when there never was one); after them come:
      *    565-569  number of runs carried
      *    571      Y when the answer has flip-flopped
      *    573-604  stamp of the run that first gave the answer
      *    606-613  verdict of the newest run, when not the OK run
      *    615-674  its reason
      *    676-875  the distinct OK answer before this one
       01  LEDGER-RECORD.
           05 LG-TYPE           PIC X(5).
              88 LG-IS-RUN          VALUE 'RUN'.
              88 LG-IS-CARRY        VALUE 'CARRY'.
           05 FILLER            PIC X.
           05 LG-STAMP          PIC X(32).
           05 FILLER            PIC X.
           05 LG-PROGRAM        PIC X(100).
           05 FILLER            PIC X.
           05 LG-INPUT          PIC X(100).
           05 FILLER            PIC X.
           05 LG-LINES          PIC 9(7).
           05 FILLER            PIC X.
           05 LG-CHARS          PIC 9(9).
           05 FILLER            PIC X.
           05 LG-FINGERPRINT    PIC X(16).
           05 FILLER            PIC X.
           05 LG-MODULE         PIC X(16).
           05 FILLER            PIC X.
           05 LG-VERDICT        PIC X(8).
              88 LG-OK              VALUE 'OK'.
              88 LG-FAILED          VALUE 'FAILED'.
              88 LG-TIMEOUT         VALUE 'TIMEOUT'.
              88 LG-SKIPPED         VALUE 'SKIPPED'.
           05 FILLER            PIC X.
           05 LG-REASON         PIC X(60).
           05 FILLER            PIC X.
           05 LG-ANSWER         PIC X(200).
           05 FILLER            PIC X.
           05 LG-CARRY.
              10 LG-CARRIED-RUNS PIC 9(5).
              10 FILLER         PIC X.
              10 LG-FLIP        PIC X.
                 88 LG-FLIP-FLOPPED VALUE 'Y'.
              10 FILLER         PIC X.
              10 LG-CHANGED-STAMP PIC X(32).
              10 FILLER         PIC X.
              10 LG-LATEST-VERDICT PIC X(8).
              10 FILLER         PIC X.
              10 LG-LATEST-REASON PIC X(60).
              10 FILLER         PIC X.
              10 LG-PREV-ANSWER PIC X(200).
