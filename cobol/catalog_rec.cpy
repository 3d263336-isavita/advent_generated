      *    Input catalog master record: one per registered puzzle
      *    input, keyed by the input's path exactly as the manifest
      *    names it. Shared by INPUT-CATALOG, which maintains it, and
      *    BATCH-RUNNER, which will only stage an input registered
      *    here whose bytes still carry the registered fingerprint.
       01  CATALOG-RECORD.
           05 IC-INPUT          PIC X(100).
           05 IC-OWNER          PIC X(20).
           05 IC-SOURCE         PIC X(60).
           05 IC-RECEIVED       PIC X(10).
           05 IC-FINGERPRINT    PIC X(16).
           05 IC-BYTE-COUNT     PIC 9(12).
           05 IC-REGISTERED     PIC X(32).
           05 IC-PREV-PRINT     PIC X(16).
           05 IC-STATE          PIC X.
              88 IC-ACTIVE          VALUE 'A'.
              88 IC-WITHDRAWN       VALUE 'W'.
