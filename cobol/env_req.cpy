      *    Shared batch-environment request area, used by every
      *    program that CALLs BATCH-ENVIRONMENT. BATCH_ENV names the
      *    environment: PROD (the default) works in the production
      *    working directory, TEST in its env_test subdirectory, so a
      *    trial run keeps its own ledger, results, archives and
      *    quarantine files apart from production history. With
      *    ENR-ENTER the caller is moved into the environment's
      *    directory (created the first time); ENR-LOOKUP only
      *    reports. ENR-HOME is always the production directory and
      *    ENR-DIR the environment's own.
       01  ENVIRONMENT-REQUEST.
           05 ENR-ACTION        PIC X.
              88 ENR-ENTER          VALUE 'E'.
              88 ENR-LOOKUP         VALUE 'L'.
           05 ENR-NAME          PIC X(8).
              88 ENR-IS-PROD        VALUE 'PROD'.
              88 ENR-IS-TEST        VALUE 'TEST'.
           05 ENR-STATUS        PIC X.
              88 ENR-OK             VALUE 'Y'.
              88 ENR-UNKNOWN        VALUE 'U'.
              88 ENR-NO-DIRECTORY   VALUE 'N'.
           05 ENR-INSIDE        PIC X.
              88 ENR-ALREADY-INSIDE VALUE 'Y'.
           05 ENR-TEST-DIR      PIC X(20).
           05 ENR-HOME          PIC X(200).
           05 ENR-DIR           PIC X(240).
