      *    Shared checkpoint request area, used by every program that
      *    keeps a restart checkpoint and CALLs CHECKPOINT-GUARD. The
      *    first record of each checkpoint is CKR-HEADER: whose it is,
      *    the fingerprint of the input it was taken against, when it
      *    was written and under which run stamp. CKR-PREPARE
      *    fingerprints the caller's input once at start;
      *    CKR-BUILD-HEADER fills CKR-HEADER for the next save;
      *    CKR-CHECK judges a header read back from the file, so a
      *    checkpoint taken against other input is never resumed.
       01  CHECKPOINT-REQUEST.
           05 CKR-ACTION        PIC X.
              88 CKR-PREPARE        VALUE 'P'.
              88 CKR-BUILD-HEADER   VALUE 'H'.
              88 CKR-CHECK          VALUE 'C'.
           05 CKR-OWNER         PIC X(30).
           05 CKR-INPUT-NAME    PIC X(100).
           05 CKR-STAMP         PIC X(32).
           05 CKR-FINGERPRINT   PIC X(16).
           05 CKR-HEADER        PIC X(212).
           05 CKR-HEADER-FIELDS REDEFINES CKR-HEADER.
              10 CKH-TAG           PIC X(10).
                 88 CKH-IS-HEADER      VALUE 'CHECKPOINT'.
              10 FILLER            PIC X.
              10 CKH-OWNER         PIC X(30).
              10 FILLER            PIC X.
              10 CKH-FINGERPRINT   PIC X(16).
              10 FILLER            PIC X.
              10 CKH-CREATED       PIC X(19).
              10 FILLER            PIC X.
              10 CKH-STAMP         PIC X(32).
              10 FILLER            PIC X.
              10 CKH-INPUT         PIC X(100).
           05 CKR-VERDICT       PIC X.
              88 CKR-VALID          VALUE 'Y'.
              88 CKR-NO-HEADER      VALUE 'N'.
              88 CKR-OTHER-OWNER    VALUE 'O'.
              88 CKR-OTHER-INPUT    VALUE 'I'.
              88 CKR-NO-INPUT       VALUE 'X'.
           05 CKR-MESSAGE       PIC X(100).
