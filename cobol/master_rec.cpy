      *    Answer master record: one per ledger line, keyed by
      *    program plus staged input plus run stamp. Shared by
      *    ANSWER-MASTER, which loads and maintains it, and
      *    ANSWER-INQUIRY, the day staff's read-only browse screen.
       01  MASTER-RECORD.
           05 AM-KEY.
              10 AM-PROGRAM     PIC X(40).
              10 AM-INPUT       PIC X(40).
              10 AM-STAMP       PIC X(32).
           05 AM-ANSWER         PIC X(120).
           05 AM-CERT-STATE     PIC X.
              88 AM-NOT-CERTIFIED   VALUE ' '.
              88 AM-IS-CERTIFIED    VALUE 'C'.
              88 AM-CERT-REVOKED    VALUE 'R'.
              88 AM-CERT-SUPERSEDED VALUE 'S'.
           05 AM-CERT-BY        PIC X(20).
           05 AM-CERT-WHEN      PIC X(32).
