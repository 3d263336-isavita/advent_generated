      *    Reindeer stable master record: one per reindeer, keyed by
      *    name. Maintained by STABLE-MAINT from ADD/CHANGE/RETIRE
      *    transactions; ReindeerRace draws its field from the active
      *    entries instead of retyped heat files.
       01  STABLE-RECORD.
           05 SR-NAME           PIC X(20).
           05 SR-SPEED          PIC 9(4).
           05 SR-FLY-TIME       PIC 9(4).
           05 SR-REST-TIME      PIC 9(4).
           05 SR-DATE-ADDED     PIC X(10).
           05 SR-STATUS         PIC X.
              88 SR-ACTIVE          VALUE 'A'.
              88 SR-RETIRED         VALUE 'R'.
           05 SR-DATE-CHANGED   PIC X(10).
