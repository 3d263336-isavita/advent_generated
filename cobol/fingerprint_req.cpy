      *    Shared fingerprint request area, used by every program that
      *    CALLs CONTENT-FINGERPRINT. The caller names the file; the
      *    subprogram reads it byte for byte and hands back a 16-hex-
      *    digit content fingerprint plus the byte count. Two copies
      *    of a file fingerprint alike only when every byte agrees, so
      *    an in-place edit that keeps the size still shows.
       01  FINGERPRINT-REQUEST.
           05 FPR-FILE-NAME     PIC X(240).
           05 FPR-STATUS        PIC X.
              88 FPR-OK             VALUE 'Y'.
              88 FPR-NOT-FOUND      VALUE 'N'.
           05 FPR-FINGERPRINT   PIC X(16).
           05 FPR-BYTE-COUNT    PIC 9(12).
