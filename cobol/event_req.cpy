      *    Shared event request area, used by every program that
      *    CALLs EVENT-FEED. The caller fills in what happened; the
      *    subprogram stamps the time (unless the caller carries an
      *    original one forward), takes the next sequence number,
      *    appends the event to the feed, and hands the number back
      *    in EVR-SEQUENCE (zero when the feed could not be written).
      *    Severities are INFO, WARNING and ERROR.
       01  EVENT-REQUEST.
           05 EVR-TIMESTAMP     PIC X(19).
           05 EVR-SEVERITY      PIC X(8).
           05 EVR-SOURCE        PIC X(20).
           05 EVR-JOB           PIC X(40).
           05 EVR-CODE          PIC X(16).
           05 EVR-TEXT          PIC X(80).
           05 EVR-SEQUENCE      PIC 9(9).
