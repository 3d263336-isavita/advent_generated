      *    One monitoring event, fixed columns, blank-separated:
      *      1-9    sequence number, never reused
      *     11-29   timestamp yyyy-mm-ddThh:mm:ss
      *     31-38   severity INFO / WARNING / ERROR
      *     40-59   source program
      *     61-100  job (program binary or tag), blank if none
      *    102-117  event code
      *    119-198  short text
      *    The monitoring pickup remembers the last sequence number
      *    it took and resumes after it.
       01  EVENT-RECORD.
           05 EV-SEQUENCE       PIC 9(9).
           05 FILLER            PIC X.
           05 EV-TIMESTAMP      PIC X(19).
           05 FILLER            PIC X.
           05 EV-SEVERITY       PIC X(8).
           05 FILLER            PIC X.
           05 EV-SOURCE         PIC X(20).
           05 FILLER            PIC X.
           05 EV-JOB            PIC X(40).
           05 FILLER            PIC X.
           05 EV-CODE           PIC X(16).
           05 FILLER            PIC X.
           05 EV-TEXT           PIC X(80).
