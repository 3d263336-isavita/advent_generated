      *    One console change-audit record, fixed columns, blank-
      *    separated, appended by OPS-CONSOLE and read by
      *    AUDIT-REPORT:
      *      1-19   timestamp yyyy-mm-ddThh:mm:ss of the save
      *     21-40   operator ID given at sign-on
      *     42-141  file saved
      *    143-148  SAVE    one per save; line number is the count
      *                     of lines changed, before/after hold the
      *                     file's line counts
      *             CHANGE  a line whose content differs
      *             ADD     a line the file did not have before
      *             DELETE  a line the file no longer has
      *    150-154  line number within the file
      *    156-455  line before the save (blank for ADD)
      *    457-756  line after the save (blank for DELETE)
       01  AUDIT-RECORD.
           05 AU-TIMESTAMP      PIC X(19).
           05 FILLER            PIC X.
           05 AU-OPERATOR       PIC X(20).
           05 FILLER            PIC X.
           05 AU-FILE           PIC X(100).
           05 FILLER            PIC X.
           05 AU-ACTION         PIC X(6).
              88 AU-IS-SAVE         VALUE 'SAVE'.
              88 AU-IS-CHANGE       VALUE 'CHANGE'.
              88 AU-IS-ADD          VALUE 'ADD'.
              88 AU-IS-DELETE       VALUE 'DELETE'.
           05 FILLER            PIC X.
           05 AU-LINE-NUM       PIC 9(5).
           05 FILLER            PIC X.
           05 AU-BEFORE         PIC X(300).
           05 FILLER            PIC X.
           05 AU-AFTER          PIC X(300).
