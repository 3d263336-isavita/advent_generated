      *    Password history record: one per employee, keyed by the
      *    roster's employee-id. PH-ENTRY holds the last PH-COUNT
      *    passwords CorporatePassword issued to that employee, newest
      *    first, each with the date it was issued; how many are kept
      *    is the HISTORY= setting on the policy record.
      *    PH-LAST-CHECKED is the last run date the employee was
      *    accounted for; PH-MISSED-CYCLES counts the run dates since
      *    then that the employee was missing from the roster.
       01  PASSWORD-HISTORY-RECORD.
           05 PH-EMP-ID         PIC X(20).
           05 PH-COUNT          PIC 99.
           05 PH-LAST-CHECKED   PIC X(10).
           05 PH-MISSED-CYCLES  PIC 99.
           05 PH-ENTRY OCCURS 24 TIMES.
              10 PH-PASSWORD    PIC X(8).
              10 PH-ISSUED      PIC X(10).
