      *                   DISPLAYed by the engine
      *    REBOOT restores the pristine loaded program so the same
      *    state area can be re-run from scratch without re-parsing.
      *    STEP executes one instruction only and returns with the
      *    same statuses, or with ICS-RUNNING when nothing needs the
      *    caller; an input wanted with none supplied is reported as
      *    NEEDS-INPUT without moving the IP.
       01  INTCODE-STATE.
           05 ICS-REQUEST       PIC X.
              88 ICS-REQ-LOAD       VALUE 'L'.
              88 ICS-REQ-RUN        VALUE 'R'.
              88 ICS-REQ-REBOOT     VALUE 'B'.
              88 ICS-REQ-STEP       VALUE 'S'.
           05 ICS-STATUS        PIC X.
              88 ICS-RUNNING        VALUE ' '.
              88 ICS-HALTED         VALUE 'H'.
