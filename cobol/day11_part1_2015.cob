               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-STATUS.

           *> Rotated-today list: only employees whose password has
           *> reached MAXAGE= are written here for ROSTER-SCRAMBLE.
           SELECT RosterOutputFile ASSIGN TO "roster_output.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           *> Advance notice of rotations falling due in the next 14
           *> days, plus employees who have dropped off the roster.
           SELECT RotationNoticeFile ASSIGN TO "rotation_notice.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           *> Password history master, keyed by employee-id: the last
           *> HISTORY= passwords issued to each employee, so roster
           *> mode never hands anyone back a password they have had.
           SELECT PasswordHistoryFile ASSIGN TO "password_history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-EMP-ID
               FILE STATUS IS WS-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  InputFile.
       FD  RosterOutputFile.
       01  RosterOutputRecord    PIC X(40).

       FD  RotationNoticeFile.
       01  RotationNoticeRecord  PIC X(80).

       FD  PasswordHistoryFile.
       COPY "pwhist_rec.cpy".

       WORKING-STORAGE SECTION.
       01  RUN-HEADER-FIELDS.
           05 RUN-STAMP          PIC X(32) VALUE SPACES.
           05 WS-STRAIGHT-OK     PIC 9.

       *> Password policy, read from an optional second record in the
       *> input file (BANNED=xxx STRAIGHT=nn PAIRS=nn HISTORY=nn)
       *> instead of being wired straight into Is-Valid-Password.
       *> Defaults match the rules this program always used to
       *> enforce; HISTORY= is how many issued passwords per employee
       *> roster mode refuses to reuse (1 to 24, default 12), and
       *> MAXAGE= is how many days a password lasts before roster
       *> mode rotates it (default 90; 0 rotates everyone every run).
       01  WS-POLICY-LINE        PIC X(80).
       01  WS-BANNED-LETTERS     PIC X(10) VALUE 'iol'.
       01  WS-STRAIGHT-LEN       PIC 99    VALUE 3.
       01  WS-MIN-PAIRS          PIC 99    VALUE 2.
       01  WS-HISTORY-DEPTH      PIC 99    VALUE 12.
       01  WS-MAX-AGE            PIC 999   VALUE 90.
       01  WS-PTOK1              PIC X(20).
       01  WS-PTOK2              PIC X(20).
       01  WS-PTOK3              PIC X(20).
       01  WS-PTOK4              PIC X(20).
       01  WS-PTOK5              PIC X(20).
       01  WS-POLICY-TOKEN       PIC X(20).
       01  WS-PKEY               PIC X(10).
       01  WS-PVAL               PIC X(10).
       01  WS-ROSTER-EOF-FLAG    PIC X VALUE 'N'.
           88 ROSTER-EOF         VALUE 'Y'.
       01  WS-ROSTER-LINE        PIC X(40).
       01  WS-ROSTER-REST        PIC X(40).
       01  WS-EMP-ID             PIC X(20).
       01  WS-ROSTER-DATE        PIC X(10).
       01  WS-SPACE-POS          PIC 99 COMP-5.
       01  WS-ROSTER-OUT-LINE    PIC X(40).

       *> Password-history working storage.
       01  WS-HISTORY-STATUS     PIC XX.
       01  WS-HISTORY-FOUND-FLAG PIC X.
           88 HISTORY-ON-FILE    VALUE 'Y'.
       01  WS-IN-HISTORY-FLAG    PIC X.
           88 IN-HISTORY         VALUE 'Y'.
       01  WS-HISTORY-EOF-FLAG   PIC X.
           88 HISTORY-EOF        VALUE 'Y'.
       01  WS-HI                 PIC 99.
       01  WS-ISSUE-DATE         PIC X(10).
       01  WS-REUSE-SKIPS        PIC 9(7) VALUE 0.
       01  WS-REUSE-DISPLAY      PIC Z(6)9.

       *> Rotation scheduling working storage. The last rotation is
       *> the later of the roster's date and the history master's
       *> newest issue; WS-DATE-TEXT/WS-DATE-NUM convert yyyy-mm-dd.
       01  WS-DATE-TEXT          PIC X(10).
       01  WS-DATE-NUM           PIC 9(8).
       01  FILLER REDEFINES WS-DATE-NUM.
           05 WS-DATE-YYYY       PIC X(4).
           05 WS-DATE-MM         PIC X(2).
           05 WS-DATE-DD         PIC X(2).
       01  WS-RUN-DAY-INT        PIC 9(7).
       01  WS-LAST-ROTATED-NUM   PIC 9(8).
       01  WS-ROTATION-AGE       PIC S9(7).
       01  WS-DAYS-TO-DUE        PIC S9(7).
       01  WS-DUE-DATE-NUM       PIC 9(8).
       01  WS-NOTICE-DAYS        PIC 99 VALUE 14.
       01  WS-ROTATION-DUE-FLAG  PIC X.
           88 ROTATION-DUE       VALUE 'Y'.
       01  WS-NOTICE-LINE        PIC X(80).
       01  WS-SUMMARY-LINE       PIC X(80).
       01  WS-ROTATION-COUNTS.
           05 WS-ROSTER-COUNT    PIC 9(7) VALUE 0.
           05 WS-ROTATED-COUNT   PIC 9(7) VALUE 0.
           05 WS-NOTICE-COUNT    PIC 9(7) VALUE 0.
           05 WS-CURRENT-COUNT   PIC 9(7) VALUE 0.
           05 WS-BAD-DATE-COUNT  PIC 9(7) VALUE 0.
           05 WS-LEAVER-COUNT    PIC 9(7) VALUE 0.
       01  WS-TOTAL-LABEL        PIC X(24).
       01  WS-TOTAL-VALUE        PIC 9(7).
       01  WS-TOTAL-DISPLAY      PIC Z(6)9.
       01  WS-AGE-DISPLAY        PIC Z(6)9.

       PROCEDURE DIVISION.
           ACCEPT RUN-STAMP FROM ENVIRONMENT "RUN_STAMP"
               ON EXCEPTION CONTINUE
       Run-Batch-Mode.
           *> RosterFile is already OPEN INPUT from main's probe.
           OPEN OUTPUT RosterOutputFile.
           OPEN OUTPUT RotationNoticeFile.
           PERFORM Open-Password-History.
           PERFORM Set-Rotation-Run-Date.
           PERFORM Write-Notice-Header.
           PERFORM Read-Roster-Line UNTIL ROSTER-EOF.
           IF WS-NOTICE-COUNT = 0
               MOVE "  (NONE)" TO WS-NOTICE-LINE
               PERFORM Write-Notice-Line
           END-IF.
           CLOSE RosterFile.
           CLOSE RosterOutputFile.
           PERFORM Scan-For-Leavers.
           CLOSE PasswordHistoryFile.
           PERFORM Write-Rotation-Totals.
           CLOSE RotationNoticeFile.
           MOVE WS-REUSE-SKIPS TO WS-REUSE-DISPLAY.
           DISPLAY "PASSWORD HISTORY REUSE SKIPPED="
               FUNCTION TRIM(WS-REUSE-DISPLAY).

       Open-Password-History.
           *> First use creates the master; afterwards it opens I-O so
           *> each employee's history is read and rewritten in place.
           OPEN I-O PasswordHistoryFile.
           IF WS-HISTORY-STATUS = '35'
               OPEN OUTPUT PasswordHistoryFile
               CLOSE PasswordHistoryFile
               OPEN I-O PasswordHistoryFile
           END-IF.
           IF WS-HISTORY-STATUS NOT = '00'
               DISPLAY "ERROR OPENING password_history.dat STATUS="
                   WS-HISTORY-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       Set-Rotation-Run-Date.
           *> Issue dates and rotation ages run from the run stamp's
           *> leading date, or the system date when it carries none.
           MOVE RUN-STAMP(1:10) TO WS-DATE-TEXT.
           PERFORM Convert-Rotation-Date.
           IF WS-DATE-NUM = 0
               ACCEPT WS-DATE-NUM FROM DATE YYYYMMDD
           END-IF.
           MOVE SPACES TO WS-ISSUE-DATE.
           STRING WS-DATE-YYYY '-' WS-DATE-MM '-' WS-DATE-DD
                  DELIMITED BY SIZE
                  INTO WS-ISSUE-DATE
           END-STRING.
           COMPUTE WS-RUN-DAY-INT
               = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).

       Convert-Rotation-Date.
           *> yyyy-mm-dd in WS-DATE-TEXT to WS-DATE-NUM, 0 if invalid.
           MOVE 0 TO WS-DATE-NUM.
           IF WS-DATE-TEXT(5:1) = '-' AND WS-DATE-TEXT(8:1) = '-'
               AND WS-DATE-TEXT(1:4) IS NUMERIC
               AND WS-DATE-TEXT(6:2) IS NUMERIC
               AND WS-DATE-TEXT(9:2) IS NUMERIC
               MOVE WS-DATE-TEXT(1:4) TO WS-DATE-YYYY
               MOVE WS-DATE-TEXT(6:2) TO WS-DATE-MM
               MOVE WS-DATE-TEXT(9:2) TO WS-DATE-DD
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0
                   MOVE 0 TO WS-DATE-NUM
               END-IF
           END-IF.

       Read-Roster-Line.
           READ RosterFile INTO WS-ROSTER-LINE
               AT END SET ROSTER-EOF TO TRUE
           END-READ.
           IF NOT ROSTER-EOF AND WS-ROSTER-LINE NOT = SPACES
               PERFORM Process-One-Roster-Line
           END-IF.

       Process-One-Roster-Line.
           *> Split "employee-id current-password [last-rotated]" on
           *> the first space; the yyyy-mm-dd last-rotation date is
           *> optional.
           MOVE FUNCTION TRIM(WS-ROSTER-LINE) TO WS-ROSTER-LINE.
           MOVE 1 TO WS-SPACE-POS.
           INSPECT WS-ROSTER-LINE TALLYING WS-SPACE-POS
           ADD 1 TO WS-SPACE-POS.
           MOVE SPACES TO WS-EMP-ID.
           MOVE WS-ROSTER-LINE(1:WS-SPACE-POS - 1) TO WS-EMP-ID.
           MOVE SPACES TO WS-PASSWORD WS-ROSTER-DATE.
           MOVE FUNCTION TRIM(WS-ROSTER-LINE(WS-SPACE-POS:))
               TO WS-ROSTER-REST.
           UNSTRING WS-ROSTER-REST DELIMITED BY ALL SPACE
               INTO WS-PASSWORD WS-ROSTER-DATE.
           ADD 1 TO WS-ROSTER-COUNT.

           PERFORM Read-Password-History.
           PERFORM Check-Rotation-Due.
           IF ROTATION-DUE
               PERFORM Rotate-One-Employee
           ELSE
               PERFORM Save-Password-History
           END-IF.

       Check-Rotation-Due.
           *> Due once the last rotation is MAXAGE= days old; an
           *> employee with no rotation date anywhere is due now.
           MOVE 0 TO WS-LAST-ROTATED-NUM.
           IF WS-ROSTER-DATE NOT = SPACES
               MOVE WS-ROSTER-DATE TO WS-DATE-TEXT
               PERFORM Convert-Rotation-Date
               IF WS-DATE-NUM = 0
                   ADD 1 TO WS-BAD-DATE-COUNT
                   DISPLAY "BAD ROTATION DATE IGNORED EMPLOYEE="
                       FUNCTION TRIM(WS-EMP-ID) " DATE=" WS-ROSTER-DATE
               END-IF
               MOVE WS-DATE-NUM TO WS-LAST-ROTATED-NUM
           END-IF.
           IF PH-COUNT > 0
               MOVE PH-ISSUED(1) TO WS-DATE-TEXT
               PERFORM Convert-Rotation-Date
               IF WS-DATE-NUM > WS-LAST-ROTATED-NUM
                   MOVE WS-DATE-NUM TO WS-LAST-ROTATED-NUM
               END-IF
           END-IF.
           MOVE 'Y' TO WS-ROTATION-DUE-FLAG.
           IF WS-LAST-ROTATED-NUM = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-ROTATION-AGE = WS-RUN-DAY-INT
               - FUNCTION INTEGER-OF-DATE(WS-LAST-ROTATED-NUM).
           IF WS-ROTATION-AGE >= WS-MAX-AGE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-ROTATION-DUE-FLAG.
           COMPUTE WS-DAYS-TO-DUE = WS-MAX-AGE - WS-ROTATION-AGE.
           IF WS-DAYS-TO-DUE <= WS-NOTICE-DAYS
               PERFORM Write-Advance-Notice
           ELSE
               ADD 1 TO WS-CURRENT-COUNT
           END-IF.

       Write-Advance-Notice.
           ADD 1 TO WS-NOTICE-COUNT.
           COMPUTE WS-DUE-DATE-NUM = FUNCTION DATE-OF-INTEGER(
               WS-RUN-DAY-INT + WS-DAYS-TO-DUE).
           MOVE WS-DUE-DATE-NUM TO WS-DATE-NUM.
           MOVE WS-DAYS-TO-DUE TO WS-AGE-DISPLAY.
           MOVE SPACES TO WS-NOTICE-LINE.
           STRING "  " WS-EMP-ID " DUE " WS-DATE-YYYY "-" WS-DATE-MM
                  "-" WS-DATE-DD " IN " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AGE-DISPLAY) DELIMITED BY SIZE
                  " DAYS" DELIMITED BY SIZE
                  INTO WS-NOTICE-LINE
           END-STRING.
           PERFORM Write-Notice-Line.

       Rotate-One-Employee.
           ADD 1 TO WS-ROTATED-COUNT.
           MOVE 0 TO WS-IS-VALID-FLAG.
           PERFORM UNTIL IS-VALID
               PERFORM Increment-Password
               PERFORM Is-Valid-Password
               IF IS-VALID
                   PERFORM Check-Password-History
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-ROSTER-OUT-LINE.
           END-STRING.
           MOVE WS-ROSTER-OUT-LINE TO RosterOutputRecord.
           WRITE RosterOutputRecord.
           PERFORM Update-Password-History.

       Read-Password-History.
           *> An employee with no record yet starts an empty history.
           *> Being on the roster accounts for the employee this run.
           MOVE WS-EMP-ID TO PH-EMP-ID.
           MOVE 'Y' TO WS-HISTORY-FOUND-FLAG.
           READ PasswordHistoryFile
               INVALID KEY MOVE 'N' TO WS-HISTORY-FOUND-FLAG
           END-READ.
           IF NOT HISTORY-ON-FILE
               INITIALIZE PASSWORD-HISTORY-RECORD
               MOVE WS-EMP-ID TO PH-EMP-ID
           END-IF.
           IF PH-COUNT > WS-HISTORY-DEPTH
               MOVE WS-HISTORY-DEPTH TO PH-COUNT
           END-IF.
           MOVE WS-ISSUE-DATE TO PH-LAST-CHECKED.
           MOVE 0 TO PH-MISSED-CYCLES.

       Check-Password-History.
           *> A valid candidate already issued to this employee is
           *> passed over, and the search moves on to the next one.
           MOVE 'N' TO WS-IN-HISTORY-FLAG.
           PERFORM VARYING WS-HI FROM 1 BY 1 UNTIL WS-HI > PH-COUNT
               IF PH-PASSWORD(WS-HI) = WS-PASSWORD
                   MOVE 'Y' TO WS-IN-HISTORY-FLAG
               END-IF
           END-PERFORM.
           IF IN-HISTORY
               MOVE 0 TO WS-IS-VALID-FLAG
               ADD 1 TO WS-REUSE-SKIPS
           END-IF.

       Update-Password-History.
           *> Newest first: older entries move down one place and the
           *> oldest drops off once HISTORY= entries are held.
           IF PH-COUNT < WS-HISTORY-DEPTH
               ADD 1 TO PH-COUNT
           END-IF.
           PERFORM VARYING WS-HI FROM PH-COUNT BY -1 UNTIL WS-HI < 2
               MOVE PH-ENTRY(WS-HI - 1) TO PH-ENTRY(WS-HI)
           END-PERFORM.
           MOVE WS-PASSWORD TO PH-PASSWORD(1).
           MOVE WS-ISSUE-DATE TO PH-ISSUED(1).
           PERFORM VARYING WS-HI FROM PH-COUNT BY 1 UNTIL WS-HI >= 24
               MOVE SPACES TO PH-ENTRY(WS-HI + 1)
           END-PERFORM.
           PERFORM Save-Password-History.

       Save-Password-History.
           IF HISTORY-ON-FILE
               REWRITE PASSWORD-HISTORY-RECORD
           ELSE
               WRITE PASSWORD-HISTORY-RECORD
           END-IF.
           IF WS-HISTORY-STATUS NOT = '00'
               DISPLAY "ERROR WRITING password_history.dat STATUS="
                   WS-HISTORY-STATUS " EMPLOYEE="
                   FUNCTION TRIM(WS-EMP-ID)
               MOVE 8 TO RETURN-CODE
           END-IF.

       Scan-For-Leavers.
           *> Every history record not on this run's roster misses one
           *> more cycle (once per run date); two or more missed cycles
           *> lists the employee as a possible leaver.
           MOVE "POSSIBLE LEAVERS (ABSENT FROM THE ROSTER 2+ CYCLES)"
               TO WS-NOTICE-LINE.
           PERFORM Write-Notice-Line.
           MOVE 'N' TO WS-HISTORY-EOF-FLAG.
           MOVE LOW-VALUES TO PH-EMP-ID.
           START PasswordHistoryFile KEY IS NOT LESS THAN PH-EMP-ID
               INVALID KEY MOVE 'Y' TO WS-HISTORY-EOF-FLAG
           END-START.
           PERFORM Check-One-Absentee UNTIL HISTORY-EOF.
           IF WS-LEAVER-COUNT = 0
               MOVE "  (NONE)" TO WS-NOTICE-LINE
               PERFORM Write-Notice-Line
           END-IF.

       Check-One-Absentee.
           READ PasswordHistoryFile NEXT RECORD
               AT END MOVE 'Y' TO WS-HISTORY-EOF-FLAG
           END-READ.
           IF HISTORY-EOF
               EXIT PARAGRAPH
           END-IF.
           IF PH-LAST-CHECKED NOT = WS-ISSUE-DATE
               IF PH-MISSED-CYCLES < 99
                   ADD 1 TO PH-MISSED-CYCLES
               END-IF
               MOVE WS-ISSUE-DATE TO PH-LAST-CHECKED
               REWRITE PASSWORD-HISTORY-RECORD
               IF WS-HISTORY-STATUS NOT = '00'
                   DISPLAY "ERROR WRITING password_history.dat STATUS="
                       WS-HISTORY-STATUS " EMPLOYEE="
                       FUNCTION TRIM(PH-EMP-ID)
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           IF PH-MISSED-CYCLES >= 2
               ADD 1 TO WS-LEAVER-COUNT
               MOVE PH-MISSED-CYCLES TO WS-AGE-DISPLAY
               IF PH-COUNT = 0
                   MOVE "NEVER" TO WS-DATE-TEXT
               ELSE
                   MOVE PH-ISSUED(1) TO WS-DATE-TEXT
               END-IF
               MOVE SPACES TO WS-NOTICE-LINE
               STRING "  " PH-EMP-ID " ABSENT " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-AGE-DISPLAY) DELIMITED BY SIZE
                      " CYCLES LAST ISSUED " DELIMITED BY SIZE
                      WS-DATE-TEXT DELIMITED BY SIZE
                      INTO WS-NOTICE-LINE
               END-STRING
               PERFORM Write-Notice-Line
           END-IF.

       Write-Notice-Header.
           MOVE WS-MAX-AGE TO WS-AGE-DISPLAY.
           MOVE SPACES TO WS-NOTICE-LINE.
           STRING "PASSWORD ROTATION NOTICE RUN DATE " WS-ISSUE-DATE
                  " MAXAGE=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AGE-DISPLAY) DELIMITED BY SIZE
                  INTO WS-NOTICE-LINE
           END-STRING.
           PERFORM Write-Notice-Line.
           MOVE WS-NOTICE-DAYS TO WS-AGE-DISPLAY.
           MOVE SPACES TO WS-NOTICE-LINE.
           STRING "DUE IN THE NEXT " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AGE-DISPLAY) DELIMITED BY SIZE
                  " DAYS" DELIMITED BY SIZE
                  INTO WS-NOTICE-LINE
           END-STRING.
           PERFORM Write-Notice-Line.

       Write-Rotation-Totals.
           MOVE "CONTROL TOTALS" TO WS-NOTICE-LINE.
           PERFORM Write-Notice-Line.
           MOVE "ROSTER EMPLOYEES READ" TO WS-TOTAL-LABEL.
           MOVE WS-ROSTER-COUNT TO WS-TOTAL-VALUE.
           PERFORM Write-Total-Line.
           MOVE "ROTATED TODAY" TO WS-TOTAL-LABEL.
           MOVE WS-ROTATED-COUNT TO WS-TOTAL-VALUE.
           PERFORM Write-Total-Line.
           MOVE "DUE WITHIN NOTICE" TO WS-TOTAL-LABEL.
           MOVE WS-NOTICE-COUNT TO WS-TOTAL-VALUE.
           PERFORM Write-Total-Line.
           MOVE "NOT YET DUE" TO WS-TOTAL-LABEL.
           MOVE WS-CURRENT-COUNT TO WS-TOTAL-VALUE.
           PERFORM Write-Total-Line.
           MOVE "BAD ROTATION DATES" TO WS-TOTAL-LABEL.
           MOVE WS-BAD-DATE-COUNT TO WS-TOTAL-VALUE.
           PERFORM Write-Total-Line.
           MOVE "POSSIBLE LEAVERS" TO WS-TOTAL-LABEL.
           MOVE WS-LEAVER-COUNT TO WS-TOTAL-VALUE.
           PERFORM Write-Total-Line.
           IF WS-ROSTER-COUNT = WS-ROTATED-COUNT + WS-NOTICE-COUNT
                                + WS-CURRENT-COUNT
               MOVE "CONTROL TOTALS BALANCE" TO WS-NOTICE-LINE
           ELSE
               MOVE "CONTROL TOTALS DO NOT BALANCE" TO WS-NOTICE-LINE
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM Write-Notice-Line.
           MOVE SPACES TO WS-NOTICE-LINE.
           MOVE WS-ROTATED-COUNT TO WS-TOTAL-DISPLAY.
           STRING "ROTATION SCHEDULE COMPLETE ROTATED="
                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TOTAL-DISPLAY) DELIMITED BY SIZE
                  INTO WS-NOTICE-LINE
           END-STRING.
           MOVE WS-NOTICE-COUNT TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO WS-SUMMARY-LINE.
           STRING FUNCTION TRIM(WS-NOTICE-LINE) DELIMITED BY SIZE
                  " NOTICE=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TOTAL-DISPLAY) DELIMITED BY SIZE
                  INTO WS-SUMMARY-LINE
           END-STRING.
           MOVE WS-LEAVER-COUNT TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO WS-NOTICE-LINE.
           STRING FUNCTION TRIM(WS-SUMMARY-LINE) DELIMITED BY SIZE
                  " LEAVERS=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TOTAL-DISPLAY) DELIMITED BY SIZE
                  INTO WS-NOTICE-LINE
           END-STRING.
           PERFORM Write-Notice-Line.
           DISPLAY FUNCTION TRIM(WS-NOTICE-LINE).

       Write-Total-Line.
           MOVE WS-TOTAL-VALUE TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO WS-NOTICE-LINE.
           STRING "  " WS-TOTAL-LABEL WS-TOTAL-DISPLAY
                  DELIMITED BY SIZE
                  INTO WS-NOTICE-LINE
           END-STRING.
           PERFORM Write-Notice-Line.

       Write-Notice-Line.
           MOVE WS-NOTICE-LINE TO RotationNoticeRecord.
           WRITE RotationNoticeRecord.

       Parse-Policy-Line.
           UNSTRING WS-POLICY-LINE DELIMITED BY SPACE
               INTO WS-PTOK1 WS-PTOK2 WS-PTOK3 WS-PTOK4 WS-PTOK5.
           IF WS-PTOK1 NOT = SPACES
               MOVE WS-PTOK1 TO WS-POLICY-TOKEN
               PERFORM Apply-Policy-Token
               MOVE WS-PTOK3 TO WS-POLICY-TOKEN
               PERFORM Apply-Policy-Token
           END-IF.
           IF WS-PTOK4 NOT = SPACES
               MOVE WS-PTOK4 TO WS-POLICY-TOKEN
               PERFORM Apply-Policy-Token
           END-IF.
           IF WS-PTOK5 NOT = SPACES
               MOVE WS-PTOK5 TO WS-POLICY-TOKEN
               PERFORM Apply-Policy-Token
           END-IF.

       Apply-Policy-Token.
           UNSTRING WS-POLICY-TOKEN DELIMITED BY '='
                   MOVE FUNCTION NUMVAL(WS-PVAL) TO WS-STRAIGHT-LEN
               WHEN 'PAIRS'
                   MOVE FUNCTION NUMVAL(WS-PVAL) TO WS-MIN-PAIRS
               WHEN 'HISTORY'
                   MOVE FUNCTION NUMVAL(WS-PVAL) TO WS-HISTORY-DEPTH
                   IF WS-HISTORY-DEPTH < 1
                       MOVE 1 TO WS-HISTORY-DEPTH
                   END-IF
                   IF WS-HISTORY-DEPTH > 24
                       MOVE 24 TO WS-HISTORY-DEPTH
                   END-IF
               WHEN 'MAXAGE'
                   MOVE FUNCTION NUMVAL(WS-PVAL) TO WS-MAX-AGE
           END-EVALUATE.

       Increment-Password.
