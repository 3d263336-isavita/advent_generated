       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    OPS-CONSOLE's change audit trail. AUDIT_FROM and AUDIT_TO
      *    (yyyy-mm-dd, both inclusive) limit the report to saves
      *    made in that date range, and AUDIT_FILE to saves of one
      *    file, named as the console saved it or by its own name
      *    without a directory. Unset, each limit lets everything
      *    through.
           SELECT AUDIT-FILE ASSIGN TO "ops_audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.

           SELECT REPORT-FILE ASSIGN TO "ops_audit_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       COPY "audit_rec.cpy".

       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(400).

       WORKING-STORAGE SECTION.
       01  RUN-STAMP            PIC X(32) VALUE SPACES.
       01  AUDIT-STATUS         PIC XX.

       01  REPORT-FLAGS.
           05 AUDIT-EOF         PIC X VALUE 'N'.
              88 AT-AUDIT-END       VALUE 'Y'.

       01  REPORT-COUNTERS.
           05 SAVE-COUNT        PIC 9(6) VALUE 0.
           05 LINE-COUNT        PIC 9(6) VALUE 0.
           05 DISPLAY-COUNT     PIC ZZZZZ9.
           05 DISPLAY-LINE-NUM  PIC ZZZZ9.

       01  REPORT-FIELDS.
           05 AUDIT-FROM        PIC X(10) VALUE SPACES.
           05 AUDIT-TO          PIC X(10) VALUE SPACES.
           05 AUDIT-WANT-FILE   PIC X(100) VALUE SPACES.
           05 SHOW-FROM         PIC X(10).
           05 SHOW-TO           PIC X(10).
           05 SHOW-FILE         PIC X(100).
           05 PATH-WORK         PIC X(100).
           05 BASE-NAME         PIC X(100).
           05 SLASH-POS         PIC 9(3).
           05 SCAN-POS          PIC 9(3).
           05 WS-WORK-LINE      PIC X(400).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT RUN-STAMP FROM ENVIRONMENT "RUN_STAMP"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           ACCEPT AUDIT-FROM FROM ENVIRONMENT "AUDIT_FROM"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           ACCEPT AUDIT-TO FROM ENVIRONMENT "AUDIT_TO"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           ACCEPT AUDIT-WANT-FILE FROM ENVIRONMENT "AUDIT_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           OPEN INPUT AUDIT-FILE.
           IF AUDIT-STATUS NOT = '00'
               DISPLAY "ERROR OPENING ops_audit.txt STATUS="
                   AUDIT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO WS-WORK-LINE.
           MOVE AUDIT-FROM TO SHOW-FROM.
           IF AUDIT-FROM = SPACES
               MOVE "(FIRST)" TO SHOW-FROM
           END-IF.
           MOVE AUDIT-TO TO SHOW-TO.
           IF AUDIT-TO = SPACES
               MOVE "(LAST)" TO SHOW-TO
           END-IF.
           MOVE AUDIT-WANT-FILE TO SHOW-FILE.
           IF AUDIT-WANT-FILE = SPACES
               MOVE "(ALL)" TO SHOW-FILE
           END-IF.
           STRING "OPS CONSOLE CHANGE AUDIT FROM=" DELIMITED BY SIZE
               FUNCTION TRIM(SHOW-FROM) DELIMITED BY SIZE
               " TO=" DELIMITED BY SIZE
               FUNCTION TRIM(SHOW-TO) DELIMITED BY SIZE
               " FILE=" DELIMITED BY SIZE
               FUNCTION TRIM(SHOW-FILE) DELIMITED BY SIZE
               " STAMP=" DELIMITED BY SIZE
               FUNCTION TRIM(RUN-STAMP) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           PERFORM REPORT-AUDIT-RECORD UNTIL AT-AUDIT-END.
           CLOSE AUDIT-FILE.
           MOVE SPACES TO WS-WORK-LINE.
           MOVE SAVE-COUNT TO DISPLAY-COUNT.
           STRING "AUDIT REPORT COMPLETE SAVES=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           MOVE LINE-COUNT TO DISPLAY-COUNT.
           STRING FUNCTION TRIM(WS-WORK-LINE) DELIMITED BY SIZE
               " LINES-CHANGED=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           CLOSE REPORT-FILE.
           DISPLAY FUNCTION TRIM(WS-WORK-LINE).
           STOP RUN.

      *    Every record of a save carries the save's own timestamp
      *    and file, so each is tested on its own and a save's line
      *    records always follow it into (or out of) the report.
       REPORT-AUDIT-RECORD.
           READ AUDIT-FILE
               AT END SET AT-AUDIT-END TO TRUE
           END-READ.
           IF AT-AUDIT-END
               EXIT PARAGRAPH
           END-IF.
           IF AUDIT-FROM NOT = SPACES
               AND AU-TIMESTAMP(1:10) < AUDIT-FROM
               EXIT PARAGRAPH
           END-IF.
           IF AUDIT-TO NOT = SPACES
               AND AU-TIMESTAMP(1:10) > AUDIT-TO
               EXIT PARAGRAPH
           END-IF.
           IF AUDIT-WANT-FILE NOT = SPACES
               AND AU-FILE NOT = AUDIT-WANT-FILE
               MOVE AU-FILE TO PATH-WORK
               PERFORM TAKE-BASE-NAME
               IF BASE-NAME NOT = AUDIT-WANT-FILE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE SPACES TO WS-WORK-LINE.
           EVALUATE TRUE
               WHEN AU-IS-SAVE
                   ADD 1 TO SAVE-COUNT
                   MOVE AU-LINE-NUM TO DISPLAY-LINE-NUM
                   STRING AU-TIMESTAMP DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(AU-OPERATOR) DELIMITED BY SIZE
                       " SAVED " DELIMITED BY SIZE
                       FUNCTION TRIM(AU-FILE) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(AU-BEFORE) DELIMITED BY SIZE
                       " -> " DELIMITED BY SIZE
                       FUNCTION TRIM(AU-AFTER) DELIMITED BY SIZE
                       " CHANGED=" DELIMITED BY SIZE
                       FUNCTION TRIM(DISPLAY-LINE-NUM)
                           DELIMITED BY SIZE
                       INTO WS-WORK-LINE
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
               WHEN AU-IS-CHANGE
                   ADD 1 TO LINE-COUNT
                   PERFORM WRITE-BEFORE-LINE
                   PERFORM WRITE-AFTER-LINE
               WHEN AU-IS-ADD
                   ADD 1 TO LINE-COUNT
                   PERFORM WRITE-AFTER-LINE
               WHEN AU-IS-DELETE
                   ADD 1 TO LINE-COUNT
                   PERFORM WRITE-BEFORE-LINE
           END-EVALUATE.

       WRITE-BEFORE-LINE.
           MOVE AU-LINE-NUM TO DISPLAY-LINE-NUM.
           MOVE SPACES TO WS-WORK-LINE.
           STRING "    LINE " DELIMITED BY SIZE
               DISPLAY-LINE-NUM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AU-ACTION DELIMITED BY SIZE
               " BEFORE: " DELIMITED BY SIZE
               FUNCTION TRIM(AU-BEFORE TRAILING) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

       WRITE-AFTER-LINE.
           MOVE AU-LINE-NUM TO DISPLAY-LINE-NUM.
           MOVE SPACES TO WS-WORK-LINE.
           STRING "    LINE " DELIMITED BY SIZE
               DISPLAY-LINE-NUM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AU-ACTION DELIMITED BY SIZE
               " AFTER:  " DELIMITED BY SIZE
               FUNCTION TRIM(AU-AFTER TRAILING) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      *    BASE-NAME gets PATH-WORK with any directory removed.
       TAKE-BASE-NAME.
           MOVE 0 TO SLASH-POS.
           PERFORM VARYING SCAN-POS FROM 1 BY 1
                   UNTIL SCAN-POS > 100
               IF PATH-WORK(SCAN-POS:1) = '/'
                   MOVE SCAN-POS TO SLASH-POS
               END-IF
           END-PERFORM.
           MOVE SPACES TO BASE-NAME.
           IF SLASH-POS > 0 AND SLASH-POS < 100
               MOVE PATH-WORK(SLASH-POS + 1:) TO BASE-NAME
           ELSE
               MOVE PATH-WORK TO BASE-NAME
           END-IF.

       WRITE-REPORT-LINE.
           MOVE WS-WORK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
