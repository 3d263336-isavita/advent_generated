           SELECT CONTROL-FILE ASSIGN USING CONTROL-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

      *    The file about to be saved, read once before the save and
      *    once after it so the audit trail can show what changed.
           SELECT OPTIONAL SAVED-FILE ASSIGN USING SAVED-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SAVED-STATUS.

      *    Append-only change audit: one SAVE record per file saved
      *    from the console, followed by one record per line that
      *    changed. AUDIT-REPORT lists it by date or by file.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "ops_audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MANIFEST-FILE.
       FD  CONTROL-FILE.
       01  CONTROL-RECORD       PIC X(80).

       FD  SAVED-FILE.
       01  SAVED-RECORD         PIC X(300).

       FD  AUDIT-FILE.
       COPY "audit_rec.cpy".

       WORKING-STORAGE SECTION.
       01  SAVED-STATUS         PIC XX.
       01  AUDIT-STATUS         PIC XX.

       01  CONSOLE-FLAGS.
           05 CONSOLE-DONE      PIC X VALUE 'N'.
              88 OPERATOR-DONE      VALUE 'Y'.
           05 ANSWER-VALID      PIC X.
              88 ANSWER-IS-VALID    VALUE 'Y'.
           05 SAVED-EOF         PIC X.
              88 AT-SAVED-END       VALUE 'Y'.

       01  CONSOLE-COUNTERS.
           05 ENTRY-TOTAL       PIC 9(3) VALUE 0.
       01  ENTRY-TABLE.
           05 ENTRY-LINE OCCURS 100 TIMES PIC X(300).

      *    Every save is charged to the operator who signed on. Image
      *    1 is the file as it stood before the save, image 2 as the
      *    save left it; lines are compared position by position.
       01  AUDIT-FIELDS.
           05 OPERATOR-ID       PIC X(20) VALUE SPACES.
           05 SAVED-NAME        PIC X(100).
           05 AUDIT-STAMP       PIC X(19).
           05 NOW-STAMP         PIC X(21).
           05 IMAGE-SLOT        PIC 9.
           05 IMAGE-LINE-NUM    PIC 9(3).
           05 IMAGE-LAST-LINE   PIC 9(3).
           05 CHANGED-COUNT     PIC 9(3).
           05 DISPLAY-CHANGED   PIC ZZ9.

       01  SAVE-IMAGES.
           05 SAVE-IMAGE OCCURS 2 TIMES.
              10 IMAGE-COUNT    PIC 9(3).
              10 IMAGE-LINE     PIC X(300) OCCURS 200 TIMES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "BATCH OPERATOR CONSOLE".
           PERFORM UNTIL OPERATOR-ID NOT = SPACES
               DISPLAY "OPERATOR ID: " WITH NO ADVANCING
               ACCEPT OPERATOR-ID
               MOVE FUNCTION UPPER-CASE
                   (FUNCTION TRIM(OPERATOR-ID)) TO OPERATOR-ID
               IF OPERATOR-ID = SPACES
                   DISPLAY "AN OPERATOR ID IS REQUIRED TO SIGN ON"
               END-IF
           END-PERFORM.
           PERFORM SHOW-MAIN-MENU UNTIL OPERATOR-DONE.
           STOP RUN.

           END-PERFORM.
           MOVE "ctl_reindeer_mode.txt" TO CONTROL-NAME.
           PERFORM PROMPT-SAVE-NAME.
           MOVE CONTROL-NAME TO SAVED-NAME.
           PERFORM TAKE-BEFORE-IMAGE.
           OPEN OUTPUT CONTROL-FILE.
           MOVE REPLY-TEXT TO CONTROL-RECORD.
           WRITE CONTROL-RECORD.
           CLOSE CONTROL-FILE.
           PERFORM AUDIT-SAVED-FILE.
           PERFORM SHOW-SAVED-CONTROL.

      *    SCRAMBLER: line 1 REVERSE (or blank for forward), line 2
           END-IF.
           MOVE "ctl_scrambler_mode.txt" TO CONTROL-NAME.
           PERFORM PROMPT-SAVE-NAME.
           MOVE CONTROL-NAME TO SAVED-NAME.
           PERFORM TAKE-BEFORE-IMAGE.
           OPEN OUTPUT CONTROL-FILE.
           IF REPLY-TEXT = 'REVERSE'
               MOVE "REVERSE" TO CONTROL-RECORD
               WRITE CONTROL-RECORD
           END-IF.
           CLOSE CONTROL-FILE.
           PERFORM AUDIT-SAVED-FILE.
           PERFORM SHOW-SAVED-CONTROL.

      *    GameOfLife family: one line, "<grid-size> <steps>", grid
           END-PERFORM.
           MOVE "ctl_grid_params.txt" TO CONTROL-NAME.
           PERFORM PROMPT-SAVE-NAME.
           MOVE CONTROL-NAME TO SAVED-NAME.
           PERFORM TAKE-BEFORE-IMAGE.
           OPEN OUTPUT CONTROL-FILE.
           MOVE SPACES TO CONTROL-RECORD.
           STRING FUNCTION TRIM(REPLY-TEXT-2) DELIMITED BY SIZE
           END-STRING.
           WRITE CONTROL-RECORD.
           CLOSE CONTROL-FILE.
           PERFORM AUDIT-SAVED-FILE.
           PERFORM SHOW-SAVED-CONTROL.

      *    NICE-STRINGS: one line, rule set 1 or 2.
           END-PERFORM.
           MOVE "ctl_nice_rules.txt" TO CONTROL-NAME.
           PERFORM PROMPT-SAVE-NAME.
           MOVE CONTROL-NAME TO SAVED-NAME.
           PERFORM TAKE-BEFORE-IMAGE.
           OPEN OUTPUT CONTROL-FILE.
           MOVE REPLY-TEXT TO CONTROL-RECORD.
           WRITE CONTROL-RECORD.
           CLOSE CONTROL-FILE.
           PERFORM AUDIT-SAVED-FILE.
           PERFORM SHOW-SAVED-CONTROL.

       VALIDATE-NUMERIC-REPLY.
               DISPLAY "NO JOBS QUEUED, MANIFEST NOT WRITTEN"
               EXIT PARAGRAPH
           END-IF.
           MOVE "manifest.txt" TO SAVED-NAME.
           PERFORM TAKE-BEFORE-IMAGE.
           OPEN OUTPUT MANIFEST-FILE.
           MOVE "* MANIFEST WRITTEN BY OPS-CONSOLE"
               TO MANIFEST-RECORD.
               WRITE MANIFEST-RECORD
           END-PERFORM.
           CLOSE MANIFEST-FILE.
           PERFORM AUDIT-SAVED-FILE.
           MOVE ENTRY-TOTAL TO DISPLAY-TOTAL.
           DISPLAY "WROTE manifest.txt WITH "
               FUNCTION TRIM(DISPLAY-TOTAL) " JOB(S)".

       TAKE-BEFORE-IMAGE.
           MOVE 1 TO IMAGE-SLOT.
           PERFORM LOAD-SAVED-IMAGE.

      *    A file that did not exist before its first save is an
      *    empty image, so every line it gains is audited as an ADD.
       LOAD-SAVED-IMAGE.
           MOVE 0 TO IMAGE-COUNT(IMAGE-SLOT).
           MOVE 'N' TO SAVED-EOF.
           OPEN INPUT SAVED-FILE.
           IF SAVED-STATUS = '00'
               PERFORM UNTIL AT-SAVED-END
                   READ SAVED-FILE
                       AT END SET AT-SAVED-END TO TRUE
                       NOT AT END
                           IF IMAGE-COUNT(IMAGE-SLOT) < 200
                               ADD 1 TO IMAGE-COUNT(IMAGE-SLOT)
                               MOVE SAVED-RECORD TO IMAGE-LINE
                                   (IMAGE-SLOT, IMAGE-COUNT(IMAGE-SLOT))
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE SAVED-FILE.

       AUDIT-SAVED-FILE.
           MOVE 2 TO IMAGE-SLOT.
           PERFORM LOAD-SAVED-IMAGE.
           MOVE IMAGE-COUNT(1) TO IMAGE-LAST-LINE.
           IF IMAGE-COUNT(2) > IMAGE-LAST-LINE
               MOVE IMAGE-COUNT(2) TO IMAGE-LAST-LINE
           END-IF.
           MOVE 0 TO CHANGED-COUNT.
           PERFORM VARYING IMAGE-LINE-NUM FROM 1 BY 1
                   UNTIL IMAGE-LINE-NUM > IMAGE-LAST-LINE
               IF IMAGE-LINE-NUM > IMAGE-COUNT(1)
                   OR IMAGE-LINE-NUM > IMAGE-COUNT(2)
                   OR IMAGE-LINE(1, IMAGE-LINE-NUM)
                       NOT = IMAGE-LINE(2, IMAGE-LINE-NUM)
                   ADD 1 TO CHANGED-COUNT
               END-IF
           END-PERFORM.
           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-STATUS NOT = '00' AND AUDIT-STATUS NOT = '05'
               DISPLAY "WARNING: CHANGE NOT AUDITED, ops_audit.txt"
                   " STATUS=" AUDIT-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO NOW-STAMP.
           MOVE SPACES TO AUDIT-STAMP.
           STRING NOW-STAMP(1:4) "-" NOW-STAMP(5:2) "-"
               NOW-STAMP(7:2) "T" NOW-STAMP(9:2) ":"
               NOW-STAMP(11:2) ":" NOW-STAMP(13:2)
               DELIMITED BY SIZE INTO AUDIT-STAMP
           END-STRING.
           PERFORM START-AUDIT-RECORD.
           MOVE "SAVE" TO AU-ACTION.
           MOVE CHANGED-COUNT TO AU-LINE-NUM.
           MOVE IMAGE-COUNT(1) TO DISPLAY-CHANGED.
           STRING "LINES=" FUNCTION TRIM(DISPLAY-CHANGED)
               DELIMITED BY SIZE INTO AU-BEFORE
           END-STRING.
           MOVE IMAGE-COUNT(2) TO DISPLAY-CHANGED.
           STRING "LINES=" FUNCTION TRIM(DISPLAY-CHANGED)
               DELIMITED BY SIZE INTO AU-AFTER
           END-STRING.
           WRITE AUDIT-RECORD.
           PERFORM VARYING IMAGE-LINE-NUM FROM 1 BY 1
                   UNTIL IMAGE-LINE-NUM > IMAGE-LAST-LINE
               PERFORM AUDIT-ONE-LINE
           END-PERFORM.
           CLOSE AUDIT-FILE.
           MOVE CHANGED-COUNT TO DISPLAY-CHANGED.
           DISPLAY "CHANGE AUDITED FOR " FUNCTION TRIM(OPERATOR-ID)
               ": " FUNCTION TRIM(DISPLAY-CHANGED) " LINE(S) CHANGED".

       AUDIT-ONE-LINE.
           PERFORM START-AUDIT-RECORD.
           MOVE IMAGE-LINE-NUM TO AU-LINE-NUM.
           EVALUATE TRUE
               WHEN IMAGE-LINE-NUM > IMAGE-COUNT(1)
                   MOVE "ADD" TO AU-ACTION
                   MOVE IMAGE-LINE(2, IMAGE-LINE-NUM) TO AU-AFTER
               WHEN IMAGE-LINE-NUM > IMAGE-COUNT(2)
                   MOVE "DELETE" TO AU-ACTION
                   MOVE IMAGE-LINE(1, IMAGE-LINE-NUM) TO AU-BEFORE
               WHEN IMAGE-LINE(1, IMAGE-LINE-NUM)
                       NOT = IMAGE-LINE(2, IMAGE-LINE-NUM)
                   MOVE "CHANGE" TO AU-ACTION
                   MOVE IMAGE-LINE(1, IMAGE-LINE-NUM) TO AU-BEFORE
                   MOVE IMAGE-LINE(2, IMAGE-LINE-NUM) TO AU-AFTER
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           WRITE AUDIT-RECORD.

       START-AUDIT-RECORD.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE AUDIT-STAMP TO AU-TIMESTAMP.
           MOVE OPERATOR-ID TO AU-OPERATOR.
           MOVE SAVED-NAME TO AU-FILE.
