       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANSWER-INQUIRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The master ANSWER-MASTER loads from the ledger, opened for
      *    input only -- nothing on this screen changes a record.
           SELECT MASTER-FILE ASSIGN TO "answer_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-KEY
               FILE STATUS IS MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       COPY "master_rec.cpy".

       WORKING-STORAGE SECTION.
       01  MASTER-STATUS        PIC XX.

       01  INQUIRY-FLAGS.
           05 INQUIRY-DONE      PIC X VALUE 'N'.
              88 OPERATOR-DONE      VALUE 'Y'.
           05 BROWSE-DONE       PIC X.
              88 AT-BROWSE-END      VALUE 'Y'.
           05 PAGING-DONE       PIC X.
              88 LEFT-BROWSE        VALUE 'Y'.
           05 RECORD-MATCH      PIC X.
              88 RECORD-MATCHES     VALUE 'Y'.
           05 MORE-ROWS         PIC X.
              88 HAS-MORE-ROWS      VALUE 'Y'.
           05 ANSWER-VALID      PIC X.
              88 ANSWER-IS-VALID    VALUE 'Y'.

       01  INQUIRY-FIELDS.
           05 MENU-CHOICE       PIC X(4).
           05 REPLY-TEXT        PIC X(100).
           05 PAGE-COMMAND      PIC X(10).
           05 ROW-TEXT          PIC X(8).
           05 ROW-CHOICE        PIC 99.
           05 ROW-NUM           PIC 99.
           05 INPUT-HITS        PIC 9(4).
           05 CERT-WORD         PIC X(10).
           05 DISPLAY-PAGE      PIC ZZ9.
           05 DISPLAY-ROW       PIC Z9.
           05 WS-WORK-LINE      PIC X(300).

      *    One browse: what it selects on and where each page it has
      *    shown so far starts, so P can step back through the keyed
      *    file without re-reading it from the top. A history drill
      *    parks the browse it came from in SAVED-BROWSE-STATE and
      *    puts it back when the operator leaves the history.
       01  BROWSE-STATE.
           05 BROWSE-MODE       PIC X.
              88 BROWSE-BY-PROGRAM  VALUE 'P'.
              88 BROWSE-BY-INPUT    VALUE 'I'.
              88 BROWSE-BY-DATE     VALUE 'D'.
              88 BROWSE-HISTORY     VALUE 'H'.
           05 FILTER-PROGRAM    PIC X(40).
           05 FILTER-INPUT      PIC X(40).
           05 FILTER-LEN        PIC 99.
           05 FILTER-FROM       PIC X(10).
           05 FILTER-TO         PIC X(10).
           05 PAGE-NUM          PIC 9(3).
           05 PAGE-KEY OCCURS 200 TIMES PIC X(112).

       01  SAVED-BROWSE-STATE   PIC X(22600).
       01  SAVED-BROWSE-HELD    PIC X VALUE 'N'.
           88 BROWSE-IS-SAVED       VALUE 'Y'.

       01  PAGE-TABLE.
           05 PAGE-ROWS         PIC 99 VALUE 0.
           05 PAGE-SIZE         PIC 99 VALUE 10.
           05 PAGE-ROW OCCURS 10 TIMES PIC X(285).

       COPY "env_req.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           SET ENR-ENTER TO TRUE.
           CALL "BATCH-ENVIRONMENT" USING ENVIRONMENT-REQUEST.
           IF NOT ENR-OK
               DISPLAY "ERROR SELECTING BATCH_ENV=" ENR-NAME
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT MASTER-FILE.
           IF MASTER-STATUS NOT = '00'
               DISPLAY "ERROR OPENING answer_master.dat STATUS="
                   MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "ANSWER MASTER INQUIRY".
           PERFORM SHOW-MAIN-MENU UNTIL OPERATOR-DONE.
           CLOSE MASTER-FILE.
           STOP RUN.

       SHOW-MAIN-MENU.
           DISPLAY " ".
           DISPLAY "1  BROWSE BY PROGRAM".
           DISPLAY "2  BROWSE BY INPUT".
           DISPLAY "3  BROWSE BY RUN DATE RANGE".
           DISPLAY "4  FULL HISTORY OF ONE PROGRAM".
           DISPLAY "0  EXIT".
           DISPLAY "CHOICE: " WITH NO ADVANCING.
           MOVE SPACES TO MENU-CHOICE.
           ACCEPT MENU-CHOICE.
           EVALUATE FUNCTION TRIM(MENU-CHOICE)
               WHEN '1' PERFORM START-PROGRAM-BROWSE
               WHEN '2' PERFORM START-INPUT-BROWSE
               WHEN '3' PERFORM START-DATE-BROWSE
               WHEN '4' PERFORM START-HISTORY-BROWSE
               WHEN '0' SET OPERATOR-DONE TO TRUE
               WHEN OTHER DISPLAY "UNKNOWN CHOICE"
           END-EVALUATE.

      *    Programs are the leading part of the key, so a program
      *    browse starts right at the name (or the part of it typed)
      *    and stops once the key has run past it.
       START-PROGRAM-BROWSE.
           DISPLAY "PROGRAM, OR ITS LEADING PART (BLANK FOR ALL): "
               WITH NO ADVANCING.
           MOVE SPACES TO REPLY-TEXT.
           ACCEPT REPLY-TEXT.
           PERFORM CLEAR-BROWSE-STATE.
           SET BROWSE-BY-PROGRAM TO TRUE.
           MOVE FUNCTION TRIM(REPLY-TEXT) TO FILTER-PROGRAM.
           IF FILTER-PROGRAM NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(REPLY-TEXT))
                   TO FILTER-LEN
               IF FILTER-LEN > 40
                   MOVE 40 TO FILTER-LEN
               END-IF
               MOVE FILTER-PROGRAM TO PAGE-KEY(1)(1:40)
           END-IF.
           PERFORM RUN-BROWSE.

      *    The input is not the leading key, so this browse reads the
      *    whole master in key order and keeps any run whose staged
      *    input contains what was typed.
       START-INPUT-BROWSE.
           DISPLAY "INPUT FILE, OR ANY PART OF ITS NAME: "
               WITH NO ADVANCING.
           MOVE SPACES TO REPLY-TEXT.
           ACCEPT REPLY-TEXT.
           IF REPLY-TEXT = SPACES
               DISPLAY "AN INPUT NAME IS REQUIRED"
               EXIT PARAGRAPH
           END-IF.
           PERFORM CLEAR-BROWSE-STATE.
           SET BROWSE-BY-INPUT TO TRUE.
           MOVE FUNCTION TRIM(REPLY-TEXT) TO FILTER-INPUT.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(REPLY-TEXT))
               TO FILTER-LEN.
           IF FILTER-LEN > 40
               MOVE 40 TO FILTER-LEN
           END-IF.
           PERFORM RUN-BROWSE.

      *    The stamp leads with an ISO date, so a plain character
      *    compare on its first ten positions selects the range.
       START-DATE-BROWSE.
           MOVE 'N' TO ANSWER-VALID.
           PERFORM UNTIL ANSWER-IS-VALID
               DISPLAY "FROM RUN DATE (YYYY-MM-DD): "
                   WITH NO ADVANCING
               MOVE SPACES TO REPLY-TEXT
               ACCEPT REPLY-TEXT
               PERFORM VALIDATE-DATE-REPLY
               IF NOT ANSWER-IS-VALID
                   DISPLAY "EXPECTED A DATE AS YYYY-MM-DD"
               END-IF
           END-PERFORM.
           PERFORM CLEAR-BROWSE-STATE.
           SET BROWSE-BY-DATE TO TRUE.
           MOVE REPLY-TEXT(1:10) TO FILTER-FROM.
           MOVE 'N' TO ANSWER-VALID.
           PERFORM UNTIL ANSWER-IS-VALID
               DISPLAY "TO RUN DATE (YYYY-MM-DD, BLANK FOR THE SAME"
                   " DAY): " WITH NO ADVANCING
               MOVE SPACES TO REPLY-TEXT
               ACCEPT REPLY-TEXT
               IF REPLY-TEXT = SPACES
                   MOVE FILTER-FROM TO REPLY-TEXT
               END-IF
               PERFORM VALIDATE-DATE-REPLY
               IF ANSWER-IS-VALID
                   AND REPLY-TEXT(1:10) < FILTER-FROM
                   MOVE 'N' TO ANSWER-VALID
               END-IF
               IF NOT ANSWER-IS-VALID
                   DISPLAY "EXPECTED A DATE AS YYYY-MM-DD, NOT"
                       " BEFORE " FILTER-FROM
               END-IF
           END-PERFORM.
           MOVE REPLY-TEXT(1:10) TO FILTER-TO.
           PERFORM RUN-BROWSE.

       START-HISTORY-BROWSE.
           DISPLAY "PROGRAM (AS THE MANIFEST NAMES IT): "
               WITH NO ADVANCING.
           MOVE SPACES TO REPLY-TEXT.
           ACCEPT REPLY-TEXT.
           IF REPLY-TEXT = SPACES
               DISPLAY "A PROGRAM NAME IS REQUIRED"
               EXIT PARAGRAPH
           END-IF.
           PERFORM CLEAR-BROWSE-STATE.
           SET BROWSE-HISTORY TO TRUE.
           MOVE FUNCTION TRIM(REPLY-TEXT) TO FILTER-PROGRAM.
           MOVE FILTER-PROGRAM TO PAGE-KEY(1)(1:40).
           PERFORM RUN-BROWSE.

       VALIDATE-DATE-REPLY.
           MOVE 'N' TO ANSWER-VALID.
           MOVE FUNCTION TRIM(REPLY-TEXT) TO REPLY-TEXT.
           IF REPLY-TEXT(1:4) IS NUMERIC
               AND REPLY-TEXT(5:1) = '-'
               AND REPLY-TEXT(6:2) IS NUMERIC
               AND REPLY-TEXT(8:1) = '-'
               AND REPLY-TEXT(9:2) IS NUMERIC
               AND REPLY-TEXT(11:1) = SPACE
               MOVE 'Y' TO ANSWER-VALID
           END-IF.

       CLEAR-BROWSE-STATE.
           MOVE SPACES TO BROWSE-MODE FILTER-PROGRAM FILTER-INPUT
               FILTER-FROM FILTER-TO.
           MOVE 0 TO FILTER-LEN.
           MOVE 1 TO PAGE-NUM.
           MOVE LOW-VALUES TO PAGE-KEY(1).

      *    One page at a time until the operator goes back to the
      *    menu: N and P step through the pages, H<n> drills into
      *    the full history of the program on row n.
       RUN-BROWSE.
           MOVE 'N' TO PAGING-DONE.
           PERFORM SHOW-ONE-PAGE UNTIL LEFT-BROWSE.

       SHOW-ONE-PAGE.
           PERFORM FILL-PAGE.
           IF PAGE-ROWS = 0
               IF PAGE-NUM = 1
                   DISPLAY "NO RUNS ON FILE MATCH"
               ELSE
                   DISPLAY "NO FURTHER RUNS"
               END-IF
           ELSE
               PERFORM DISPLAY-PAGE-ROWS
           END-IF.
           IF PAGE-ROWS = 0 AND PAGE-NUM = 1
               PERFORM LEAVE-BROWSE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "N=NEXT  P=PREVIOUS  H<row>=HISTORY OF THAT"
               " PROGRAM  Q=QUIT: " WITH NO ADVANCING.
           MOVE SPACES TO PAGE-COMMAND.
           ACCEPT PAGE-COMMAND.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(PAGE-COMMAND))
               TO PAGE-COMMAND.
           EVALUATE TRUE
               WHEN PAGE-COMMAND = 'N' OR PAGE-COMMAND = SPACES
                   IF HAS-MORE-ROWS
                       ADD 1 TO PAGE-NUM
                   ELSE
                       DISPLAY "ALREADY ON THE LAST PAGE"
                   END-IF
               WHEN PAGE-COMMAND = 'P'
                   IF PAGE-NUM > 1
                       SUBTRACT 1 FROM PAGE-NUM
                   ELSE
                       DISPLAY "ALREADY ON THE FIRST PAGE"
                   END-IF
               WHEN PAGE-COMMAND(1:1) = 'H'
                   PERFORM DRILL-INTO-HISTORY
               WHEN PAGE-COMMAND = 'Q'
                   PERFORM LEAVE-BROWSE
               WHEN OTHER
                   DISPLAY "UNKNOWN COMMAND"
           END-EVALUATE.

      *    Leaving a history that was drilled into returns to the
      *    browse page it was entered from, not to the menu.
       LEAVE-BROWSE.
           IF BROWSE-IS-SAVED
               MOVE SAVED-BROWSE-STATE TO BROWSE-STATE
               MOVE 'N' TO SAVED-BROWSE-HELD
           ELSE
               SET LEFT-BROWSE TO TRUE
           END-IF.

       DRILL-INTO-HISTORY.
           MOVE SPACES TO ROW-TEXT.
           MOVE FUNCTION TRIM(PAGE-COMMAND(2:)) TO ROW-TEXT.
           IF ROW-TEXT = SPACES
               OR FUNCTION TRIM(ROW-TEXT) IS NOT NUMERIC
               DISPLAY "GIVE THE ROW NUMBER, E.G. H3"
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(ROW-TEXT) TO ROW-CHOICE.
           IF ROW-CHOICE < 1 OR ROW-CHOICE > PAGE-ROWS
               DISPLAY "NO SUCH ROW ON THIS PAGE"
               EXIT PARAGRAPH
           END-IF.
           IF BROWSE-HISTORY
               DISPLAY "ALREADY SHOWING THIS PROGRAM'S HISTORY"
               EXIT PARAGRAPH
           END-IF.
           MOVE BROWSE-STATE TO SAVED-BROWSE-STATE.
           MOVE 'Y' TO SAVED-BROWSE-HELD.
           MOVE PAGE-ROW(ROW-CHOICE)(1:40) TO REPLY-TEXT.
           PERFORM CLEAR-BROWSE-STATE.
           SET BROWSE-HISTORY TO TRUE.
           MOVE REPLY-TEXT(1:40) TO FILTER-PROGRAM.
           MOVE FILTER-PROGRAM TO PAGE-KEY(1)(1:40).

      *    Each page starts at the key remembered for it; the first
      *    match past a full page is where the next page starts.
       FILL-PAGE.
           MOVE 0 TO PAGE-ROWS.
           MOVE 'N' TO MORE-ROWS BROWSE-DONE.
           MOVE PAGE-KEY(PAGE-NUM) TO AM-KEY.
           START MASTER-FILE KEY IS NOT < AM-KEY
               INVALID KEY SET AT-BROWSE-END TO TRUE
           END-START.
           PERFORM READ-PAGE-RECORD UNTIL AT-BROWSE-END.

       READ-PAGE-RECORD.
           READ MASTER-FILE NEXT
               AT END SET AT-BROWSE-END TO TRUE
           END-READ.
           IF AT-BROWSE-END
               EXIT PARAGRAPH
           END-IF.
           PERFORM TEST-BROWSE-MATCH.
           IF NOT RECORD-MATCHES
               EXIT PARAGRAPH
           END-IF.
           IF PAGE-ROWS < PAGE-SIZE
               ADD 1 TO PAGE-ROWS
               MOVE MASTER-RECORD TO PAGE-ROW(PAGE-ROWS)
               EXIT PARAGRAPH
           END-IF.
           IF PAGE-NUM < 200
               MOVE AM-KEY TO PAGE-KEY(PAGE-NUM + 1)
               SET HAS-MORE-ROWS TO TRUE
           END-IF.
           SET AT-BROWSE-END TO TRUE.

       TEST-BROWSE-MATCH.
           MOVE 'N' TO RECORD-MATCH.
           EVALUATE TRUE
               WHEN BROWSE-BY-PROGRAM
                   IF FILTER-LEN = 0
                       MOVE 'Y' TO RECORD-MATCH
                   ELSE
                       IF AM-PROGRAM(1:FILTER-LEN)
                           = FILTER-PROGRAM(1:FILTER-LEN)
                           MOVE 'Y' TO RECORD-MATCH
                       ELSE
                           SET AT-BROWSE-END TO TRUE
                       END-IF
                   END-IF
               WHEN BROWSE-HISTORY
                   IF AM-PROGRAM = FILTER-PROGRAM
                       MOVE 'Y' TO RECORD-MATCH
                   ELSE
                       SET AT-BROWSE-END TO TRUE
                   END-IF
               WHEN BROWSE-BY-INPUT
                   MOVE 0 TO INPUT-HITS
                   INSPECT AM-INPUT TALLYING INPUT-HITS
                       FOR ALL FILTER-INPUT(1:FILTER-LEN)
                   IF INPUT-HITS > 0
                       MOVE 'Y' TO RECORD-MATCH
                   END-IF
               WHEN BROWSE-BY-DATE
                   IF AM-STAMP(1:10) >= FILTER-FROM
                       AND AM-STAMP(1:10) <= FILTER-TO
                       MOVE 'Y' TO RECORD-MATCH
                   END-IF
           END-EVALUATE.

       DISPLAY-PAGE-ROWS.
           DISPLAY " ".
           MOVE PAGE-NUM TO DISPLAY-PAGE.
           EVALUATE TRUE
               WHEN BROWSE-HISTORY
                   DISPLAY "HISTORY OF " FUNCTION TRIM(FILTER-PROGRAM)
                       "  PAGE " FUNCTION TRIM(DISPLAY-PAGE)
               WHEN BROWSE-BY-INPUT
                   DISPLAY "RUNS WITH INPUT LIKE "
                       FILTER-INPUT(1:FILTER-LEN)
                       "  PAGE " FUNCTION TRIM(DISPLAY-PAGE)
               WHEN BROWSE-BY-DATE
                   DISPLAY "RUNS FROM " FILTER-FROM " TO " FILTER-TO
                       "  PAGE " FUNCTION TRIM(DISPLAY-PAGE)
               WHEN OTHER
                   DISPLAY "RUNS BY PROGRAM  PAGE "
                       FUNCTION TRIM(DISPLAY-PAGE)
           END-EVALUATE.
           PERFORM VARYING ROW-NUM FROM 1 BY 1
                   UNTIL ROW-NUM > PAGE-ROWS
               MOVE PAGE-ROW(ROW-NUM) TO MASTER-RECORD
               PERFORM DISPLAY-ONE-ROW
           END-PERFORM.
           IF NOT HAS-MORE-ROWS
               DISPLAY "-- END OF MATCHING RUNS --"
           END-IF.

      *    Two screen lines per run: the key, then the answer and
      *    any sign-off it carries.
       DISPLAY-ONE-ROW.
           MOVE ROW-NUM TO DISPLAY-ROW.
           MOVE SPACES TO WS-WORK-LINE.
           STRING DISPLAY-ROW DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FUNCTION TRIM(AM-PROGRAM) DELIMITED BY SIZE
               " INPUT=" DELIMITED BY SIZE
               FUNCTION TRIM(AM-INPUT) DELIMITED BY SIZE
               " STAMP=" DELIMITED BY SIZE
               FUNCTION TRIM(AM-STAMP) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           DISPLAY FUNCTION TRIM(WS-WORK-LINE TRAILING).
           MOVE SPACES TO WS-WORK-LINE.
           STRING "    ANSWER=" DELIMITED BY SIZE
               FUNCTION TRIM(AM-ANSWER) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           IF NOT AM-NOT-CERTIFIED
               EVALUATE TRUE
                   WHEN AM-IS-CERTIFIED
                       MOVE "CERTIFIED" TO CERT-WORD
                   WHEN AM-CERT-REVOKED
                       MOVE "REVOKED" TO CERT-WORD
                   WHEN OTHER
                       MOVE "SUPERSEDED" TO CERT-WORD
               END-EVALUATE
               STRING FUNCTION TRIM(WS-WORK-LINE TRAILING)
                       DELIMITED BY SIZE
                   " CERT=" DELIMITED BY SIZE
                   FUNCTION TRIM(CERT-WORD) DELIMITED BY SIZE
                   " BY=" DELIMITED BY SIZE
                   FUNCTION TRIM(AM-CERT-BY) DELIMITED BY SIZE
                   INTO WS-WORK-LINE
               END-STRING
           END-IF.
           DISPLAY FUNCTION TRIM(WS-WORK-LINE TRAILING).
