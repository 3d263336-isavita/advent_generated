       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTCODE-DEBUG.

      *    Operator's single-step debugger over INTCODE-ENGINE. Loads
      *    an Intcode program, then takes commands at the console:
      *    step one instruction (or n), run to a breakpoint address,
      *    look at or change memory, feed an input value when the
      *    program stops for one, reboot. Every stop shows the IP,
      *    the relative base and the decoded instruction at the IP
      *    with the memory cells its operands refer to. Everything
      *    shown, and every command typed, also goes to the session
      *    log, so a bad beam scan or droid run can be worked through
      *    here instead of by adding DISPLAYs to the callers.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The program to debug; the operator names it at start-up.
           SELECT PROGRAM-FILE ASSIGN USING PROGRAM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROGRAM-STATUS.

           SELECT LOG-FILE ASSIGN TO "intcode_debug_log.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PROGRAM-FILE.
       01  PROGRAM-RECORD       PIC X(8192).

       FD  LOG-FILE.
       01  LOG-RECORD           PIC X(200).

       WORKING-STORAGE SECTION.
       01  PROGRAM-PATH         PIC X(200) VALUE SPACES.
       01  PROGRAM-STATUS       PIC XX.

       01  DEBUG-FLAGS.
           05 DEBUG-DONE        PIC X VALUE 'N'.
              88 OPERATOR-DONE      VALUE 'Y'.
           05 PROGRAM-LOADED    PIC X VALUE 'N'.
              88 PROGRAM-IS-LOADED  VALUE 'Y'.
           05 RUN-STOPPED       PIC X.
              88 RUN-HAS-STOPPED    VALUE 'Y'.
           05 NUMBER-VALID      PIC X.
              88 NUMBER-IS-VALID    VALUE 'Y'.
           05 ADDRESS-VALID     PIC X.
              88 ADDRESS-IS-VALID   VALUE 'Y'.

      *    A session fed from a script rather than a keyboard ends
      *    once this many empty replies arrive in a row.
       01  BLANK-LIMIT          PIC S9(4) COMP-5 VALUE 100.
      *    G gives up after this many instructions without a stop.
       01  RUN-LIMIT            PIC S9(9) COMP-5 VALUE 10000000.

       01  COMMAND-FIELDS.
           05 REPLY-TEXT        PIC X(200).
           05 COMMAND-TEXT      PIC X(80).
           05 COMMAND-VERB      PIC X(10).
           05 COMMAND-ARG-1     PIC X(30).
           05 COMMAND-ARG-2     PIC X(30).
           05 NUMBER-TEXT       PIC X(30).
           05 NUMBER-VALUE      PIC S9(18) COMP-5.
           05 BLANK-REPLIES     PIC S9(4) COMP-5 VALUE 0.

       01  STEP-FIELDS.
           05 STEPS-WANTED      PIC S9(9) COMP-5.
           05 STEPS-DONE        PIC S9(9) COMP-5.
           05 STEPS-TOTAL       PIC S9(9) COMP-5 VALUE 0.
           05 PEEK-ADDR         PIC S9(9) COMP-5.
           05 PEEK-COUNT        PIC S9(4) COMP-5.
           05 PEEK-SUB          PIC S9(4) COMP-5.
           05 CHANGE-ADDR       PIC S9(9) COMP-5.
           05 OLD-VALUE         PIC S9(18) COMP-5.

      *    Breakpoints are Intcode addresses; G stops when the IP
      *    lands on any of them.
       01  BREAKPOINT-TABLE.
           05 BREAK-COUNT       PIC S9(4) COMP-5 VALUE 0.
           05 BREAK-ADDR OCCURS 20 TIMES PIC S9(9) COMP-5.
       01  BREAK-SUB            PIC S9(4) COMP-5.
       01  BREAK-HIT            PIC S9(4) COMP-5.

       01  DECODE-FIELDS.
           05 DEC-CMD           PIC S9(18) COMP-5.
           05 DEC-OPCODE        PIC S9(4) COMP-5.
           05 DEC-ARITY         PIC S9(4) COMP-5.
           05 DEC-WRITE-SUB     PIC S9(4) COMP-5.
           05 DEC-SUB           PIC S9(4) COMP-5.
           05 DEC-MODE OCCURS 3 TIMES PIC S9(4) COMP-5.
           05 DEC-OPERAND       PIC S9(18) COMP-5.
           05 DEC-ADDR          PIC S9(18) COMP-5.
           05 OPCODE-NAME       PIC X(4).
           05 MODE-LETTERS      PIC X(3).

       01  DISPLAY-FIELDS.
           05 ADDR-DISP         PIC -(9)9.
           05 VALUE-DISP        PIC -(18)9.
           05 COUNT-DISP        PIC Z(8)9.
           05 STATUS-WORDS      PIC X(20).
           05 SESSION-LINE      PIC X(200).
           05 LINE-PTR          PIC S9(4) COMP-5.

       COPY "intcode_state.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN OUTPUT LOG-FILE.
           MOVE "INTCODE DEBUGGER" TO SESSION-LINE.
           PERFORM SHOW-LINE.
           PERFORM LOAD-DEBUG-PROGRAM.
           IF NOT PROGRAM-IS-LOADED
               CLOSE LOG-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM SHOW-HELP.
           PERFORM SHOW-MACHINE-STATE.
           PERFORM TAKE-ONE-COMMAND UNTIL OPERATOR-DONE.
           MOVE STEPS-TOTAL TO COUNT-DISP.
           STRING "SESSION ENDED AFTER " DELIMITED BY SIZE
               FUNCTION TRIM(COUNT-DISP) DELIMITED BY SIZE
               " INSTRUCTIONS" DELIMITED BY SIZE
               INTO SESSION-LINE
           END-STRING.
           PERFORM SHOW-LINE.
           CLOSE LOG-FILE.
           STOP RUN.

       LOAD-DEBUG-PROGRAM.
           DISPLAY "INTCODE PROGRAM FILE (BLANK FOR input.txt): "
               WITH NO ADVANCING.
           MOVE SPACES TO REPLY-TEXT.
           ACCEPT REPLY-TEXT.
           IF REPLY-TEXT = SPACES
               MOVE "input.txt" TO PROGRAM-PATH
           ELSE
               MOVE FUNCTION TRIM(REPLY-TEXT) TO PROGRAM-PATH
           END-IF.
           OPEN INPUT PROGRAM-FILE.
           IF PROGRAM-STATUS NOT = '00'
               STRING "CANNOT OPEN " DELIMITED BY SIZE
                   FUNCTION TRIM(PROGRAM-PATH) DELIMITED BY SIZE
                   " STATUS=" DELIMITED BY SIZE
                   PROGRAM-STATUS DELIMITED BY SIZE
                   INTO SESSION-LINE
               END-STRING
               PERFORM SHOW-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO ICS-PROGRAM-TEXT.
           READ PROGRAM-FILE
               AT END CONTINUE
               NOT AT END
                   MOVE PROGRAM-RECORD TO ICS-PROGRAM-TEXT
           END-READ.
           CLOSE PROGRAM-FILE.
           SET ICS-REQ-LOAD TO TRUE.
           CALL "INTCODE-ENGINE" USING INTCODE-STATE.
           IF ICS-PROGRAM-LEN = 0
               STRING "NO INTCODE PROGRAM IN " DELIMITED BY SIZE
                   FUNCTION TRIM(PROGRAM-PATH) DELIMITED BY SIZE
                   INTO SESSION-LINE
               END-STRING
               PERFORM SHOW-LINE
               EXIT PARAGRAPH
           END-IF.
           SET PROGRAM-IS-LOADED TO TRUE.
           MOVE ICS-PROGRAM-LEN TO COUNT-DISP.
           STRING "LOADED " DELIMITED BY SIZE
               FUNCTION TRIM(COUNT-DISP) DELIMITED BY SIZE
               " CELLS FROM " DELIMITED BY SIZE
               FUNCTION TRIM(PROGRAM-PATH) DELIMITED BY SIZE
               INTO SESSION-LINE
           END-STRING.
           PERFORM SHOW-LINE.

       SHOW-HELP.
           MOVE "S [n]        STEP ONE (OR n) INSTRUCTIONS"
               TO SESSION-LINE.
           PERFORM SHOW-LINE.
           MOVE "G            RUN TO A BREAKPOINT, INPUT, HALT OR FAULT"
               TO SESSION-LINE.
           PERFORM SHOW-LINE.
           MOVE "B [addr]     SET A BREAKPOINT (ALONE: LIST THEM)"
               TO SESSION-LINE.
           PERFORM SHOW-LINE.
           MOVE "C addr|ALL   CLEAR A BREAKPOINT, OR ALL OF THEM"
               TO SESSION-LINE.
           PERFORM SHOW-LINE.
           MOVE "P addr [n]   SHOW n MEMORY CELLS (UP TO 20)"
               TO SESSION-LINE.
           PERFORM SHOW-LINE.
           MOVE "M addr value CHANGE ONE MEMORY CELL" TO SESSION-LINE.
           PERFORM SHOW-LINE.
           MOVE "I value      FEED AN INPUT VALUE" TO SESSION-LINE.
           PERFORM SHOW-LINE.
           MOVE "R            REBOOT TO THE LOADED PROGRAM"
               TO SESSION-LINE.
           PERFORM SHOW-LINE.
           MOVE "W            SHOW WHERE THE MACHINE IS"
               TO SESSION-LINE.
           PERFORM SHOW-LINE.
           MOVE "H            THIS LIST      Q  QUIT" TO SESSION-LINE.
           PERFORM SHOW-LINE.

       TAKE-ONE-COMMAND.
           DISPLAY "DEBUG> " WITH NO ADVANCING.
           MOVE SPACES TO COMMAND-TEXT.
           ACCEPT COMMAND-TEXT.
           IF COMMAND-TEXT = SPACES
               ADD 1 TO BLANK-REPLIES
               IF BLANK-REPLIES >= BLANK-LIMIT
                   MOVE "NO FURTHER COMMANDS" TO SESSION-LINE
                   PERFORM SHOW-LINE
                   SET OPERATOR-DONE TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO BLANK-REPLIES.
           STRING "> " DELIMITED BY SIZE
               FUNCTION TRIM(COMMAND-TEXT) DELIMITED BY SIZE
               INTO LOG-RECORD
           END-STRING.
           WRITE LOG-RECORD.
           MOVE SPACES TO LOG-RECORD.
           MOVE SPACES TO COMMAND-VERB COMMAND-ARG-1 COMMAND-ARG-2.
           UNSTRING FUNCTION TRIM(COMMAND-TEXT) DELIMITED BY ALL SPACE
               INTO COMMAND-VERB COMMAND-ARG-1 COMMAND-ARG-2
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(COMMAND-VERB) TO COMMAND-VERB.
           EVALUATE COMMAND-VERB
               WHEN 'S'   PERFORM STEP-COMMAND
               WHEN 'G'   PERFORM GO-COMMAND
               WHEN 'B'   PERFORM BREAK-COMMAND
               WHEN 'C'   PERFORM CLEAR-COMMAND
               WHEN 'P'   PERFORM PEEK-COMMAND
               WHEN 'M'   PERFORM CHANGE-COMMAND
               WHEN 'I'   PERFORM INPUT-COMMAND
               WHEN 'R'   PERFORM REBOOT-COMMAND
               WHEN 'W'   PERFORM SHOW-MACHINE-STATE
               WHEN 'H'   PERFORM SHOW-HELP
               WHEN '?'   PERFORM SHOW-HELP
               WHEN 'Q'   SET OPERATOR-DONE TO TRUE
               WHEN OTHER
                   MOVE "UNKNOWN COMMAND, H FOR THE LIST"
                       TO SESSION-LINE
                   PERFORM SHOW-LINE
           END-EVALUATE.

      *    S steps regardless of breakpoints; it stops early only for
      *    something the operator has to see or answer.
       STEP-COMMAND.
           MOVE 1 TO STEPS-WANTED.
           IF COMMAND-ARG-1 NOT = SPACES
               MOVE COMMAND-ARG-1 TO NUMBER-TEXT
               PERFORM CHECK-NUMBER-TEXT
               IF NOT NUMBER-IS-VALID
                   OR NUMBER-VALUE < 1 OR NUMBER-VALUE > RUN-LIMIT
                   MOVE "STEP COUNT MUST BE A NUMBER FROM 1 UP"
                       TO SESSION-LINE
                   PERFORM SHOW-LINE
                   EXIT PARAGRAPH
               END-IF
               MOVE NUMBER-VALUE TO STEPS-WANTED
           END-IF.
           MOVE 0 TO STEPS-DONE.
           MOVE 'N' TO RUN-STOPPED.
           PERFORM STEP-MACHINE
               UNTIL STEPS-DONE >= STEPS-WANTED OR RUN-HAS-STOPPED.
           PERFORM SHOW-MACHINE-STATE.

      *    G always takes the first step, so it can leave the
      *    breakpoint it is sitting on.
       GO-COMMAND.
           MOVE 0 TO STEPS-DONE BREAK-HIT.
           MOVE 'N' TO RUN-STOPPED.
           PERFORM STEP-MACHINE.
           PERFORM UNTIL RUN-HAS-STOPPED
               PERFORM CHECK-BREAKPOINTS
               IF BREAK-HIT > 0
                   SET RUN-HAS-STOPPED TO TRUE
               ELSE
                   IF STEPS-DONE >= RUN-LIMIT
                       MOVE RUN-LIMIT TO COUNT-DISP
                       STRING "NO STOP AFTER " DELIMITED BY SIZE
                           FUNCTION TRIM(COUNT-DISP) DELIMITED BY SIZE
                           " INSTRUCTIONS, RUN SUSPENDED"
                               DELIMITED BY SIZE
                           INTO SESSION-LINE
                       END-STRING
                       PERFORM SHOW-LINE
                       SET RUN-HAS-STOPPED TO TRUE
                   ELSE
                       PERFORM STEP-MACHINE
                   END-IF
               END-IF
           END-PERFORM.
           IF BREAK-HIT > 0
               MOVE ICS-IP TO ADDR-DISP
               STRING "BREAKPOINT AT " DELIMITED BY SIZE
                   FUNCTION TRIM(ADDR-DISP) DELIMITED BY SIZE
                   INTO SESSION-LINE
               END-STRING
               PERFORM SHOW-LINE
           END-IF.
           PERFORM SHOW-MACHINE-STATE.

      *    One STEP request. Output is shown as it appears and the
      *    run carries on; input wanted, the halt and a fault stop
      *    the run.
       STEP-MACHINE.
           IF ICS-HALTED OR ICS-FAILED
               SET RUN-HAS-STOPPED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           SET ICS-REQ-STEP TO TRUE.
           CALL "INTCODE-ENGINE" USING INTCODE-STATE.
           EVALUATE TRUE
               WHEN ICS-NEEDS-INPUT
                   MOVE "PROGRAM WANTS INPUT, FEED IT WITH I value"
                       TO SESSION-LINE
                   PERFORM SHOW-LINE
                   SET RUN-HAS-STOPPED TO TRUE
               WHEN ICS-HAS-OUTPUT
                   ADD 1 TO STEPS-DONE STEPS-TOTAL
                   MOVE ICS-OUTPUT-VALUE TO VALUE-DISP
                   STRING "OUTPUT " DELIMITED BY SIZE
                       FUNCTION TRIM(VALUE-DISP) DELIMITED BY SIZE
                       INTO SESSION-LINE
                   END-STRING
                   PERFORM SHOW-LINE
               WHEN ICS-HALTED
                   MOVE "PROGRAM HALTED" TO SESSION-LINE
                   PERFORM SHOW-LINE
                   SET RUN-HAS-STOPPED TO TRUE
               WHEN ICS-FAILED
                   MOVE "PROGRAM FAULTED, SEE THE ENGINE MESSAGE ABOVE"
                       TO SESSION-LINE
                   PERFORM SHOW-LINE
                   SET RUN-HAS-STOPPED TO TRUE
               WHEN OTHER
                   ADD 1 TO STEPS-DONE STEPS-TOTAL
           END-EVALUATE.

       CHECK-BREAKPOINTS.
           MOVE 0 TO BREAK-HIT.
           PERFORM VARYING BREAK-SUB FROM 1 BY 1
                   UNTIL BREAK-SUB > BREAK-COUNT OR BREAK-HIT > 0
               IF BREAK-ADDR(BREAK-SUB) = ICS-IP
                   MOVE BREAK-SUB TO BREAK-HIT
               END-IF
           END-PERFORM.

       BREAK-COMMAND.
           IF COMMAND-ARG-1 = SPACES
               PERFORM LIST-BREAKPOINTS
               EXIT PARAGRAPH
           END-IF.
           MOVE COMMAND-ARG-1 TO NUMBER-TEXT.
           PERFORM CHECK-ADDRESS-TEXT.
           IF NOT ADDRESS-IS-VALID
               EXIT PARAGRAPH
           END-IF.
           MOVE NUMBER-VALUE TO ADDR-DISP.
           PERFORM VARYING BREAK-SUB FROM 1 BY 1
                   UNTIL BREAK-SUB > BREAK-COUNT
               IF BREAK-ADDR(BREAK-SUB) = NUMBER-VALUE
                   STRING "BREAKPOINT ALREADY SET AT " DELIMITED BY SIZE
                       FUNCTION TRIM(ADDR-DISP) DELIMITED BY SIZE
                       INTO SESSION-LINE
                   END-STRING
                   PERFORM SHOW-LINE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF BREAK-COUNT >= 20
               MOVE "ALREADY 20 BREAKPOINTS, CLEAR ONE FIRST"
                   TO SESSION-LINE
               PERFORM SHOW-LINE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO BREAK-COUNT.
           MOVE NUMBER-VALUE TO BREAK-ADDR(BREAK-COUNT).
           STRING "BREAKPOINT SET AT " DELIMITED BY SIZE
               FUNCTION TRIM(ADDR-DISP) DELIMITED BY SIZE
               INTO SESSION-LINE
           END-STRING.
           PERFORM SHOW-LINE.

       LIST-BREAKPOINTS.
           IF BREAK-COUNT = 0
               MOVE "NO BREAKPOINTS SET" TO SESSION-LINE
               PERFORM SHOW-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE "BREAKPOINTS:" TO SESSION-LINE.
           MOVE 13 TO LINE-PTR.
           PERFORM VARYING BREAK-SUB FROM 1 BY 1
                   UNTIL BREAK-SUB > BREAK-COUNT
               MOVE BREAK-ADDR(BREAK-SUB) TO ADDR-DISP
               STRING " " DELIMITED BY SIZE
                   FUNCTION TRIM(ADDR-DISP) DELIMITED BY SIZE
                   INTO SESSION-LINE
                   WITH POINTER LINE-PTR
               END-STRING
           END-PERFORM.
           PERFORM SHOW-LINE.

       CLEAR-COMMAND.
           IF FUNCTION UPPER-CASE(COMMAND-ARG-1) = 'ALL'
               MOVE 0 TO BREAK-COUNT
               MOVE "ALL BREAKPOINTS CLEARED" TO SESSION-LINE
               PERFORM SHOW-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE COMMAND-ARG-1 TO NUMBER-TEXT.
           PERFORM CHECK-ADDRESS-TEXT.
           IF NOT ADDRESS-IS-VALID
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO BREAK-HIT.
           PERFORM VARYING BREAK-SUB FROM 1 BY 1
                   UNTIL BREAK-SUB > BREAK-COUNT OR BREAK-HIT > 0
               IF BREAK-ADDR(BREAK-SUB) = NUMBER-VALUE
                   MOVE BREAK-SUB TO BREAK-HIT
               END-IF
           END-PERFORM.
           MOVE NUMBER-VALUE TO ADDR-DISP.
           IF BREAK-HIT = 0
               STRING "NO BREAKPOINT AT " DELIMITED BY SIZE
                   FUNCTION TRIM(ADDR-DISP) DELIMITED BY SIZE
                   INTO SESSION-LINE
               END-STRING
               PERFORM SHOW-LINE
               EXIT PARAGRAPH
           END-IF.
      *    The last entry moves into the freed slot.
           MOVE BREAK-ADDR(BREAK-COUNT) TO BREAK-ADDR(BREAK-HIT).
           SUBTRACT 1 FROM BREAK-COUNT.
           STRING "BREAKPOINT CLEARED AT " DELIMITED BY SIZE
               FUNCTION TRIM(ADDR-DISP) DELIMITED BY SIZE
               INTO SESSION-LINE
           END-STRING.
           PERFORM SHOW-LINE.

       PEEK-COMMAND.
           MOVE COMMAND-ARG-1 TO NUMBER-TEXT.
           PERFORM CHECK-ADDRESS-TEXT.
           IF NOT ADDRESS-IS-VALID
               EXIT PARAGRAPH
           END-IF.
           MOVE NUMBER-VALUE TO PEEK-ADDR.
           MOVE 1 TO PEEK-COUNT.
           IF COMMAND-ARG-2 NOT = SPACES
               MOVE COMMAND-ARG-2 TO NUMBER-TEXT
               PERFORM CHECK-NUMBER-TEXT
               IF NOT NUMBER-IS-VALID
                   OR NUMBER-VALUE < 1 OR NUMBER-VALUE > 20
                   MOVE "CELL COUNT MUST BE 1 TO 20" TO SESSION-LINE
                   PERFORM SHOW-LINE
                   EXIT PARAGRAPH
               END-IF
               MOVE NUMBER-VALUE TO PEEK-COUNT
           END-IF.
           PERFORM VARYING PEEK-SUB FROM 1 BY 1
                   UNTIL PEEK-SUB > PEEK-COUNT OR PEEK-ADDR > 9999
               MOVE PEEK-ADDR TO ADDR-DISP
               MOVE ICS-CELL(PEEK-ADDR + 1) TO VALUE-DISP
               STRING "[" DELIMITED BY SIZE
                   FUNCTION TRIM(ADDR-DISP) DELIMITED BY SIZE
                   "] = " DELIMITED BY SIZE
                   FUNCTION TRIM(VALUE-DISP) DELIMITED BY SIZE
                   INTO SESSION-LINE
               END-STRING
               PERFORM SHOW-LINE
               ADD 1 TO PEEK-ADDR
           END-PERFORM.

       CHANGE-COMMAND.
           MOVE COMMAND-ARG-1 TO NUMBER-TEXT.
           PERFORM CHECK-ADDRESS-TEXT.
           IF NOT ADDRESS-IS-VALID
               EXIT PARAGRAPH
           END-IF.
           MOVE NUMBER-VALUE TO CHANGE-ADDR.
           MOVE COMMAND-ARG-2 TO NUMBER-TEXT.
           PERFORM CHECK-NUMBER-TEXT.
           IF NOT NUMBER-IS-VALID
               MOVE "GIVE THE NEW VALUE, E.G. M 12 -5" TO SESSION-LINE
               PERFORM SHOW-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE ICS-CELL(CHANGE-ADDR + 1) TO OLD-VALUE.
           MOVE NUMBER-VALUE TO ICS-CELL(CHANGE-ADDR + 1).
           MOVE CHANGE-ADDR TO ADDR-DISP.
           MOVE OLD-VALUE TO VALUE-DISP.
           MOVE 1 TO LINE-PTR.
           STRING "[" DELIMITED BY SIZE
               FUNCTION TRIM(ADDR-DISP) DELIMITED BY SIZE
               "] CHANGED FROM " DELIMITED BY SIZE
               FUNCTION TRIM(VALUE-DISP) DELIMITED BY SIZE
               INTO SESSION-LINE
               WITH POINTER LINE-PTR
           END-STRING.
           MOVE NUMBER-VALUE TO VALUE-DISP.
           STRING " TO " DELIMITED BY SIZE
               FUNCTION TRIM(VALUE-DISP) DELIMITED BY SIZE
               INTO SESSION-LINE
               WITH POINTER LINE-PTR
           END-STRING.
           PERFORM SHOW-LINE.

      *    The value is handed to the engine at once; it is taken by
      *    the next IN instruction, whether the program is stopped on
      *    one now or reaches one later.
       INPUT-COMMAND.
           MOVE COMMAND-ARG-1 TO NUMBER-TEXT.
           PERFORM CHECK-NUMBER-TEXT.
           IF NOT NUMBER-IS-VALID
               MOVE "GIVE THE INPUT VALUE, E.G. I 1" TO SESSION-LINE
               PERFORM SHOW-LINE
               EXIT PARAGRAPH
           END-IF.
           IF ICS-HALTED OR ICS-FAILED
               MOVE "PROGRAM HAS STOPPED, R TO REBOOT" TO SESSION-LINE
               PERFORM SHOW-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE NUMBER-VALUE TO ICS-INPUT-VALUE.
           SET ICS-INPUT-IS-READY TO TRUE.
           MOVE NUMBER-VALUE TO VALUE-DISP.
           IF ICS-NEEDS-INPUT
               STRING "INPUT " DELIMITED BY SIZE
                   FUNCTION TRIM(VALUE-DISP) DELIMITED BY SIZE
                   " READY, S OR G TO TAKE IT" DELIMITED BY SIZE
                   INTO SESSION-LINE
               END-STRING
           ELSE
               STRING "INPUT " DELIMITED BY SIZE
                   FUNCTION TRIM(VALUE-DISP) DELIMITED BY SIZE
                   " HELD FOR THE NEXT IN INSTRUCTION"
                       DELIMITED BY SIZE
                   INTO SESSION-LINE
               END-STRING
           END-IF.
           PERFORM SHOW-LINE.

       REBOOT-COMMAND.
           SET ICS-REQ-REBOOT TO TRUE.
           CALL "INTCODE-ENGINE" USING INTCODE-STATE.
           MOVE "REBOOTED TO THE LOADED PROGRAM, BREAKPOINTS KEPT"
               TO SESSION-LINE.
           PERFORM SHOW-LINE.
           PERFORM SHOW-MACHINE-STATE.

      *    A signed whole number in NUMBER-TEXT, into NUMBER-VALUE.
       CHECK-NUMBER-TEXT.
           MOVE 'N' TO NUMBER-VALID.
           IF NUMBER-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-NUMVAL(NUMBER-TEXT) NOT = 0
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION NUMVAL(NUMBER-TEXT)
               NOT = FUNCTION INTEGER(FUNCTION NUMVAL(NUMBER-TEXT))
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(NUMBER-TEXT) TO NUMBER-VALUE.
           SET NUMBER-IS-VALID TO TRUE.

       CHECK-ADDRESS-TEXT.
           MOVE 'N' TO ADDRESS-VALID.
           PERFORM CHECK-NUMBER-TEXT.
           IF NOT NUMBER-IS-VALID
               OR NUMBER-VALUE < 0 OR NUMBER-VALUE > 9999
               MOVE "ADDRESS MUST BE 0 TO 9999" TO SESSION-LINE
               PERFORM SHOW-LINE
               EXIT PARAGRAPH
           END-IF.
           SET ADDRESS-IS-VALID TO TRUE.

      *    Where the machine is: IP, relative base and status, then
      *    the instruction at the IP decoded the way the INTCODE-VM
      *    listing shows it, then each operand with the memory cell
      *    it refers to (P position, I immediate, R relative).
       SHOW-MACHINE-STATE.
           EVALUATE TRUE
               WHEN ICS-NEEDS-INPUT
                   MOVE "WANTS INPUT" TO STATUS-WORDS
               WHEN ICS-HAS-OUTPUT
                   MOVE "JUST OUTPUT" TO STATUS-WORDS
               WHEN ICS-HALTED
                   MOVE "HALTED" TO STATUS-WORDS
               WHEN ICS-FAILED
                   MOVE "FAULTED" TO STATUS-WORDS
               WHEN OTHER
                   MOVE "READY" TO STATUS-WORDS
           END-EVALUATE.
           MOVE 1 TO LINE-PTR.
           MOVE ICS-IP TO ADDR-DISP.
           STRING "IP=" DELIMITED BY SIZE
               FUNCTION TRIM(ADDR-DISP) DELIMITED BY SIZE
               INTO SESSION-LINE
               WITH POINTER LINE-PTR
           END-STRING.
           MOVE ICS-RELATIVE-BASE TO ADDR-DISP.
           MOVE STEPS-TOTAL TO COUNT-DISP.
           STRING "  RB=" DELIMITED BY SIZE
               FUNCTION TRIM(ADDR-DISP) DELIMITED BY SIZE
               "  STATUS=" DELIMITED BY SIZE
               FUNCTION TRIM(STATUS-WORDS) DELIMITED BY SIZE
               "  STEPS=" DELIMITED BY SIZE
               FUNCTION TRIM(COUNT-DISP) DELIMITED BY SIZE
               INTO SESSION-LINE
               WITH POINTER LINE-PTR
           END-STRING.
           IF ICS-INPUT-IS-READY
               MOVE ICS-INPUT-VALUE TO VALUE-DISP
               STRING "  INPUT HELD=" DELIMITED BY SIZE
                   FUNCTION TRIM(VALUE-DISP) DELIMITED BY SIZE
                   INTO SESSION-LINE
                   WITH POINTER LINE-PTR
               END-STRING
           END-IF.
           PERFORM SHOW-LINE.
           IF ICS-IP < 0 OR ICS-IP > 9999
               MOVE "  IP IS OUTSIDE MEMORY" TO SESSION-LINE
               PERFORM SHOW-LINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM DECODE-AT-IP.
           PERFORM SHOW-DECODED-INSTRUCTION.
           IF DEC-ARITY > 0
               PERFORM SHOW-OPERAND-CELLS
           END-IF.

       DECODE-AT-IP.
           MOVE ICS-CELL(ICS-IP + 1) TO DEC-CMD.
           COMPUTE DEC-OPCODE = FUNCTION MOD(DEC-CMD, 100).
           COMPUTE DEC-MODE(1) = FUNCTION MOD(DEC-CMD / 100, 10).
           COMPUTE DEC-MODE(2) = FUNCTION MOD(DEC-CMD / 1000, 10).
           COMPUTE DEC-MODE(3) = FUNCTION MOD(DEC-CMD / 10000, 10).
           MOVE 0 TO DEC-WRITE-SUB.
           EVALUATE DEC-OPCODE
               WHEN 1  MOVE "ADD " TO OPCODE-NAME
                       MOVE 3 TO DEC-ARITY DEC-WRITE-SUB
               WHEN 2  MOVE "MUL " TO OPCODE-NAME
                       MOVE 3 TO DEC-ARITY DEC-WRITE-SUB
               WHEN 3  MOVE "IN  " TO OPCODE-NAME
                       MOVE 1 TO DEC-ARITY DEC-WRITE-SUB
               WHEN 4  MOVE "OUT " TO OPCODE-NAME
                       MOVE 1 TO DEC-ARITY
               WHEN 5  MOVE "JNZ " TO OPCODE-NAME
                       MOVE 2 TO DEC-ARITY
               WHEN 6  MOVE "JZ  " TO OPCODE-NAME
                       MOVE 2 TO DEC-ARITY
               WHEN 7  MOVE "LT  " TO OPCODE-NAME
                       MOVE 3 TO DEC-ARITY DEC-WRITE-SUB
               WHEN 8  MOVE "EQ  " TO OPCODE-NAME
                       MOVE 3 TO DEC-ARITY DEC-WRITE-SUB
               WHEN 9  MOVE "ARB " TO OPCODE-NAME
                       MOVE 1 TO DEC-ARITY
               WHEN 99 MOVE "HLT " TO OPCODE-NAME
                       MOVE 0 TO DEC-ARITY
               WHEN OTHER
                       MOVE "DATA" TO OPCODE-NAME
                       MOVE 0 TO DEC-ARITY
           END-EVALUATE.
           IF ICS-IP + DEC-ARITY > 9999
               MOVE "DATA" TO OPCODE-NAME
               MOVE 0 TO DEC-ARITY DEC-WRITE-SUB
           END-IF.
           MOVE SPACES TO MODE-LETTERS.
           PERFORM VARYING DEC-SUB FROM 1 BY 1
                   UNTIL DEC-SUB > DEC-ARITY
               EVALUATE DEC-MODE(DEC-SUB)
                   WHEN 0 MOVE 'P' TO MODE-LETTERS(DEC-SUB:1)
                   WHEN 1 MOVE 'I' TO MODE-LETTERS(DEC-SUB:1)
                   WHEN 2 MOVE 'R' TO MODE-LETTERS(DEC-SUB:1)
                   WHEN OTHER
                       MOVE '?' TO MODE-LETTERS(DEC-SUB:1)
               END-EVALUATE
           END-PERFORM.

       SHOW-DECODED-INSTRUCTION.
           MOVE 1 TO LINE-PTR.
           MOVE ICS-IP TO ADDR-DISP.
           IF OPCODE-NAME = "DATA"
               MOVE DEC-CMD TO VALUE-DISP
               STRING "  " DELIMITED BY SIZE
                   FUNCTION TRIM(ADDR-DISP) DELIMITED BY SIZE
                   "  DATA  " DELIMITED BY SIZE
                   FUNCTION TRIM(VALUE-DISP) DELIMITED BY SIZE
                   "  (DOES NOT DECODE)" DELIMITED BY SIZE
                   INTO SESSION-LINE
               END-STRING
               PERFORM SHOW-LINE
               EXIT PARAGRAPH
           END-IF.
           STRING "  " DELIMITED BY SIZE
               FUNCTION TRIM(ADDR-DISP) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               OPCODE-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MODE-LETTERS DELIMITED BY SIZE
               INTO SESSION-LINE
               WITH POINTER LINE-PTR
           END-STRING.
           PERFORM VARYING DEC-SUB FROM 1 BY 1
                   UNTIL DEC-SUB > DEC-ARITY
               MOVE ICS-CELL(ICS-IP + 1 + DEC-SUB) TO VALUE-DISP
               STRING " " DELIMITED BY SIZE
                   FUNCTION TRIM(VALUE-DISP) DELIMITED BY SIZE
                   INTO SESSION-LINE
                   WITH POINTER LINE-PTR
               END-STRING
           END-PERFORM.
           PERFORM SHOW-LINE.

      *    One line per operand: immediates as #value, memory
      *    operands as [address]=contents; the written operand is
      *    marked with -> and shows what the cell holds before the
      *    instruction runs.
       SHOW-OPERAND-CELLS.
           PERFORM VARYING DEC-SUB FROM 1 BY 1
                   UNTIL DEC-SUB > DEC-ARITY
               MOVE ICS-CELL(ICS-IP + 1 + DEC-SUB) TO DEC-OPERAND
               MOVE 1 TO LINE-PTR
               IF DEC-SUB = DEC-WRITE-SUB
                   STRING "    -> " DELIMITED BY SIZE
                       INTO SESSION-LINE
                       WITH POINTER LINE-PTR
                   END-STRING
               ELSE
                   STRING "       " DELIMITED BY SIZE
                       INTO SESSION-LINE
                       WITH POINTER LINE-PTR
                   END-STRING
               END-IF
               EVALUATE DEC-MODE(DEC-SUB)
                   WHEN 1
                       MOVE DEC-OPERAND TO VALUE-DISP
                       STRING "#" DELIMITED BY SIZE
                           FUNCTION TRIM(VALUE-DISP) DELIMITED BY SIZE
                           INTO SESSION-LINE
                           WITH POINTER LINE-PTR
                       END-STRING
                   WHEN 0
                       MOVE DEC-OPERAND TO DEC-ADDR
                       PERFORM SHOW-ONE-CELL-REF
                   WHEN 2
                       COMPUTE DEC-ADDR = ICS-RELATIVE-BASE
                           + DEC-OPERAND
                       MOVE DEC-OPERAND TO VALUE-DISP
                       STRING "RB" DELIMITED BY SIZE
                           INTO SESSION-LINE
                           WITH POINTER LINE-PTR
                       END-STRING
                       IF DEC-OPERAND >= 0
                           STRING "+" DELIMITED BY SIZE
                               INTO SESSION-LINE
                               WITH POINTER LINE-PTR
                           END-STRING
                       END-IF
                       STRING FUNCTION TRIM(VALUE-DISP)
                               DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           INTO SESSION-LINE
                           WITH POINTER LINE-PTR
                       END-STRING
                       PERFORM SHOW-ONE-CELL-REF
                   WHEN OTHER
                       STRING "BAD MODE" DELIMITED BY SIZE
                           INTO SESSION-LINE
                           WITH POINTER LINE-PTR
                       END-STRING
               END-EVALUATE
               PERFORM SHOW-LINE
           END-PERFORM.

       SHOW-ONE-CELL-REF.
           MOVE DEC-ADDR TO VALUE-DISP.
           STRING "[" DELIMITED BY SIZE
               FUNCTION TRIM(VALUE-DISP) DELIMITED BY SIZE
               "]" DELIMITED BY SIZE
               INTO SESSION-LINE
               WITH POINTER LINE-PTR
           END-STRING.
           IF DEC-ADDR < 0 OR DEC-ADDR > 9999
               STRING " OUTSIDE MEMORY" DELIMITED BY SIZE
                   INTO SESSION-LINE
                   WITH POINTER LINE-PTR
               END-STRING
           ELSE
               MOVE ICS-CELL(DEC-ADDR + 1) TO VALUE-DISP
               STRING "=" DELIMITED BY SIZE
                   FUNCTION TRIM(VALUE-DISP) DELIMITED BY SIZE
                   INTO SESSION-LINE
                   WITH POINTER LINE-PTR
               END-STRING
           END-IF.

      *    Console and session log get the same line.
       SHOW-LINE.
           DISPLAY FUNCTION TRIM(SESSION-LINE TRAILING).
           MOVE SESSION-LINE TO LOG-RECORD.
           WRITE LOG-RECORD.
           MOVE SPACES TO SESSION-LINE LOG-RECORD.
