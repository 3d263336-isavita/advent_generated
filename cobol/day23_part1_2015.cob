           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WATCH-STATUS.

      * Mode switch (mode.txt, the same convention as JSON-SUM's and
      * JUMP-PUZZLE's): RUN (default) analyzes and then executes the
      * listing, ANALYZE writes the analysis report and stops without
      * executing a single instruction.
           SELECT OPTIONAL MODE-FILE ASSIGN TO "mode.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MODE-STATUS.

      * Static analysis of the listing, written before any execution:
      * jump targets, unreachable instructions and loops with the
      * registers that control their exit.
           SELECT ANALYSIS-FILE ASSIGN TO "program_analysis.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE.
       01  INPUT-RECORD            PIC X(20).

       FD  TRACE-FILE.
       01  TRACE-RECORD            PIC X(41).

       FD  WATCH-FILE.
       01  WATCH-RECORD            PIC X(60).

       FD  MODE-FILE.
       01  MODE-RECORD             PIC X(10).

       FD  ANALYSIS-FILE.
       01  ANALYSIS-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
       01  RUN-HEADER-FIELDS.
           05 RUN-STAMP          PIC X(32) VALUE SPACES.
           88 WATCH-STOPPED                  VALUE 'Y'.
       01  WS-DUMP-VAL              PIC -(18)9.

      * Run mode and static-analysis work areas.
       01  WS-MODE-STATUS           PIC XX.
       01  WS-RUN-MODE              PIC X(7) VALUE 'RUN'.
           88 ANALYZE-ONLY                   VALUE 'ANALYZE'.
       01  WS-AN-LINE               PIC X(80).
       01  WS-AN-TEXT               PIC X(16).
       01  WS-AN-NOTE               PIC X(30).
       01  WS-AN-I                  PIC 9(4) COMP.
       01  WS-AN-J                  PIC 9(4) COMP.
       01  WS-AN-K                  PIC 9(4) COMP.
       01  WS-AN-NEXT               PIC S9(5) COMP.
       01  WS-AN-LOOP-START         PIC 9(4) COMP.
       01  WS-AN-LOOP-END           PIC 9(4) COMP.
       01  WS-AN-NUM-1              PIC 9(4).
       01  WS-AN-NUM-2              PIC 9(4).
       01  WS-AN-OFFSET-ED          PIC +(4)9.
       01  WS-AN-TARGET-ED          PIC -(4)9.
       01  WS-AN-COUNT-ED           PIC Z(4)9.
       01  WS-AN-LABEL              PIC X(24).
       01  WS-AN-STACK-TOP          PIC 9(4) COMP.
       01  WS-AN-STACK-TABLE.
           05 WS-AN-STACK OCCURS 100 TIMES PIC 9(4) COMP.
       01  WS-AN-REACH-TABLE.
           05 WS-AN-REACH OCCURS 100 TIMES PIC X(1).
              88 AN-REACHED                  VALUE 'Y'.
       01  WS-AN-REG-TABLE.
           05 WS-AN-REG-ENTRY OCCURS 4 TIMES.
              10 WS-AN-REG-EXIT     PIC X(1).
                 88 AN-EXIT-REG              VALUE 'Y'.
              10 WS-AN-REG-CHANGED  PIC X(1).
                 88 AN-CHANGED-REG           VALUE 'Y'.
       01  WS-AN-REG-LETTERS        PIC X(4) VALUE 'abcd'.
       01  WS-AN-REG-SUB            PIC 9(1) COMP.
       01  WS-AN-EXIT-LIST          PIC X(8).
       01  WS-AN-CHANGED-LIST       PIC X(8).
       01  WS-AN-LIST-PTR           PIC 9(2) COMP.
       01  WS-AN-COND-EXITS         PIC 9(4) COMP.
       01  WS-AN-FREE-EXITS         PIC 9(4) COMP.
       01  WS-AN-LIVE-EXITS         PIC 9(4) COMP.
       01  WS-AN-TOTALS.
           05 WS-AN-JUMPS           PIC 9(4) COMP VALUE 0.
           05 WS-AN-OUTSIDE         PIC 9(4) COMP VALUE 0.
           05 WS-AN-INVALID         PIC 9(4) COMP VALUE 0.
           05 WS-AN-UNREACHABLE     PIC 9(4) COMP VALUE 0.
           05 WS-AN-LOOPS           PIC 9(4) COMP VALUE 0.
           05 WS-AN-INFINITE        PIC 9(4) COMP VALUE 0.

       PROCEDURE DIVISION.
           ACCEPT RUN-STAMP FROM ENVIRONMENT "RUN_STAMP"
               ON EXCEPTION CONTINUE
               FUNCTION TRIM(RUN-STAMP).
       MAIN-PROCEDURE.
           PERFORM LOAD-INSTRUCTIONS.
           PERFORM READ-MODE-FILE.
           PERFORM ANALYZE-PROGRAM.
           IF ANALYZE-ONLY
               DISPLAY "ANSWER=outside-targets=" WS-AN-OUTSIDE
               DISPLAY "ANSWER=unreachable=" WS-AN-UNREACHABLE
               DISPLAY "ANSWER=probable-infinite-loops="
                   WS-AN-INFINITE
               IF WS-AN-OUTSIDE > 0 OR WS-AN-INVALID > 0
                   OR WS-AN-INFINITE > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
               STOP RUN
           END-IF.
           PERFORM LOAD-WATCHPOINTS.
           OPEN OUTPUT TRACE-FILE.
           PERFORM EXECUTE-PROGRAM
               UNTIL WS-PC < 1 OR WS-PC > WS-INSTRUCTION-COUNT
               OR WATCH-STOPPED.
           PERFORM WRITE-TRACE-END.
           CLOSE TRACE-FILE.
           IF WATCH-STOPPED
               PERFORM WRITE-STATE-DUMP
                   MOVE WS-TEMP-OFFSET-NUM TO WS-OFFSET(INSTR-IDX)
           END-EVALUATE.

       READ-MODE-FILE.
           OPEN INPUT MODE-FILE.
           IF WS-MODE-STATUS NOT = '00'
               CLOSE MODE-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO MODE-RECORD.
           READ MODE-FILE
               AT END CONTINUE
           END-READ.
           CLOSE MODE-FILE.
           IF MODE-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TRIM(MODE-RECORD) NOT = 'RUN'
               AND FUNCTION TRIM(MODE-RECORD) NOT = 'ANALYZE'
               DISPLAY "INVALID mode.txt VALUE "
                   FUNCTION TRIM(MODE-RECORD)
                   " EXPECTED RUN OR ANALYZE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FUNCTION TRIM(MODE-RECORD) TO WS-RUN-MODE.

      * Static analysis of the loaded listing; nothing is executed.
      * Every jump target is listed and checked against the program,
      * instructions no path from instruction 1 can reach are listed,
      * and each backward jump is reported as a loop together with
      * the exits out of it and the registers those exits test. A
      * loop with no exit, or whose exit registers are never changed
      * by an hlf/tpl/inc inside it, is flagged as a probable
      * infinite loop - the explanation a BATCH-RUNNER TIMEOUT kill
      * never gives.
       ANALYZE-PROGRAM.
           OPEN OUTPUT ANALYSIS-FILE.
           MOVE WS-INSTRUCTION-COUNT TO WS-AN-COUNT-ED.
           STRING "TURING-MACHINE STATIC ANALYSIS OF input.txt, "
                   DELIMITED BY SIZE
               FUNCTION TRIM(WS-AN-COUNT-ED) DELIMITED BY SIZE
               " INSTRUCTIONS" DELIMITED BY SIZE
               INTO WS-AN-LINE
           END-STRING.
           PERFORM WRITE-ANALYSIS-LINE.
           PERFORM ANALYZE-JUMP-TARGETS.
           PERFORM ANALYZE-INSTRUCTION-CODES.
           PERFORM ANALYZE-REACHABILITY.
           PERFORM ANALYZE-LOOPS.
           PERFORM WRITE-ANALYSIS-TOTALS.
           CLOSE ANALYSIS-FILE.
           DISPLAY "ANALYSIS COMPLETE MODE=" FUNCTION TRIM(WS-RUN-MODE)
               " OUTSIDE-TARGETS=" WS-AN-OUTSIDE
               " UNREACHABLE=" WS-AN-UNREACHABLE
               " PROBABLE-INFINITE-LOOPS=" WS-AN-INFINITE.

       ANALYZE-JUMP-TARGETS.
           PERFORM WRITE-ANALYSIS-LINE.
           MOVE "JUMP TARGETS" TO WS-AN-LINE.
           PERFORM WRITE-ANALYSIS-LINE.
           PERFORM VARYING WS-AN-I FROM 1 BY 1
               UNTIL WS-AN-I > WS-INSTRUCTION-COUNT
               IF WS-OPCODE(WS-AN-I) = "jmp" OR "jie" OR "jio"
                   PERFORM REPORT-JUMP-TARGET
               END-IF
           END-PERFORM.
           IF WS-AN-JUMPS = 0
               MOVE "  (NO JUMPS)" TO WS-AN-LINE
               PERFORM WRITE-ANALYSIS-LINE
           END-IF.

      *    A target one past the last instruction is how a listing
      *    halts normally; anything else off the program is flagged.
       REPORT-JUMP-TARGET.
           ADD 1 TO WS-AN-JUMPS.
           MOVE WS-AN-I TO WS-AN-J.
           PERFORM FORMAT-INSTRUCTION.
           COMPUTE WS-AN-NEXT = WS-AN-I + WS-OFFSET(WS-AN-I).
           EVALUATE TRUE
               WHEN WS-AN-NEXT >= 1
                   AND WS-AN-NEXT <= WS-INSTRUCTION-COUNT
                   MOVE SPACES TO WS-AN-NOTE
               WHEN WS-AN-NEXT = WS-INSTRUCTION-COUNT + 1
                   MOVE "END OF PROGRAM (HALTS)" TO WS-AN-NOTE
               WHEN OTHER
                   MOVE "*** OUTSIDE PROGRAM ***" TO WS-AN-NOTE
                   ADD 1 TO WS-AN-OUTSIDE
           END-EVALUATE.
           MOVE WS-AN-I TO WS-AN-NUM-1.
           MOVE WS-AN-NEXT TO WS-AN-TARGET-ED.
           STRING "  " DELIMITED BY SIZE
               WS-AN-NUM-1 DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-AN-TEXT DELIMITED BY SIZE
               " TARGET " DELIMITED BY SIZE
               WS-AN-TARGET-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-AN-NOTE DELIMITED BY SIZE
               INTO WS-AN-LINE
           END-STRING.
           PERFORM WRITE-ANALYSIS-LINE.

      *    An opcode EXECUTE-PROGRAM does not know leaves the PC where
      *    it is, so the run would spin on that instruction forever.
       ANALYZE-INSTRUCTION-CODES.
           PERFORM WRITE-ANALYSIS-LINE.
           MOVE "INVALID INSTRUCTIONS" TO WS-AN-LINE.
           PERFORM WRITE-ANALYSIS-LINE.
           PERFORM VARYING WS-AN-I FROM 1 BY 1
               UNTIL WS-AN-I > WS-INSTRUCTION-COUNT
               IF WS-OPCODE(WS-AN-I) NOT = "hlf" AND NOT = "tpl"
                   AND NOT = "inc" AND NOT = "jmp" AND NOT = "jie"
                   AND NOT = "jio"
                   ADD 1 TO WS-AN-INVALID
                   MOVE WS-AN-I TO WS-AN-J
                   PERFORM FORMAT-INSTRUCTION
                   MOVE WS-AN-I TO WS-AN-NUM-1
                   STRING "  " DELIMITED BY SIZE
                       WS-AN-NUM-1 DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-AN-TEXT DELIMITED BY SIZE
                       " UNKNOWN OPCODE, RUN WOULD NEVER LEAVE IT"
                           DELIMITED BY SIZE
                       INTO WS-AN-LINE
                   END-STRING
                   PERFORM WRITE-ANALYSIS-LINE
               END-IF
           END-PERFORM.
           IF WS-AN-INVALID = 0
               MOVE "  (NONE)" TO WS-AN-LINE
               PERFORM WRITE-ANALYSIS-LINE
           END-IF.

      *    Depth-first walk of every path out of instruction 1; an
      *    instruction is stacked once, the first time it is reached.
       ANALYZE-REACHABILITY.
           MOVE ALL 'N' TO WS-AN-REACH-TABLE.
           MOVE 0 TO WS-AN-STACK-TOP.
           MOVE 1 TO WS-AN-NEXT.
           PERFORM PUSH-REACHABLE.
           PERFORM VISIT-REACHABLE UNTIL WS-AN-STACK-TOP = 0.
           PERFORM WRITE-ANALYSIS-LINE.
           MOVE "UNREACHABLE INSTRUCTIONS" TO WS-AN-LINE.
           PERFORM WRITE-ANALYSIS-LINE.
           PERFORM VARYING WS-AN-I FROM 1 BY 1
               UNTIL WS-AN-I > WS-INSTRUCTION-COUNT
               IF NOT AN-REACHED(WS-AN-I)
                   ADD 1 TO WS-AN-UNREACHABLE
                   MOVE WS-AN-I TO WS-AN-J
                   PERFORM FORMAT-INSTRUCTION
                   MOVE WS-AN-I TO WS-AN-NUM-1
                   STRING "  " DELIMITED BY SIZE
                       WS-AN-NUM-1 DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-AN-TEXT DELIMITED BY SIZE
                       INTO WS-AN-LINE
                   END-STRING
                   PERFORM WRITE-ANALYSIS-LINE
               END-IF
           END-PERFORM.
           IF WS-AN-UNREACHABLE = 0
               MOVE "  (NONE)" TO WS-AN-LINE
               PERFORM WRITE-ANALYSIS-LINE
           END-IF.

       PUSH-REACHABLE.
           IF WS-AN-NEXT >= 1 AND WS-AN-NEXT <= WS-INSTRUCTION-COUNT
               IF NOT AN-REACHED(WS-AN-NEXT)
                   SET AN-REACHED(WS-AN-NEXT) TO TRUE
                   ADD 1 TO WS-AN-STACK-TOP
                   MOVE WS-AN-NEXT TO WS-AN-STACK(WS-AN-STACK-TOP)
               END-IF
           END-IF.

       VISIT-REACHABLE.
           MOVE WS-AN-STACK(WS-AN-STACK-TOP) TO WS-AN-K.
           SUBTRACT 1 FROM WS-AN-STACK-TOP.
           EVALUATE WS-OPCODE(WS-AN-K)
               WHEN "hlf"
               WHEN "tpl"
               WHEN "inc"
                   COMPUTE WS-AN-NEXT = WS-AN-K + 1
                   PERFORM PUSH-REACHABLE
               WHEN "jmp"
                   COMPUTE WS-AN-NEXT = WS-AN-K + WS-OFFSET(WS-AN-K)
                   PERFORM PUSH-REACHABLE
               WHEN "jie"
               WHEN "jio"
                   COMPUTE WS-AN-NEXT = WS-AN-K + 1
                   PERFORM PUSH-REACHABLE
                   COMPUTE WS-AN-NEXT = WS-AN-K + WS-OFFSET(WS-AN-K)
                   PERFORM PUSH-REACHABLE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    Every jump back to itself or an earlier instruction closes
      *    a loop over target..jump.
       ANALYZE-LOOPS.
           PERFORM WRITE-ANALYSIS-LINE.
           MOVE "LOOPS" TO WS-AN-LINE.
           PERFORM WRITE-ANALYSIS-LINE.
           PERFORM VARYING WS-AN-I FROM 1 BY 1
               UNTIL WS-AN-I > WS-INSTRUCTION-COUNT
               IF WS-OPCODE(WS-AN-I) = "jmp" OR "jie" OR "jio"
                   COMPUTE WS-AN-NEXT = WS-AN-I + WS-OFFSET(WS-AN-I)
                   IF WS-AN-NEXT >= 1 AND WS-AN-NEXT <= WS-AN-I
                       PERFORM REPORT-LOOP
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-AN-LOOPS = 0
               MOVE "  (NONE)" TO WS-AN-LINE
               PERFORM WRITE-ANALYSIS-LINE
           END-IF.

      *    An exit is any jump inside the loop that lands outside it,
      *    plus the fall-through of a conditional closing jump. An
      *    unconditional way out means the loop can always be left;
      *    otherwise at least one tested register must be changed in
      *    the body or the exit test can never change its answer.
       REPORT-LOOP.
           ADD 1 TO WS-AN-LOOPS.
           MOVE WS-AN-NEXT TO WS-AN-LOOP-START.
           MOVE WS-AN-I TO WS-AN-LOOP-END.
           MOVE ALL 'N' TO WS-AN-REG-TABLE.
           MOVE 0 TO WS-AN-COND-EXITS WS-AN-FREE-EXITS
               WS-AN-LIVE-EXITS.
           MOVE WS-AN-I TO WS-AN-J.
           PERFORM FORMAT-INSTRUCTION.
           MOVE WS-AN-LOOP-START TO WS-AN-NUM-1.
           MOVE WS-AN-LOOP-END TO WS-AN-NUM-2.
           MOVE SPACES TO WS-AN-NOTE.
           IF NOT AN-REACHED(WS-AN-I)
               MOVE "(UNREACHABLE)" TO WS-AN-NOTE
           END-IF.
           STRING "  LOOP " DELIMITED BY SIZE
               WS-AN-NUM-1 DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-AN-NUM-2 DELIMITED BY SIZE
               " CLOSED BY " DELIMITED BY SIZE
               WS-AN-TEXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AN-NOTE DELIMITED BY SIZE
               INTO WS-AN-LINE
           END-STRING.
           PERFORM WRITE-ANALYSIS-LINE.
           PERFORM CHECK-LOOP-INSTRUCTION
               VARYING WS-AN-J FROM WS-AN-LOOP-START BY 1
               UNTIL WS-AN-J > WS-AN-LOOP-END.
           MOVE SPACES TO WS-AN-EXIT-LIST WS-AN-CHANGED-LIST.
           MOVE 1 TO WS-AN-LIST-PTR.
           PERFORM VARYING WS-AN-REG-SUB FROM 1 BY 1
               UNTIL WS-AN-REG-SUB > 4
               IF AN-EXIT-REG(WS-AN-REG-SUB)
                   STRING WS-AN-REG-LETTERS(WS-AN-REG-SUB:1) " "
                       DELIMITED BY SIZE
                       INTO WS-AN-EXIT-LIST
                       WITH POINTER WS-AN-LIST-PTR
                   END-STRING
                   IF AN-CHANGED-REG(WS-AN-REG-SUB)
                       ADD 1 TO WS-AN-LIVE-EXITS
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 1 TO WS-AN-LIST-PTR.
           PERFORM VARYING WS-AN-REG-SUB FROM 1 BY 1
               UNTIL WS-AN-REG-SUB > 4
               IF AN-CHANGED-REG(WS-AN-REG-SUB)
                   STRING WS-AN-REG-LETTERS(WS-AN-REG-SUB:1) " "
                       DELIMITED BY SIZE
                       INTO WS-AN-CHANGED-LIST
                       WITH POINTER WS-AN-LIST-PTR
                   END-STRING
               END-IF
           END-PERFORM.
           IF WS-AN-EXIT-LIST = SPACES
               MOVE "none" TO WS-AN-EXIT-LIST
           END-IF.
           IF WS-AN-CHANGED-LIST = SPACES
               MOVE "none" TO WS-AN-CHANGED-LIST
           END-IF.
           STRING "    EXIT REGISTERS: " DELIMITED BY SIZE
               WS-AN-EXIT-LIST DELIMITED BY SIZE
               " CHANGED IN LOOP: " DELIMITED BY SIZE
               WS-AN-CHANGED-LIST DELIMITED BY SIZE
               INTO WS-AN-LINE
           END-STRING.
           PERFORM WRITE-ANALYSIS-LINE.
           EVALUATE TRUE
               WHEN WS-AN-FREE-EXITS > 0
                   MOVE "    VERDICT: HAS AN UNCONDITIONAL EXIT"
                       TO WS-AN-LINE
               WHEN WS-AN-COND-EXITS = 0
                   STRING "    VERDICT: *** NO EXIT - "
                       "PROBABLE INFINITE LOOP ***"
                       DELIMITED BY SIZE INTO WS-AN-LINE
                   END-STRING
                   ADD 1 TO WS-AN-INFINITE
               WHEN WS-AN-LIVE-EXITS = 0
                   STRING "    VERDICT: *** EXIT REGISTERS NEVER "
                       "CHANGED - PROBABLE INFINITE LOOP ***"
                       DELIMITED BY SIZE INTO WS-AN-LINE
                   END-STRING
                   ADD 1 TO WS-AN-INFINITE
               WHEN OTHER
                   MOVE "    VERDICT: EXIT REGISTER CHANGED IN LOOP"
                       TO WS-AN-LINE
           END-EVALUATE.
           PERFORM WRITE-ANALYSIS-LINE.

       CHECK-LOOP-INSTRUCTION.
           EVALUATE WS-OPCODE(WS-AN-J)
               WHEN "hlf"
               WHEN "tpl"
               WHEN "inc"
                   PERFORM FIND-REG-SUB
                   IF WS-AN-REG-SUB > 0
                       SET AN-CHANGED-REG(WS-AN-REG-SUB) TO TRUE
                   END-IF
               WHEN "jmp"
                   COMPUTE WS-AN-NEXT = WS-AN-J + WS-OFFSET(WS-AN-J)
                   IF WS-AN-NEXT < WS-AN-LOOP-START
                       OR WS-AN-NEXT > WS-AN-LOOP-END
                       ADD 1 TO WS-AN-FREE-EXITS
                       MOVE "UNCONDITIONAL" TO WS-AN-NOTE
                       PERFORM WRITE-LOOP-EXIT
                   END-IF
               WHEN "jie"
               WHEN "jio"
                   COMPUTE WS-AN-NEXT = WS-AN-J + WS-OFFSET(WS-AN-J)
                   IF WS-AN-NEXT < WS-AN-LOOP-START
                       OR WS-AN-NEXT > WS-AN-LOOP-END
                       OR WS-AN-J = WS-AN-LOOP-END
                       ADD 1 TO WS-AN-COND-EXITS
                       PERFORM FIND-REG-SUB
                       IF WS-AN-REG-SUB > 0
                           SET AN-EXIT-REG(WS-AN-REG-SUB) TO TRUE
                       END-IF
                       MOVE SPACES TO WS-AN-NOTE
                       STRING "TESTS REGISTER " WS-REG(WS-AN-J)
                           DELIMITED BY SIZE INTO WS-AN-NOTE
                       END-STRING
                       PERFORM WRITE-LOOP-EXIT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       WRITE-LOOP-EXIT.
           PERFORM FORMAT-INSTRUCTION.
           MOVE WS-AN-J TO WS-AN-NUM-1.
           STRING "    EXIT AT " DELIMITED BY SIZE
               WS-AN-NUM-1 DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-AN-TEXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AN-NOTE DELIMITED BY SIZE
               INTO WS-AN-LINE
           END-STRING.
           PERFORM WRITE-ANALYSIS-LINE.

       FIND-REG-SUB.
           MOVE 0 TO WS-AN-REG-SUB.
           EVALUATE WS-REG(WS-AN-J)
               WHEN "a" MOVE 1 TO WS-AN-REG-SUB
               WHEN "b" MOVE 2 TO WS-AN-REG-SUB
               WHEN "c" MOVE 3 TO WS-AN-REG-SUB
               WHEN "d" MOVE 4 TO WS-AN-REG-SUB
           END-EVALUATE.

      *    Instruction WS-AN-J rebuilt in its source form for the
      *    report, e.g. "jio a, +8".
       FORMAT-INSTRUCTION.
           MOVE SPACES TO WS-AN-TEXT.
           MOVE WS-OFFSET(WS-AN-J) TO WS-AN-OFFSET-ED.
           EVALUATE WS-OPCODE(WS-AN-J)
               WHEN "hlf"
               WHEN "tpl"
               WHEN "inc"
                   STRING WS-OPCODE(WS-AN-J) " " WS-REG(WS-AN-J)
                       DELIMITED BY SIZE INTO WS-AN-TEXT
                   END-STRING
               WHEN "jmp"
                   STRING "jmp " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-AN-OFFSET-ED)
                           DELIMITED BY SIZE
                       INTO WS-AN-TEXT
                   END-STRING
               WHEN "jie"
               WHEN "jio"
                   STRING WS-OPCODE(WS-AN-J) " " WS-REG(WS-AN-J) ", "
                           DELIMITED BY SIZE
                       FUNCTION TRIM(WS-AN-OFFSET-ED)
                           DELIMITED BY SIZE
                       INTO WS-AN-TEXT
                   END-STRING
               WHEN SPACES
                   MOVE "(BLANK LINE)" TO WS-AN-TEXT
               WHEN OTHER
                   STRING '"' WS-OPCODE(WS-AN-J) '"'
                       DELIMITED BY SIZE INTO WS-AN-TEXT
                   END-STRING
           END-EVALUATE.

       WRITE-ANALYSIS-TOTALS.
           PERFORM WRITE-ANALYSIS-LINE.
           MOVE "TOTALS" TO WS-AN-LINE.
           PERFORM WRITE-ANALYSIS-LINE.
           MOVE "INSTRUCTIONS" TO WS-AN-LABEL.
           MOVE WS-INSTRUCTION-COUNT TO WS-AN-COUNT-ED.
           PERFORM WRITE-ANALYSIS-COUNT.
           MOVE "JUMPS" TO WS-AN-LABEL.
           MOVE WS-AN-JUMPS TO WS-AN-COUNT-ED.
           PERFORM WRITE-ANALYSIS-COUNT.
           MOVE "TARGETS OUTSIDE PROGRAM" TO WS-AN-LABEL.
           MOVE WS-AN-OUTSIDE TO WS-AN-COUNT-ED.
           PERFORM WRITE-ANALYSIS-COUNT.
           MOVE "INVALID INSTRUCTIONS" TO WS-AN-LABEL.
           MOVE WS-AN-INVALID TO WS-AN-COUNT-ED.
           PERFORM WRITE-ANALYSIS-COUNT.
           MOVE "UNREACHABLE" TO WS-AN-LABEL.
           MOVE WS-AN-UNREACHABLE TO WS-AN-COUNT-ED.
           PERFORM WRITE-ANALYSIS-COUNT.
           MOVE "LOOPS" TO WS-AN-LABEL.
           MOVE WS-AN-LOOPS TO WS-AN-COUNT-ED.
           PERFORM WRITE-ANALYSIS-COUNT.
           MOVE "PROBABLE INFINITE LOOPS" TO WS-AN-LABEL.
           MOVE WS-AN-INFINITE TO WS-AN-COUNT-ED.
           PERFORM WRITE-ANALYSIS-COUNT.

       WRITE-ANALYSIS-COUNT.
           STRING "  " WS-AN-LABEL WS-AN-COUNT-ED
               DELIMITED BY SIZE INTO WS-AN-LINE
           END-STRING.
           PERFORM WRITE-ANALYSIS-LINE.

       WRITE-ANALYSIS-LINE.
           MOVE WS-AN-LINE TO ANALYSIS-RECORD.
           WRITE ANALYSIS-RECORD.
           MOVE SPACES TO WS-AN-LINE.

       EXECUTE-PROGRAM.
           SET INSTR-IDX TO WS-PC.
           ADD 1 TO WS-HIT-COUNT(WS-PC).
               INTO TRACE-RECORD
           END-STRING.
           WRITE TRACE-RECORD.

      * Closes every trace with the PC and registers as the run ended,
      * laid out like a step line with OP=END, so TRACE-COMPARE can
      * show the final registers of two runs side by side.
       WRITE-TRACE-END.
           MOVE WS-PC TO WS-TRACE-PC.
           MOVE WS-REG-A TO WS-TRACE-REG-A.
           MOVE WS-REG-B TO WS-TRACE-REG-B.
           MOVE SPACES TO TRACE-RECORD.
           STRING "PC=" DELIMITED BY SIZE
               WS-TRACE-PC DELIMITED BY SIZE
               " OP=END A=" DELIMITED BY SIZE
               WS-TRACE-REG-A DELIMITED BY SIZE
               " B=" DELIMITED BY SIZE
               WS-TRACE-REG-B DELIMITED BY SIZE
               INTO TRACE-RECORD
           END-STRING.
           WRITE TRACE-RECORD.
