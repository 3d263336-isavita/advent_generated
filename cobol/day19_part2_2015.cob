           SELECT PLAN-FILE ASSIGN TO "synthesis_plan.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    Optional run mode: BATCH plans every molecule listed in
      *    molecule_targets.txt (one per line) against the rules in
      *    input.txt, each in its own section of synthesis_plan.txt,
      *    then ranks them; absent or blank keeps the single-target
      *    run on the molecule at the end of input.txt.
           SELECT OPTIONAL MODE-FILE ASSIGN TO "mode.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MODE-STATUS.

           SELECT OPTIONAL TARGET-FILE
               ASSIGN TO "molecule_targets.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARGET-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE.
       FD  PLAN-FILE.
       01  PLAN-RECORD          PIC X(1100).

       FD  MODE-FILE.
       01  MODE-RECORD          PIC X(10).

       FD  TARGET-FILE.
       01  TARGET-RECORD        PIC X(1024).

       WORKING-STORAGE SECTION.
       01  RUN-HEADER-FIELDS.
           05 RUN-STAMP          PIC X(32) VALUE SPACES.
       01  WS-FLAGS.
           05  WS-EOF-FLAG      PIC X VALUE 'N'.
               88  IS-EOF       VALUE 'Y'.
           05  WS-RUN-MODE      PIC X VALUE 'S'.
               88  BATCH-MODE   VALUE 'B'.
           05  WS-TARGET-EOF-FLAG PIC X VALUE 'N'.
               88  TARGET-EOF   VALUE 'Y'.
       01  WS-MODE-STATUS       PIC XX.
       01  WS-TARGET-STATUS     PIC XX.

       01  WS-MOLECULE-DATA.
           05  WS-MOLECULE      PIC X(1024).
              10 PL-LEN         PIC 9(4) COMP.
              10 PL-RESULT      PIC X(1024).

      *    Batch mode: one entry per target planned, with the rules
      *    its plan used (uses per rule number) for the summary, and
      *    the ranking order built over them at the end.
       01  WS-TARGET-COUNT       PIC 9(4) COMP VALUE 0.
       01  WS-TARGET-LINE-NUM    PIC 9(4) COMP VALUE 0.
       01  WS-PRODUCIBLE-COUNT   PIC 9(4) COMP VALUE 0.
       01  WS-TARGET-TABLE.
           05 WS-TARGET OCCURS 100 TIMES.
              10 TG-LINE        PIC 9(4) COMP.
              10 TG-STEPS       PIC 9(4) COMP.
              10 TG-VERDICT     PIC X.
                 88 TG-VERIFIED     VALUE 'V'.
                 88 TG-STUCK        VALUE 'S'.
                 88 TG-FAILED       VALUE 'F'.
              10 TG-LEN         PIC 9(4) COMP.
              10 TG-HEAD        PIC X(40).
              10 TG-RULE-USES   PIC 9(4) COMP OCCURS 60 TIMES.
       01  WS-RANK-TABLE.
           05 WS-RANK-ENTRY     PIC 9(4) COMP OCCURS 100 TIMES.
       01  WS-BATCH-FIELDS.
           05 WS-TG-SUB         PIC 9(4) COMP.
           05 WS-RANK-SUB       PIC 9(4) COMP.
           05 WS-RANK-HOLD      PIC 9(4) COMP.
           05 WS-RANK-POS       PIC 9(4) COMP.
           05 WS-RANK-BEFORE    PIC X.
           05 WS-TARGET-DISP    PIC Z(3)9.
           05 WS-RANK-DISP      PIC Z(3)9.
           05 WS-LEN-DISP       PIC Z(3)9.
           05 WS-USES-DISP      PIC Z(3)9.

       PROCEDURE DIVISION.
           ACCEPT RUN-STAMP FROM ENVIRONMENT "RUN_STAMP"
               ON EXCEPTION CONTINUE
           DISPLAY "RUN Solve INPUT=input.txt STAMP="
               FUNCTION TRIM(RUN-STAMP).
       MAIN-PROCEDURE.
           PERFORM 0500-READ-MODE-FILE.
           PERFORM 1000-READ-MOLECULE.
           IF BATCH-MODE
               PERFORM 5000-RUN-TARGET-BATCH
           ELSE
               PERFORM 2000-PROCESS-MOLECULE
               PERFORM 3000-CALCULATE-AND-DISPLAY
               PERFORM 3500-COUNT-DISTINCT-VARIANTS
               PERFORM 4000-BUILD-SYNTHESIS-PLAN
           END-IF.
           STOP RUN.

       0500-READ-MODE-FILE.
           OPEN INPUT MODE-FILE.
           IF WS-MODE-STATUS = '00'
               READ MODE-FILE
                   AT END MOVE SPACES TO MODE-RECORD
               END-READ
               EVALUATE FUNCTION TRIM(MODE-RECORD)
                   WHEN SPACES
                       CONTINUE
                   WHEN 'BATCH'
                       SET BATCH-MODE TO TRUE
                   WHEN OTHER
                       DISPLAY "INVALID mode.txt VALUE "
                           FUNCTION TRIM(MODE-RECORD)
                           " EXPECTED BATCH"
                       CLOSE MODE-FILE
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
           END-IF.
           CLOSE MODE-FILE.

       1000-READ-MOLECULE.
           OPEN INPUT INPUT-FILE.
           IF RUN-INFILE-STATUS NOT = "00"
               STOP RUN
           END-IF.
           OPEN OUTPUT RULE-REPORT-FILE.
      *    A rules-only input.txt (batch mode keeps its targets
      *    elsewhere) simply ends without the blank line.
           PERFORM UNTIL IS-EOF
               READ INPUT-FILE
                   AT END SET IS-EOF TO TRUE
               END-READ
               EVALUATE TRUE
                   WHEN IS-EOF
                       CONTINUE
                   WHEN INPUT-RECORD = SPACES
                       READ INPUT-FILE INTO WS-MOLECULE
                           AT END SET IS-EOF TO TRUE
                       END-READ
                       EXIT PERFORM
                   WHEN OTHER
                       ADD 1 TO WS-LINE-NUM
                       PERFORM 1100-CAPTURE-RULE
               END-EVALUATE
           END-PERFORM.
           CLOSE INPUT-FILE.
           CLOSE RULE-REPORT-FILE.
      *    reversed gives the executable e-to-target sequence; a rule
      *    producing from e is only taken when it finishes the job.
       4000-BUILD-SYNTHESIS-PLAN.
           PERFORM 4050-REDUCE-TO-E.
           OPEN OUTPUT PLAN-FILE.
           IF WS-PLAN-STUCK = 'Y'
               MOVE "NO PLAN FOUND: GREEDY REDUCTION STUCK"
               CLOSE PLAN-FILE
           END-IF.

       4050-REDUCE-TO-E.
           MOVE WS-MOLECULE TO WS-WORK.
           MOVE WS-MOLECULE-LEN TO WS-WORK-LEN.
           MOVE 0 TO WS-PLAN-COUNT.
           MOVE 'N' TO WS-PLAN-STUCK.
           PERFORM 4100-REDUCE-ONE-STEP
               UNTIL WS-PLAN-STUCK = 'Y'
               OR (WS-WORK-LEN = 1 AND WS-WORK(1:1) = 'e').

       4100-REDUCE-ONE-STEP.
           MOVE 'N' TO WS-REDUCED-FLAG.
           PERFORM VARYING WS-SCAN-POS FROM WS-WORK-LEN BY -1
               MOVE WS-PLAN-LINE TO PLAN-RECORD
               WRITE PLAN-RECORD
           END-PERFORM.
           IF NOT BATCH-MODE
               MOVE WS-PLAN-COUNT TO WS-STEP-DISP
               DISPLAY "PLAN STEPS " FUNCTION TRIM(WS-STEP-DISP)
               DISPLAY "ANSWER=plan-steps=" FUNCTION TRIM(WS-STEP-DISP)
           END-IF.

      *    The proof the lab can execute: start from e and apply the
      *    plan forward, checking every intermediate molecule against
               MOVE "PLAN VERIFIED: REPLAY LANDS ON THE TARGET"
                   TO PLAN-RECORD
               WRITE PLAN-RECORD
               IF NOT BATCH-MODE
                   DISPLAY "ANSWER=plan-verdict=VERIFIED"
               END-IF
           ELSE
               MOVE "PLAN FAILED FORWARD VERIFICATION"
                   TO PLAN-RECORD
               WRITE PLAN-RECORD
               IF NOT BATCH-MODE
                   DISPLAY "ANSWER=plan-verdict=FAILED"
               END-IF
               MOVE 4 TO RETURN-CODE
           END-IF.

               OR WS-WORK-LEN NOT = PL-LEN(WS-PLAN-SUB)
               MOVE 'N' TO WS-VERIFY-OK
           END-IF.

      *    Batch mode: the one rule set from input.txt is run against
      *    every target molecule in molecule_targets.txt. Each target
      *    gets its own section of synthesis_plan.txt holding either
      *    the verified plan from e or the not-producible verdict, and
      *    a closing summary ranks the producible targets by steps
      *    with the rules each plan used.
       5000-RUN-TARGET-BATCH.
           OPEN INPUT TARGET-FILE.
           IF WS-TARGET-STATUS NOT = '00'
               DISPLAY "BATCH MODE NEEDS molecule_targets.txt"
               CLOSE TARGET-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PLAN-FILE.
           MOVE WS-RULE-COUNT TO WS-STEP-DISP.
           MOVE SPACES TO WS-PLAN-LINE.
           STRING "SYNTHESIS PLANS FOR molecule_targets.txt USING "
                   DELIMITED BY SIZE
               FUNCTION TRIM(WS-STEP-DISP) DELIMITED BY SIZE
               " RULES FROM input.txt" DELIMITED BY SIZE
               INTO WS-PLAN-LINE
           END-STRING.
           MOVE WS-PLAN-LINE TO PLAN-RECORD.
           WRITE PLAN-RECORD.
           PERFORM 5100-PLAN-NEXT-TARGET UNTIL TARGET-EOF.
           CLOSE TARGET-FILE.
           IF WS-TARGET-COUNT = 0
               MOVE "NO TARGET MOLECULES IN molecule_targets.txt"
                   TO PLAN-RECORD
               WRITE PLAN-RECORD
               CLOSE PLAN-FILE
               DISPLAY "NO TARGET MOLECULES IN molecule_targets.txt"
               DISPLAY "ANSWER=targets=0"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 5400-RANK-TARGETS.
           PERFORM 5500-WRITE-BATCH-SUMMARY.
           CLOSE PLAN-FILE.

       5100-PLAN-NEXT-TARGET.
           READ TARGET-FILE
               AT END
                   SET TARGET-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-TARGET-LINE-NUM.
           IF TARGET-RECORD = SPACES
               OR FUNCTION TRIM(TARGET-RECORD)(1:1) = '*'
               EXIT PARAGRAPH
           END-IF.
           IF WS-TARGET-COUNT >= 100
               MOVE WS-TARGET-LINE-NUM TO WS-LINE-NUM-DISP
               DISPLAY "TARGET TABLE FULL AT 100, LINE "
                   FUNCTION TRIM(WS-LINE-NUM-DISP) " IGNORED"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TARGET-COUNT.
           MOVE WS-TARGET-COUNT TO WS-TG-SUB.
           MOVE FUNCTION TRIM(TARGET-RECORD) TO WS-MOLECULE.
           MOVE 0 TO WS-IDX.
           INSPECT FUNCTION REVERSE(WS-MOLECULE)
               TALLYING WS-IDX FOR LEADING SPACES.
           COMPUTE WS-MOLECULE-LEN = LENGTH OF WS-MOLECULE - WS-IDX.
           MOVE WS-TARGET-LINE-NUM TO TG-LINE(WS-TG-SUB).
           MOVE WS-MOLECULE-LEN TO TG-LEN(WS-TG-SUB).
           MOVE WS-MOLECULE TO TG-HEAD(WS-TG-SUB).
           MOVE 0 TO TG-STEPS(WS-TG-SUB).
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > 60
               MOVE 0 TO TG-RULE-USES(WS-TG-SUB, WS-RULE-IDX)
           END-PERFORM.
           MOVE SPACES TO PLAN-RECORD.
           WRITE PLAN-RECORD.
           MOVE WS-TARGET-COUNT TO WS-TARGET-DISP.
           MOVE WS-MOLECULE-LEN TO WS-LEN-DISP.
           MOVE SPACES TO WS-PLAN-LINE.
           STRING "TARGET " DELIMITED BY SIZE
               FUNCTION TRIM(WS-TARGET-DISP) DELIMITED BY SIZE
               " LENGTH " DELIMITED BY SIZE
               FUNCTION TRIM(WS-LEN-DISP) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               WS-MOLECULE(1:WS-MOLECULE-LEN) DELIMITED BY SIZE
               INTO WS-PLAN-LINE
           END-STRING.
           MOVE WS-PLAN-LINE TO PLAN-RECORD.
           WRITE PLAN-RECORD.
           PERFORM 4050-REDUCE-TO-E.
           IF WS-PLAN-STUCK = 'Y'
               SET TG-STUCK(WS-TG-SUB) TO TRUE
               MOVE "NOT PRODUCIBLE BY GREEDY REDUCTION"
                   TO PLAN-RECORD
               WRITE PLAN-RECORD
               DISPLAY "TARGET " FUNCTION TRIM(WS-TARGET-DISP)
                   " NOT PRODUCIBLE BY GREEDY REDUCTION"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 4300-WRITE-PLAN-STEPS.
           PERFORM 4400-VERIFY-PLAN-FORWARD.
           MOVE WS-PLAN-COUNT TO TG-STEPS(WS-TG-SUB).
           PERFORM VARYING WS-PLAN-SUB FROM 1 BY 1
               UNTIL WS-PLAN-SUB > WS-PLAN-COUNT
               ADD 1 TO TG-RULE-USES(WS-TG-SUB, PL-RULE(WS-PLAN-SUB))
           END-PERFORM.
           MOVE WS-PLAN-COUNT TO WS-STEP-DISP.
           IF WS-VERIFY-OK = 'Y'
               SET TG-VERIFIED(WS-TG-SUB) TO TRUE
               ADD 1 TO WS-PRODUCIBLE-COUNT
               DISPLAY "TARGET " FUNCTION TRIM(WS-TARGET-DISP)
                   " PLAN STEPS " FUNCTION TRIM(WS-STEP-DISP)
           ELSE
               SET TG-FAILED(WS-TG-SUB) TO TRUE
               DISPLAY "TARGET " FUNCTION TRIM(WS-TARGET-DISP)
                   " PLAN FAILED FORWARD VERIFICATION"
           END-IF.

      *    Insertion sort of target numbers: verified plans first by
      *    ascending steps, ties in file order; everything else after.
       5400-RANK-TARGETS.
           PERFORM VARYING WS-RANK-SUB FROM 1 BY 1
               UNTIL WS-RANK-SUB > WS-TARGET-COUNT
               MOVE WS-RANK-SUB TO WS-RANK-HOLD
               MOVE WS-RANK-SUB TO WS-RANK-POS
               MOVE 'Y' TO WS-RANK-BEFORE
               PERFORM 5410-SHIFT-RANK-ENTRY
                   UNTIL WS-RANK-POS = 1 OR WS-RANK-BEFORE = 'N'
               MOVE WS-RANK-HOLD TO WS-RANK-ENTRY(WS-RANK-POS)
           END-PERFORM.

       5410-SHIFT-RANK-ENTRY.
           MOVE WS-RANK-ENTRY(WS-RANK-POS - 1) TO WS-TG-SUB.
           IF TG-VERIFIED(WS-RANK-HOLD)
               AND (NOT TG-VERIFIED(WS-TG-SUB)
                   OR TG-STEPS(WS-RANK-HOLD) < TG-STEPS(WS-TG-SUB))
               MOVE WS-TG-SUB TO WS-RANK-ENTRY(WS-RANK-POS)
               SUBTRACT 1 FROM WS-RANK-POS
           ELSE
               MOVE 'N' TO WS-RANK-BEFORE
           END-IF.

       5500-WRITE-BATCH-SUMMARY.
           MOVE SPACES TO PLAN-RECORD.
           WRITE PLAN-RECORD.
           MOVE WS-TARGET-COUNT TO WS-TARGET-DISP.
           MOVE WS-PRODUCIBLE-COUNT TO WS-RANK-DISP.
           MOVE SPACES TO WS-PLAN-LINE.
           STRING "BATCH SUMMARY: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-TARGET-DISP) DELIMITED BY SIZE
               " TARGETS, " DELIMITED BY SIZE
               FUNCTION TRIM(WS-RANK-DISP) DELIMITED BY SIZE
               " PRODUCIBLE" DELIMITED BY SIZE
               INTO WS-PLAN-LINE
           END-STRING.
           MOVE WS-PLAN-LINE TO PLAN-RECORD.
           WRITE PLAN-RECORD.
           DISPLAY FUNCTION TRIM(WS-PLAN-LINE).
           PERFORM VARYING WS-RANK-SUB FROM 1 BY 1
               UNTIL WS-RANK-SUB > WS-TARGET-COUNT
               MOVE WS-RANK-ENTRY(WS-RANK-SUB) TO WS-TG-SUB
               PERFORM 5510-WRITE-RANK-LINE
           END-PERFORM.
           MOVE WS-TARGET-COUNT TO WS-TARGET-DISP.
           MOVE WS-PRODUCIBLE-COUNT TO WS-RANK-DISP.
           DISPLAY "ANSWER=targets=" FUNCTION TRIM(WS-TARGET-DISP).
           DISPLAY "ANSWER=targets-producible="
               FUNCTION TRIM(WS-RANK-DISP).
           IF WS-PRODUCIBLE-COUNT > 0
               MOVE WS-RANK-ENTRY(1) TO WS-TARGET-DISP
               MOVE TG-STEPS(WS-RANK-ENTRY(1)) TO WS-STEP-DISP
               DISPLAY "ANSWER=best-target="
                   FUNCTION TRIM(WS-TARGET-DISP)
               DISPLAY "ANSWER=best-target-steps="
                   FUNCTION TRIM(WS-STEP-DISP)
           END-IF.

       5510-WRITE-RANK-LINE.
           MOVE WS-TG-SUB TO WS-TARGET-DISP.
           MOVE TG-LINE(WS-TG-SUB) TO WS-LINE-NUM-DISP.
           MOVE TG-STEPS(WS-TG-SUB) TO WS-STEP-DISP.
           MOVE WS-RANK-SUB TO WS-RANK-DISP.
           MOVE SPACES TO WS-PLAN-LINE.
           MOVE 1 TO WS-PLAN-PTR.
           IF TG-VERIFIED(WS-TG-SUB)
               STRING "RANK " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-RANK-DISP) DELIMITED BY SIZE
                   " TARGET " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TARGET-DISP) DELIMITED BY SIZE
                   " STEPS " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-STEP-DISP) DELIMITED BY SIZE
                   INTO WS-PLAN-LINE
                   WITH POINTER WS-PLAN-PTR
               END-STRING
           ELSE
               STRING "UNRANKED TARGET " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TARGET-DISP) DELIMITED BY SIZE
                   INTO WS-PLAN-LINE
                   WITH POINTER WS-PLAN-PTR
               END-STRING
               IF TG-STUCK(WS-TG-SUB)
                   STRING " NOT PRODUCIBLE BY GREEDY REDUCTION"
                           DELIMITED BY SIZE
                       INTO WS-PLAN-LINE
                       WITH POINTER WS-PLAN-PTR
                   END-STRING
               ELSE
                   STRING " PLAN FAILED FORWARD VERIFICATION"
                           DELIMITED BY SIZE
                       INTO WS-PLAN-LINE
                       WITH POINTER WS-PLAN-PTR
                   END-STRING
               END-IF
           END-IF.
           STRING " (LINE " DELIMITED BY SIZE
               FUNCTION TRIM(WS-LINE-NUM-DISP) DELIMITED BY SIZE
               ") " DELIMITED BY SIZE
               FUNCTION TRIM(TG-HEAD(WS-TG-SUB)) DELIMITED BY SIZE
               INTO WS-PLAN-LINE
               WITH POINTER WS-PLAN-PTR
           END-STRING.
           IF TG-LEN(WS-TG-SUB) > 40
               STRING "..." DELIMITED BY SIZE
                   INTO WS-PLAN-LINE
                   WITH POINTER WS-PLAN-PTR
               END-STRING
           END-IF.
           MOVE WS-PLAN-LINE TO PLAN-RECORD.
           WRITE PLAN-RECORD.
           DISPLAY FUNCTION TRIM(WS-PLAN-LINE).
           IF NOT TG-VERIFIED(WS-TG-SUB)
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-PLAN-LINE.
           MOVE 1 TO WS-PLAN-PTR.
           STRING "  RULES USED:" DELIMITED BY SIZE
               INTO WS-PLAN-LINE
               WITH POINTER WS-PLAN-PTR
           END-STRING.
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-COUNT
               IF TG-RULE-USES(WS-TG-SUB, WS-RULE-IDX) > 0
                   PERFORM 5520-ADD-RULE-USE
               END-IF
           END-PERFORM.
           MOVE WS-PLAN-LINE TO PLAN-RECORD.
           WRITE PLAN-RECORD.

      *    Plans can use every rule, so the list carries on to a
      *    further line rather than run off the record.
       5520-ADD-RULE-USE.
           IF WS-PLAN-PTR > 1000
               MOVE WS-PLAN-LINE TO PLAN-RECORD
               WRITE PLAN-RECORD
               MOVE SPACES TO WS-PLAN-LINE
               MOVE 1 TO WS-PLAN-PTR
               STRING "  RULES USED (CONT):" DELIMITED BY SIZE
                   INTO WS-PLAN-LINE
                   WITH POINTER WS-PLAN-PTR
               END-STRING
           END-IF.
           MOVE TG-RULE-USES(WS-TG-SUB, WS-RULE-IDX) TO WS-USES-DISP.
           STRING " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-RULE-FROM(WS-RULE-IDX))
                   DELIMITED BY SIZE
               "=>" DELIMITED BY SIZE
               FUNCTION TRIM(WS-RULE-TO(WS-RULE-IDX))
                   DELIMITED BY SIZE
               " x" DELIMITED BY SIZE
               FUNCTION TRIM(WS-USES-DISP) DELIMITED BY SIZE
               INTO WS-PLAN-LINE
               WITH POINTER WS-PLAN-PTR
           END-STRING.
