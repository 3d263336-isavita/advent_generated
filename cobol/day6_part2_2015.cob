        ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS RUN-INFILE-STATUS.

    *> Checkpoint file: a CHECKPOINT-GUARD header record, then the
    *> count of instruction lines already applied, followed by one
    *> record per grid row (1000 zero-padded 5-digit brightness values). Written periodically so
    *> an interrupted overnight batch can resume instead of reprocessing
    *> every toggle command against the 1,000,000-cell grid from line one.
    SELECT CHECKPOINT-FILE ASSIGN TO "light_checkpoint.dat"
    SELECT HEAT-REPORT-FILE ASSIGN TO "light_heatmap.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

    *> Optional owner file: each sponsor's rented rectangle of the grid
    *> and their tariff per brightness unit. When present, every owner
    *> is billed for the brightness in their area at the end of the
    *> batch instead of an even split of the total.
    SELECT OWNER-FILE ASSIGN TO "light_owners.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OWNER-STATUS.

    *> Per-owner bill, then the exceptions list of cells claimed by two
    *> or more owners or by none.
    SELECT BILLING-FILE ASSIGN TO "light_billing.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD INPUT-FILE.
FD HEAT-REPORT-FILE.
01 HEAT-REPORT-RECORD PIC X(80).

FD OWNER-FILE.
01 OWNER-RECORD PIC X(80).

FD BILLING-FILE.
01 BILLING-RECORD PIC X(132).

WORKING-STORAGE SECTION.
01  RUN-HEADER-FIELDS.
    05 RUN-STAMP          PIC X(32) VALUE SPACES.
01 WS-CKPT-CELL-DISPLAY   PIC 9(5).
01 WS-CKPT-EOF-FLAG       PIC X VALUE 'N'.
   88 WS-CKPT-EOF                 VALUE 'Y'.
01 WS-CKPT-RESUME-FLAG    PIC X VALUE 'N'.
   88 WS-CKPT-RESUME              VALUE 'Y'.

*> Checkpoint header request for CHECKPOINT-GUARD -- the same layout
*> every checkpointing program passes it. The header is the first
*> record of the checkpoint: owner, fingerprint of the input it was
*> taken against, when it was written and under which run stamp.
01 CHECKPOINT-REQUEST.
   05 CKR-ACTION          PIC X.
      88 CKR-PREPARE              VALUE 'P'.
      88 CKR-BUILD-HEADER         VALUE 'H'.
      88 CKR-CHECK                VALUE 'C'.
   05 CKR-OWNER           PIC X(30).
   05 CKR-INPUT-NAME      PIC X(100).
   05 CKR-STAMP           PIC X(32).
   05 CKR-FINGERPRINT     PIC X(16).
   05 CKR-HEADER          PIC X(212).
   05 CKR-VERDICT         PIC X.
      88 CKR-VALID                VALUE 'Y'.
   05 CKR-MESSAGE         PIC X(100).

01 WS-COMMAND-TYPE PIC X(10).
01 WS-ACTION-TYPE  PIC X(5).
01 WS-TEMP-X-STR2 PIC X(4).
01 WS-TEMP-Y-STR2 PIC X(4).

*> Owner billing working storage. The claim grid holds how many owner
*> rectangles cover each cell and the first owner that does.
01 WS-OWNER-STATUS PIC XX.
01 WS-OWNER-EOF-FLAG PIC X VALUE 'N'.
   88 WS-OWNER-EOF VALUE 'Y'.
01 WS-COUNT-ONLY-FLAG PIC X VALUE 'N'.
   88 WS-COUNT-ONLY VALUE 'Y'.
01 WS-OWNER-COUNT PIC 9(3) COMP-5 VALUE 0.
01 WS-OWN-IDX PIC 9(3) COMP-5.
01 WS-OWNER-TABLE.
   05 WS-OWNER OCCURS 50 TIMES.
      10 WS-OWN-NAME PIC X(20).
      10 WS-OWN-X1 PIC 9(4).
      10 WS-OWN-Y1 PIC 9(4).
      10 WS-OWN-X2 PIC 9(4).
      10 WS-OWN-Y2 PIC 9(4).
      10 WS-OWN-TARIFF PIC 9(3)V9(6).
      10 WS-OWN-TOUCHES PIC 9(9) COMP-5.
      10 WS-OWN-CELLS PIC 9(9) COMP-5.
      10 WS-OWN-BRIGHTNESS PIC 9(18) COMP-5.
      10 WS-OWN-AMOUNT PIC 9(13)V99.
01 WS-OWN-SWAP PIC 9(4).
01 WS-OWN-TOK-NAME PIC X(20).
01 WS-OWN-TOK-C1 PIC X(12).
01 WS-OWN-TOK-C2 PIC X(12).
01 WS-OWN-TOK-TARIFF PIC X(14).

01 WS-CLAIM-GRID.
   05 WS-CLAIM-ROW OCCURS 1000 TIMES.
      10 WS-CLAIM-CELL OCCURS 1000 TIMES.
         15 WS-CLAIM-COUNT PIC 9(3) COMP-5.
         15 WS-CLAIM-FIRST PIC 9(3) COMP-5.

01 WS-BILL-TOTALS.
   05 WS-BILL-BILLED-BRIGHT PIC 9(18) COMP-5 VALUE 0.
   05 WS-BILL-OVERLAP-BRIGHT PIC 9(18) COMP-5 VALUE 0.
   05 WS-BILL-UNCLAIMED-BRIGHT PIC 9(18) COMP-5 VALUE 0.
   05 WS-BILL-OVERLAP-CELLS PIC 9(9) COMP-5 VALUE 0.
   05 WS-BILL-UNCLAIMED-CELLS PIC 9(9) COMP-5 VALUE 0.
   05 WS-BILL-EXCEPTION-RUNS PIC 9(9) COMP-5 VALUE 0.
   05 WS-BILL-TOTAL-AMOUNT PIC 9(15)V99 VALUE 0.
01 WS-BILL-RUN-START PIC 9(4).
01 WS-BILL-RUN-COUNT PIC 9(3) COMP-5.
01 WS-BILL-RUN-FIRST PIC 9(3) COMP-5.
01 WS-BILL-RUN-BRIGHT PIC 9(18) COMP-5.
01 WS-BILL-LINE PIC X(132).
01 WS-BILL-LABEL PIC X(24).
01 WS-BILL-AREA PIC X(24).
01 WS-BILL-EXCEPTION PIC X(50).
01 WS-BILL-X2-DISP PIC ZZZ9.
01 WS-BILL-Y2-DISP PIC ZZZ9.
01 WS-BILL-CLAIMS-DISP PIC ZZ9.
01 WS-BILL-CELLS-DISP PIC Z(13)9.
01 WS-BILL-TOUCH-DISP PIC Z(13)9.
01 WS-BILL-BRIGHT-DISP PIC Z(17)9.
01 WS-BILL-TARIFF-DISP PIC Z(5)9.9(6).
01 WS-BILL-AMOUNT-DISP PIC Z(14)9.99.

PROCEDURE DIVISION.
    ACCEPT RUN-STAMP FROM ENVIRONMENT "RUN_STAMP"
        ON EXCEPTION CONTINUE
        FUNCTION TRIM(RUN-STAMP).
MAIN-LOGIC SECTION.
    PERFORM INITIALIZE-PROGRAM.
    PERFORM LOAD-OWNERS.
    PERFORM LOAD-CHECKPOINT.
    PERFORM PROCESS-FILE.
    PERFORM CALCULATE-TOTAL-BRIGHTNESS.
    PERFORM WRITE-HEAT-REPORT.
    IF WS-OWNER-COUNT > 0
        PERFORM WRITE-BILLING-REPORT
    END-IF.
    PERFORM CLEAR-CHECKPOINT.
    PERFORM TERMINATE-PROGRAM.
    STOP RUN.
LOAD-CHECKPOINT.
    *> If a checkpoint survives from an interrupted prior run, reload
    *> the grid it saved and skip the instruction lines it already
    *> applied, instead of starting the whole batch over. Only a
    *> checkpoint whose header shows it was taken against this same
    *> input.txt is resumed; any other is refused and the run starts
    *> from line one.
    MOVE "LIGHT-SIMULATOR" TO CKR-OWNER.
    MOVE "input.txt" TO CKR-INPUT-NAME.
    MOVE RUN-STAMP TO CKR-STAMP.
    SET CKR-PREPARE TO TRUE.
    CALL "CHECKPOINT-GUARD" USING CHECKPOINT-REQUEST.
    OPEN INPUT CHECKPOINT-FILE.
    IF WS-CKPT-OK
        READ CHECKPOINT-FILE INTO CKR-HEADER
            AT END SET WS-CKPT-EOF TO TRUE
        END-READ
        IF NOT WS-CKPT-EOF
            SET CKR-CHECK TO TRUE
            CALL "CHECKPOINT-GUARD" USING CHECKPOINT-REQUEST
            IF CKR-VALID
                SET WS-CKPT-RESUME TO TRUE
                DISPLAY "RESUMING FROM " FUNCTION TRIM(CKR-MESSAGE)
            ELSE
                DISPLAY "CHECKPOINT REFUSED: "
                    FUNCTION TRIM(CKR-MESSAGE)
            END-IF
        END-IF
        MOVE 'N' TO WS-CKPT-EOF-FLAG
    END-IF.
    IF WS-CKPT-RESUME
        READ CHECKPOINT-FILE INTO WS-CKPT-LINE-COUNT-STR
            AT END CONTINUE
        END-READ
            END-READ
        END-PERFORM
        CLOSE CHECKPOINT-FILE
        *> Lines already applied are only re-read for the owners'
        *> instruction counts; their effect is in the reloaded grid.
        PERFORM VARYING WS-SKIP-IDX FROM 1 BY 1
            UNTIL WS-SKIP-IDX > WS-CKPT-LINES-PROCESSED
            PERFORM READ-NEXT-RECORD
            IF WS-OWNER-COUNT > 0 AND NOT WS-END-OF-FILE
                SET WS-COUNT-ONLY TO TRUE
                PERFORM PARSE-AND-PROCESS-LINE
                MOVE 'N' TO WS-COUNT-ONLY-FLAG
            END-IF
        END-PERFORM
    ELSE
        CLOSE CHECKPOINT-FILE

SAVE-CHECKPOINT.
    OPEN OUTPUT CHECKPOINT-FILE.
    SET CKR-BUILD-HEADER TO TRUE.
    CALL "CHECKPOINT-GUARD" USING CHECKPOINT-REQUEST.
    MOVE CKR-HEADER TO CKPT-RECORD.
    WRITE CKPT-RECORD.
    MOVE WS-CKPT-LINES-PROCESSED TO WS-CKPT-LINE-COUNT-STR.
    MOVE WS-CKPT-LINE-COUNT-STR TO CKPT-RECORD.
    WRITE CKPT-RECORD.
    ADD 1 TO WS-COORD-END-X.
    ADD 1 TO WS-COORD-END-Y.

    IF WS-OWNER-COUNT > 0
        PERFORM COUNT-OWNER-TOUCHES
    END-IF.
    IF WS-COUNT-ONLY
        EXIT PARAGRAPH
    END-IF.

    PERFORM VARYING WS-LOOP-ROW-IDX FROM WS-COORD-START-X BY 1
        UNTIL WS-LOOP-ROW-IDX > WS-COORD-END-X
        PERFORM VARYING WS-LOOP-COL-IDX FROM WS-COORD-START-Y BY 1
    DISPLAY WS-TOTAL-LIT-COUNT.
    DISPLAY "ANSWER=total-brightness=" WS-TOTAL-BRIGHTNESS.
    DISPLAY "ANSWER=lit-count=" WS-TOTAL-LIT-COUNT.

*> Owner rectangles for billing, one per line:
*>     <owner-name> <x1>,<y1> <x2>,<y2> <tariff per brightness unit>
*> Corners are inclusive grid coordinates, in either order.
LOAD-OWNERS.
    OPEN INPUT OWNER-FILE.
    IF WS-OWNER-STATUS NOT = "00"
        CLOSE OWNER-FILE
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL WS-OWNER-EOF
        READ OWNER-FILE
            AT END SET WS-OWNER-EOF TO TRUE
            NOT AT END PERFORM LOAD-ONE-OWNER
        END-READ
    END-PERFORM.
    CLOSE OWNER-FILE.

LOAD-ONE-OWNER.
    IF OWNER-RECORD = SPACES OR OWNER-RECORD(1:1) = '*'
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO WS-OWN-TOK-NAME WS-OWN-TOK-C1 WS-OWN-TOK-C2
        WS-OWN-TOK-TARIFF WS-TEMP-X-STR1 WS-TEMP-Y-STR1
        WS-TEMP-X-STR2 WS-TEMP-Y-STR2.
    UNSTRING OWNER-RECORD DELIMITED BY ALL SPACE
        INTO WS-OWN-TOK-NAME WS-OWN-TOK-C1 WS-OWN-TOK-C2
             WS-OWN-TOK-TARIFF
    END-UNSTRING.
    UNSTRING WS-OWN-TOK-C1 DELIMITED BY ','
        INTO WS-TEMP-X-STR1 WS-TEMP-Y-STR1
    END-UNSTRING.
    UNSTRING WS-OWN-TOK-C2 DELIMITED BY ','
        INTO WS-TEMP-X-STR2 WS-TEMP-Y-STR2
    END-UNSTRING.
    IF WS-OWN-TOK-TARIFF = SPACES
        OR FUNCTION TEST-NUMVAL(WS-TEMP-X-STR1) NOT = 0
        OR FUNCTION TEST-NUMVAL(WS-TEMP-Y-STR1) NOT = 0
        OR FUNCTION TEST-NUMVAL(WS-TEMP-X-STR2) NOT = 0
        OR FUNCTION TEST-NUMVAL(WS-TEMP-Y-STR2) NOT = 0
        OR FUNCTION TEST-NUMVAL(WS-OWN-TOK-TARIFF) NOT = 0
        DISPLAY "INVALID light_owners.txt LINE IGNORED: "
            FUNCTION TRIM(OWNER-RECORD)
        EXIT PARAGRAPH
    END-IF.
    IF FUNCTION NUMVAL(WS-TEMP-X-STR1) < 0
        OR FUNCTION NUMVAL(WS-TEMP-X-STR1) > 999
        OR FUNCTION NUMVAL(WS-TEMP-Y-STR1) < 0
        OR FUNCTION NUMVAL(WS-TEMP-Y-STR1) > 999
        OR FUNCTION NUMVAL(WS-TEMP-X-STR2) < 0
        OR FUNCTION NUMVAL(WS-TEMP-X-STR2) > 999
        OR FUNCTION NUMVAL(WS-TEMP-Y-STR2) < 0
        OR FUNCTION NUMVAL(WS-TEMP-Y-STR2) > 999
        OR FUNCTION NUMVAL(WS-OWN-TOK-TARIFF) < 0
        DISPLAY "INVALID light_owners.txt LINE IGNORED: "
            FUNCTION TRIM(OWNER-RECORD)
        EXIT PARAGRAPH
    END-IF.
    IF WS-OWNER-COUNT >= 50
        DISPLAY "OWNER TABLE FULL, LINE IGNORED: "
            FUNCTION TRIM(OWNER-RECORD)
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-OWNER-COUNT.
    MOVE WS-OWN-TOK-NAME TO WS-OWN-NAME(WS-OWNER-COUNT).
    COMPUTE WS-OWN-X1(WS-OWNER-COUNT) = FUNCTION NUMVAL(WS-TEMP-X-STR1) + 1.
    COMPUTE WS-OWN-Y1(WS-OWNER-COUNT) = FUNCTION NUMVAL(WS-TEMP-Y-STR1) + 1.
    COMPUTE WS-OWN-X2(WS-OWNER-COUNT) = FUNCTION NUMVAL(WS-TEMP-X-STR2) + 1.
    COMPUTE WS-OWN-Y2(WS-OWNER-COUNT) = FUNCTION NUMVAL(WS-TEMP-Y-STR2) + 1.
    IF WS-OWN-X1(WS-OWNER-COUNT) > WS-OWN-X2(WS-OWNER-COUNT)
        MOVE WS-OWN-X1(WS-OWNER-COUNT) TO WS-OWN-SWAP
        MOVE WS-OWN-X2(WS-OWNER-COUNT) TO WS-OWN-X1(WS-OWNER-COUNT)
        MOVE WS-OWN-SWAP TO WS-OWN-X2(WS-OWNER-COUNT)
    END-IF.
    IF WS-OWN-Y1(WS-OWNER-COUNT) > WS-OWN-Y2(WS-OWNER-COUNT)
        MOVE WS-OWN-Y1(WS-OWNER-COUNT) TO WS-OWN-SWAP
        MOVE WS-OWN-Y2(WS-OWNER-COUNT) TO WS-OWN-Y1(WS-OWNER-COUNT)
        MOVE WS-OWN-SWAP TO WS-OWN-Y2(WS-OWNER-COUNT)
    END-IF.
    COMPUTE WS-OWN-TARIFF(WS-OWNER-COUNT) =
        FUNCTION NUMVAL(WS-OWN-TOK-TARIFF).
    MOVE 0 TO WS-OWN-TOUCHES(WS-OWNER-COUNT)
        WS-OWN-CELLS(WS-OWNER-COUNT) WS-OWN-BRIGHTNESS(WS-OWNER-COUNT)
        WS-OWN-AMOUNT(WS-OWNER-COUNT).

*> An instruction touches an owner when its rectangle overlaps the
*> owner's at all, whatever it did to the cells.
COUNT-OWNER-TOUCHES.
    PERFORM VARYING WS-OWN-IDX FROM 1 BY 1
        UNTIL WS-OWN-IDX > WS-OWNER-COUNT
        IF WS-COORD-START-X <= WS-OWN-X2(WS-OWN-IDX)
            AND WS-COORD-END-X >= WS-OWN-X1(WS-OWN-IDX)
            AND WS-COORD-START-Y <= WS-OWN-Y2(WS-OWN-IDX)
            AND WS-COORD-END-Y >= WS-OWN-Y1(WS-OWN-IDX)
            ADD 1 TO WS-OWN-TOUCHES(WS-OWN-IDX)
        END-IF
    END-PERFORM.

*> Each owner is billed for the end-of-batch brightness of the cells
*> only they claim. A cell two owners both claim is billed to neither
*> and goes on the exceptions list with the unclaimed cells, so the
*> billed, disputed and unclaimed brightness add back to the total.
WRITE-BILLING-REPORT.
    OPEN OUTPUT BILLING-FILE.
    PERFORM VARYING WS-OWN-IDX FROM 1 BY 1
        UNTIL WS-OWN-IDX > WS-OWNER-COUNT
        PERFORM VARYING WS-LOOP-ROW-IDX FROM WS-OWN-X1(WS-OWN-IDX) BY 1
            UNTIL WS-LOOP-ROW-IDX > WS-OWN-X2(WS-OWN-IDX)
            PERFORM VARYING WS-LOOP-COL-IDX FROM WS-OWN-Y1(WS-OWN-IDX) BY 1
                UNTIL WS-LOOP-COL-IDX > WS-OWN-Y2(WS-OWN-IDX)
                ADD 1 TO WS-CLAIM-COUNT(WS-LOOP-ROW-IDX, WS-LOOP-COL-IDX)
                IF WS-CLAIM-COUNT(WS-LOOP-ROW-IDX, WS-LOOP-COL-IDX) = 1
                    MOVE WS-OWN-IDX
                      TO WS-CLAIM-FIRST(WS-LOOP-ROW-IDX, WS-LOOP-COL-IDX)
                END-IF
            END-PERFORM
        END-PERFORM
    END-PERFORM.
    PERFORM VARYING WS-LOOP-ROW-IDX FROM 1 BY 1
        UNTIL WS-LOOP-ROW-IDX > 1000
        PERFORM VARYING WS-LOOP-COL-IDX FROM 1 BY 1
            UNTIL WS-LOOP-COL-IDX > 1000
            EVALUATE WS-CLAIM-COUNT(WS-LOOP-ROW-IDX, WS-LOOP-COL-IDX)
                WHEN 0
                    ADD 1 TO WS-BILL-UNCLAIMED-CELLS
                    ADD WS-COL(WS-LOOP-ROW-IDX, WS-LOOP-COL-IDX)
                      TO WS-BILL-UNCLAIMED-BRIGHT
                WHEN 1
                    MOVE WS-CLAIM-FIRST(WS-LOOP-ROW-IDX, WS-LOOP-COL-IDX)
                      TO WS-OWN-IDX
                    ADD 1 TO WS-OWN-CELLS(WS-OWN-IDX)
                    ADD WS-COL(WS-LOOP-ROW-IDX, WS-LOOP-COL-IDX)
                      TO WS-OWN-BRIGHTNESS(WS-OWN-IDX)
                WHEN OTHER
                    ADD 1 TO WS-BILL-OVERLAP-CELLS
                    ADD WS-COL(WS-LOOP-ROW-IDX, WS-LOOP-COL-IDX)
                      TO WS-BILL-OVERLAP-BRIGHT
            END-EVALUATE
        END-PERFORM
    END-PERFORM.

    MOVE "LIGHT-SIMULATOR ENERGY BILLING BY OWNER" TO WS-BILL-LINE.
    PERFORM WRITE-BILLING-LINE.
    PERFORM WRITE-BILLING-LINE.
    MOVE "OWNER                AREA                    CELLS BILLED  INSTRUCTIONS        BRIGHTNESS      TARIFF            AMOUNT"
      TO WS-BILL-LINE.
    PERFORM WRITE-BILLING-LINE.
    PERFORM VARYING WS-OWN-IDX FROM 1 BY 1
        UNTIL WS-OWN-IDX > WS-OWNER-COUNT
        PERFORM WRITE-OWNER-BILL
    END-PERFORM.

    PERFORM WRITE-BILLING-LINE.
    MOVE "EXCEPTIONS (CELLS CLAIMED BY TWO OR MORE OWNERS, OR BY NONE; NOT BILLED)"
      TO WS-BILL-LINE.
    PERFORM WRITE-BILLING-LINE.
    PERFORM VARYING WS-LOOP-ROW-IDX FROM 1 BY 1
        UNTIL WS-LOOP-ROW-IDX > 1000
        PERFORM LIST-ROW-EXCEPTIONS
    END-PERFORM.
    IF WS-BILL-EXCEPTION-RUNS = 0
        MOVE "  (NONE)" TO WS-BILL-LINE
        PERFORM WRITE-BILLING-LINE
    END-IF.
    PERFORM WRITE-BILLING-TOTALS.
    CLOSE BILLING-FILE.

WRITE-OWNER-BILL.
    COMPUTE WS-OWN-AMOUNT(WS-OWN-IDX) ROUNDED =
        WS-OWN-BRIGHTNESS(WS-OWN-IDX) * WS-OWN-TARIFF(WS-OWN-IDX).
    ADD WS-OWN-AMOUNT(WS-OWN-IDX) TO WS-BILL-TOTAL-AMOUNT.
    ADD WS-OWN-BRIGHTNESS(WS-OWN-IDX) TO WS-BILL-BILLED-BRIGHT.
    MOVE SPACES TO WS-BILL-AREA.
    COMPUTE WS-X-DISP = WS-OWN-X1(WS-OWN-IDX) - 1.
    COMPUTE WS-Y-DISP = WS-OWN-Y1(WS-OWN-IDX) - 1.
    COMPUTE WS-BILL-X2-DISP = WS-OWN-X2(WS-OWN-IDX) - 1.
    COMPUTE WS-BILL-Y2-DISP = WS-OWN-Y2(WS-OWN-IDX) - 1.
    STRING FUNCTION TRIM(WS-X-DISP) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(WS-Y-DISP) DELIMITED BY SIZE
        " THROUGH " DELIMITED BY SIZE
        FUNCTION TRIM(WS-BILL-X2-DISP) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(WS-BILL-Y2-DISP) DELIMITED BY SIZE
        INTO WS-BILL-AREA
    END-STRING.
    MOVE WS-OWN-CELLS(WS-OWN-IDX) TO WS-BILL-CELLS-DISP.
    MOVE WS-OWN-TOUCHES(WS-OWN-IDX) TO WS-BILL-TOUCH-DISP.
    MOVE WS-OWN-BRIGHTNESS(WS-OWN-IDX) TO WS-BILL-BRIGHT-DISP.
    MOVE WS-OWN-TARIFF(WS-OWN-IDX) TO WS-BILL-TARIFF-DISP.
    MOVE WS-OWN-AMOUNT(WS-OWN-IDX) TO WS-BILL-AMOUNT-DISP.
    STRING WS-OWN-NAME(WS-OWN-IDX) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        WS-BILL-AREA DELIMITED BY SIZE
        WS-BILL-CELLS-DISP DELIMITED BY SIZE
        WS-BILL-TOUCH-DISP DELIMITED BY SIZE
        WS-BILL-BRIGHT-DISP DELIMITED BY SIZE
        WS-BILL-TARIFF-DISP DELIMITED BY SIZE
        WS-BILL-AMOUNT-DISP DELIMITED BY SIZE
        INTO WS-BILL-LINE
    END-STRING.
    PERFORM WRITE-BILLING-LINE.

*> One exception line per run of neighbouring cells along a grid row
*> that share the same claim state - unclaimed, or claimed by the
*> same overlapping owners - with the brightness the run holds.
LIST-ROW-EXCEPTIONS.
    MOVE 1 TO WS-LOOP-COL-IDX.
    PERFORM UNTIL WS-LOOP-COL-IDX > 1000
        IF WS-CLAIM-COUNT(WS-LOOP-ROW-IDX, WS-LOOP-COL-IDX) = 1
            ADD 1 TO WS-LOOP-COL-IDX
        ELSE
            PERFORM LIST-ONE-EXCEPTION-RUN
        END-IF
    END-PERFORM.

LIST-ONE-EXCEPTION-RUN.
    MOVE WS-LOOP-COL-IDX TO WS-BILL-RUN-START.
    MOVE WS-CLAIM-COUNT(WS-LOOP-ROW-IDX, WS-LOOP-COL-IDX)
      TO WS-BILL-RUN-COUNT.
    MOVE WS-CLAIM-FIRST(WS-LOOP-ROW-IDX, WS-LOOP-COL-IDX)
      TO WS-BILL-RUN-FIRST.
    MOVE 0 TO WS-BILL-RUN-BRIGHT.
    PERFORM UNTIL WS-LOOP-COL-IDX > 1000
        OR WS-CLAIM-COUNT(WS-LOOP-ROW-IDX, WS-LOOP-COL-IDX)
            NOT = WS-BILL-RUN-COUNT
        OR WS-CLAIM-FIRST(WS-LOOP-ROW-IDX, WS-LOOP-COL-IDX)
            NOT = WS-BILL-RUN-FIRST
        ADD WS-COL(WS-LOOP-ROW-IDX, WS-LOOP-COL-IDX) TO WS-BILL-RUN-BRIGHT
        ADD 1 TO WS-LOOP-COL-IDX
    END-PERFORM.
    ADD 1 TO WS-BILL-EXCEPTION-RUNS.
    COMPUTE WS-X-DISP = WS-LOOP-ROW-IDX - 1.
    COMPUTE WS-Y-DISP = WS-BILL-RUN-START - 1.
    COMPUTE WS-BILL-Y2-DISP = WS-LOOP-COL-IDX - 2.
    MOVE WS-BILL-RUN-BRIGHT TO WS-BILL-BRIGHT-DISP.
    IF WS-BILL-RUN-COUNT = 0
        MOVE "UNCLAIMED" TO WS-BILL-EXCEPTION
    ELSE
        MOVE WS-BILL-RUN-COUNT TO WS-BILL-CLAIMS-DISP
        MOVE SPACES TO WS-BILL-EXCEPTION
        STRING "CLAIMED BY " DELIMITED BY SIZE
            FUNCTION TRIM(WS-BILL-CLAIMS-DISP) DELIMITED BY SIZE
            " OWNERS, FIRST " DELIMITED BY SIZE
            FUNCTION TRIM(WS-OWN-NAME(WS-BILL-RUN-FIRST)) DELIMITED BY SIZE
            INTO WS-BILL-EXCEPTION
        END-STRING
    END-IF.
    STRING "  X=" DELIMITED BY SIZE
        FUNCTION TRIM(WS-X-DISP) DELIMITED BY SIZE
        " Y=" DELIMITED BY SIZE
        FUNCTION TRIM(WS-Y-DISP) DELIMITED BY SIZE
        "-" DELIMITED BY SIZE
        FUNCTION TRIM(WS-BILL-Y2-DISP) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        FUNCTION TRIM(WS-BILL-EXCEPTION) DELIMITED BY SIZE
        " BRIGHTNESS=" DELIMITED BY SIZE
        FUNCTION TRIM(WS-BILL-BRIGHT-DISP) DELIMITED BY SIZE
        INTO WS-BILL-LINE
    END-STRING.
    PERFORM WRITE-BILLING-LINE.

WRITE-BILLING-TOTALS.
    PERFORM WRITE-BILLING-LINE.
    MOVE "CONTROL TOTALS" TO WS-BILL-LINE.
    PERFORM WRITE-BILLING-LINE.
    MOVE "OWNERS BILLED" TO WS-BILL-LABEL.
    MOVE WS-OWNER-COUNT TO WS-BILL-BRIGHT-DISP.
    PERFORM WRITE-BILLING-COUNT.
    MOVE "TOTAL BRIGHTNESS" TO WS-BILL-LABEL.
    MOVE WS-TOTAL-BRIGHTNESS TO WS-BILL-BRIGHT-DISP.
    PERFORM WRITE-BILLING-COUNT.
    MOVE "BILLED BRIGHTNESS" TO WS-BILL-LABEL.
    MOVE WS-BILL-BILLED-BRIGHT TO WS-BILL-BRIGHT-DISP.
    PERFORM WRITE-BILLING-COUNT.
    MOVE "OVERLAP BRIGHTNESS" TO WS-BILL-LABEL.
    MOVE WS-BILL-OVERLAP-BRIGHT TO WS-BILL-BRIGHT-DISP.
    PERFORM WRITE-BILLING-COUNT.
    MOVE "UNCLAIMED BRIGHTNESS" TO WS-BILL-LABEL.
    MOVE WS-BILL-UNCLAIMED-BRIGHT TO WS-BILL-BRIGHT-DISP.
    PERFORM WRITE-BILLING-COUNT.
    MOVE "OVERLAP CELLS" TO WS-BILL-LABEL.
    MOVE WS-BILL-OVERLAP-CELLS TO WS-BILL-BRIGHT-DISP.
    PERFORM WRITE-BILLING-COUNT.
    MOVE "UNCLAIMED CELLS" TO WS-BILL-LABEL.
    MOVE WS-BILL-UNCLAIMED-CELLS TO WS-BILL-BRIGHT-DISP.
    PERFORM WRITE-BILLING-COUNT.
    MOVE WS-BILL-TOTAL-AMOUNT TO WS-BILL-AMOUNT-DISP.
    STRING "  TOTAL BILLED AMOUNT     " DELIMITED BY SIZE
        WS-BILL-AMOUNT-DISP DELIMITED BY SIZE
        INTO WS-BILL-LINE
    END-STRING.
    PERFORM WRITE-BILLING-LINE.
    IF WS-BILL-BILLED-BRIGHT + WS-BILL-OVERLAP-BRIGHT
        + WS-BILL-UNCLAIMED-BRIGHT = WS-TOTAL-BRIGHTNESS
        MOVE "CONTROL TOTALS BALANCE" TO WS-BILL-LINE
    ELSE
        MOVE "CONTROL TOTALS DO NOT BALANCE" TO WS-BILL-LINE
        MOVE 4 TO RETURN-CODE
    END-IF.
    PERFORM WRITE-BILLING-LINE.
    IF WS-BILL-OVERLAP-CELLS > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    DISPLAY "BILLING COMPLETE OWNERS=" WS-OWNER-COUNT
        " AMOUNT=" FUNCTION TRIM(WS-BILL-AMOUNT-DISP)
        " OVERLAP-CELLS=" WS-BILL-OVERLAP-CELLS
        " UNCLAIMED-CELLS=" WS-BILL-UNCLAIMED-CELLS.
    DISPLAY "ANSWER=billed-amount=" FUNCTION TRIM(WS-BILL-AMOUNT-DISP).

WRITE-BILLING-COUNT.
    STRING "  " WS-BILL-LABEL WS-BILL-BRIGHT-DISP
        DELIMITED BY SIZE INTO WS-BILL-LINE
    END-STRING.
    PERFORM WRITE-BILLING-LINE.

WRITE-BILLING-LINE.
    MOVE WS-BILL-LINE TO BILLING-RECORD.
    WRITE BILLING-RECORD.
    MOVE SPACES TO WS-BILL-LINE.
