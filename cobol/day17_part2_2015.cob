*> It reads container capacities from 'input.txt' and finds combinations
*> that sum to the target eggnog amount, then reports total combinations
*> and combinations using the minimum number of containers.
*> A container line may carry a handling cost after the capacity; with
*> CHEAPEST as the third header token the run also ranks the exact
*> fills by total cost, fewest containers breaking ties.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    *> Winning-combination report: the container IDs (1-based, in
    *> input order) that make up each combination using the minimum
    *> number of containers, one line per combination, so warehouse
    *> staff know which physical containers to pull. Each line ends
    *> with the combination's total handling cost; in cheapest-fill
    *> mode a ranked list of the ten cheapest exact fills follows.
    SELECT COMBO-FILE ASSIGN TO "container_combinations.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
01 OUTPUT-LINE PIC X(80).

FD COMBO-FILE.
01 COMBO-LINE PIC X(132).

FD PLAN-FILE.
01 PLAN-RECORD-IN PIC X(20).
    05 RUN-STAMP          PIC X(32) VALUE SPACES.
01 WS-CONSTANTS.
    *> Batch target and max container count come from the first
    *> line of input.txt (TARGET-EGGNOG MAX-CONTAINERS [CHEAPEST]),
    *> so these are just the defaults used if that line is missing
    *> values.
    05 WS-TARGET-EGGNOG PIC 9(3) VALUE 150.
    05 WS-MAX-CONTAINERS PIC 9(2) VALUE 30. *> Max containers expected, adjust if needed

01 WS-HEADER-FIELDS.
    05 WS-TARGET-TOK PIC X(5).
    05 WS-MAXCONT-TOK PIC X(5).
    05 WS-MODE-TOK PIC X(10).

*> Container line tokens: capacity, then an optional handling cost.
01 WS-CONTAINER-FIELDS.
    05 WS-CAP-TOK PIC X(10).
    05 WS-COST-TOK PIC X(10).

01 WS-CHEAP-FLAG PIC X VALUE 'N'.
   88 CHEAPEST-MODE VALUE 'Y'.

01 WS-CONTAINER-DATA.
    *> OCCURS DEPENDING ON allows dynamic array sizing based on WS-NUM-CONTAINERS.
        DEPENDING ON WS-NUM-CONTAINERS
        INDEXED BY WS-IDX.
        10 WS-CAPACITY PIC 9(3).
        10 WS-COST     PIC 9(5)V99.

01 WS-FILE-STATUS PIC X(02).
01 WS-EOF-FLAG    PIC X(01) VALUE 'N'.
    05 WS-COMBO-REPORT-ENTRY OCCURS 1 TO 9999 TIMES
        DEPENDING ON WS-COMBO-REPORT-COUNT
        INDEXED BY WS-COMBO-IDX.
        10 WS-COMBO-REPORT-LINE PIC X(132).

*> Cheapest-fill ranking: the ten cheapest exact fills seen so far,
*> cheapest first, fewer containers first on equal cost. Kept in
*> order by FIND-CHEAPEST-FILL below as each exact fill turns up.
01 WS-START-COST PIC 9(7)V99 VALUE 0.
01 WS-FILL-COUNT PIC 9(9) VALUE 0.
01 WS-CHEAP-COUNT PIC 9(2) COMP VALUE 0.
01 WS-CHEAP-TABLE.
    05 WS-CHEAP-ENTRY OCCURS 10 TIMES.
        10 WS-CHEAP-COST       PIC 9(7)V99.
        10 WS-CHEAP-CONTAINERS PIC 9(2).
        10 WS-CHEAP-IDS        PIC X(90).
01 WS-CHEAP-SUB PIC 9(2) COMP.
01 WS-RANK-DISP PIC Z9.
01 WS-COST-DISP PIC Z(6)9.99.
01 WS-COUNT-DISP PIC Z9.
01 WS-FILLS-DISP PIC Z(8)9.
01 WS-COMBO-PTR PIC 9(3) COMP.

*> Day-plan mode state.
01 WS-PLAN-STATUS PIC XX.
    *> 5. Write out the winning-combination container report
    PERFORM 5000-WRITE-COMBO-REPORT.

    *> 5a. Cheapest-fill mode: rank the exact fills by cost
    IF CHEAPEST-MODE
        PERFORM 5100-RUN-CHEAPEST-FILL
    END-IF.

    *> 6. Clean up and terminate
    PERFORM 9000-CLEANUP.
    STOP RUN.
            STOP RUN
    END-READ.
    UNSTRING INPUT-RECORD-IN DELIMITED BY SPACE
        INTO WS-TARGET-TOK, WS-MAXCONT-TOK, WS-MODE-TOK
    END-UNSTRING.
    MOVE FUNCTION NUMVAL(WS-TARGET-TOK) TO WS-TARGET-EGGNOG.
    MOVE FUNCTION NUMVAL(WS-MAXCONT-TOK) TO WS-MAX-CONTAINERS.
    IF FUNCTION UPPER-CASE(WS-MODE-TOK) = "CHEAPEST"
        SET CHEAPEST-MODE TO TRUE
    END-IF.

    *> Container lines are "capacity [cost]"; a missing cost is zero.
    PERFORM UNTIL EOF-REACHED
        READ INPUT-FILE INTO INPUT-RECORD-IN
            AT END SET EOF-REACHED TO TRUE
                    DISPLAY "Error: Too many containers. Max allowed: " WS-MAX-CONTAINERS
                    STOP RUN
                END-IF
                MOVE SPACES TO WS-CONTAINER-FIELDS
                UNSTRING INPUT-RECORD-IN DELIMITED BY ALL SPACE
                    INTO WS-CAP-TOK, WS-COST-TOK
                END-UNSTRING
                COMPUTE WS-CAPACITY(WS-NUM-CONTAINERS) =
                    FUNCTION NUMVAL(WS-CAP-TOK)
                IF WS-COST-TOK = SPACES
                    MOVE 0 TO WS-COST(WS-NUM-CONTAINERS)
                ELSE
                    COMPUTE WS-COST(WS-NUM-CONTAINERS) =
                        FUNCTION NUMVAL(WS-COST-TOK)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE INPUT-FILE.
        WRITE COMBO-LINE
    END-PERFORM.

*> Walks every exact fill again, this time keeping the ten cheapest,
*> and appends them as a ranked list to container_combinations.txt.
5100-RUN-CHEAPEST-FILL.
    MOVE 1 TO WS-START-INDEX.
    MOVE 0 TO WS-START-SUM.
    MOVE 0 TO WS-START-COUNT.
    MOVE 0 TO WS-START-COST.
    CALL "FIND-CHEAPEST-FILL" USING
        BY REFERENCE WS-START-INDEX
        BY REFERENCE WS-START-SUM
        BY REFERENCE WS-START-COUNT
        BY REFERENCE WS-START-COST
        BY REFERENCE WS-NUM-CONTAINERS
        BY REFERENCE WS-CONTAINER-DATA
        BY REFERENCE WS-TARGET-EGGNOG
        BY REFERENCE WS-CHOSEN-LIST
        BY REFERENCE WS-FILL-COUNT
        BY REFERENCE WS-CHEAP-COUNT
        BY REFERENCE WS-CHEAP-TABLE.
    MOVE SPACES TO COMBO-LINE.
    WRITE COMBO-LINE.
    MOVE WS-FILL-COUNT TO WS-FILLS-DISP.
    MOVE SPACES TO COMBO-LINE.
    STRING "Cheapest exact fills (lowest cost, then fewest containers)"
        DELIMITED BY SIZE
        " of " DELIMITED BY SIZE
        FUNCTION TRIM(WS-FILLS-DISP) DELIMITED BY SIZE
        ":" DELIMITED BY SIZE
        INTO COMBO-LINE
    END-STRING.
    WRITE COMBO-LINE.
    IF WS-CHEAP-COUNT = 0
        MOVE "No exact fill found" TO COMBO-LINE
        WRITE COMBO-LINE
        MOVE SPACES TO OUTPUT-LINE
        STRING "Cheapest fill: none" DELIMITED BY SIZE
            INTO OUTPUT-LINE
        END-STRING
        WRITE OUTPUT-LINE
        DISPLAY "ANSWER=cheapest-cost=NONE"
        MOVE 4 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF.
    PERFORM VARYING WS-CHEAP-SUB FROM 1 BY 1
            UNTIL WS-CHEAP-SUB > WS-CHEAP-COUNT
        MOVE WS-CHEAP-SUB TO WS-RANK-DISP
        MOVE WS-CHEAP-COST(WS-CHEAP-SUB) TO WS-COST-DISP
        MOVE WS-CHEAP-CONTAINERS(WS-CHEAP-SUB) TO WS-COUNT-DISP
        MOVE SPACES TO COMBO-LINE
        MOVE 1 TO WS-COMBO-PTR
        STRING "Rank " WS-RANK-DISP ": cost " DELIMITED BY SIZE
            FUNCTION TRIM(WS-COST-DISP) DELIMITED BY SIZE
            ", " DELIMITED BY SIZE
            FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
            " containers" DELIMITED BY SIZE
            WS-CHEAP-IDS(WS-CHEAP-SUB) DELIMITED BY SIZE
            INTO COMBO-LINE
            WITH POINTER WS-COMBO-PTR
        END-STRING
        WRITE COMBO-LINE
    END-PERFORM.
    MOVE WS-CHEAP-COST(1) TO WS-COST-DISP.
    MOVE WS-CHEAP-CONTAINERS(1) TO WS-COUNT-DISP.
    MOVE SPACES TO OUTPUT-LINE.
    STRING "Cheapest fill: cost " DELIMITED BY SIZE
        FUNCTION TRIM(WS-COST-DISP) DELIMITED BY SIZE
        ", containers = " DELIMITED BY SIZE
        FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
        INTO OUTPUT-LINE
    END-STRING.
    WRITE OUTPUT-LINE.
    DISPLAY "ANSWER=cheapest-cost=" FUNCTION TRIM(WS-COST-DISP).
    DISPLAY "ANSWER=cheapest-containers="
        FUNCTION TRIM(WS-COUNT-DISP).

6000-CHECK-PLAN-MODE.
    OPEN INPUT PLAN-FILE.
    IF PLAN-FILE-OK
    05 LS-CONTAINERS OCCURS 1 TO 9999 TIMES
        DEPENDING ON LS-NUM-CONTAINERS.
        10 LS-CAPACITY PIC 9(3).
        10 LS-COST     PIC 9(5)V99.
01 LS-TARGET PIC 9(3) COMP.
01 LS-USED-LIST.
    05 LS-USED-FLAG OCCURS 1 TO 9999 TIMES
*> IDs into a report line (see 8000-RECORD-COMBO below).
01 WS-LINE-POS   PIC 9(3) COMP.
01 WS-CHOSEN-SUB PIC 9(2) COMP.
01 WS-COMBO-COST PIC 9(7)V99.
01 WS-COMBO-COST-DISP PIC Z(6)9.99.

LINKAGE SECTION.
*> Recursion state. Passed BY REFERENCE like everything else here --
    05 LS-CONTAINERS OCCURS 1 TO 9999 TIMES
        DEPENDING ON LS-NUM-CONTAINERS.
        10 LS-CAPACITY PIC 9(3).
        10 LS-COST     PIC 9(5)V99.
01 LS-TARGET-EGGNOG PIC 9(3).
01 LS-TOTAL-COMBINATIONS PIC 9(9).
01 LS-MIN-CONTAINERS     PIC 9(2).
01 LS-COMBO-REPORT-TABLE.
    05 LS-COMBO-REPORT-ENTRY OCCURS 1 TO 9999 TIMES
        DEPENDING ON LS-COMBO-REPORT-COUNT.
        10 LS-COMBO-REPORT-LINE PIC X(132).

PROCEDURE DIVISION USING
    BY REFERENCE IN-INDEX
    ADD 1 TO LS-COMBO-REPORT-COUNT.
    MOVE SPACES TO LS-COMBO-REPORT-LINE(LS-COMBO-REPORT-COUNT).
    MOVE 1 TO WS-LINE-POS.
    MOVE 0 TO WS-COMBO-COST.
    STRING "Combo " LS-COMBO-REPORT-COUNT ": containers"
        DELIMITED BY SIZE
        INTO LS-COMBO-REPORT-LINE(LS-COMBO-REPORT-COUNT)
            INTO LS-COMBO-REPORT-LINE(LS-COMBO-REPORT-COUNT)
            WITH POINTER WS-LINE-POS
        END-STRING
        ADD LS-COST(LS-CHOSEN-ID(WS-CHOSEN-SUB)) TO WS-COMBO-COST
    END-PERFORM.
    MOVE WS-COMBO-COST TO WS-COMBO-COST-DISP.
    STRING " cost " DELIMITED BY SIZE
        FUNCTION TRIM(WS-COMBO-COST-DISP) DELIMITED BY SIZE
        INTO LS-COMBO-REPORT-LINE(LS-COMBO-REPORT-COUNT)
        WITH POINTER WS-LINE-POS
    END-STRING.

END PROGRAM FIND-COMBINATIONS-RECURSIVE.


*> --- Cheapest-fill search ---
*> Same include/exclude walk as FIND-COMBINATIONS-RECURSIVE, carrying
*> the running handling cost down the path. Each exact fill is
*> slotted into the caller's top-ten table by cost, then container
*> count; a fill that ranks below the tenth entry is dropped.
IDENTIFICATION DIVISION.
PROGRAM-ID. FIND-CHEAPEST-FILL RECURSIVE.

DATA DIVISION.
LOCAL-STORAGE SECTION.
01 WS-NEXT-INDEX PIC 9(2) COMP.
01 WS-NEXT-SUM   PIC 9(3) COMP.
01 WS-NEXT-COUNT PIC 9(2) COMP.
01 WS-NEXT-COST  PIC 9(7)V99.

*> Scratch state for ranking an exact fill (see 8100-RANK-FILL).
01 WS-RANK-POS   PIC 9(2) COMP.
01 WS-SHIFT-SUB  PIC 9(2) COMP.
01 WS-CHOSEN-SUB PIC 9(2) COMP.
01 WS-LINE-POS   PIC 9(3) COMP.
01 WS-FILL-IDS   PIC X(90).

LINKAGE SECTION.
01 IN-INDEX PIC 9(2) COMP.
01 IN-SUM   PIC 9(3) COMP.
01 IN-COUNT PIC 9(2) COMP.
01 IN-COST  PIC 9(7)V99.
01 LS-NUM-CONTAINERS PIC 9(2).
01 LS-CONTAINER-DATA.
    05 LS-CONTAINERS OCCURS 1 TO 9999 TIMES
        DEPENDING ON LS-NUM-CONTAINERS.
        10 LS-CAPACITY PIC 9(3).
        10 LS-COST     PIC 9(5)V99.
01 LS-TARGET-EGGNOG PIC 9(3).
01 LS-CHOSEN-LIST.
    05 LS-CHOSEN-ID OCCURS 1 TO 9999 TIMES
        DEPENDING ON LS-NUM-CONTAINERS
        PIC 9(2).
01 LS-FILL-COUNT PIC 9(9).
01 LS-CHEAP-COUNT PIC 9(2) COMP.
01 LS-CHEAP-TABLE.
    05 LS-CHEAP-ENTRY OCCURS 10 TIMES.
        10 LS-CHEAP-COST       PIC 9(7)V99.
        10 LS-CHEAP-CONTAINERS PIC 9(2).
        10 LS-CHEAP-IDS        PIC X(90).

PROCEDURE DIVISION USING
    BY REFERENCE IN-INDEX
    BY REFERENCE IN-SUM
    BY REFERENCE IN-COUNT
    BY REFERENCE IN-COST
    BY REFERENCE LS-NUM-CONTAINERS
    BY REFERENCE LS-CONTAINER-DATA
    BY REFERENCE LS-TARGET-EGGNOG
    BY REFERENCE LS-CHOSEN-LIST
    BY REFERENCE LS-FILL-COUNT
    BY REFERENCE LS-CHEAP-COUNT
    BY REFERENCE LS-CHEAP-TABLE.

    IF IN-SUM = LS-TARGET-EGGNOG
        ADD 1 TO LS-FILL-COUNT
        PERFORM 8100-RANK-FILL
        GOBACK
    END-IF.
    IF IN-SUM > LS-TARGET-EGGNOG OR IN-INDEX > LS-NUM-CONTAINERS
        GOBACK
    END-IF.

    COMPUTE WS-NEXT-INDEX = IN-INDEX + 1.
    COMPUTE WS-NEXT-SUM = IN-SUM + LS-CAPACITY(IN-INDEX).
    COMPUTE WS-NEXT-COUNT = IN-COUNT + 1.
    COMPUTE WS-NEXT-COST = IN-COST + LS-COST(IN-INDEX).
    MOVE IN-INDEX TO LS-CHOSEN-ID(WS-NEXT-COUNT).
    CALL "FIND-CHEAPEST-FILL" USING
        BY REFERENCE WS-NEXT-INDEX
        BY REFERENCE WS-NEXT-SUM
        BY REFERENCE WS-NEXT-COUNT
        BY REFERENCE WS-NEXT-COST
        BY REFERENCE LS-NUM-CONTAINERS
        BY REFERENCE LS-CONTAINER-DATA
        BY REFERENCE LS-TARGET-EGGNOG
        BY REFERENCE LS-CHOSEN-LIST
        BY REFERENCE LS-FILL-COUNT
        BY REFERENCE LS-CHEAP-COUNT
        BY REFERENCE LS-CHEAP-TABLE.

    CALL "FIND-CHEAPEST-FILL" USING
        BY REFERENCE WS-NEXT-INDEX
        BY REFERENCE IN-SUM
        BY REFERENCE IN-COUNT
        BY REFERENCE IN-COST
        BY REFERENCE LS-NUM-CONTAINERS
        BY REFERENCE LS-CONTAINER-DATA
        BY REFERENCE LS-TARGET-EGGNOG
        BY REFERENCE LS-CHOSEN-LIST
        BY REFERENCE LS-FILL-COUNT
        BY REFERENCE LS-CHEAP-COUNT
        BY REFERENCE LS-CHEAP-TABLE.
    GOBACK.

*> Finds where this fill ranks (after every entry that is cheaper, or
*> equal in cost with no more containers, so earlier finds keep their
*> place on a full tie), shifts the lower entries down one and drops
*> the fill into its slot.
8100-RANK-FILL.
    MOVE 1 TO WS-RANK-POS.
    PERFORM UNTIL WS-RANK-POS > LS-CHEAP-COUNT
            OR LS-CHEAP-COST(WS-RANK-POS) > IN-COST
            OR (LS-CHEAP-COST(WS-RANK-POS) = IN-COST
                AND LS-CHEAP-CONTAINERS(WS-RANK-POS) > IN-COUNT)
        ADD 1 TO WS-RANK-POS
    END-PERFORM.
    IF WS-RANK-POS > 10
        EXIT PARAGRAPH
    END-IF.
    IF LS-CHEAP-COUNT < 10
        ADD 1 TO LS-CHEAP-COUNT
    END-IF.
    PERFORM VARYING WS-SHIFT-SUB FROM LS-CHEAP-COUNT BY -1
            UNTIL WS-SHIFT-SUB <= WS-RANK-POS
        MOVE LS-CHEAP-ENTRY(WS-SHIFT-SUB - 1)
            TO LS-CHEAP-ENTRY(WS-SHIFT-SUB)
    END-PERFORM.
    MOVE SPACES TO WS-FILL-IDS.
    MOVE 1 TO WS-LINE-POS.
    PERFORM VARYING WS-CHOSEN-SUB FROM 1 BY 1
            UNTIL WS-CHOSEN-SUB > IN-COUNT
        STRING " " LS-CHOSEN-ID(WS-CHOSEN-SUB)
            DELIMITED BY SIZE
            INTO WS-FILL-IDS
            WITH POINTER WS-LINE-POS
        END-STRING
    END-PERFORM.
    MOVE IN-COST TO LS-CHEAP-COST(WS-RANK-POS).
    MOVE IN-COUNT TO LS-CHEAP-CONTAINERS(WS-RANK-POS).
    MOVE WS-FILL-IDS TO LS-CHEAP-IDS(WS-RANK-POS).

END PROGRAM FIND-CHEAPEST-FILL.
