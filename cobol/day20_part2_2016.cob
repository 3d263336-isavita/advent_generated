        ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS RUN-INFILE-STATUS.

*> Checkpoint file: a CHECKPOINT-GUARD header record, then one
*> "start-end" line per range already parsed and merged into
*> WS-RANGE-TABLE. Truncated empty once a run finishes all
*> the way through 4000-MERGE-AND-CALCULATE, so a restart after a
*> mid-run failure (e.g. a crash inside 3000-SORT-RANGES) can reload
*> the ranges already processed instead of re-parsing input.txt from
    SELECT DIFF-FILE ASSIGN TO 'rules_diff.txt'
        ORGANIZATION IS LINE SEQUENTIAL.

*> CIDR export for the network appliances: the merged blocked ranges
*> and the allowed ranges, each cut into the fewest a.b.c.d/nn blocks,
*> one block per line. The totals file proves the blocks cover exactly
*> the addresses the ranges do.
    SELECT CIDR-BLOCKED-FILE ASSIGN TO 'cidr_blocked.txt'
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT CIDR-ALLOWED-FILE ASSIGN TO 'cidr_allowed.txt'
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT CIDR-TOTALS-FILE ASSIGN TO 'cidr_totals.txt'
        ORGANIZATION IS LINE SEQUENTIAL.

*> Rule-hygiene report: every input.txt line that is an exact
*> duplicate, sits inside one other rule or inside the union of
*> others, or merely touches a neighbour, with the number of lines
*> that can go without changing the merged picture.
    SELECT HYGIENE-FILE ASSIGN TO 'rule_hygiene.txt'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD INPUT-FILE.
01 INPUT-RECORD PIC X(21).

FD CHECKPOINT-FILE.
01 CKPT-RECORD PIC X(212).

FD LEDGER-FILE.
01 LEDGER-LINE PIC X(80).
FD DIFF-FILE.
01 DIFF-RECORD PIC X(80).

FD CIDR-BLOCKED-FILE.
01 CIDR-BLOCKED-RECORD PIC X(20).

FD CIDR-ALLOWED-FILE.
01 CIDR-ALLOWED-RECORD PIC X(20).

FD CIDR-TOTALS-FILE.
01 CIDR-TOTALS-RECORD PIC X(80).

FD HYGIENE-FILE.
01 HYGIENE-RECORD PIC X(100).

WORKING-STORAGE SECTION.
01  RUN-HEADER-FIELDS.
    05 RUN-STAMP          PIC X(32) VALUE SPACES.
      INDEXED BY WS-RANGE-IDX.
      10 WS-RANGE-START PIC 9(10).
      10 WS-RANGE-END   PIC 9(10).
*>    input.txt line the rule came from, and the hygiene verdict:
*>    D duplicate, S inside one rule, U inside the union of others,
*>    T touches a neighbour; WS-RANGE-REF-LINE names the other rule.
      10 WS-RANGE-LINE  PIC 9(06).
      10 WS-RANGE-VERDICT PIC X(01).
         88 RULE-CLEAN             VALUE SPACE.
         88 RULE-DUPLICATE         VALUE 'D'.
         88 RULE-IN-ONE            VALUE 'S'.
         88 RULE-IN-UNION          VALUE 'U'.
         88 RULE-TOUCHES           VALUE 'T'.
      10 WS-RANGE-REF-LINE PIC 9(06).
      10 WS-RANGE-KEEP  PIC X(01).
         88 RULE-KEPT              VALUE 'Y'.

01 WS-RANGE-COUNT        PIC 9(06) VALUE 0.
01 WS-CURRENT-LINE       PIC X(21).
01 WS-CKPT-EOF-FLAG      PIC X(01) VALUE 'N'.
   88 WS-CKPT-EOF               VALUE 'Y'.
01 WS-CKPT-LINES-READ    PIC 9(06) VALUE 0.
01 WS-CKPT-RESUME-FLAG   PIC X(01) VALUE 'N'.
   88 WS-CKPT-RESUME            VALUE 'Y'.

*> Checkpoint header request for CHECKPOINT-GUARD -- the same layout
*> every checkpointing program passes it. The header is the first
*> record of the checkpoint: owner, fingerprint of the input it was
*> taken against, when it was written and under which run stamp.
01 CHECKPOINT-REQUEST.
   05 CKR-ACTION         PIC X.
      88 CKR-PREPARE             VALUE 'P'.
      88 CKR-BUILD-HEADER        VALUE 'H'.
      88 CKR-CHECK               VALUE 'C'.
   05 CKR-OWNER          PIC X(30).
   05 CKR-INPUT-NAME     PIC X(100).
   05 CKR-STAMP          PIC X(32).
   05 CKR-FINGERPRINT    PIC X(16).
   05 CKR-HEADER         PIC X(212).
   05 CKR-VERDICT        PIC X.
      88 CKR-VALID               VALUE 'Y'.
   05 CKR-MESSAGE        PIC X(100).
01 WS-SKIP-IDX           PIC 9(06) VALUE 0.

*> Allowed-range ledger working storage.
01 WS-DIFF-DISP-3        PIC Z(9)9.
01 WS-DIFF-LINE          PIC X(80).

*> CIDR export working storage. A blocked run is the merge of
*> overlapping or touching input ranges; WS-CIDR-NEXT-FREE is the
*> first address past the last closed run.
01 WS-CIDR-RUN-FLAG      PIC X(01) VALUE 'N'.
   88 CIDR-RUN-OPEN              VALUE 'Y'.
01 WS-CIDR-RUN-START     PIC 9(10).
01 WS-CIDR-RUN-END       PIC 9(10).
01 WS-CIDR-NEXT-FREE     PIC 9(11).
01 WS-CIDR-SET           PIC X(01).
   88 CIDR-SET-BLOCKED           VALUE 'B'.
   88 CIDR-SET-ALLOWED           VALUE 'A'.
01 WS-CIDR-LO            PIC 9(11).
01 WS-CIDR-HI            PIC 9(11).
01 WS-CIDR-SIZE          PIC 9(11).
01 WS-CIDR-TRY           PIC 9(11).
01 WS-CIDR-QUOT          PIC 9(11).
01 WS-CIDR-REM           PIC 9(11).
01 WS-CIDR-PREFIX        PIC 9(02).
01 WS-CIDR-WIDEN-FLAG    PIC X(01).
   88 CIDR-CAN-WIDEN             VALUE 'Y'.
01 WS-CIDR-OCTETS.
   05 WS-CIDR-OCTET OCCURS 4 TIMES PIC 9(03).
01 WS-CIDR-OCTET-DISP    PIC ZZ9.
01 WS-CIDR-PREFIX-DISP   PIC Z9.
01 WS-CIDR-OCT-SUB       PIC 9(01).
01 WS-CIDR-LINE          PIC X(20).
01 WS-CIDR-PTR           PIC 9(03).
01 WS-CIDR-TOTALS.
   05 WS-CIDR-BLK-RANGES    PIC 9(10) VALUE 0.
   05 WS-CIDR-BLK-ADDRS     PIC 9(11) VALUE 0.
   05 WS-CIDR-BLK-BLOCKS    PIC 9(10) VALUE 0.
   05 WS-CIDR-BLK-COVERED   PIC 9(11) VALUE 0.
   05 WS-CIDR-ALW-RANGES    PIC 9(10) VALUE 0.
   05 WS-CIDR-ALW-ADDRS     PIC 9(11) VALUE 0.
   05 WS-CIDR-ALW-BLOCKS    PIC 9(10) VALUE 0.
   05 WS-CIDR-ALW-COVERED   PIC 9(11) VALUE 0.
01 WS-CIDR-BALANCE-FLAG  PIC X(01) VALUE 'Y'.
   88 CIDR-BALANCED              VALUE 'Y'.
01 WS-CIDR-LABEL         PIC X(24).
01 WS-CIDR-COUNT         PIC 9(11).
01 WS-CIDR-COUNT-DISP    PIC Z(10)9.
01 WS-CIDR-TOTAL-LINE    PIC X(80).

*> Rule-hygiene working storage. WS-HYG-PRIOR-* is the widest rule
*> seen with a smaller start; WS-HYG-GROUP-* is the widest rule in the
*> current same-start group.
01 WS-HYG-SUB            PIC 9(06).
01 WS-HYG-SUB-2          PIC 9(06).
01 WS-HYG-GROUP-FIRST    PIC 9(06).
01 WS-HYG-GROUP-LAST     PIC 9(06).
01 WS-HYG-GROUP-END      PIC 9(10).
01 WS-HYG-GROUP-LINE     PIC 9(06).
01 WS-HYG-DUP-LINE       PIC 9(06).
01 WS-HYG-PRIOR-FLAG     PIC X(01).
   88 HYG-PRIOR-SEEN             VALUE 'Y'.
01 WS-HYG-PRIOR-END      PIC 9(10).
01 WS-HYG-PRIOR-LINE     PIC 9(06).
01 WS-HYG-CUR            PIC 9(11).
01 WS-HYG-BEST           PIC 9(06).
01 WS-HYG-UNION-ADDRS    PIC 9(11).
01 WS-HYG-TOTALS.
   05 WS-HYG-DUPLICATES     PIC 9(06) VALUE 0.
   05 WS-HYG-IN-ONE         PIC 9(06) VALUE 0.
   05 WS-HYG-IN-UNION       PIC 9(06) VALUE 0.
   05 WS-HYG-TOUCHING       PIC 9(06) VALUE 0.
   05 WS-HYG-KEPT           PIC 9(06) VALUE 0.
   05 WS-HYG-REMOVABLE      PIC 9(06) VALUE 0.
01 WS-HYG-LINE           PIC X(100).
01 WS-HYG-PTR            PIC 9(03).
01 WS-HYG-LINE-DISP      PIC Z(5)9.
01 WS-HYG-REF-DISP       PIC Z(5)9.

*> WS-CURRENT-IP-CHECK tracks the next IP that could potentially be allowed.
01 WS-CURRENT-IP-CHECK   PIC 9(10).
*> The maximum possible 32-bit unsigned integer value.
    PERFORM 4000-MERGE-AND-CALCULATE.
    PERFORM 5000-DISPLAY-RESULTS.
    PERFORM 6000-ANSWER-IP-LOOKUPS.
    PERFORM 6500-EXPORT-CIDR-BLOCKS.
    PERFORM 6700-RULE-HYGIENE.
    PERFORM 7000-DIFF-AGAINST-PREV-RULES.
    PERFORM 9500-CLEAR-CHECKPOINT.
    PERFORM 9000-TERMINATE.
1500-LOAD-CHECKPOINT.
*> If a checkpoint file survives from a prior run that didn't finish,
*> reload the ranges it already recorded instead of re-parsing those
*> same records out of input.txt. Only a checkpoint whose header
*> shows it was taken against this same input.txt is resumed; any
*> other is refused and replaced by a fresh one.
    MOVE 0 TO WS-CKPT-LINES-READ.
    MOVE "FIREWALL-RULES" TO CKR-OWNER.
    MOVE "input.txt" TO CKR-INPUT-NAME.
    MOVE RUN-STAMP TO CKR-STAMP.
    SET CKR-PREPARE TO TRUE.
    CALL "CHECKPOINT-GUARD" USING CHECKPOINT-REQUEST.
    OPEN INPUT CHECKPOINT-FILE.
    IF WS-CKPT-OK THEN
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
        IF NOT WS-CKPT-RESUME
            CLOSE CHECKPOINT-FILE
        END-IF
    END-IF.
    IF WS-CKPT-RESUME THEN
        PERFORM VARYING WS-RANGE-IDX FROM 1 BY 1
            UNTIL WS-CKPT-EOF
            READ CHECKPOINT-FILE INTO WS-CURRENT-LINE
                NOT AT END
                    ADD 1 TO WS-RANGE-COUNT
                    ADD 1 TO WS-CKPT-LINES-READ
                    MOVE WS-RANGE-COUNT TO WS-RANGE-LINE(WS-RANGE-IDX)
                    UNSTRING WS-CURRENT-LINE DELIMITED BY '-'
                        INTO WS-START-STR, WS-END-STR
                    MOVE FUNCTION NUMVAL(WS-START-STR) TO WS-RANGE-START(WS-RANGE-IDX)
        OPEN EXTEND CHECKPOINT-FILE
    ELSE
        OPEN OUTPUT CHECKPOINT-FILE
        SET CKR-BUILD-HEADER TO TRUE
        CALL "CHECKPOINT-GUARD" USING CHECKPOINT-REQUEST
        MOVE CKR-HEADER TO CKPT-RECORD
        WRITE CKPT-RECORD
    END-IF.

2000-READ-INPUT-RANGES.
                SET WS-EOF TO TRUE
            NOT AT END
                ADD 1 TO WS-RANGE-COUNT
                MOVE WS-RANGE-COUNT TO WS-RANGE-LINE(WS-RANGE-IDX)
                *> UNSTRING parses the "START-END" format.
                UNSTRING WS-CURRENT-LINE DELIMITED BY '-'
                    INTO WS-START-STR, WS-END-STR
        SORT WS-RANGE-ENTRY
            ON ASCENDING KEY WS-RANGE-START
            ON ASCENDING KEY WS-RANGE-END
            ON ASCENDING KEY WS-RANGE-LINE
    END-IF.

4000-MERGE-AND-CALCULATE.
    MOVE WS-LOOKUP-LINE TO LOOKUP-RESULT-RECORD.
    WRITE LOOKUP-RESULT-RECORD.

6500-EXPORT-CIDR-BLOCKS.
*> Walks the sorted rule table once more, closing a blocked run each
*> time the next rule starts past it; the gap before each run is an
*> allowed range. Every range goes out as CIDR blocks, and the block
*> sizes are summed back up against the range sizes for the totals.
    OPEN OUTPUT CIDR-BLOCKED-FILE.
    OPEN OUTPUT CIDR-ALLOWED-FILE.
    MOVE 'N' TO WS-CIDR-RUN-FLAG.
    MOVE 0 TO WS-CIDR-NEXT-FREE.
    PERFORM VARYING WS-RANGE-IDX FROM 1 BY 1
        UNTIL WS-RANGE-IDX > WS-RANGE-COUNT
        IF CIDR-RUN-OPEN
            AND WS-RANGE-START(WS-RANGE-IDX) <= WS-CIDR-RUN-END + 1
            IF WS-RANGE-END(WS-RANGE-IDX) > WS-CIDR-RUN-END
                MOVE WS-RANGE-END(WS-RANGE-IDX) TO WS-CIDR-RUN-END
            END-IF
        ELSE
            IF CIDR-RUN-OPEN
                PERFORM 6510-CLOSE-BLOCKED-RUN
            END-IF
            IF WS-RANGE-START(WS-RANGE-IDX) > WS-CIDR-NEXT-FREE
                SET CIDR-SET-ALLOWED TO TRUE
                MOVE WS-CIDR-NEXT-FREE TO WS-CIDR-LO
                COMPUTE WS-CIDR-HI = WS-RANGE-START(WS-RANGE-IDX) - 1
                PERFORM 6520-EXPORT-CIDR-RANGE
            END-IF
            SET CIDR-RUN-OPEN TO TRUE
            MOVE WS-RANGE-START(WS-RANGE-IDX) TO WS-CIDR-RUN-START
            MOVE WS-RANGE-END(WS-RANGE-IDX) TO WS-CIDR-RUN-END
        END-IF
    END-PERFORM.
    IF CIDR-RUN-OPEN
        PERFORM 6510-CLOSE-BLOCKED-RUN
    END-IF.
    IF WS-CIDR-NEXT-FREE <= WS-MAX-IP-VALUE
        SET CIDR-SET-ALLOWED TO TRUE
        MOVE WS-CIDR-NEXT-FREE TO WS-CIDR-LO
        MOVE WS-MAX-IP-VALUE TO WS-CIDR-HI
        PERFORM 6520-EXPORT-CIDR-RANGE
    END-IF.
    CLOSE CIDR-BLOCKED-FILE.
    CLOSE CIDR-ALLOWED-FILE.
    PERFORM 6600-WRITE-CIDR-TOTALS.

6510-CLOSE-BLOCKED-RUN.
    SET CIDR-SET-BLOCKED TO TRUE.
    MOVE WS-CIDR-RUN-START TO WS-CIDR-LO.
    MOVE WS-CIDR-RUN-END TO WS-CIDR-HI.
    PERFORM 6520-EXPORT-CIDR-RANGE.
    COMPUTE WS-CIDR-NEXT-FREE = WS-CIDR-RUN-END + 1.
    MOVE 'N' TO WS-CIDR-RUN-FLAG.

6520-EXPORT-CIDR-RANGE.
*> Counts the range WS-CIDR-LO thru WS-CIDR-HI into its set, then
*> peels off the largest aligned block that fits until it is used up.
    IF CIDR-SET-BLOCKED
        ADD 1 TO WS-CIDR-BLK-RANGES
        COMPUTE WS-CIDR-BLK-ADDRS =
            WS-CIDR-BLK-ADDRS + WS-CIDR-HI - WS-CIDR-LO + 1
    ELSE
        ADD 1 TO WS-CIDR-ALW-RANGES
        COMPUTE WS-CIDR-ALW-ADDRS =
            WS-CIDR-ALW-ADDRS + WS-CIDR-HI - WS-CIDR-LO + 1
    END-IF.
    PERFORM 6530-EXPORT-ONE-BLOCK UNTIL WS-CIDR-LO > WS-CIDR-HI.

6530-EXPORT-ONE-BLOCK.
*> A /nn block must start on a multiple of its own size, so the block
*> doubles from a single address while the start stays aligned and
*> the block still ends inside the range.
    MOVE 1 TO WS-CIDR-SIZE.
    MOVE 32 TO WS-CIDR-PREFIX.
    SET CIDR-CAN-WIDEN TO TRUE.
    PERFORM UNTIL NOT CIDR-CAN-WIDEN OR WS-CIDR-PREFIX = 0
        COMPUTE WS-CIDR-TRY = WS-CIDR-SIZE * 2
        DIVIDE WS-CIDR-LO BY WS-CIDR-TRY
            GIVING WS-CIDR-QUOT REMAINDER WS-CIDR-REM
        IF WS-CIDR-REM NOT = 0
            OR WS-CIDR-LO + WS-CIDR-TRY - 1 > WS-CIDR-HI
            MOVE 'N' TO WS-CIDR-WIDEN-FLAG
        ELSE
            MOVE WS-CIDR-TRY TO WS-CIDR-SIZE
            SUBTRACT 1 FROM WS-CIDR-PREFIX
        END-IF
    END-PERFORM.
    DIVIDE WS-CIDR-LO BY 16777216
        GIVING WS-CIDR-OCTET(1) REMAINDER WS-CIDR-REM.
    DIVIDE WS-CIDR-REM BY 65536
        GIVING WS-CIDR-OCTET(2) REMAINDER WS-CIDR-REM.
    DIVIDE WS-CIDR-REM BY 256
        GIVING WS-CIDR-OCTET(3) REMAINDER WS-CIDR-OCTET(4).
    MOVE SPACES TO WS-CIDR-LINE.
    MOVE 1 TO WS-CIDR-PTR.
    PERFORM VARYING WS-CIDR-OCT-SUB FROM 1 BY 1
        UNTIL WS-CIDR-OCT-SUB > 4
        MOVE WS-CIDR-OCTET(WS-CIDR-OCT-SUB) TO WS-CIDR-OCTET-DISP
        IF WS-CIDR-OCT-SUB > 1
            STRING "." DELIMITED BY SIZE
                INTO WS-CIDR-LINE
                WITH POINTER WS-CIDR-PTR
            END-STRING
        END-IF
        STRING FUNCTION TRIM(WS-CIDR-OCTET-DISP) DELIMITED BY SIZE
            INTO WS-CIDR-LINE
            WITH POINTER WS-CIDR-PTR
        END-STRING
    END-PERFORM.
    MOVE WS-CIDR-PREFIX TO WS-CIDR-PREFIX-DISP.
    STRING "/" DELIMITED BY SIZE
        FUNCTION TRIM(WS-CIDR-PREFIX-DISP) DELIMITED BY SIZE
        INTO WS-CIDR-LINE
        WITH POINTER WS-CIDR-PTR
    END-STRING.
    IF CIDR-SET-BLOCKED
        ADD 1 TO WS-CIDR-BLK-BLOCKS
        ADD WS-CIDR-SIZE TO WS-CIDR-BLK-COVERED
        MOVE WS-CIDR-LINE TO CIDR-BLOCKED-RECORD
        WRITE CIDR-BLOCKED-RECORD
    ELSE
        ADD 1 TO WS-CIDR-ALW-BLOCKS
        ADD WS-CIDR-SIZE TO WS-CIDR-ALW-COVERED
        MOVE WS-CIDR-LINE TO CIDR-ALLOWED-RECORD
        WRITE CIDR-ALLOWED-RECORD
    END-IF.
    ADD WS-CIDR-SIZE TO WS-CIDR-LO.

6600-WRITE-CIDR-TOTALS.
*> Each set's CIDR blocks must cover exactly its range addresses, the
*> allowed side must agree with the merge's allowed total, and the
*> two sets together must cover the whole address space.
    OPEN OUTPUT CIDR-TOTALS-FILE.
    MOVE "CIDR EXPORT CONTROL TOTALS" TO WS-CIDR-TOTAL-LINE.
    PERFORM 6620-WRITE-CIDR-TOTAL-LINE.
    MOVE "BLOCKED RANGES" TO WS-CIDR-LABEL.
    MOVE WS-CIDR-BLK-RANGES TO WS-CIDR-COUNT.
    PERFORM 6610-WRITE-CIDR-COUNT.
    MOVE "BLOCKED RANGE ADDRESSES" TO WS-CIDR-LABEL.
    MOVE WS-CIDR-BLK-ADDRS TO WS-CIDR-COUNT.
    PERFORM 6610-WRITE-CIDR-COUNT.
    MOVE "BLOCKED CIDR BLOCKS" TO WS-CIDR-LABEL.
    MOVE WS-CIDR-BLK-BLOCKS TO WS-CIDR-COUNT.
    PERFORM 6610-WRITE-CIDR-COUNT.
    MOVE "BLOCKED CIDR ADDRESSES" TO WS-CIDR-LABEL.
    MOVE WS-CIDR-BLK-COVERED TO WS-CIDR-COUNT.
    PERFORM 6610-WRITE-CIDR-COUNT.
    MOVE "ALLOWED RANGES" TO WS-CIDR-LABEL.
    MOVE WS-CIDR-ALW-RANGES TO WS-CIDR-COUNT.
    PERFORM 6610-WRITE-CIDR-COUNT.
    MOVE "ALLOWED RANGE ADDRESSES" TO WS-CIDR-LABEL.
    MOVE WS-CIDR-ALW-ADDRS TO WS-CIDR-COUNT.
    PERFORM 6610-WRITE-CIDR-COUNT.
    MOVE "ALLOWED CIDR BLOCKS" TO WS-CIDR-LABEL.
    MOVE WS-CIDR-ALW-BLOCKS TO WS-CIDR-COUNT.
    PERFORM 6610-WRITE-CIDR-COUNT.
    MOVE "ALLOWED CIDR ADDRESSES" TO WS-CIDR-LABEL.
    MOVE WS-CIDR-ALW-COVERED TO WS-CIDR-COUNT.
    PERFORM 6610-WRITE-CIDR-COUNT.
    IF WS-CIDR-BLK-COVERED NOT = WS-CIDR-BLK-ADDRS
        OR WS-CIDR-ALW-COVERED NOT = WS-CIDR-ALW-ADDRS
        OR WS-CIDR-ALW-ADDRS NOT = WS-TOTAL-ALLOWED-IPS
        OR WS-CIDR-BLK-ADDRS + WS-CIDR-ALW-ADDRS
            NOT = WS-MAX-IP-VALUE + 1
        MOVE 'N' TO WS-CIDR-BALANCE-FLAG
    END-IF.
    IF CIDR-BALANCED
        MOVE "CONTROL TOTALS BALANCE" TO WS-CIDR-TOTAL-LINE
    ELSE
        MOVE "CONTROL TOTALS DO NOT BALANCE" TO WS-CIDR-TOTAL-LINE
        MOVE 4 TO RETURN-CODE
    END-IF.
    PERFORM 6620-WRITE-CIDR-TOTAL-LINE.
    CLOSE CIDR-TOTALS-FILE.
    DISPLAY FUNCTION TRIM(WS-CIDR-TOTAL-LINE).
    MOVE WS-CIDR-BLK-BLOCKS TO WS-CIDR-COUNT-DISP.
    DISPLAY "ANSWER=cidr-blocked-blocks="
        FUNCTION TRIM(WS-CIDR-COUNT-DISP).
    MOVE WS-CIDR-ALW-BLOCKS TO WS-CIDR-COUNT-DISP.
    DISPLAY "ANSWER=cidr-allowed-blocks="
        FUNCTION TRIM(WS-CIDR-COUNT-DISP).

6610-WRITE-CIDR-COUNT.
    MOVE WS-CIDR-COUNT TO WS-CIDR-COUNT-DISP.
    MOVE SPACES TO WS-CIDR-TOTAL-LINE.
    STRING WS-CIDR-LABEL DELIMITED BY SIZE
        WS-CIDR-COUNT-DISP DELIMITED BY SIZE
        INTO WS-CIDR-TOTAL-LINE
    END-STRING.
    PERFORM 6620-WRITE-CIDR-TOTAL-LINE.

6620-WRITE-CIDR-TOTAL-LINE.
    MOVE WS-CIDR-TOTAL-LINE TO CIDR-TOTALS-RECORD.
    WRITE CIDR-TOTALS-RECORD.

6700-RULE-HYGIENE.
*> Classifies every rule against the others while the table is still
*> in start order, works out which lines a minimal rule set keeps,
*> then re-sorts into input.txt line order for the report. The diff
*> against prev_rules.txt reloads the table, so the order left behind
*> here is never relied on.
    PERFORM VARYING WS-HYG-SUB FROM 1 BY 1
        UNTIL WS-HYG-SUB > WS-RANGE-COUNT
        MOVE SPACE TO WS-RANGE-VERDICT(WS-HYG-SUB)
        MOVE 0 TO WS-RANGE-REF-LINE(WS-HYG-SUB)
        MOVE 'N' TO WS-RANGE-KEEP(WS-HYG-SUB)
    END-PERFORM.
    MOVE 'N' TO WS-HYG-PRIOR-FLAG.
    MOVE 1 TO WS-HYG-GROUP-FIRST.
    PERFORM 6710-CLASSIFY-START-GROUP
        UNTIL WS-HYG-GROUP-FIRST > WS-RANGE-COUNT.
    PERFORM 6720-CHECK-UNION-COVER
        VARYING WS-HYG-SUB FROM 1 BY 1
        UNTIL WS-HYG-SUB > WS-RANGE-COUNT.
    PERFORM 6730-CHECK-TOUCHING
        VARYING WS-HYG-SUB FROM 1 BY 1
        UNTIL WS-HYG-SUB > WS-RANGE-COUNT.
    PERFORM 6740-CHOOSE-KEPT-RULES.
    PERFORM 6750-MEASURE-KEPT-UNION.
    IF WS-RANGE-COUNT > 0
        SORT WS-RANGE-ENTRY
            ON ASCENDING KEY WS-RANGE-LINE
    END-IF.
    OPEN OUTPUT HYGIENE-FILE.
    MOVE "RULE HYGIENE REPORT FOR input.txt" TO WS-HYG-LINE.
    PERFORM 6790-WRITE-HYGIENE-LINE.
    PERFORM 6760-REPORT-ONE-RULE
        VARYING WS-HYG-SUB FROM 1 BY 1
        UNTIL WS-HYG-SUB > WS-RANGE-COUNT.
    PERFORM 6770-WRITE-HYGIENE-TOTALS.
    CLOSE HYGIENE-FILE.

6710-CLASSIFY-START-GROUP.
*> One group is every rule sharing a start address. Within it the
*> table runs by end then line, so identical rules sit together with
*> the earliest line first, and the group's widest rule is the first
*> one carrying the group's largest end.
    MOVE WS-HYG-GROUP-FIRST TO WS-HYG-GROUP-LAST.
    PERFORM UNTIL WS-HYG-GROUP-LAST >= WS-RANGE-COUNT
        OR WS-RANGE-START(WS-HYG-GROUP-LAST + 1)
            NOT = WS-RANGE-START(WS-HYG-GROUP-FIRST)
        ADD 1 TO WS-HYG-GROUP-LAST
    END-PERFORM.
    MOVE WS-RANGE-END(WS-HYG-GROUP-LAST) TO WS-HYG-GROUP-END.
    MOVE WS-HYG-GROUP-LAST TO WS-HYG-SUB.
    PERFORM UNTIL WS-HYG-SUB = WS-HYG-GROUP-FIRST
        OR WS-RANGE-END(WS-HYG-SUB - 1) NOT = WS-HYG-GROUP-END
        SUBTRACT 1 FROM WS-HYG-SUB
    END-PERFORM.
    MOVE WS-RANGE-LINE(WS-HYG-SUB) TO WS-HYG-GROUP-LINE.
    PERFORM VARYING WS-HYG-SUB FROM WS-HYG-GROUP-FIRST BY 1
        UNTIL WS-HYG-SUB > WS-HYG-GROUP-LAST
        IF WS-HYG-SUB > WS-HYG-GROUP-FIRST
            AND WS-RANGE-END(WS-HYG-SUB)
                = WS-RANGE-END(WS-HYG-SUB - 1)
            SET RULE-DUPLICATE(WS-HYG-SUB) TO TRUE
            MOVE WS-HYG-DUP-LINE TO WS-RANGE-REF-LINE(WS-HYG-SUB)
            ADD 1 TO WS-HYG-DUPLICATES
        ELSE
            MOVE WS-RANGE-LINE(WS-HYG-SUB) TO WS-HYG-DUP-LINE
            EVALUATE TRUE
                WHEN WS-HYG-GROUP-END > WS-RANGE-END(WS-HYG-SUB)
                    SET RULE-IN-ONE(WS-HYG-SUB) TO TRUE
                    MOVE WS-HYG-GROUP-LINE
                        TO WS-RANGE-REF-LINE(WS-HYG-SUB)
                    ADD 1 TO WS-HYG-IN-ONE
                WHEN HYG-PRIOR-SEEN
                    AND WS-HYG-PRIOR-END >= WS-RANGE-END(WS-HYG-SUB)
                    SET RULE-IN-ONE(WS-HYG-SUB) TO TRUE
                    MOVE WS-HYG-PRIOR-LINE
                        TO WS-RANGE-REF-LINE(WS-HYG-SUB)
                    ADD 1 TO WS-HYG-IN-ONE
            END-EVALUATE
        END-IF
    END-PERFORM.
    IF NOT HYG-PRIOR-SEEN OR WS-HYG-GROUP-END > WS-HYG-PRIOR-END
        SET HYG-PRIOR-SEEN TO TRUE
        MOVE WS-HYG-GROUP-END TO WS-HYG-PRIOR-END
        MOVE WS-HYG-GROUP-LINE TO WS-HYG-PRIOR-LINE
    END-IF.
    COMPUTE WS-HYG-GROUP-FIRST = WS-HYG-GROUP-LAST + 1.

6720-CHECK-UNION-COVER.
*> A rule no single rule covers may still be covered piecewise: walk
*> the other rules in start order, pushing the covered edge forward,
*> until the edge passes the rule's end or a gap opens. Copies of the
*> rule itself do not count towards its cover.
    IF NOT RULE-CLEAN(WS-HYG-SUB)
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-RANGE-START(WS-HYG-SUB) TO WS-HYG-CUR.
    PERFORM VARYING WS-HYG-SUB-2 FROM 1 BY 1
        UNTIL WS-HYG-SUB-2 > WS-RANGE-COUNT
            OR WS-RANGE-START(WS-HYG-SUB-2) > WS-HYG-CUR
            OR WS-HYG-CUR > WS-RANGE-END(WS-HYG-SUB)
        IF (WS-RANGE-START(WS-HYG-SUB-2)
                NOT = WS-RANGE-START(WS-HYG-SUB)
            OR WS-RANGE-END(WS-HYG-SUB-2)
                NOT = WS-RANGE-END(WS-HYG-SUB))
            AND WS-RANGE-END(WS-HYG-SUB-2) >= WS-HYG-CUR
            COMPUTE WS-HYG-CUR = WS-RANGE-END(WS-HYG-SUB-2) + 1
        END-IF
    END-PERFORM.
    IF WS-HYG-CUR > WS-RANGE-END(WS-HYG-SUB)
        SET RULE-IN-UNION(WS-HYG-SUB) TO TRUE
        ADD 1 TO WS-HYG-IN-UNION
    END-IF.

6730-CHECK-TOUCHING.
*> A rule whose end is immediately followed by another rule's start
*> overlaps nothing there but could be folded into one line with it.
*> Only rules with no other finding are marked.
    PERFORM VARYING WS-HYG-SUB-2 FROM WS-HYG-SUB BY 1
        UNTIL WS-HYG-SUB-2 > WS-RANGE-COUNT
            OR WS-RANGE-START(WS-HYG-SUB-2)
                > WS-RANGE-END(WS-HYG-SUB) + 1
        IF WS-RANGE-START(WS-HYG-SUB-2)
            = WS-RANGE-END(WS-HYG-SUB) + 1
            IF RULE-CLEAN(WS-HYG-SUB)
                SET RULE-TOUCHES(WS-HYG-SUB) TO TRUE
                MOVE WS-RANGE-LINE(WS-HYG-SUB-2)
                    TO WS-RANGE-REF-LINE(WS-HYG-SUB)
                ADD 1 TO WS-HYG-TOUCHING
            END-IF
            IF RULE-CLEAN(WS-HYG-SUB-2)
                SET RULE-TOUCHES(WS-HYG-SUB-2) TO TRUE
                MOVE WS-RANGE-LINE(WS-HYG-SUB)
                    TO WS-RANGE-REF-LINE(WS-HYG-SUB-2)
                ADD 1 TO WS-HYG-TOUCHING
            END-IF
        END-IF
    END-PERFORM.

6740-CHOOSE-KEPT-RULES.
*> Greedy cover of each merged run: from the first address not yet
*> covered, keep the reaching-furthest rule that starts at or before
*> it, and move on past its end. That is the fewest rules giving the
*> same merge; every other line can be removed.
    MOVE 1 TO WS-HYG-SUB.
    PERFORM UNTIL WS-HYG-SUB > WS-RANGE-COUNT
        MOVE WS-RANGE-START(WS-HYG-SUB) TO WS-HYG-CUR
        MOVE 0 TO WS-HYG-BEST
        PERFORM UNTIL WS-HYG-SUB > WS-RANGE-COUNT
            OR WS-RANGE-START(WS-HYG-SUB) > WS-HYG-CUR
            IF WS-RANGE-END(WS-HYG-SUB) >= WS-HYG-CUR
                AND (WS-HYG-BEST = 0
                    OR WS-RANGE-END(WS-HYG-SUB)
                        > WS-RANGE-END(WS-HYG-BEST))
                MOVE WS-HYG-SUB TO WS-HYG-BEST
            END-IF
            ADD 1 TO WS-HYG-SUB
            IF WS-HYG-BEST > 0
                AND (WS-HYG-SUB > WS-RANGE-COUNT
                    OR WS-RANGE-START(WS-HYG-SUB) > WS-HYG-CUR)
                SET RULE-KEPT(WS-HYG-BEST) TO TRUE
                ADD 1 TO WS-HYG-KEPT
                COMPUTE WS-HYG-CUR = WS-RANGE-END(WS-HYG-BEST) + 1
                MOVE 0 TO WS-HYG-BEST
            END-IF
        END-PERFORM
    END-PERFORM.
    COMPUTE WS-HYG-REMOVABLE = WS-RANGE-COUNT - WS-HYG-KEPT.

6750-MEASURE-KEPT-UNION.
*> Address count of the kept rules alone, for the control total
*> against the blocked addresses of the full merge.
    MOVE 0 TO WS-HYG-UNION-ADDRS.
    MOVE 0 TO WS-HYG-CUR.
    PERFORM VARYING WS-HYG-SUB FROM 1 BY 1
        UNTIL WS-HYG-SUB > WS-RANGE-COUNT
        IF RULE-KEPT(WS-HYG-SUB)
            AND WS-RANGE-END(WS-HYG-SUB) >= WS-HYG-CUR
            IF WS-RANGE-START(WS-HYG-SUB) > WS-HYG-CUR
                MOVE WS-RANGE-START(WS-HYG-SUB) TO WS-HYG-CUR
            END-IF
            COMPUTE WS-HYG-UNION-ADDRS = WS-HYG-UNION-ADDRS
                + WS-RANGE-END(WS-HYG-SUB) - WS-HYG-CUR + 1
            COMPUTE WS-HYG-CUR = WS-RANGE-END(WS-HYG-SUB) + 1
        END-IF
    END-PERFORM.

6760-REPORT-ONE-RULE.
*> "LINE n start-end <finding> [LINE m] KEEP|REMOVABLE" for every
*> rule with a finding; clean rules are left out of the listing.
    IF RULE-CLEAN(WS-HYG-SUB)
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-RANGE-LINE(WS-HYG-SUB) TO WS-HYG-LINE-DISP.
    MOVE WS-RANGE-START(WS-HYG-SUB) TO WS-COVER-START-DISP.
    MOVE WS-RANGE-END(WS-HYG-SUB) TO WS-COVER-END-DISP.
    MOVE WS-RANGE-REF-LINE(WS-HYG-SUB) TO WS-HYG-REF-DISP.
    MOVE SPACES TO WS-HYG-LINE.
    MOVE 1 TO WS-HYG-PTR.
    STRING "LINE " DELIMITED BY SIZE
        FUNCTION TRIM(WS-HYG-LINE-DISP) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        FUNCTION TRIM(WS-COVER-START-DISP) DELIMITED BY SIZE
        "-" DELIMITED BY SIZE
        FUNCTION TRIM(WS-COVER-END-DISP) DELIMITED BY SIZE
        INTO WS-HYG-LINE
        WITH POINTER WS-HYG-PTR
    END-STRING.
    EVALUATE TRUE
        WHEN RULE-DUPLICATE(WS-HYG-SUB)
            STRING " DUPLICATE OF LINE " DELIMITED BY SIZE
                FUNCTION TRIM(WS-HYG-REF-DISP) DELIMITED BY SIZE
                INTO WS-HYG-LINE
                WITH POINTER WS-HYG-PTR
            END-STRING
        WHEN RULE-IN-ONE(WS-HYG-SUB)
            STRING " COVERED BY LINE " DELIMITED BY SIZE
                FUNCTION TRIM(WS-HYG-REF-DISP) DELIMITED BY SIZE
                INTO WS-HYG-LINE
                WITH POINTER WS-HYG-PTR
            END-STRING
        WHEN RULE-IN-UNION(WS-HYG-SUB)
            STRING " COVERED BY UNION OF OTHERS" DELIMITED BY SIZE
                INTO WS-HYG-LINE
                WITH POINTER WS-HYG-PTR
            END-STRING
        WHEN RULE-TOUCHES(WS-HYG-SUB)
            STRING " TOUCHES LINE " DELIMITED BY SIZE
                FUNCTION TRIM(WS-HYG-REF-DISP) DELIMITED BY SIZE
                INTO WS-HYG-LINE
                WITH POINTER WS-HYG-PTR
            END-STRING
    END-EVALUATE.
    IF RULE-KEPT(WS-HYG-SUB)
        STRING " KEEP" DELIMITED BY SIZE
            INTO WS-HYG-LINE
            WITH POINTER WS-HYG-PTR
        END-STRING
    ELSE
        STRING " REMOVABLE" DELIMITED BY SIZE
            INTO WS-HYG-LINE
            WITH POINTER WS-HYG-PTR
        END-STRING
    END-IF.
    PERFORM 6790-WRITE-HYGIENE-LINE.

6770-WRITE-HYGIENE-TOTALS.
*> Kept plus removable must account for every rule read, and the kept
*> rules alone must block exactly the addresses the full list does.
    MOVE SPACES TO WS-HYG-LINE.
    PERFORM 6790-WRITE-HYGIENE-LINE.
    MOVE "RULES READ" TO WS-CIDR-LABEL.
    MOVE WS-RANGE-COUNT TO WS-CIDR-COUNT.
    PERFORM 6780-WRITE-HYGIENE-COUNT.
    MOVE "EXACT DUPLICATES" TO WS-CIDR-LABEL.
    MOVE WS-HYG-DUPLICATES TO WS-CIDR-COUNT.
    PERFORM 6780-WRITE-HYGIENE-COUNT.
    MOVE "COVERED BY ONE RULE" TO WS-CIDR-LABEL.
    MOVE WS-HYG-IN-ONE TO WS-CIDR-COUNT.
    PERFORM 6780-WRITE-HYGIENE-COUNT.
    MOVE "COVERED BY UNION" TO WS-CIDR-LABEL.
    MOVE WS-HYG-IN-UNION TO WS-CIDR-COUNT.
    PERFORM 6780-WRITE-HYGIENE-COUNT.
    MOVE "TOUCHING A NEIGHBOUR" TO WS-CIDR-LABEL.
    MOVE WS-HYG-TOUCHING TO WS-CIDR-COUNT.
    PERFORM 6780-WRITE-HYGIENE-COUNT.
    MOVE "RULES KEPT" TO WS-CIDR-LABEL.
    MOVE WS-HYG-KEPT TO WS-CIDR-COUNT.
    PERFORM 6780-WRITE-HYGIENE-COUNT.
    MOVE "RULES REMOVABLE" TO WS-CIDR-LABEL.
    MOVE WS-HYG-REMOVABLE TO WS-CIDR-COUNT.
    PERFORM 6780-WRITE-HYGIENE-COUNT.
    MOVE "BLOCKED ADDRESSES" TO WS-CIDR-LABEL.
    MOVE WS-CIDR-BLK-ADDRS TO WS-CIDR-COUNT.
    PERFORM 6780-WRITE-HYGIENE-COUNT.
    MOVE "KEPT RULE ADDRESSES" TO WS-CIDR-LABEL.
    MOVE WS-HYG-UNION-ADDRS TO WS-CIDR-COUNT.
    PERFORM 6780-WRITE-HYGIENE-COUNT.
    IF WS-HYG-KEPT + WS-HYG-REMOVABLE = WS-RANGE-COUNT
        AND WS-HYG-UNION-ADDRS = WS-CIDR-BLK-ADDRS
        MOVE "CONTROL TOTALS BALANCE" TO WS-HYG-LINE
    ELSE
        MOVE "CONTROL TOTALS DO NOT BALANCE" TO WS-HYG-LINE
        MOVE 4 TO RETURN-CODE
    END-IF.
    PERFORM 6790-WRITE-HYGIENE-LINE.
    DISPLAY "RULE HYGIENE " FUNCTION TRIM(WS-HYG-LINE).
    MOVE WS-HYG-REMOVABLE TO WS-HYG-LINE-DISP.
    DISPLAY "ANSWER=removable-rules="
        FUNCTION TRIM(WS-HYG-LINE-DISP).

6780-WRITE-HYGIENE-COUNT.
    MOVE WS-CIDR-COUNT TO WS-CIDR-COUNT-DISP.
    MOVE SPACES TO WS-HYG-LINE.
    STRING WS-CIDR-LABEL DELIMITED BY SIZE
        WS-CIDR-COUNT-DISP DELIMITED BY SIZE
        INTO WS-HYG-LINE
    END-STRING.
    PERFORM 6790-WRITE-HYGIENE-LINE.

6790-WRITE-HYGIENE-LINE.
    MOVE WS-HYG-LINE TO HYGIENE-RECORD.
    WRITE HYGIENE-RECORD.

7000-DIFF-AGAINST-PREV-RULES.
*> With yesterday's rules loaded into the same machinery, both rule
*> sets reduce to sorted, disjoint allowed-interval lists; the two
    END-IF.
    ADD 1 TO WS-RANGE-COUNT.
    SET WS-RANGE-IDX TO WS-RANGE-COUNT.
    MOVE WS-RANGE-COUNT TO WS-RANGE-LINE(WS-RANGE-IDX).
    UNSTRING WS-CURRENT-LINE DELIMITED BY '-'
        INTO WS-START-STR, WS-END-STR.
    MOVE FUNCTION NUMVAL(WS-START-STR)
