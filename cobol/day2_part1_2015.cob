    SELECT DETAIL-FILE ASSIGN TO "box_detail.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

    *> Roll stock purchasing can buy, one size per line:
    *>     <size-code> <width> <length> <price per roll>
    *> in the same units as the box dimensions. When the file is
    *> present the run also plans which rolls to buy and how each box's
    *> sheet is cut from them, since square footage alone always comes
    *> up short once offcuts that cannot be joined are thrown away.
    SELECT OPTIONAL STOCK-FILE ASSIGN TO "roll_stock.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STOCK-STATUS.

    *> Roll purchase list, cut-list per roll, waste and total cost.
    SELECT PLAN-FILE ASSIGN TO "roll_plan.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD INPUT-FILE.
FD DETAIL-FILE.
01 DETAIL-RECORD PIC X(120).

FD STOCK-FILE.
01 STOCK-RECORD PIC X(80).

FD PLAN-FILE.
01 PLAN-RECORD PIC X(120).

WORKING-STORAGE SECTION.
01  RUN-HEADER-FIELDS.
    05 RUN-STAMP          PIC X(32) VALUE SPACES.
01 WS-SLACK-DISPLAY PIC Z(10)9.
01 WS-PAPER-DISPLAY PIC Z(10)9.

*> Roll planning working storage. Each box is cut as one rectangular
*> sheet: around the girth of its two smallest dimensions plus an
*> overlap of the smallest (3a + 2b), by its longest dimension plus the
*> smallest for the end folds (c + a). That sheet is never smaller than
*> the box's paper requirement above.
01 WS-STOCK-STATUS PIC XX.
01 WS-STOCK-EOF-FLAG PIC X VALUE 'N'.
   88 WS-STOCK-EOF VALUE 'Y'.
01 WS-PLAN-FLAG PIC X VALUE 'N'.
   88 WS-PLANNING VALUE 'Y'.
01 WS-STOCK-COUNT PIC 9(2) COMP-5 VALUE 0.
01 WS-STOCK-TABLE.
   05 WS-STOCK OCCURS 20 TIMES.
      10 WS-STK-CODE PIC X(8).
      10 WS-STK-WIDTH PIC 9(6) COMP-5.
      10 WS-STK-LENGTH PIC 9(6) COMP-5.
      10 WS-STK-PRICE PIC 9(7)V99.
      10 WS-STK-RATE PIC 9(7)V9(6).
      10 WS-STK-QTY PIC 9(5) COMP-5.
      10 WS-STK-COST PIC 9(9)V99.
01 WS-STK-TOK1 PIC X(20).
01 WS-STK-TOK2 PIC X(20).
01 WS-STK-TOK3 PIC X(20).
01 WS-STK-TOK4 PIC X(20).

01 WS-BOX-COUNT PIC 9(5) COMP-5 VALUE 0.
01 WS-BOX-TABLE.
   05 WS-BOX OCCURS 1 TO 2000 TIMES
       DEPENDING ON WS-BOX-COUNT.
      10 WS-BOX-AREA PIC 9(12).
      10 WS-BOX-NO PIC 9(5).
      10 WS-BOX-DIMS PIC X(20).
      10 WS-BOX-SHEET-S PIC 9(6) COMP-5.
      10 WS-BOX-SHEET-L PIC 9(6) COMP-5.
      10 WS-BOX-ROLL PIC 9(5) COMP-5.
      10 WS-BOX-ACROSS PIC 9(6) COMP-5.
      10 WS-BOX-ALONG PIC 9(6) COMP-5.
      10 WS-BOX-AT PIC 9(6) COMP-5.
01 WS-BOX-LINE-NO PIC 9(5) COMP-5 VALUE 0.
01 WS-BOX-OVERFLOW PIC 9(5) COMP-5 VALUE 0.
01 WS-DIM-A PIC 9(6) COMP-5.
01 WS-DIM-B PIC 9(6) COMP-5.
01 WS-DIM-C PIC 9(6) COMP-5.
01 WS-DIM-SWAP PIC 9(6) COMP-5.

01 WS-ROLL-COUNT PIC 9(5) COMP-5 VALUE 0.
01 WS-ROLL-TABLE.
   05 WS-ROLL OCCURS 2000 TIMES.
      10 WS-ROLL-STK PIC 9(2) COMP-5.
      10 WS-ROLL-USED PIC 9(6) COMP-5.
      10 WS-ROLL-SHEETS PIC 9(5) COMP-5.
      10 WS-ROLL-SHEET-AREA PIC 9(12) COMP-5.

01 WS-BX PIC 9(5) COMP-5.
01 WS-RX PIC 9(5) COMP-5.
01 WS-SX PIC 9(2) COMP-5.
01 WS-FIT-ROLL PIC 9(5) COMP-5.
01 WS-FIT-STK PIC 9(2) COMP-5.
01 WS-FIT-ACROSS PIC 9(6) COMP-5.
01 WS-FIT-ALONG PIC 9(6) COMP-5.
01 WS-TRY-WIDTH PIC 9(6) COMP-5.
01 WS-TRY-ROOM PIC 9(6) COMP-5.
01 WS-TRY-ACROSS PIC 9(6) COMP-5.
01 WS-TRY-ALONG PIC 9(6) COMP-5.
01 WS-TRY-COST PIC 9(9)V9(6).
01 WS-FIT-COST PIC 9(9)V9(6).

01 WS-PLAN-TOTALS.
   05 WS-PLAN-PLACED PIC 9(5) COMP-5 VALUE 0.
   05 WS-PLAN-UNPLACED PIC 9(5) COMP-5 VALUE 0.
   05 WS-PLAN-SHEET-AREA PIC 9(12) COMP-5 VALUE 0.
   05 WS-PLAN-ROLL-AREA PIC 9(12) COMP-5 VALUE 0.
   05 WS-PLAN-WASTE PIC 9(12) COMP-5 VALUE 0.
   05 WS-PLAN-COST PIC 9(11)V99 VALUE 0.
01 WS-ROLL-AREA PIC 9(12) COMP-5.
01 WS-ROLL-WASTE PIC 9(12) COMP-5.

01 WS-PLAN-LINE PIC X(120).
01 WS-PLAN-LABEL PIC X(24).
01 WS-NUM-DISPLAY PIC Z(11)9.
01 WS-NUM2-DISPLAY PIC Z(11)9.
01 WS-NUM3-DISPLAY PIC Z(11)9.
01 WS-ROLL-DISPLAY PIC 9(4).
01 WS-BOXNO-DISPLAY PIC 9(5).
01 WS-MONEY-DISPLAY PIC Z(8)9.99.
01 WS-MONEY2-DISPLAY PIC Z(10)9.99.

PROCEDURE DIVISION.
    ACCEPT RUN-STAMP FROM ENVIRONMENT "RUN_STAMP"
        ON EXCEPTION CONTINUE
        STOP RUN
    END-IF
    OPEN OUTPUT DETAIL-FILE
    PERFORM LOAD-ROLL-STOCK

    PERFORM UNTIL WS-EOF
        READ INPUT-FILE INTO INPUT-RECORD
    DISPLAY "ANSWER=total-paper=" WS-TOTAL-PAPER
    DISPLAY "ANSWER=total-ribbon=" WS-TOTAL-RIBBON

    IF WS-PLANNING
        PERFORM PLAN-ROLLS
    END-IF

    STOP RUN.

PROCESS-RECORD.

    ADD WS-CURRENT-PACKAGE-RIBBON TO WS-TOTAL-RIBBON

    PERFORM WRITE-DETAIL-RECORD

    ADD 1 TO WS-BOX-LINE-NO
    IF WS-PLANNING AND WS-L > 0 AND WS-W > 0 AND WS-H > 0
        PERFORM STORE-BOX-SHEET
    END-IF.

WRITE-DETAIL-RECORD.
    MOVE WS-L TO WS-L-DISPLAY.
    END-STRING.
    MOVE WS-DETAIL-LINE TO DETAIL-RECORD.
    WRITE DETAIL-RECORD.

*> Roll stock is optional; without it the run is exactly as before.
LOAD-ROLL-STOCK.
    OPEN INPUT STOCK-FILE
    IF WS-STOCK-STATUS NOT = "00"
        CLOSE STOCK-FILE
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-STOCK-EOF
        READ STOCK-FILE
            AT END SET WS-STOCK-EOF TO TRUE
            NOT AT END PERFORM LOAD-ONE-STOCK
        END-READ
    END-PERFORM
    CLOSE STOCK-FILE
    IF WS-STOCK-COUNT > 0
        SET WS-PLANNING TO TRUE
    ELSE
        DISPLAY "roll_stock.txt HAS NO USABLE ROLL SIZES, NO ROLL PLAN"
        MOVE 4 TO RETURN-CODE
    END-IF.

LOAD-ONE-STOCK.
    IF STOCK-RECORD = SPACES OR STOCK-RECORD(1:1) = '*'
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-STK-TOK1 WS-STK-TOK2 WS-STK-TOK3 WS-STK-TOK4
    UNSTRING STOCK-RECORD DELIMITED BY ALL SPACE
        INTO WS-STK-TOK1 WS-STK-TOK2 WS-STK-TOK3 WS-STK-TOK4
    END-UNSTRING
    IF WS-STK-TOK4 = SPACES
        OR FUNCTION TEST-NUMVAL(WS-STK-TOK2) NOT = 0
        OR FUNCTION TEST-NUMVAL(WS-STK-TOK3) NOT = 0
        OR FUNCTION TEST-NUMVAL(WS-STK-TOK4) NOT = 0
        DISPLAY "INVALID roll_stock.txt LINE IGNORED: "
            FUNCTION TRIM(STOCK-RECORD)
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION NUMVAL(WS-STK-TOK2) < 1
        OR FUNCTION NUMVAL(WS-STK-TOK3) < 1
        DISPLAY "INVALID roll_stock.txt LINE IGNORED: "
            FUNCTION TRIM(STOCK-RECORD)
        EXIT PARAGRAPH
    END-IF
    IF WS-STOCK-COUNT >= 20
        DISPLAY "ROLL STOCK TABLE FULL, LINE IGNORED: "
            FUNCTION TRIM(STOCK-RECORD)
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-STOCK-COUNT
    MOVE WS-STK-TOK1 TO WS-STK-CODE(WS-STOCK-COUNT)
    MOVE FUNCTION NUMVAL(WS-STK-TOK2) TO WS-STK-WIDTH(WS-STOCK-COUNT)
    MOVE FUNCTION NUMVAL(WS-STK-TOK3) TO WS-STK-LENGTH(WS-STOCK-COUNT)
    MOVE FUNCTION NUMVAL(WS-STK-TOK4) TO WS-STK-PRICE(WS-STOCK-COUNT)
    COMPUTE WS-STK-RATE(WS-STOCK-COUNT) ROUNDED =
        WS-STK-PRICE(WS-STOCK-COUNT) / WS-STK-LENGTH(WS-STOCK-COUNT)
    MOVE 0 TO WS-STK-QTY(WS-STOCK-COUNT)
    MOVE 0 TO WS-STK-COST(WS-STOCK-COUNT).

*> Sorts the dimensions so a <= b <= c and keeps the box's sheet,
*> short side first, with its box_detail.txt line number.
STORE-BOX-SHEET.
    IF WS-BOX-COUNT >= 2000
        ADD 1 TO WS-BOX-OVERFLOW
        EXIT PARAGRAPH
    END-IF
    MOVE WS-L TO WS-DIM-A
    MOVE WS-W TO WS-DIM-B
    MOVE WS-H TO WS-DIM-C
    IF WS-DIM-A > WS-DIM-B
        MOVE WS-DIM-A TO WS-DIM-SWAP
        MOVE WS-DIM-B TO WS-DIM-A
        MOVE WS-DIM-SWAP TO WS-DIM-B
    END-IF
    IF WS-DIM-B > WS-DIM-C
        MOVE WS-DIM-B TO WS-DIM-SWAP
        MOVE WS-DIM-C TO WS-DIM-B
        MOVE WS-DIM-SWAP TO WS-DIM-C
    END-IF
    IF WS-DIM-A > WS-DIM-B
        MOVE WS-DIM-A TO WS-DIM-SWAP
        MOVE WS-DIM-B TO WS-DIM-A
        MOVE WS-DIM-SWAP TO WS-DIM-B
    END-IF
    ADD 1 TO WS-BOX-COUNT
    MOVE WS-BOX-LINE-NO TO WS-BOX-NO(WS-BOX-COUNT)
    MOVE SPACES TO WS-BOX-DIMS(WS-BOX-COUNT)
    STRING FUNCTION TRIM(WS-L-DISPLAY) DELIMITED BY SIZE
           'x' DELIMITED BY SIZE
           FUNCTION TRIM(WS-W-DISPLAY) DELIMITED BY SIZE
           'x' DELIMITED BY SIZE
           FUNCTION TRIM(WS-H-DISPLAY) DELIMITED BY SIZE
           INTO WS-BOX-DIMS(WS-BOX-COUNT)
    END-STRING
    COMPUTE WS-BOX-SHEET-S(WS-BOX-COUNT) = WS-DIM-C + WS-DIM-A
    COMPUTE WS-BOX-SHEET-L(WS-BOX-COUNT) = (3 * WS-DIM-A) + (2 * WS-DIM-B)
    IF WS-BOX-SHEET-S(WS-BOX-COUNT) > WS-BOX-SHEET-L(WS-BOX-COUNT)
        MOVE WS-BOX-SHEET-S(WS-BOX-COUNT) TO WS-DIM-SWAP
        MOVE WS-BOX-SHEET-L(WS-BOX-COUNT) TO WS-BOX-SHEET-S(WS-BOX-COUNT)
        MOVE WS-DIM-SWAP TO WS-BOX-SHEET-L(WS-BOX-COUNT)
    END-IF
    COMPUTE WS-BOX-AREA(WS-BOX-COUNT) =
        WS-BOX-SHEET-S(WS-BOX-COUNT) * WS-BOX-SHEET-L(WS-BOX-COUNT)
    MOVE 0 TO WS-BOX-ROLL(WS-BOX-COUNT).

*> Largest sheets first. Each sheet is cut across the full roll width
*> and takes roll length equal to its other side; it goes on the first
*> open roll with room for it, otherwise a new roll is bought of the
*> size that costs least for the roll length the sheet takes.
PLAN-ROLLS.
    IF WS-BOX-COUNT > 1
        SORT WS-BOX ON DESCENDING KEY WS-BOX-AREA
                       ASCENDING KEY WS-BOX-NO
    END-IF
    PERFORM VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > WS-BOX-COUNT
        PERFORM PLACE-BOX-SHEET
    END-PERFORM
    ADD WS-BOX-OVERFLOW TO WS-PLAN-UNPLACED
    OPEN OUTPUT PLAN-FILE
    PERFORM WRITE-ROLL-PURCHASES
    PERFORM WRITE-CUT-LIST
    PERFORM WRITE-UNPLACED-BOXES
    PERFORM WRITE-PLAN-TOTALS
    CLOSE PLAN-FILE
    MOVE WS-PLAN-COST TO WS-MONEY2-DISPLAY
    MOVE WS-ROLL-COUNT TO WS-NUM-DISPLAY
    MOVE WS-PLAN-UNPLACED TO WS-NUM2-DISPLAY
    DISPLAY "ROLL PLAN COMPLETE ROLLS=" FUNCTION TRIM(WS-NUM-DISPLAY)
        " COST=" FUNCTION TRIM(WS-MONEY2-DISPLAY)
        " UNPLACED=" FUNCTION TRIM(WS-NUM2-DISPLAY)
    DISPLAY "ANSWER=rolls-to-buy=" FUNCTION TRIM(WS-NUM-DISPLAY)
    DISPLAY "ANSWER=roll-cost=" FUNCTION TRIM(WS-MONEY2-DISPLAY)
    IF WS-PLAN-UNPLACED > 0
        MOVE 4 TO RETURN-CODE
    END-IF.

PLACE-BOX-SHEET.
    MOVE 0 TO WS-FIT-ROLL
    PERFORM VARYING WS-RX FROM 1 BY 1
        UNTIL WS-RX > WS-ROLL-COUNT OR WS-FIT-ROLL > 0
        MOVE WS-STK-WIDTH(WS-ROLL-STK(WS-RX)) TO WS-TRY-WIDTH
        COMPUTE WS-TRY-ROOM = WS-STK-LENGTH(WS-ROLL-STK(WS-RX))
            - WS-ROLL-USED(WS-RX)
        PERFORM TRY-SHEET-ORIENTATION
        IF WS-TRY-ALONG > 0
            MOVE WS-RX TO WS-FIT-ROLL
            MOVE WS-TRY-ACROSS TO WS-FIT-ACROSS
            MOVE WS-TRY-ALONG TO WS-FIT-ALONG
        END-IF
    END-PERFORM
    IF WS-FIT-ROLL = 0
        PERFORM OPEN-NEW-ROLL
    END-IF
    IF WS-FIT-ROLL = 0
        ADD 1 TO WS-PLAN-UNPLACED
        EXIT PARAGRAPH
    END-IF
    MOVE WS-FIT-ROLL TO WS-BOX-ROLL(WS-BX)
    MOVE WS-FIT-ACROSS TO WS-BOX-ACROSS(WS-BX)
    MOVE WS-FIT-ALONG TO WS-BOX-ALONG(WS-BX)
    MOVE WS-ROLL-USED(WS-FIT-ROLL) TO WS-BOX-AT(WS-BX)
    ADD WS-FIT-ALONG TO WS-ROLL-USED(WS-FIT-ROLL)
    ADD 1 TO WS-ROLL-SHEETS(WS-FIT-ROLL)
    ADD WS-BOX-AREA(WS-BX) TO WS-ROLL-SHEET-AREA(WS-FIT-ROLL)
    ADD 1 TO WS-PLAN-PLACED.

*> Long side across the roll when it fits, since that uses the least
*> roll length; otherwise short side across. WS-TRY-ALONG is left zero
*> when the sheet cannot be cut from this width and remaining length.
TRY-SHEET-ORIENTATION.
    MOVE 0 TO WS-TRY-ACROSS WS-TRY-ALONG
    IF WS-BOX-SHEET-L(WS-BX) <= WS-TRY-WIDTH
        AND WS-BOX-SHEET-S(WS-BX) <= WS-TRY-ROOM
        MOVE WS-BOX-SHEET-L(WS-BX) TO WS-TRY-ACROSS
        MOVE WS-BOX-SHEET-S(WS-BX) TO WS-TRY-ALONG
    ELSE
        IF WS-BOX-SHEET-S(WS-BX) <= WS-TRY-WIDTH
            AND WS-BOX-SHEET-L(WS-BX) <= WS-TRY-ROOM
            MOVE WS-BOX-SHEET-S(WS-BX) TO WS-TRY-ACROSS
            MOVE WS-BOX-SHEET-L(WS-BX) TO WS-TRY-ALONG
        END-IF
    END-IF.

*> Cheapest roll size for this sheet: price per unit of roll length
*> times the length the sheet takes; the first size listed wins a tie.
OPEN-NEW-ROLL.
    MOVE 0 TO WS-FIT-STK
    PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > WS-STOCK-COUNT
        MOVE WS-STK-WIDTH(WS-SX) TO WS-TRY-WIDTH
        MOVE WS-STK-LENGTH(WS-SX) TO WS-TRY-ROOM
        PERFORM TRY-SHEET-ORIENTATION
        IF WS-TRY-ALONG > 0
            COMPUTE WS-TRY-COST = WS-STK-RATE(WS-SX) * WS-TRY-ALONG
            IF WS-FIT-STK = 0 OR WS-TRY-COST < WS-FIT-COST
                MOVE WS-SX TO WS-FIT-STK
                MOVE WS-TRY-COST TO WS-FIT-COST
                MOVE WS-TRY-ACROSS TO WS-FIT-ACROSS
                MOVE WS-TRY-ALONG TO WS-FIT-ALONG
            END-IF
        END-IF
    END-PERFORM
    IF WS-FIT-STK = 0 OR WS-ROLL-COUNT >= 2000
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-ROLL-COUNT
    MOVE WS-ROLL-COUNT TO WS-FIT-ROLL
    MOVE WS-FIT-STK TO WS-ROLL-STK(WS-FIT-ROLL)
    MOVE 0 TO WS-ROLL-USED(WS-FIT-ROLL)
    MOVE 0 TO WS-ROLL-SHEETS(WS-FIT-ROLL)
    MOVE 0 TO WS-ROLL-SHEET-AREA(WS-FIT-ROLL)
    ADD 1 TO WS-STK-QTY(WS-FIT-STK)
    ADD WS-STK-PRICE(WS-FIT-STK) TO WS-STK-COST(WS-FIT-STK)
    ADD WS-STK-PRICE(WS-FIT-STK) TO WS-PLAN-COST.

WRITE-ROLL-PURCHASES.
    MOVE "ROLL PURCHASE AND CUT PLAN FROM box_detail.txt" TO WS-PLAN-LINE
    PERFORM WRITE-PLAN-LINE
    PERFORM WRITE-PLAN-LINE
    MOVE "ROLLS TO BUY" TO WS-PLAN-LINE
    PERFORM WRITE-PLAN-LINE
    PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > WS-STOCK-COUNT
        MOVE WS-STK-WIDTH(WS-SX) TO WS-NUM-DISPLAY
        MOVE WS-STK-LENGTH(WS-SX) TO WS-NUM2-DISPLAY
        MOVE WS-STK-QTY(WS-SX) TO WS-NUM3-DISPLAY
        MOVE WS-STK-PRICE(WS-SX) TO WS-MONEY-DISPLAY
        MOVE WS-STK-COST(WS-SX) TO WS-MONEY2-DISPLAY
        STRING "  SIZE " DELIMITED BY SIZE
               WS-STK-CODE(WS-SX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-NUM-DISPLAY) DELIMITED BY SIZE
               " x " DELIMITED BY SIZE
               FUNCTION TRIM(WS-NUM2-DISPLAY) DELIMITED BY SIZE
               " QTY " DELIMITED BY SIZE
               FUNCTION TRIM(WS-NUM3-DISPLAY) DELIMITED BY SIZE
               " @ " DELIMITED BY SIZE
               FUNCTION TRIM(WS-MONEY-DISPLAY) DELIMITED BY SIZE
               " = " DELIMITED BY SIZE
               FUNCTION TRIM(WS-MONEY2-DISPLAY) DELIMITED BY SIZE
               INTO WS-PLAN-LINE
        END-STRING
        PERFORM WRITE-PLAN-LINE
    END-PERFORM.

*> One block per roll bought: every box cut from it, with the sheet
*> size across x along and where along the roll the cut starts, then
*> the roll's waste (width offcuts plus unused length).
WRITE-CUT-LIST.
    PERFORM WRITE-PLAN-LINE
    MOVE "CUT LIST" TO WS-PLAN-LINE
    PERFORM WRITE-PLAN-LINE
    PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > WS-ROLL-COUNT
        MOVE WS-ROLL-STK(WS-RX) TO WS-SX
        MOVE WS-RX TO WS-ROLL-DISPLAY
        MOVE WS-STK-WIDTH(WS-SX) TO WS-NUM-DISPLAY
        MOVE WS-STK-LENGTH(WS-SX) TO WS-NUM2-DISPLAY
        STRING "  ROLL " DELIMITED BY SIZE
               WS-ROLL-DISPLAY DELIMITED BY SIZE
               " SIZE " DELIMITED BY SIZE
               FUNCTION TRIM(WS-STK-CODE(WS-SX)) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(WS-NUM-DISPLAY) DELIMITED BY SIZE
               " x " DELIMITED BY SIZE
               FUNCTION TRIM(WS-NUM2-DISPLAY) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO WS-PLAN-LINE
        END-STRING
        PERFORM WRITE-PLAN-LINE
        PERFORM VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > WS-BOX-COUNT
            IF WS-BOX-ROLL(WS-BX) = WS-RX
                PERFORM WRITE-CUT-LINE
            END-IF
        END-PERFORM
        COMPUTE WS-ROLL-AREA = WS-STK-WIDTH(WS-SX) * WS-STK-LENGTH(WS-SX)
        COMPUTE WS-ROLL-WASTE = WS-ROLL-AREA - WS-ROLL-SHEET-AREA(WS-RX)
        ADD WS-ROLL-AREA TO WS-PLAN-ROLL-AREA
        ADD WS-ROLL-SHEET-AREA(WS-RX) TO WS-PLAN-SHEET-AREA
        ADD WS-ROLL-WASTE TO WS-PLAN-WASTE
        MOVE WS-ROLL-USED(WS-RX) TO WS-NUM-DISPLAY
        MOVE WS-STK-LENGTH(WS-SX) TO WS-NUM2-DISPLAY
        MOVE WS-ROLL-WASTE TO WS-NUM3-DISPLAY
        STRING "    USED " DELIMITED BY SIZE
               FUNCTION TRIM(WS-NUM-DISPLAY) DELIMITED BY SIZE
               " OF " DELIMITED BY SIZE
               FUNCTION TRIM(WS-NUM2-DISPLAY) DELIMITED BY SIZE
               " LENGTH, WASTE " DELIMITED BY SIZE
               FUNCTION TRIM(WS-NUM3-DISPLAY) DELIMITED BY SIZE
               " SQ FT" DELIMITED BY SIZE
               INTO WS-PLAN-LINE
        END-STRING
        PERFORM WRITE-PLAN-LINE
    END-PERFORM.

WRITE-CUT-LINE.
    MOVE WS-BOX-NO(WS-BX) TO WS-BOXNO-DISPLAY
    MOVE WS-BOX-ACROSS(WS-BX) TO WS-NUM-DISPLAY
    MOVE WS-BOX-ALONG(WS-BX) TO WS-NUM2-DISPLAY
    MOVE WS-BOX-AT(WS-BX) TO WS-NUM3-DISPLAY
    STRING "    BOX " DELIMITED BY SIZE
           WS-BOXNO-DISPLAY DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(WS-BOX-DIMS(WS-BX)) DELIMITED BY SIZE
           " SHEET " DELIMITED BY SIZE
           FUNCTION TRIM(WS-NUM-DISPLAY) DELIMITED BY SIZE
           " x " DELIMITED BY SIZE
           FUNCTION TRIM(WS-NUM2-DISPLAY) DELIMITED BY SIZE
           " CUT AT " DELIMITED BY SIZE
           FUNCTION TRIM(WS-NUM3-DISPLAY) DELIMITED BY SIZE
           INTO WS-PLAN-LINE
    END-STRING
    PERFORM WRITE-PLAN-LINE.

*> Boxes whose sheet fits no roll size on file, and any beyond the
*> planning table, are listed so they are not silently left unbought.
WRITE-UNPLACED-BOXES.
    PERFORM WRITE-PLAN-LINE
    MOVE "BOXES NO ROLL SIZE CAN CUT" TO WS-PLAN-LINE
    PERFORM WRITE-PLAN-LINE
    PERFORM VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > WS-BOX-COUNT
        IF WS-BOX-ROLL(WS-BX) = 0
            MOVE WS-BOX-NO(WS-BX) TO WS-BOXNO-DISPLAY
            MOVE WS-BOX-SHEET-S(WS-BX) TO WS-NUM-DISPLAY
            MOVE WS-BOX-SHEET-L(WS-BX) TO WS-NUM2-DISPLAY
            STRING "  BOX " DELIMITED BY SIZE
                   WS-BOXNO-DISPLAY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-BOX-DIMS(WS-BX)) DELIMITED BY SIZE
                   " SHEET " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NUM-DISPLAY) DELIMITED BY SIZE
                   " x " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NUM2-DISPLAY) DELIMITED BY SIZE
                   INTO WS-PLAN-LINE
            END-STRING
            PERFORM WRITE-PLAN-LINE
        END-IF
    END-PERFORM
    IF WS-BOX-OVERFLOW > 0
        MOVE WS-BOX-OVERFLOW TO WS-NUM-DISPLAY
        STRING "  " DELIMITED BY SIZE
               FUNCTION TRIM(WS-NUM-DISPLAY) DELIMITED BY SIZE
               " BOXES BEYOND THE 2000-BOX PLANNING TABLE" DELIMITED BY SIZE
               INTO WS-PLAN-LINE
        END-STRING
        PERFORM WRITE-PLAN-LINE
    END-IF
    IF WS-PLAN-UNPLACED = 0
        MOVE "  (NONE)" TO WS-PLAN-LINE
        PERFORM WRITE-PLAN-LINE
    END-IF.

*> Sheet area plus waste must come back to the area of the rolls
*> bought, and every box read must be either placed or listed above.
WRITE-PLAN-TOTALS.
    PERFORM WRITE-PLAN-LINE
    MOVE "TOTALS" TO WS-PLAN-LINE
    PERFORM WRITE-PLAN-LINE
    MOVE "BOXES TO PLAN" TO WS-PLAN-LABEL
    COMPUTE WS-NUM-DISPLAY = WS-BOX-COUNT + WS-BOX-OVERFLOW
    PERFORM WRITE-PLAN-COUNT
    MOVE "BOXES PLACED" TO WS-PLAN-LABEL
    MOVE WS-PLAN-PLACED TO WS-NUM-DISPLAY
    PERFORM WRITE-PLAN-COUNT
    MOVE "BOXES NOT PLACED" TO WS-PLAN-LABEL
    MOVE WS-PLAN-UNPLACED TO WS-NUM-DISPLAY
    PERFORM WRITE-PLAN-COUNT
    MOVE "ROLLS TO BUY" TO WS-PLAN-LABEL
    MOVE WS-ROLL-COUNT TO WS-NUM-DISPLAY
    PERFORM WRITE-PLAN-COUNT
    MOVE "PAPER REQUIRED SQ FT" TO WS-PLAN-LABEL
    MOVE WS-TOTAL-PAPER TO WS-NUM-DISPLAY
    PERFORM WRITE-PLAN-COUNT
    MOVE "SHEETS CUT SQ FT" TO WS-PLAN-LABEL
    MOVE WS-PLAN-SHEET-AREA TO WS-NUM-DISPLAY
    PERFORM WRITE-PLAN-COUNT
    MOVE "WASTE SQ FT" TO WS-PLAN-LABEL
    MOVE WS-PLAN-WASTE TO WS-NUM-DISPLAY
    PERFORM WRITE-PLAN-COUNT
    MOVE "ROLL AREA BOUGHT SQ FT" TO WS-PLAN-LABEL
    MOVE WS-PLAN-ROLL-AREA TO WS-NUM-DISPLAY
    PERFORM WRITE-PLAN-COUNT
    MOVE WS-PLAN-COST TO WS-MONEY2-DISPLAY
    STRING "  " DELIMITED BY SIZE
           "TOTAL COST              " DELIMITED BY SIZE
           WS-MONEY2-DISPLAY DELIMITED BY SIZE
           INTO WS-PLAN-LINE
    END-STRING
    PERFORM WRITE-PLAN-LINE
    IF WS-PLAN-SHEET-AREA + WS-PLAN-WASTE = WS-PLAN-ROLL-AREA
        AND WS-PLAN-PLACED + WS-PLAN-UNPLACED = WS-BOX-COUNT
            + WS-BOX-OVERFLOW
        MOVE "CONTROL TOTALS BALANCE" TO WS-PLAN-LINE
    ELSE
        MOVE "CONTROL TOTALS DO NOT BALANCE" TO WS-PLAN-LINE
        MOVE 4 TO RETURN-CODE
    END-IF
    PERFORM WRITE-PLAN-LINE.

WRITE-PLAN-COUNT.
    STRING "  " WS-PLAN-LABEL WS-NUM-DISPLAY
        DELIMITED BY SIZE INTO WS-PLAN-LINE
    END-STRING
    PERFORM WRITE-PLAN-LINE.

WRITE-PLAN-LINE.
    MOVE WS-PLAN-LINE TO PLAN-RECORD
    WRITE PLAN-RECORD
    MOVE SPACES TO WS-PLAN-LINE.
