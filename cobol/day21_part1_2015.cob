    SELECT TOURNEY-FILE ASSIGN TO "tournament_report.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

*> Optional named loadout to fight out turn by turn; when present
*> the run writes the fight transcript instead of the usual search.
    SELECT LOADOUT-FILE ASSIGN TO "fight_loadout.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOADOUT-STATUS.

    SELECT TRANSCRIPT-FILE ASSIGN TO "fight_transcript.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD BOSS-STATS-FILE.
FD TOURNEY-FILE.
01 TOURNEY-RECORD PIC X(100).

FD LOADOUT-FILE.
01 LOADOUT-RECORD PIC X(40).

FD TRANSCRIPT-FILE.
01 TRANSCRIPT-RECORD PIC X(100).

WORKING-STORAGE SECTION.
01  RUN-HEADER-FIELDS.
    05 RUN-STAMP          PIC X(32) VALUE SPACES.
01 WS-TOURNEY-DISP-2    PIC ZZZZ9.
01 WS-TOURNEY-LINE      PIC X(100).

*> Transcript mode: the named loadout as read, and the running state
*> of the one fight being played out.
01 WS-LOADOUT-STATUS    PIC XX.
   88 LOADOUT-FILE-OK            VALUE '00'.
01 WS-LOADOUT-EOF       PIC X VALUE 'N'.
   88 LOADOUT-EOF                VALUE 'Y'.
01 WS-TRANSCRIPT-FLAG   PIC X VALUE 'N'.
   88 TRANSCRIPT-MODE            VALUE 'Y'.
01 WS-FT-KEY            PIC X(8).
01 WS-FT-VALUE          PIC X(30).
01 WS-FT-PTR            PIC 9(3).
01 WS-FT-WEAPON-NAME    PIC X(15) VALUE SPACES.
01 WS-FT-ARMOR-NAME     PIC X(15) VALUE SPACES.
01 WS-FT-RING-COUNT     PIC 9 VALUE 0.
01 WS-FT-RING-NAMES.
   05 WS-FT-RING-NAME   PIC X(15) OCCURS 2 TIMES.
01 WS-FT-RING-SUB       PIC 9.
01 WS-FT-RING-IDX       PIC 9(2).
01 WS-FT-BOSS-NUM       PIC 9(2) VALUE 0.
01 WS-FT-BOSS-LABEL     PIC X(24) VALUE SPACES.
01 WS-FT-ERROR          PIC X VALUE 'N'.
01 WS-FT-PLAYER-HP      PIC S9(4).
01 WS-FT-BOSS-HP        PIC S9(4).
01 WS-FT-TURN           PIC 9(4).
01 WS-FT-ATTACKER       PIC X(6).
01 WS-FT-WINNER         PIC X(6).
01 WS-FT-SUMMARY        PIC X(100).
01 WS-FT-DISP-1         PIC ZZZZ9.
01 WS-FT-DISP-2         PIC ZZZ9.
01 WS-FT-DISP-3         PIC ZZZ9.
01 WS-FT-DISP-4         PIC ZZZ9.

PROCEDURE DIVISION.
    ACCEPT RUN-STAMP FROM ENVIRONMENT "RUN_STAMP"
        ON EXCEPTION CONTINUE
        FUNCTION TRIM(RUN-STAMP).
MAIN-LOGIC.
    PERFORM READ-BOSS-ROSTER.
    PERFORM READ-FIGHT-LOADOUT.
    IF TRANSCRIPT-MODE
        PERFORM BUILD-ITEM-CATALOG
        PERFORM RUN-FIGHT-TRANSCRIPT
        STOP RUN
    END-IF.
    IF TOURNEY-MODE
        PERFORM BUILD-ITEM-CATALOG
        PERFORM RUN-TOURNAMENT
    DISPLAY "ANSWER=all-boss-min-gold="
        FUNCTION TRIM(WS-TOURNEY-DISP).

*> Transcript mode: fight_loadout.txt names one loadout and, with a
*> "BOSS n" line, which boss on bosses.txt it faces (input.txt's
*> boss otherwise):
*>     WEAPON Shortsword
*>     ARMOR Chainmail        (or None, or no ARMOR line)
*>     RING Damage +1         (up to two RING lines)
*>     BOSS 2
*> Item names match the catalog, items.txt additions included.
READ-FIGHT-LOADOUT.
    OPEN INPUT LOADOUT-FILE.
    IF NOT LOADOUT-FILE-OK
        CLOSE LOADOUT-FILE
        EXIT PARAGRAPH
    END-IF.
    SET TRANSCRIPT-MODE TO TRUE.
    PERFORM READ-ONE-LOADOUT-LINE UNTIL LOADOUT-EOF.
    CLOSE LOADOUT-FILE.

READ-ONE-LOADOUT-LINE.
    READ LOADOUT-FILE INTO LOADOUT-RECORD
        AT END SET LOADOUT-EOF TO TRUE
    END-READ.
    IF LOADOUT-EOF OR LOADOUT-RECORD = SPACES
        OR LOADOUT-RECORD(1:1) = '*'
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO WS-FT-KEY WS-FT-VALUE.
    MOVE 1 TO WS-FT-PTR.
    UNSTRING LOADOUT-RECORD DELIMITED BY ALL SPACE
        INTO WS-FT-KEY
        WITH POINTER WS-FT-PTR
    END-UNSTRING.
    IF WS-FT-PTR <= LENGTH OF LOADOUT-RECORD
        MOVE FUNCTION TRIM(LOADOUT-RECORD(WS-FT-PTR:))
            TO WS-FT-VALUE
    END-IF.
    EVALUATE TRUE
        WHEN WS-FT-VALUE = SPACES
            PERFORM REJECT-LOADOUT-LINE
        WHEN WS-FT-KEY = "WEAPON" AND WS-FT-WEAPON-NAME = SPACES
            MOVE WS-FT-VALUE TO WS-FT-WEAPON-NAME
        WHEN WS-FT-KEY = "ARMOR" AND WS-FT-ARMOR-NAME = SPACES
            MOVE WS-FT-VALUE TO WS-FT-ARMOR-NAME
        WHEN WS-FT-KEY = "RING" AND WS-FT-RING-COUNT < 2
            ADD 1 TO WS-FT-RING-COUNT
            MOVE WS-FT-VALUE TO WS-FT-RING-NAME(WS-FT-RING-COUNT)
        WHEN WS-FT-KEY = "BOSS" AND WS-FT-BOSS-NUM = 0
            AND FUNCTION TEST-NUMVAL(WS-FT-VALUE) = 0
            COMPUTE WS-FT-BOSS-NUM = FUNCTION NUMVAL(WS-FT-VALUE)
        WHEN OTHER
            PERFORM REJECT-LOADOUT-LINE
    END-EVALUATE.

REJECT-LOADOUT-LINE.
    DISPLAY "INVALID fight_loadout.txt LINE IGNORED: "
        FUNCTION TRIM(LOADOUT-RECORD).
    MOVE 4 TO RETURN-CODE.

*> Resolves the named loadout and boss, then plays the fight out one
*> attack at a time -- player first, damage less the defender's
*> armor but never under 1 -- until one side is down. The closing
*> line restates the verdict the tournament's turn-count arithmetic
*> gives for the same matchup, so the two can be seen to agree.
RUN-FIGHT-TRANSCRIPT.
    PERFORM RESOLVE-FIGHT-LOADOUT.
    IF WS-FT-ERROR = 'Y'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF WS-FT-BOSS-NUM > 0
        IF NOT TOURNEY-MODE OR WS-FT-BOSS-NUM > WS-BOSS-COUNT
            MOVE WS-FT-BOSS-NUM TO WS-TOURNEY-DISP
            DISPLAY "NO BOSS " FUNCTION TRIM(WS-TOURNEY-DISP)
                " ON bosses.txt"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE WS-FT-BOSS-NUM TO WS-BOSS-SUB
        MOVE WS-B-HP(WS-BOSS-SUB) TO WS-BOSS-HP
        MOVE WS-B-DAMAGE(WS-BOSS-SUB) TO WS-BOSS-DAMAGE
        MOVE WS-B-ARMOR(WS-BOSS-SUB) TO WS-BOSS-ARMOR
    ELSE
        PERFORM READ-BOSS-STATS
        MOVE 1 TO WS-BOSS-SUB
    END-IF.
    COMPUTE WS-CURRENT-COST = WS-AW-COST(WS-W-IDX)
                            + WS-AA-COST(WS-A-IDX)
                            + WS-AR-COST(WS-R1-IDX)
                            + WS-AR-COST(WS-R2-IDX).
    COMPUTE WS-PLAYER-TOTAL-DAMAGE = WS-AW-DAMAGE(WS-W-IDX)
                                   + WS-AA-DAMAGE(WS-A-IDX)
                                   + WS-AR-DAMAGE(WS-R1-IDX)
                                   + WS-AR-DAMAGE(WS-R2-IDX).
    COMPUTE WS-PLAYER-TOTAL-ARMOR = WS-AW-ARMOR(WS-W-IDX)
                                  + WS-AA-ARMOR(WS-A-IDX)
                                  + WS-AR-ARMOR(WS-R1-IDX)
                                  + WS-AR-ARMOR(WS-R2-IDX).
    PERFORM JUDGE-ONE-FIGHT.

    OPEN OUTPUT TRANSCRIPT-FILE.
    MOVE SPACES TO WS-TOURNEY-LINE.
    STRING "LOADOUT " DELIMITED BY SIZE
        FUNCTION TRIM(WS-AW-NAME(WS-W-IDX)) DELIMITED BY SIZE
        " / " DELIMITED BY SIZE
        FUNCTION TRIM(WS-AA-NAME(WS-A-IDX)) DELIMITED BY SIZE
        " / " DELIMITED BY SIZE
        FUNCTION TRIM(WS-AR-NAME(WS-R1-IDX)) DELIMITED BY SIZE
        " / " DELIMITED BY SIZE
        FUNCTION TRIM(WS-AR-NAME(WS-R2-IDX)) DELIMITED BY SIZE
        INTO WS-TOURNEY-LINE
    END-STRING.
    PERFORM WRITE-TRANSCRIPT-LINE.
    MOVE WS-CURRENT-COST TO WS-FT-DISP-1.
    MOVE WS-PLAYER-TOTAL-DAMAGE TO WS-FT-DISP-2.
    MOVE WS-PLAYER-TOTAL-ARMOR TO WS-FT-DISP-3.
    MOVE WS-PLAYER-HP TO WS-FT-DISP-4.
    STRING "PLAYER HP " DELIMITED BY SIZE
        FUNCTION TRIM(WS-FT-DISP-4) DELIMITED BY SIZE
        " DAMAGE " DELIMITED BY SIZE
        FUNCTION TRIM(WS-FT-DISP-2) DELIMITED BY SIZE
        " ARMOR " DELIMITED BY SIZE
        FUNCTION TRIM(WS-FT-DISP-3) DELIMITED BY SIZE
        " COST " DELIMITED BY SIZE
        FUNCTION TRIM(WS-FT-DISP-1) DELIMITED BY SIZE
        INTO WS-TOURNEY-LINE
    END-STRING.
    PERFORM WRITE-TRANSCRIPT-LINE.
    MOVE WS-BOSS-HP TO WS-FT-DISP-4.
    MOVE WS-BOSS-DAMAGE TO WS-FT-DISP-2.
    MOVE WS-BOSS-ARMOR TO WS-FT-DISP-3.
    IF WS-FT-BOSS-NUM > 0
        MOVE WS-FT-BOSS-NUM TO WS-TOURNEY-DISP
        STRING "BOSS " DELIMITED BY SIZE
            FUNCTION TRIM(WS-TOURNEY-DISP) DELIMITED BY SIZE
            " OF bosses.txt" DELIMITED BY SIZE
            INTO WS-FT-BOSS-LABEL
        END-STRING
    ELSE
        MOVE "BOSS OF input.txt" TO WS-FT-BOSS-LABEL
    END-IF.
    STRING FUNCTION TRIM(WS-FT-BOSS-LABEL) DELIMITED BY SIZE
        " HP " DELIMITED BY SIZE
        FUNCTION TRIM(WS-FT-DISP-4) DELIMITED BY SIZE
        " DAMAGE " DELIMITED BY SIZE
        FUNCTION TRIM(WS-FT-DISP-2) DELIMITED BY SIZE
        " ARMOR " DELIMITED BY SIZE
        FUNCTION TRIM(WS-FT-DISP-3) DELIMITED BY SIZE
        INTO WS-TOURNEY-LINE
    END-STRING.
    PERFORM WRITE-TRANSCRIPT-LINE.
    PERFORM WRITE-TRANSCRIPT-LINE.

    MOVE WS-PLAYER-HP TO WS-FT-PLAYER-HP.
    MOVE WS-BOSS-HP TO WS-FT-BOSS-HP.
    MOVE 0 TO WS-FT-TURN.
    MOVE SPACES TO WS-FT-WINNER.
    PERFORM PLAY-ONE-TURN UNTIL WS-FT-WINNER NOT = SPACES.

    PERFORM WRITE-TRANSCRIPT-LINE.
    MOVE WS-FT-TURN TO WS-FT-DISP-1.
    STRING "WINNER " DELIMITED BY SIZE
        FUNCTION TRIM(WS-FT-WINNER) DELIMITED BY SIZE
        " AFTER " DELIMITED BY SIZE
        FUNCTION TRIM(WS-FT-DISP-1) DELIMITED BY SIZE
        " TURNS" DELIMITED BY SIZE
        INTO WS-TOURNEY-LINE
    END-STRING.
    MOVE WS-TOURNEY-LINE TO WS-FT-SUMMARY.
    PERFORM WRITE-TRANSCRIPT-LINE.
    IF (WS-B-WON(WS-BOSS-SUB) = 'Y' AND WS-FT-WINNER = "PLAYER")
        OR (WS-B-WON(WS-BOSS-SUB) = 'N' AND WS-FT-WINNER = "BOSS")
        MOVE "TOURNAMENT VERDICT AGREES" TO WS-TOURNEY-LINE
    ELSE
        MOVE "TOURNAMENT VERDICT DOES NOT AGREE" TO WS-TOURNEY-LINE
        MOVE 4 TO RETURN-CODE
    END-IF.
    PERFORM WRITE-TRANSCRIPT-LINE.
    CLOSE TRANSCRIPT-FILE.
    DISPLAY "TRANSCRIPT COMPLETE " FUNCTION TRIM(WS-FT-SUMMARY).
    DISPLAY "ANSWER=fight-winner=" FUNCTION TRIM(WS-FT-WINNER).
    DISPLAY "ANSWER=fight-turns=" FUNCTION TRIM(WS-FT-DISP-1).

*> One attack. Odd turns are the player's, even turns the boss's.
PLAY-ONE-TURN.
    ADD 1 TO WS-FT-TURN.
    MOVE WS-FT-TURN TO WS-FT-DISP-1.
    IF FUNCTION MOD(WS-FT-TURN, 2) = 1
        MOVE "PLAYER" TO WS-FT-ATTACKER
        COMPUTE WS-EFFECTIVE-PLAYER-DAMAGE
            = WS-PLAYER-TOTAL-DAMAGE - WS-BOSS-ARMOR
        IF WS-EFFECTIVE-PLAYER-DAMAGE < 1
            MOVE 1 TO WS-EFFECTIVE-PLAYER-DAMAGE
        END-IF
        MOVE WS-EFFECTIVE-PLAYER-DAMAGE TO WS-FT-DISP-2
        SUBTRACT WS-EFFECTIVE-PLAYER-DAMAGE FROM WS-FT-BOSS-HP
        IF WS-FT-BOSS-HP <= 0
            MOVE 0 TO WS-FT-BOSS-HP
            MOVE "PLAYER" TO WS-FT-WINNER
        END-IF
    ELSE
        MOVE "BOSS" TO WS-FT-ATTACKER
        COMPUTE WS-EFFECTIVE-BOSS-DAMAGE
            = WS-BOSS-DAMAGE - WS-PLAYER-TOTAL-ARMOR
        IF WS-EFFECTIVE-BOSS-DAMAGE < 1
            MOVE 1 TO WS-EFFECTIVE-BOSS-DAMAGE
        END-IF
        MOVE WS-EFFECTIVE-BOSS-DAMAGE TO WS-FT-DISP-2
        SUBTRACT WS-EFFECTIVE-BOSS-DAMAGE FROM WS-FT-PLAYER-HP
        IF WS-FT-PLAYER-HP <= 0
            MOVE 0 TO WS-FT-PLAYER-HP
            MOVE "BOSS" TO WS-FT-WINNER
        END-IF
    END-IF.
    MOVE WS-FT-PLAYER-HP TO WS-FT-DISP-3.
    MOVE WS-FT-BOSS-HP TO WS-FT-DISP-4.
    STRING "TURN " DELIMITED BY SIZE
        WS-FT-DISP-1 DELIMITED BY SIZE
        "  " DELIMITED BY SIZE
        WS-FT-ATTACKER DELIMITED BY SIZE
        " HITS FOR " DELIMITED BY SIZE
        WS-FT-DISP-2 DELIMITED BY SIZE
        "  PLAYER HP " DELIMITED BY SIZE
        WS-FT-DISP-3 DELIMITED BY SIZE
        "  BOSS HP " DELIMITED BY SIZE
        WS-FT-DISP-4 DELIMITED BY SIZE
        INTO WS-TOURNEY-LINE
    END-STRING.
    PERFORM WRITE-TRANSCRIPT-LINE.

*> Looks each named item up in the active catalog. No ARMOR line
*> means the "None" armor; missing ring slots take the two "None"
*> rings, and two rings must be two different catalog entries.
RESOLVE-FIGHT-LOADOUT.
    MOVE 'N' TO WS-FT-ERROR.
    MOVE 0 TO WS-W-IDX.
    IF WS-FT-WEAPON-NAME = SPACES
        DISPLAY "fight_loadout.txt NAMES NO WEAPON"
        MOVE 'Y' TO WS-FT-ERROR
    ELSE
        PERFORM VARYING WS-CATALOG-IDX FROM 1 BY 1
                UNTIL WS-CATALOG-IDX > WS-WEAPON-COUNT
            IF FUNCTION TRIM(WS-AW-NAME(WS-CATALOG-IDX))
                = FUNCTION TRIM(WS-FT-WEAPON-NAME)
                AND WS-W-IDX = 0
                MOVE WS-CATALOG-IDX TO WS-W-IDX
            END-IF
        END-PERFORM
        IF WS-W-IDX = 0
            DISPLAY "UNKNOWN WEAPON IN fight_loadout.txt: "
                FUNCTION TRIM(WS-FT-WEAPON-NAME)
            MOVE 'Y' TO WS-FT-ERROR
        END-IF
    END-IF.
    IF WS-FT-ARMOR-NAME = SPACES
        MOVE "None" TO WS-FT-ARMOR-NAME
    END-IF.
    MOVE 0 TO WS-A-IDX.
    PERFORM VARYING WS-CATALOG-IDX FROM 1 BY 1
            UNTIL WS-CATALOG-IDX > WS-ARMOR-COUNT
        IF FUNCTION TRIM(WS-AA-NAME(WS-CATALOG-IDX))
            = FUNCTION TRIM(WS-FT-ARMOR-NAME)
            AND WS-A-IDX = 0
            MOVE WS-CATALOG-IDX TO WS-A-IDX
        END-IF
    END-PERFORM.
    IF WS-A-IDX = 0
        DISPLAY "UNKNOWN ARMOR IN fight_loadout.txt: "
            FUNCTION TRIM(WS-FT-ARMOR-NAME)
        MOVE 'Y' TO WS-FT-ERROR
    END-IF.
    MOVE 1 TO WS-R1-IDX.
    MOVE 2 TO WS-R2-IDX.
    IF WS-FT-RING-COUNT >= 1
        MOVE 1 TO WS-FT-RING-SUB
        PERFORM FIND-LOADOUT-RING
        MOVE WS-FT-RING-IDX TO WS-R1-IDX
    END-IF.
    IF WS-FT-RING-COUNT = 2
        MOVE 2 TO WS-FT-RING-SUB
        PERFORM FIND-LOADOUT-RING
        MOVE WS-FT-RING-IDX TO WS-R2-IDX
        IF WS-R2-IDX = WS-R1-IDX
            DISPLAY "fight_loadout.txt NAMES THE SAME RING TWICE: "
                FUNCTION TRIM(WS-FT-RING-NAME(2))
            MOVE 'Y' TO WS-FT-ERROR
        END-IF
    END-IF.

*> A "None" ring slot takes whichever None entry the other slot
*> has not, so one ring plus None is never read as a repeat.
FIND-LOADOUT-RING.
    MOVE 0 TO WS-FT-RING-IDX.
    PERFORM VARYING WS-CATALOG-IDX FROM 1 BY 1
            UNTIL WS-CATALOG-IDX > WS-RING-COUNT
        IF FUNCTION TRIM(WS-AR-NAME(WS-CATALOG-IDX))
            = FUNCTION TRIM(WS-FT-RING-NAME(WS-FT-RING-SUB))
            AND WS-FT-RING-IDX = 0
            AND NOT (WS-FT-RING-SUB = 2
                     AND WS-CATALOG-IDX = WS-R1-IDX
                     AND WS-AR-NAME(WS-CATALOG-IDX) = "None")
            MOVE WS-CATALOG-IDX TO WS-FT-RING-IDX
        END-IF
    END-PERFORM.
    IF WS-FT-RING-IDX = 0
        DISPLAY "UNKNOWN RING IN fight_loadout.txt: "
            FUNCTION TRIM(WS-FT-RING-NAME(WS-FT-RING-SUB))
        MOVE 'Y' TO WS-FT-ERROR
        MOVE WS-FT-RING-SUB TO WS-FT-RING-IDX
    END-IF.

WRITE-TRANSCRIPT-LINE.
    MOVE WS-TOURNEY-LINE TO TRANSCRIPT-RECORD.
    WRITE TRANSCRIPT-RECORD.
    MOVE SPACES TO WS-TOURNEY-LINE.

READ-BOSS-STATS.
    OPEN INPUT BOSS-STATS-FILE.
    IF RUN-INFILE-STATUS NOT = "00"
