           SELECT ROUTING-REPORT-FILE ASSIGN TO 'routing_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           *> Chip provenance: for each chip, the value instruction
           *> that brought it in, every bot that held it, whether it
           *> left each one as the low or the high chip, and the
           *> output bin it landed in; then, per bin, which bot's
           *> give-rule filled it.
           SELECT PROVENANCE-FILE ASSIGN TO 'chip_provenance.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           *> Optional list of chip values, one per line; when it
           *> holds any, only those chips are traced.
           SELECT OPTIONAL CHIP-LIST-FILE ASSIGN TO 'chip_trace.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.

           *> End-of-run stall diagnosis: bots left holding chips,
           *> give-rules that never fired, rule targets nothing ever
           *> fed, and chips that never reached an output. Any of
           *> these ends the run with return code 4.
           SELECT STALL-REPORT-FILE ASSIGN TO 'stall_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE.
       FD  ROUTING-REPORT-FILE.
       01  ROUTING-REPORT-RECORD      PIC X(80).

       FD  PROVENANCE-FILE.
       01  PROVENANCE-RECORD          PIC X(80).

       FD  CHIP-LIST-FILE.
       01  CHIP-LIST-RECORD           PIC X(20).

       FD  STALL-REPORT-FILE.
       01  STALL-REPORT-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       01  RUN-HEADER-FIELDS.
           05 RUN-STAMP          PIC X(32) VALUE SPACES.
       *> mis-subscript.
       01  WS-BOT-TABLE-SIZE   PIC 9(6) COMP-5 VALUE 256.
       01  WS-OUTPUT-TABLE-SIZE PIC 9(6) COMP-5 VALUE 256.
       01  WS-CHIP-TABLE-SIZE  PIC 9(6) COMP-5 VALUE 1.
       01  WS-HOP-TABLE-SIZE   PIC 9(7) COMP-5 VALUE 1.

       01  BOT-DATA.
           05  BOT-RECORD OCCURS 1 TO 999999 TIMES
               10  HIGH-TYPE       PIC 9.
               10  HIGH-ID         PIC 9(6).
               10  CHIPS OCCURS 2 TIMES PIC 9(3).
               *> Which value instruction each held chip came from.
               10  CHIP-TAG OCCURS 2 TIMES PIC 9(6).
               10  CHIP-COUNT      PIC 9.
               10  FINAL-LOW       PIC 9(3).
               10  FINAL-HIGH      PIC 9(3).
               10  COMPARED-FLAG   PIC X VALUE 'N'.
                   88  BOT-COMPARED VALUE 'Y'.
               10  RULE-FLAG       PIC X.
                   88  BOT-HAS-RULE VALUE 'Y'.
               10  FED-FLAG        PIC X.
                   88  BOT-WAS-FED  VALUE 'Y'.

       01  OUTPUT-DATA.
           05  OUTPUT-VALUE OCCURS 1 TO 999999 TIMES
                   DEPENDING ON WS-OUTPUT-TABLE-SIZE PIC 9(3).

       01  OUTPUT-FED-DATA.
           05  OUTPUT-FED-FLAG OCCURS 1 TO 999999 TIMES
                   DEPENDING ON WS-OUTPUT-TABLE-SIZE PIC X.

       *> One entry per "value N goes to bot B" line, in file order.
       01  CHIP-DATA.
           05  CHIP-ENTRY OCCURS 1 TO 999999 TIMES
                   DEPENDING ON WS-CHIP-TABLE-SIZE.
               10  CHIP-VALUE      PIC 9(3).
               10  CHIP-FIRST-BOT  PIC 9(6).
               10  CHIP-TRACE-FLAG PIC X.
                   88  CHIP-TRACED  VALUE 'Y'.

       *> Every give, in the order PROCESS-BOTS made it: which chip,
       *> from which bot, as low or high, to which bot or bin.
       01  HOP-DATA.
           05  HOP-ENTRY OCCURS 1 TO 9999999 TIMES
                   DEPENDING ON WS-HOP-TABLE-SIZE.
               10  HOP-CHIP        PIC 9(6).
               10  HOP-FROM-BOT    PIC 9(6).
               10  HOP-SIDE        PIC X.
               10  HOP-TO-TYPE     PIC 9.
               10  HOP-TO-ID       PIC 9(6).

       01  WS-FILE-STATUS      PIC XX.
       01  WS-LINE             PIC X(128).
       01  WS-PARSED-TYPE      PIC X.
       01  WS-TARGET-FLAG      PIC X VALUE 'N'.
           88  TARGET-FOUND     VALUE 'Y'.
       01  WS-MOVED            PIC 1.
       01  WS-CHIP-NUM         PIC 9(6) VALUE 0.
       01  WS-CHIP-TOTAL       PIC 9(6) VALUE 0.
       01  WS-HOP-COUNT        PIC 9(7) VALUE 0.
       01  WS-HOP-NUM          PIC 9(7).
       01  WS-LAST-HOP         PIC 9(7).
       01  WS-HOP-OVERFLOW     PIC X VALUE 'N'.
       01  WS-LOW-TAG          PIC 9(6).
       01  WS-HIGH-TAG         PIC 9(6).
       01  WS-GIVE-TAG         PIC 9(6).
       01  WS-GIVE-SIDE        PIC X.
       01  WS-GIVE-TYPE        PIC 9.
       01  WS-GIVE-TO          PIC 9(6).
       01  WS-LIST-STATUS      PIC XX.
       01  WS-LIST-COUNT       PIC 9(6) VALUE 0.
       01  WS-LIST-VALUE       PIC 9(3).
       01  WS-LIST-FOUND       PIC X.
       01  WS-LANDED-FLAG      PIC X.
       01  WS-K                PIC 9(6).
       01  WS-STALL-COUNTS.
           05  WS-HOLDING-COUNT    PIC 9(6) VALUE 0.
           05  WS-UNFIRED-COUNT    PIC 9(6) VALUE 0.
           05  WS-UNFED-COUNT      PIC 9(6) VALUE 0.
           05  WS-STRANDED-COUNT   PIC 9(6) VALUE 0.
       01  WS-SECTION-EMPTY    PIC X.
       01  WS-RULE-SIDE        PIC X(4).
       01  WS-RULE-TYPE        PIC 9.
       01  WS-RULE-ID          PIC 9(6).
       01  WS-COUNT-DISPLAY    PIC Z(5)9.
       01  WS-I                PIC 9(6).
       01  WS-J                PIC 9(6).

       01  WS-REPORT-LINE      PIC X(80).
       01  WS-ID-DISPLAY       PIC Z(5)9.
       01  WS-CHIP-DISPLAY     PIC ZZ9.
       01  WS-SIDE-TEXT        PIC X(4).
       01  WS-DEST-TEXT        PIC X(6).
       01  WS-DEST-DISPLAY     PIC Z(5)9.

       PROCEDURE DIVISION.
           ACCEPT RUN-STAMP FROM ENVIRONMENT "RUN_STAMP"
           PERFORM READ-AND-PARSE-INPUT.
           PERFORM PROCESS-BOTS WITH TEST AFTER UNTIL WS-MOVED = 0.
           PERFORM WRITE-ROUTING-REPORT.
           PERFORM WRITE-PROVENANCE-REPORT.
           PERFORM WRITE-STALL-REPORT.
           DISPLAY WS-TARGET-BOT.
           DISPLAY "ANSWER=target-bot=" WS-TARGET-BOT.
           IF WS-HOLDING-COUNT > 0 OR WS-UNFIRED-COUNT > 0
               OR WS-UNFED-COUNT > 0 OR WS-STRANDED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       SIZE-TABLES-FROM-INPUT.
           *> of a compile-time guess.
           MOVE 0 TO WS-BOT-TABLE-SIZE.
           MOVE 0 TO WS-OUTPUT-TABLE-SIZE.
           MOVE 0 TO WS-CHIP-TABLE-SIZE.
           OPEN INPUT INPUT-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING input.txt STATUS="
           IF WS-OUTPUT-TABLE-SIZE < 1
               MOVE 1 TO WS-OUTPUT-TABLE-SIZE
           END-IF.
           IF WS-CHIP-TABLE-SIZE < 1
               MOVE 1 TO WS-CHIP-TABLE-SIZE
           END-IF.
           *> A chip can pass through each bot at most once before it
           *> lands in a bin, so chips times (bots + 1) bounds the
           *> give log.
           IF WS-CHIP-TABLE-SIZE * (WS-BOT-TABLE-SIZE + 1) > 9999999
               MOVE 9999999 TO WS-HOP-TABLE-SIZE
           ELSE
               COMPUTE WS-HOP-TABLE-SIZE
                   = WS-CHIP-TABLE-SIZE * (WS-BOT-TABLE-SIZE + 1)
           END-IF.

       UPDATE-MAX-IDS-FROM-PARSED-LINE.
           IF PARSED-VALUE-LINE
               ADD 1 TO WS-CHIP-TABLE-SIZE
               IF WS-BOT-ID + 1 > WS-BOT-TABLE-SIZE
                   COMPUTE WS-BOT-TABLE-SIZE = WS-BOT-ID + 1
               END-IF
                   UNTIL WS-I > WS-BOT-TABLE-SIZE
               MOVE 0 TO CHIP-COUNT(WS-I)
               MOVE 'N' TO COMPARED-FLAG(WS-I)
               MOVE 'N' TO RULE-FLAG(WS-I)
               MOVE 'N' TO FED-FLAG(WS-I)
           END-PERFORM.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-OUTPUT-TABLE-SIZE
               MOVE 0 TO OUTPUT-VALUE(WS-I)
               MOVE 'N' TO OUTPUT-FED-FLAG(WS-I)
           END-PERFORM.

       READ-AND-PARSE-INPUT.
                       COMPUTE WS-I = WS-BOT-ID + 1
                       ADD 1 TO CHIP-COUNT(WS-I)
                       MOVE WS-VALUE TO CHIPS(WS-I, CHIP-COUNT(WS-I))
                       ADD 1 TO WS-CHIP-NUM
                       MOVE WS-VALUE TO CHIP-VALUE(WS-CHIP-NUM)
                       MOVE WS-BOT-ID TO CHIP-FIRST-BOT(WS-CHIP-NUM)
                       MOVE 'Y' TO CHIP-TRACE-FLAG(WS-CHIP-NUM)
                       MOVE WS-CHIP-NUM
                           TO CHIP-TAG(WS-I, CHIP-COUNT(WS-I))
                       MOVE 'Y' TO FED-FLAG(WS-I)
                   ELSE
                       COMPUTE WS-I = WS-BOT-ID + 1
                       MOVE WS-LOW-TYPE-STR TO LOW-TYPE(WS-I)
                       MOVE WS-LOW-ID TO LOW-ID(WS-I)
                       MOVE WS-HIGH-TYPE-STR TO HIGH-TYPE(WS-I)
                       MOVE WS-HIGH-ID TO HIGH-ID(WS-I)
                       MOVE 'Y' TO RULE-FLAG(WS-I)
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE INPUT-FILE.
           MOVE WS-CHIP-NUM TO WS-CHIP-TOTAL.

       PARSE-LINE.
           *> Shared by the sizing pre-scan and the real load so both
           MOVE 0 TO WS-MOVED.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-BOT-TABLE-SIZE
               *> A bot with no give-rule keeps its chips; the stall
               *> diagnosis reports it rather than routing them to
               *> bot 0 through a blank rule.
               IF CHIP-COUNT(WS-I) = 2 AND BOT-HAS-RULE(WS-I)
                   MOVE 1 TO WS-MOVED
                   IF CHIPS(WS-I, 1) < CHIPS(WS-I, 2)
                       MOVE CHIPS(WS-I, 1) TO WS-LOW-CHIP
                       MOVE CHIPS(WS-I, 2) TO WS-HIGH-CHIP
                       MOVE CHIP-TAG(WS-I, 1) TO WS-LOW-TAG
                       MOVE CHIP-TAG(WS-I, 2) TO WS-HIGH-TAG
                   ELSE
                       MOVE CHIPS(WS-I, 2) TO WS-LOW-CHIP
                       MOVE CHIPS(WS-I, 1) TO WS-HIGH-CHIP
                       MOVE CHIP-TAG(WS-I, 2) TO WS-LOW-TAG
                       MOVE CHIP-TAG(WS-I, 1) TO WS-HIGH-TAG
                   END-IF

                   MOVE WS-LOW-CHIP TO FINAL-LOW(WS-I)
                       ADD 1 TO CHIP-COUNT(WS-J)
                       MOVE WS-LOW-CHIP
                           TO CHIPS(WS-J, CHIP-COUNT(WS-J))
                       MOVE WS-LOW-TAG
                           TO CHIP-TAG(WS-J, CHIP-COUNT(WS-J))
                       MOVE 'Y' TO FED-FLAG(WS-J)
                   ELSE
                       COMPUTE WS-J = WS-LOW-ID + 1
                       MOVE WS-LOW-CHIP TO OUTPUT-VALUE(WS-J)
                       MOVE 'Y' TO OUTPUT-FED-FLAG(WS-J)
                   END-IF
                   MOVE WS-LOW-TAG TO WS-GIVE-TAG
                   MOVE 'L' TO WS-GIVE-SIDE
                   MOVE LOW-TYPE(WS-I) TO WS-GIVE-TYPE
                   MOVE WS-LOW-ID TO WS-GIVE-TO
                   PERFORM LOG-CHIP-HOP

                   MOVE HIGH-ID(WS-I) TO WS-HIGH-ID
                   IF HIGH-TYPE(WS-I) = 0
                       ADD 1 TO CHIP-COUNT(WS-J)
                       MOVE WS-HIGH-CHIP
                           TO CHIPS(WS-J, CHIP-COUNT(WS-J))
                       MOVE WS-HIGH-TAG
                           TO CHIP-TAG(WS-J, CHIP-COUNT(WS-J))
                       MOVE 'Y' TO FED-FLAG(WS-J)
                   ELSE
                       COMPUTE WS-J = WS-HIGH-ID + 1
                       MOVE WS-HIGH-CHIP TO OUTPUT-VALUE(WS-J)
                       MOVE 'Y' TO OUTPUT-FED-FLAG(WS-J)
                   END-IF
                   MOVE WS-HIGH-TAG TO WS-GIVE-TAG
                   MOVE 'H' TO WS-GIVE-SIDE
                   MOVE HIGH-TYPE(WS-I) TO WS-GIVE-TYPE
                   MOVE WS-HIGH-ID TO WS-GIVE-TO
                   PERFORM LOG-CHIP-HOP
                   MOVE 0 TO CHIP-COUNT(WS-I)
               END-IF
           END-PERFORM.
           END-STRING.
           MOVE WS-REPORT-LINE TO ROUTING-REPORT-RECORD.
           WRITE ROUTING-REPORT-RECORD.

       LOG-CHIP-HOP.
           *> Records one give made by bot slot WS-I; the WS-GIVE-
           *> fields name the chip, the side and where it went.
           IF WS-HOP-COUNT >= WS-HOP-TABLE-SIZE
               MOVE 'Y' TO WS-HOP-OVERFLOW
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-HOP-COUNT.
           MOVE WS-GIVE-TAG TO HOP-CHIP(WS-HOP-COUNT).
           COMPUTE HOP-FROM-BOT(WS-HOP-COUNT) = WS-I - 1.
           MOVE WS-GIVE-SIDE TO HOP-SIDE(WS-HOP-COUNT).
           MOVE WS-GIVE-TYPE TO HOP-TO-TYPE(WS-HOP-COUNT).
           MOVE WS-GIVE-TO TO HOP-TO-ID(WS-HOP-COUNT).

       WRITE-PROVENANCE-REPORT.
           OPEN OUTPUT PROVENANCE-FILE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'CHIP PROVENANCE STAMP=' DELIMITED BY SIZE
                  FUNCTION TRIM(RUN-STAMP) DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-PROVENANCE-LINE.
           PERFORM LOAD-CHIP-LIST.
           IF WS-HOP-OVERFLOW = 'Y'
               MOVE 'WARNING: GIVE LOG FULL, LATER HOPS NOT SHOWN'
                   TO WS-REPORT-LINE
               PERFORM WRITE-PROVENANCE-LINE
           END-IF.
           *> Chips in value order, each with every bot it passed.
           PERFORM VARYING WS-K FROM 0 BY 1 UNTIL WS-K > 999
               PERFORM VARYING WS-CHIP-NUM FROM 1 BY 1
                       UNTIL WS-CHIP-NUM > WS-CHIP-TOTAL
                   IF CHIP-VALUE(WS-CHIP-NUM) = WS-K
                       AND CHIP-TRACED(WS-CHIP-NUM)
                       PERFORM WRITE-CHIP-CHAIN
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE '-- OUTPUT BINS --' TO WS-REPORT-LINE.
           PERFORM WRITE-PROVENANCE-LINE.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-OUTPUT-TABLE-SIZE
               PERFORM WRITE-BIN-PROVENANCE
           END-PERFORM.
           CLOSE PROVENANCE-FILE.

       LOAD-CHIP-LIST.
           *> The first listed value narrows the trace to the listed
           *> chips only; a value no instruction brought in is said so.
           OPEN INPUT CHIP-LIST-FILE.
           IF WS-LIST-STATUS NOT = '00'
               CLOSE CHIP-LIST-FILE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-LIST-STATUS NOT = '00'
               READ CHIP-LIST-FILE
               IF WS-LIST-STATUS = '00'
                   AND CHIP-LIST-RECORD NOT = SPACES
                   AND CHIP-LIST-RECORD(1:1) NOT = '*'
                   PERFORM TAKE-LISTED-CHIP
               END-IF
           END-PERFORM.
           CLOSE CHIP-LIST-FILE.

       TAKE-LISTED-CHIP.
           IF FUNCTION TEST-NUMVAL(CHIP-LIST-RECORD) NOT = 0
               OR FUNCTION NUMVAL(CHIP-LIST-RECORD) > 999
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'CHIP LIST LINE IGNORED: ' DELIMITED BY SIZE
                      FUNCTION TRIM(CHIP-LIST-RECORD) DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-PROVENANCE-LINE
               EXIT PARAGRAPH
           END-IF.
           IF WS-LIST-COUNT = 0
               PERFORM VARYING WS-CHIP-NUM FROM 1 BY 1
                       UNTIL WS-CHIP-NUM > WS-CHIP-TOTAL
                   MOVE 'N' TO CHIP-TRACE-FLAG(WS-CHIP-NUM)
               END-PERFORM
           END-IF.
           ADD 1 TO WS-LIST-COUNT.
           MOVE FUNCTION NUMVAL(CHIP-LIST-RECORD) TO WS-LIST-VALUE.
           MOVE 'N' TO WS-LIST-FOUND.
           PERFORM VARYING WS-CHIP-NUM FROM 1 BY 1
                   UNTIL WS-CHIP-NUM > WS-CHIP-TOTAL
               IF CHIP-VALUE(WS-CHIP-NUM) = WS-LIST-VALUE
                   MOVE 'Y' TO CHIP-TRACE-FLAG(WS-CHIP-NUM)
                   MOVE 'Y' TO WS-LIST-FOUND
               END-IF
           END-PERFORM.
           IF WS-LIST-FOUND = 'N'
               MOVE WS-LIST-VALUE TO WS-CHIP-DISPLAY
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'CHIP ' DELIMITED BY SIZE
                      WS-CHIP-DISPLAY DELIMITED BY SIZE
                      ': NO VALUE INSTRUCTION BRINGS IN THIS CHIP'
                          DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-PROVENANCE-LINE
           END-IF.

       WRITE-CHIP-CHAIN.
           *> WS-CHIP-NUM is the chip's value instruction; its hops
           *> are in the give log in the order they happened.
           MOVE CHIP-VALUE(WS-CHIP-NUM) TO WS-CHIP-DISPLAY.
           MOVE CHIP-FIRST-BOT(WS-CHIP-NUM) TO WS-ID-DISPLAY.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'CHIP ' DELIMITED BY SIZE
                  WS-CHIP-DISPLAY DELIMITED BY SIZE
                  ': VALUE INSTRUCTION GIVES IT TO BOT '
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ID-DISPLAY) DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-PROVENANCE-LINE.
           MOVE 0 TO WS-GIVE-TYPE.
           MOVE CHIP-FIRST-BOT(WS-CHIP-NUM) TO WS-GIVE-TO.
           PERFORM VARYING WS-HOP-NUM FROM 1 BY 1
                   UNTIL WS-HOP-NUM > WS-HOP-COUNT
               IF HOP-CHIP(WS-HOP-NUM) = WS-CHIP-NUM
                   PERFORM DESCRIBE-HOP
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING '  BOT ' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-ID-DISPLAY)
                              DELIMITED BY SIZE
                          ' GAVE IT AS ' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-SIDE-TEXT)
                              DELIMITED BY SIZE
                          ' TO ' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-DEST-TEXT)
                              DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-DEST-DISPLAY)
                              DELIMITED BY SIZE
                          INTO WS-REPORT-LINE
                   END-STRING
                   PERFORM WRITE-PROVENANCE-LINE
                   MOVE HOP-TO-TYPE(WS-HOP-NUM) TO WS-GIVE-TYPE
                   MOVE HOP-TO-ID(WS-HOP-NUM) TO WS-GIVE-TO
                   MOVE WS-HOP-NUM TO WS-LAST-HOP
               END-IF
           END-PERFORM.
           MOVE WS-GIVE-TO TO WS-DEST-DISPLAY.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-GIVE-TYPE = 1
               MOVE WS-LAST-HOP TO WS-HOP-NUM
               PERFORM DESCRIBE-HOP
               STRING '  LANDED IN OUTPUT ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DEST-DISPLAY) DELIMITED BY SIZE
                      ' BY BOT ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ID-DISPLAY) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SIDE-TEXT) DELIMITED BY SIZE
                      ' RULE' DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
           ELSE
               STRING '  STILL HELD BY BOT ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DEST-DISPLAY) DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
           END-IF.
           PERFORM WRITE-PROVENANCE-LINE.

       DESCRIBE-HOP.
           *> Display forms of give-log entry WS-HOP-NUM.
           MOVE HOP-FROM-BOT(WS-HOP-NUM) TO WS-ID-DISPLAY.
           IF HOP-SIDE(WS-HOP-NUM) = 'L'
               MOVE 'LOW' TO WS-SIDE-TEXT
           ELSE
               MOVE 'HIGH' TO WS-SIDE-TEXT
           END-IF.
           IF HOP-TO-TYPE(WS-HOP-NUM) = 0
               MOVE 'BOT' TO WS-DEST-TEXT
           ELSE
               MOVE 'OUTPUT' TO WS-DEST-TEXT
           END-IF.
           MOVE HOP-TO-ID(WS-HOP-NUM) TO WS-DEST-DISPLAY.

       WRITE-BIN-PROVENANCE.
           *> Every traced chip bin slot WS-I received, and which bot's
           *> give-rule sent it; the last one is what the bin holds.
           MOVE 'N' TO WS-LANDED-FLAG.
           PERFORM VARYING WS-HOP-NUM FROM 1 BY 1
                   UNTIL WS-HOP-NUM > WS-HOP-COUNT
               IF HOP-TO-TYPE(WS-HOP-NUM) = 1
                   AND HOP-TO-ID(WS-HOP-NUM) = WS-I - 1
                   AND CHIP-TRACED(HOP-CHIP(WS-HOP-NUM))
                   MOVE 'Y' TO WS-LANDED-FLAG
                   PERFORM DESCRIBE-HOP
                   MOVE CHIP-VALUE(HOP-CHIP(WS-HOP-NUM))
                       TO WS-CHIP-DISPLAY
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING 'OUTPUT ' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-DEST-DISPLAY)
                              DELIMITED BY SIZE
                          ' GOT CHIP ' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-CHIP-DISPLAY)
                              DELIMITED BY SIZE
                          ' FROM BOT ' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-ID-DISPLAY)
                              DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-SIDE-TEXT)
                              DELIMITED BY SIZE
                          ' RULE' DELIMITED BY SIZE
                          INTO WS-REPORT-LINE
                   END-STRING
                   PERFORM WRITE-PROVENANCE-LINE
               END-IF
           END-PERFORM.
           IF WS-LANDED-FLAG = 'N' AND WS-LIST-COUNT = 0
               COMPUTE WS-ID-DISPLAY = WS-I - 1
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'OUTPUT ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ID-DISPLAY) DELIMITED BY SIZE
                      ' RECEIVED NO CHIP' DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-PROVENANCE-LINE
           END-IF.

       WRITE-PROVENANCE-LINE.
           MOVE WS-REPORT-LINE TO PROVENANCE-RECORD.
           WRITE PROVENANCE-RECORD.

       WRITE-STALL-REPORT.
           *> PROCESS-BOTS stops as soon as no bot holds two chips;
           *> whatever is still undone at that point is listed here.
           OPEN OUTPUT STALL-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'STALL DIAGNOSIS STAMP=' DELIMITED BY SIZE
                  FUNCTION TRIM(RUN-STAMP) DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-STALL-LINE.

           MOVE '-- BOTS LEFT HOLDING CHIPS --' TO WS-REPORT-LINE.
           PERFORM WRITE-STALL-LINE.
           MOVE 'Y' TO WS-SECTION-EMPTY.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-BOT-TABLE-SIZE
               IF CHIP-COUNT(WS-I) > 0
                   PERFORM WRITE-HOLDING-LINE
               END-IF
           END-PERFORM.
           PERFORM WRITE-NONE-IF-EMPTY.

           MOVE '-- GIVE RULES THAT NEVER FIRED --' TO WS-REPORT-LINE.
           PERFORM WRITE-STALL-LINE.
           MOVE 'Y' TO WS-SECTION-EMPTY.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-BOT-TABLE-SIZE
               IF BOT-HAS-RULE(WS-I) AND NOT BOT-COMPARED(WS-I)
                   PERFORM WRITE-UNFIRED-LINE
               END-IF
           END-PERFORM.
           PERFORM WRITE-NONE-IF-EMPTY.

           MOVE '-- RULE TARGETS NOTHING EVER FED --'
               TO WS-REPORT-LINE.
           PERFORM WRITE-STALL-LINE.
           MOVE 'Y' TO WS-SECTION-EMPTY.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-BOT-TABLE-SIZE
               IF BOT-HAS-RULE(WS-I)
                   MOVE 'LOW' TO WS-RULE-SIDE
                   MOVE LOW-TYPE(WS-I) TO WS-RULE-TYPE
                   MOVE LOW-ID(WS-I) TO WS-RULE-ID
                   PERFORM CHECK-RULE-TARGET
                   MOVE 'HIGH' TO WS-RULE-SIDE
                   MOVE HIGH-TYPE(WS-I) TO WS-RULE-TYPE
                   MOVE HIGH-ID(WS-I) TO WS-RULE-ID
                   PERFORM CHECK-RULE-TARGET
               END-IF
           END-PERFORM.
           PERFORM WRITE-NONE-IF-EMPTY.

           MOVE '-- CHIPS THAT NEVER REACHED AN OUTPUT --'
               TO WS-REPORT-LINE.
           PERFORM WRITE-STALL-LINE.
           MOVE 'Y' TO WS-SECTION-EMPTY.
           PERFORM VARYING WS-CHIP-NUM FROM 1 BY 1
                   UNTIL WS-CHIP-NUM > WS-CHIP-TOTAL
               PERFORM CHECK-CHIP-LANDED
           END-PERFORM.
           PERFORM WRITE-NONE-IF-EMPTY.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-HOLDING-COUNT TO WS-COUNT-DISPLAY.
           STRING 'STALL DIAGNOSIS COMPLETE HOLDING=' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-UNFIRED-COUNT TO WS-COUNT-DISPLAY.
           STRING FUNCTION TRIM(WS-REPORT-LINE) DELIMITED BY SIZE
                  ' UNFIRED=' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-UNFED-COUNT TO WS-COUNT-DISPLAY.
           STRING FUNCTION TRIM(WS-REPORT-LINE) DELIMITED BY SIZE
                  ' UNFED=' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-STRANDED-COUNT TO WS-COUNT-DISPLAY.
           STRING FUNCTION TRIM(WS-REPORT-LINE) DELIMITED BY SIZE
                  ' STRANDED=' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-STALL-LINE.
           DISPLAY FUNCTION TRIM(WS-REPORT-LINE).
           CLOSE STALL-REPORT-FILE.

       WRITE-HOLDING-LINE.
           *> One chip waiting for a partner, or two chips and no
           *> give-rule to pass them on.
           ADD 1 TO WS-HOLDING-COUNT.
           MOVE 'N' TO WS-SECTION-EMPTY.
           COMPUTE WS-ID-DISPLAY = WS-I - 1.
           MOVE CHIPS(WS-I, 1) TO WS-CHIP-DISPLAY.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'BOT ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ID-DISPLAY) DELIMITED BY SIZE
                  ' HOLDS CHIP ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CHIP-DISPLAY) DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING.
           IF CHIP-COUNT(WS-I) = 1
               STRING FUNCTION TRIM(WS-REPORT-LINE) DELIMITED BY SIZE
                      ' AND WAITS FOR A SECOND' DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
           ELSE
               MOVE CHIPS(WS-I, 2) TO WS-CHIP-DISPLAY
               MOVE CHIPS(WS-I, 1) TO WS-DEST-DISPLAY
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'BOT ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ID-DISPLAY) DELIMITED BY SIZE
                      ' HOLDS CHIPS ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DEST-DISPLAY) DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
               STRING FUNCTION TRIM(WS-REPORT-LINE) DELIMITED BY SIZE
                      ' AND ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CHIP-DISPLAY) DELIMITED BY SIZE
                      ' BUT HAS NO GIVE RULE' DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
           END-IF.
           PERFORM WRITE-STALL-LINE.

       WRITE-UNFIRED-LINE.
           ADD 1 TO WS-UNFIRED-COUNT.
           MOVE 'N' TO WS-SECTION-EMPTY.
           COMPUTE WS-ID-DISPLAY = WS-I - 1.
           MOVE CHIP-COUNT(WS-I) TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'BOT ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ID-DISPLAY) DELIMITED BY SIZE
                  ' NEVER GAVE: IT RECEIVED ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  ' OF THE 2 CHIPS IT NEEDS' DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-STALL-LINE.

       CHECK-RULE-TARGET.
           *> The WS-RULE- fields name one side of bot slot WS-I's
           *> rule; a target that never received a chip is listed.
           COMPUTE WS-J = WS-RULE-ID + 1.
           IF WS-RULE-TYPE = 0
               IF BOT-WAS-FED(WS-J)
                   EXIT PARAGRAPH
               END-IF
               MOVE 'BOT' TO WS-DEST-TEXT
           ELSE
               IF OUTPUT-FED-FLAG(WS-J) = 'Y'
                   EXIT PARAGRAPH
               END-IF
               MOVE 'OUTPUT' TO WS-DEST-TEXT
           END-IF.
           ADD 1 TO WS-UNFED-COUNT.
           MOVE 'N' TO WS-SECTION-EMPTY.
           COMPUTE WS-ID-DISPLAY = WS-I - 1.
           MOVE WS-RULE-ID TO WS-DEST-DISPLAY.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'BOT ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ID-DISPLAY) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RULE-SIDE) DELIMITED BY SIZE
                  ' RULE TARGETS ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DEST-TEXT) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DEST-DISPLAY) DELIMITED BY SIZE
                  ', WHICH NEVER RECEIVED A CHIP' DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-STALL-LINE.

       CHECK-CHIP-LANDED.
           *> Follows chip WS-CHIP-NUM through the give log to where
           *> it stopped.
           MOVE 0 TO WS-GIVE-TYPE.
           MOVE CHIP-FIRST-BOT(WS-CHIP-NUM) TO WS-GIVE-TO.
           PERFORM VARYING WS-HOP-NUM FROM 1 BY 1
                   UNTIL WS-HOP-NUM > WS-HOP-COUNT
               IF HOP-CHIP(WS-HOP-NUM) = WS-CHIP-NUM
                   MOVE HOP-TO-TYPE(WS-HOP-NUM) TO WS-GIVE-TYPE
                   MOVE HOP-TO-ID(WS-HOP-NUM) TO WS-GIVE-TO
               END-IF
           END-PERFORM.
           IF WS-GIVE-TYPE = 1
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-STRANDED-COUNT.
           MOVE 'N' TO WS-SECTION-EMPTY.
           MOVE CHIP-VALUE(WS-CHIP-NUM) TO WS-CHIP-DISPLAY.
           MOVE WS-GIVE-TO TO WS-DEST-DISPLAY.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'CHIP ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CHIP-DISPLAY) DELIMITED BY SIZE
                  ' STRANDED AT BOT ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DEST-DISPLAY) DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-STALL-LINE.

       WRITE-NONE-IF-EMPTY.
           IF WS-SECTION-EMPTY = 'Y'
               MOVE '  (NONE)' TO WS-REPORT-LINE
               PERFORM WRITE-STALL-LINE
           END-IF.

       WRITE-STALL-LINE.
           MOVE WS-REPORT-LINE TO STALL-REPORT-RECORD.
           WRITE STALL-REPORT-RECORD.
