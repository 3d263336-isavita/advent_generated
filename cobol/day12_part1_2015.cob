           SELECT SECTION-FILE ASSIGN TO "section_totals.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

      *    Path extraction: one path per line such as
      *    inventory.items[3].price or config.*.limit ("*" stands for
      *    any key or array position, "[*]" for any array position;
      *    positions count from 0).
      *    Every value found at a listed path goes to the extract
      *    with its full path and line number; numbers matched are
      *    summed per path, red objects left out in exclude mode.
           SELECT OPTIONAL QUERY-FILE ASSIGN TO "json_queries.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QUERY-FILE-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO "json_extract.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE.
       FD  SECTION-FILE.
       01  SECTION-RECORD         PIC X(60).

       FD  QUERY-FILE.
       01  QUERY-RECORD           PIC X(100).

       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD         PIC X(300).

       WORKING-STORAGE SECTION.
       01  RUN-HEADER-FIELDS.
           05 RUN-STAMP          PIC X(32) VALUE SPACES.
       01  WS-EOF-FLAG            PIC X VALUE 'N'.
           88 WS-EOF              VALUE 'Y'.
       01  WS-LINE-LEN            PIC 9(4) COMP.
       01  WS-PATH-LINE-LEN       PIC 9(4) COMP.
       01  WS-IDX                 PIC 9(4) COMP.
       01  WS-CUR-CHAR            PIC X.
       01  WS-CURRENT-NUM         PIC S9(10) COMP VALUE 0.
       01  DISPLAY-SECTION-TOTAL  PIC -Z(17)9.
       01  DISPLAY-SECTION-COUNT  PIC ZZ9.

      *    Path queries from json_queries.txt, each broken once into
      *    its components: K a key, I an array position, W "*" (any
      *    key or position), X "[*]" (any position).
       01  QUERY-CONSTANTS.
           05 MAX-QUERIES         PIC 9(2) VALUE 20.
           05 MAX-QUERY-COMPS     PIC 9(2) VALUE 20.
       01  WS-QUERY-FILE-STATUS   PIC XX.
           88 WS-QUERY-FILE-OK    VALUE '00'.
       01  WS-QUERY-EOF-FLAG      PIC X VALUE 'N'.
           88 WS-QUERY-EOF        VALUE 'Y'.
       01  WS-QUERY-LINE          PIC X(100).
       01  WS-QUERY-COUNT         PIC 9(2) COMP VALUE 0.
       01  WS-QUERY-TABLE.
           05 WS-QUERY OCCURS 20 TIMES.
               10 QRY-TEXT        PIC X(100).
               10 QRY-COMP-COUNT  PIC 9(2) COMP.
               10 QRY-MATCHES     PIC 9(6) COMP.
               10 QRY-NUMBERS     PIC 9(6) COMP.
               10 QRY-TOTAL       PIC S9(14)V9(4) COMP.
               10 QRY-COMP OCCURS 20 TIMES.
                   15 QC-TYPE     PIC X.
                   15 QC-KEY      PIC X(30).
                   15 QC-INDEX    PIC 9(6) COMP.
       01  WS-QUERY-BAD-FLAG      PIC X VALUE 'N'.
       01  WS-QP-BRACKET-FLAG     PIC X VALUE 'N'.
       01  WS-QP-CLOSED-FLAG      PIC X VALUE 'N'.
       01  WS-QP-WORD             PIC X(40).
       01  WS-QP-WORD-LEN         PIC 9(2) COMP.
       01  WS-QP-LEN              PIC 9(3) COMP.
       01  WS-QP-IDX              PIC 9(3) COMP.
       01  WS-QP-CHAR             PIC X.

      *    Where the scan is in the document, tracked whatever the
      *    mode: one level per open object/array with its current key
      *    or position, its red flag, and the matched numbers found
      *    inside it so far, passed up to the parent when it closes.
       01  WS-PATH-DEPTH          PIC 9(4) COMP VALUE 0.
       01  WS-PATH-STACK.
           05 WS-PATH-LEVEL OCCURS 50 TIMES.
               10 PL-TYPE         PIC X.
               10 PL-KEY          PIC X(30).
               10 PL-INDEX        PIC 9(6) COMP.
               10 PL-HAS-RED      PIC X.
               10 PL-QSUM         PIC S9(14)V9(4) COMP
                                  OCCURS 20 TIMES.
               10 PL-QCOUNT       PIC 9(6) COMP OCCURS 20 TIMES.
       01  WS-PATH-EXPECT         PIC X VALUE 'V'.
           88 PATH-WANTS-KEY      VALUE 'K'.
           88 PATH-WANTS-VALUE    VALUE 'V'.
           88 PATH-AFTER-VALUE    VALUE 'A'.
       01  WS-PATH-STRING-FLAG    PIC X VALUE 'N'.
           88 PATH-IN-STRING      VALUE 'Y'.
       01  WS-PATH-ESCAPE-FLAG    PIC X VALUE 'N'.
           88 PATH-ESCAPED        VALUE 'Y'.
       01  WS-PATH-SCALAR-FLAG    PIC X VALUE 'N'.
           88 PATH-IN-SCALAR      VALUE 'Y'.
       01  WS-PATH-STRING-ROLE    PIC X.
       01  WS-PATH-VALUE-KIND     PIC X.
       01  WS-PATH-PUSH-TYPE      PIC X.
       01  WS-PATH-TOKEN          PIC X(60).
       01  WS-PATH-TOKEN-LEN      PIC 9(4) COMP.
       01  WS-PATH-VALUE-LINE     PIC 9(6).
       01  WS-PATH-NUMBER         PIC S9(14)V9(4) COMP.
       01  WS-PATH-TEXT           PIC X(200).
       01  WS-PATH-PTR            PIC 9(4) COMP.
       01  WS-VALUE-TEXT          PIC X(70).
       01  WS-QRY-SUB             PIC 9(2) COMP.
       01  WS-LEVEL-SUB           PIC 9(4) COMP.
       01  WS-QUERY-MATCHED       PIC X.
       01  WS-EXTRACT-MATCHES     PIC 9(6) COMP VALUE 0.
       01  WS-UNMATCHED-COUNT     PIC 9(2) COMP VALUE 0.
       01  WS-SUM-TEXT            PIC X(25).
       01  WS-SUM-LEN             PIC 9(2) COMP.
       01  DISPLAY-QUERY-NUM      PIC 99.
       01  DISPLAY-PATH-INDEX     PIC Z(5)9.
       01  DISPLAY-QUERY-SUM      PIC -(14)9.9(4).
       01  DISPLAY-MATCH-COUNT    PIC ZZZZZ9.
       01  DISPLAY-NUMBER-COUNT   PIC ZZZZZ9.

       PROCEDURE DIVISION.
           ACCEPT RUN-STAMP FROM ENVIRONMENT "RUN_STAMP"
               ON EXCEPTION CONTINUE
               FUNCTION TRIM(RUN-STAMP).
       MAIN-PROCEDURE.
           PERFORM READ-MODE-FILE.
           PERFORM READ-QUERY-FILE.
           MOVE 'A' TO STACK-TYPE(1).
           MOVE 0 TO STACK-SUM(1).
           MOVE 'N' TO STACK-HAS-RED(1).
           IF WS-EXCLUDE-MODE = 2
               PERFORM WRITE-SECTION-TOTALS
           END-IF.
           IF WS-QUERY-COUNT > 0
               PERFORM FINISH-QUERY-EXTRACT
           END-IF.
           IF WS-QUARANTINE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
               CLOSE MODE-FILE
           END-IF.

      *    The path queries drop only trailing blanks, so an
      *    indented line of a pretty-printed file is still tracked to
      *    its end.
       PROCESS-LINE.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-INPUT-LINE))
             TO WS-LINE-LEN.
           MOVE WS-LINE-LEN TO WS-PATH-LINE-LEN.
           IF WS-QUERY-COUNT > 0
               MOVE FUNCTION LENGTH(
                   FUNCTION TRIM(WS-INPUT-LINE TRAILING))
                 TO WS-PATH-LINE-LEN
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-PATH-LINE-LEN
                   MOVE WS-INPUT-LINE(WS-IDX:1) TO WS-CUR-CHAR
                   IF WS-QUERY-COUNT > 0
                       PERFORM TRACK-PATH-CHAR
                   END-IF
                   IF WS-IDX <= WS-LINE-LEN
                       IF WS-EXCLUDE-MODE = 2
                           AND WS-IN-STRING-FLAG = 'Y'
                           AND WS-CUR-CHAR NOT = '"'
                           PERFORM APPEND-STRING-CHAR
                       ELSE
                           PERFORM EVALUATE-JSON-CHAR
                       END-IF
                   END-IF
           END-PERFORM.
           PERFORM ADD-PENDING-NUMBER.
      *    A bare number or literal ends with its line.
           IF WS-QUERY-COUNT > 0 AND PATH-IN-SCALAR
               PERFORM FINISH-PATH-VALUE
           END-IF.

       EVALUATE-JSON-CHAR.
           EVALUATE WS-CUR-CHAR
               INTO QUARANTINE-RECORD
           END-STRING.
           WRITE QUARANTINE-RECORD.

      *    Loads json_queries.txt. Blank lines and '*' comments are
      *    skipped; a path that cannot be understood is reported and
      *    left out rather than stopping the sum.
       READ-QUERY-FILE.
           OPEN INPUT QUERY-FILE.
           IF WS-QUERY-FILE-OK
               PERFORM UNTIL WS-QUERY-EOF
                   READ QUERY-FILE INTO WS-QUERY-LINE
                       AT END
                           SET WS-QUERY-EOF TO TRUE
                       NOT AT END
                           PERFORM PARSE-QUERY-LINE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE QUERY-FILE.
           IF WS-QUERY-COUNT > 0
               OPEN OUTPUT EXTRACT-FILE
               MOVE SPACES TO EXTRACT-RECORD
               IF WS-EXCLUDE-MODE = 2
                   STRING "JSON PATH EXTRACT (RED OBJECTS EXCLUDED "
                       DELIMITED BY SIZE
                       "FROM SUMS)" DELIMITED BY SIZE
                       INTO EXTRACT-RECORD
                   END-STRING
               ELSE
                   MOVE "JSON PATH EXTRACT" TO EXTRACT-RECORD
               END-IF
               WRITE EXTRACT-RECORD
           END-IF.

       PARSE-QUERY-LINE.
           IF WS-QUERY-LINE = SPACES OR WS-QUERY-LINE(1:1) = '*'
               EXIT PARAGRAPH
           END-IF.
           IF WS-QUERY-COUNT >= MAX-QUERIES
               DISPLAY "json_queries.txt OVER " MAX-QUERIES
                   " PATHS, LINE IGNORED: "
                   FUNCTION TRIM(WS-QUERY-LINE)
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-QUERY-COUNT.
           INITIALIZE WS-QUERY(WS-QUERY-COUNT).
           MOVE FUNCTION TRIM(WS-QUERY-LINE)
               TO QRY-TEXT(WS-QUERY-COUNT).
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-QUERY-LINE))
               TO WS-QP-LEN.
           MOVE 'N' TO WS-QUERY-BAD-FLAG.
           MOVE 'N' TO WS-QP-BRACKET-FLAG.
           MOVE 'N' TO WS-QP-CLOSED-FLAG.
           MOVE SPACES TO WS-QP-WORD.
           MOVE 0 TO WS-QP-WORD-LEN.
           PERFORM VARYING WS-QP-IDX FROM 1 BY 1
               UNTIL WS-QP-IDX > WS-QP-LEN OR WS-QUERY-BAD-FLAG = 'Y'
               MOVE QRY-TEXT(WS-QUERY-COUNT)(WS-QP-IDX:1)
                   TO WS-QP-CHAR
               PERFORM PARSE-QUERY-CHAR
           END-PERFORM.
           IF WS-QP-BRACKET-FLAG = 'Y'
               MOVE 'Y' TO WS-QUERY-BAD-FLAG
           END-IF.
           IF WS-QP-WORD-LEN = 0 AND WS-QP-CLOSED-FLAG = 'N'
               MOVE 'Y' TO WS-QUERY-BAD-FLAG
           END-IF.
           IF WS-QUERY-BAD-FLAG = 'N'
               PERFORM CLOSE-QUERY-KEY
           END-IF.
           IF WS-QUERY-BAD-FLAG = 'Y'
               DISPLAY "INVALID json_queries.txt PATH IGNORED: "
                   FUNCTION TRIM(WS-QUERY-LINE)
               SUBTRACT 1 FROM WS-QUERY-COUNT
           END-IF.

      *    '.' ends a key, '[' ... ']' holds a position or "*". An
      *    empty key (leading, trailing or doubled '.') is an error,
      *    except straight after a ']' as in items[3].price.
       PARSE-QUERY-CHAR.
           IF WS-QP-BRACKET-FLAG = 'Y'
               IF WS-QP-CHAR = ']'
                   PERFORM CLOSE-QUERY-INDEX
                   MOVE 'N' TO WS-QP-BRACKET-FLAG
                   MOVE 'Y' TO WS-QP-CLOSED-FLAG
               ELSE
                   PERFORM APPEND-QUERY-CHAR
               END-IF
           ELSE
               EVALUATE WS-QP-CHAR
                   WHEN '.'
                       IF WS-QP-WORD-LEN = 0 AND WS-QP-CLOSED-FLAG = 'N'
                           MOVE 'Y' TO WS-QUERY-BAD-FLAG
                       ELSE
                           PERFORM CLOSE-QUERY-KEY
                           MOVE 'N' TO WS-QP-CLOSED-FLAG
                       END-IF
                   WHEN '['
                       PERFORM CLOSE-QUERY-KEY
                       MOVE 'Y' TO WS-QP-BRACKET-FLAG
                   WHEN ']'
                       MOVE 'Y' TO WS-QUERY-BAD-FLAG
                   WHEN OTHER
                       PERFORM APPEND-QUERY-CHAR
                       MOVE 'N' TO WS-QP-CLOSED-FLAG
               END-EVALUATE
           END-IF.

       APPEND-QUERY-CHAR.
           IF WS-QP-WORD-LEN < 40
               ADD 1 TO WS-QP-WORD-LEN
               MOVE WS-QP-CHAR TO WS-QP-WORD(WS-QP-WORD-LEN:1)
           ELSE
               MOVE 'Y' TO WS-QUERY-BAD-FLAG
           END-IF.

       ADD-QUERY-COMP.
           IF QRY-COMP-COUNT(WS-QUERY-COUNT) < MAX-QUERY-COMPS
               ADD 1 TO QRY-COMP-COUNT(WS-QUERY-COUNT)
           ELSE
               MOVE 'Y' TO WS-QUERY-BAD-FLAG
           END-IF.

       CLOSE-QUERY-KEY.
           IF WS-QP-WORD-LEN > 0 AND WS-QUERY-BAD-FLAG = 'N'
               PERFORM ADD-QUERY-COMP
               IF WS-QP-WORD = '*'
                   MOVE 'W' TO QC-TYPE(WS-QUERY-COUNT,
                       QRY-COMP-COUNT(WS-QUERY-COUNT))
               ELSE
                   IF WS-QP-WORD-LEN > 30
                       MOVE 'Y' TO WS-QUERY-BAD-FLAG
                   END-IF
                   MOVE 'K' TO QC-TYPE(WS-QUERY-COUNT,
                       QRY-COMP-COUNT(WS-QUERY-COUNT))
                   MOVE WS-QP-WORD TO QC-KEY(WS-QUERY-COUNT,
                       QRY-COMP-COUNT(WS-QUERY-COUNT))
               END-IF
           END-IF.
           MOVE SPACES TO WS-QP-WORD.
           MOVE 0 TO WS-QP-WORD-LEN.

       CLOSE-QUERY-INDEX.
           PERFORM ADD-QUERY-COMP.
           IF WS-QUERY-BAD-FLAG = 'N'
               EVALUATE TRUE
                   WHEN WS-QP-WORD = '*'
                       MOVE 'X' TO QC-TYPE(WS-QUERY-COUNT,
                           QRY-COMP-COUNT(WS-QUERY-COUNT))
                   WHEN WS-QP-WORD-LEN > 0 AND WS-QP-WORD-LEN < 7
                       AND WS-QP-WORD(1:WS-QP-WORD-LEN) IS NUMERIC
                       MOVE 'I' TO QC-TYPE(WS-QUERY-COUNT,
                           QRY-COMP-COUNT(WS-QUERY-COUNT))
                       MOVE WS-QP-WORD(1:WS-QP-WORD-LEN)
                           TO QC-INDEX(WS-QUERY-COUNT,
                           QRY-COMP-COUNT(WS-QUERY-COUNT))
                   WHEN OTHER
                       MOVE 'Y' TO WS-QUERY-BAD-FLAG
               END-EVALUATE
           END-IF.
           MOVE SPACES TO WS-QP-WORD.
           MOVE 0 TO WS-QP-WORD-LEN.

      *    One character of the document through the path tracker.
      *    Strings are followed with their escapes so a quote or a
      *    bracket inside one never moves the path.
       TRACK-PATH-CHAR.
           IF PATH-IN-STRING
               PERFORM TRACK-STRING-CHAR
           ELSE
               IF PATH-IN-SCALAR
                   IF WS-CUR-CHAR = ',' OR '}' OR ']' OR SPACE
                       OR X'09'
                       PERFORM FINISH-PATH-VALUE
                       PERFORM TRACK-STRUCTURE-CHAR
                   ELSE
                       PERFORM APPEND-PATH-TOKEN
                   END-IF
               ELSE
                   PERFORM TRACK-STRUCTURE-CHAR
               END-IF
           END-IF.

       TRACK-STRING-CHAR.
           EVALUATE TRUE
               WHEN PATH-ESCAPED
                   PERFORM APPEND-PATH-TOKEN
                   MOVE 'N' TO WS-PATH-ESCAPE-FLAG
               WHEN WS-CUR-CHAR = '\'
                   PERFORM APPEND-PATH-TOKEN
                   SET PATH-ESCAPED TO TRUE
               WHEN WS-CUR-CHAR = '"'
                   MOVE 'N' TO WS-PATH-STRING-FLAG
                   IF WS-PATH-STRING-ROLE = 'K'
                       IF WS-PATH-DEPTH > 0
                           AND WS-PATH-DEPTH <= MAX-JSON-DEPTH
                           MOVE WS-PATH-TOKEN
                               TO PL-KEY(WS-PATH-DEPTH)
                       END-IF
                   ELSE
                       PERFORM FINISH-PATH-VALUE
                   END-IF
               WHEN OTHER
                   PERFORM APPEND-PATH-TOKEN
           END-EVALUATE.

       TRACK-STRUCTURE-CHAR.
           EVALUATE WS-CUR-CHAR
               WHEN '"'
                   SET PATH-IN-STRING TO TRUE
                   MOVE 'N' TO WS-PATH-ESCAPE-FLAG
                   IF PATH-WANTS-KEY
                       MOVE 'K' TO WS-PATH-STRING-ROLE
                       MOVE SPACES TO WS-PATH-TOKEN
                       MOVE 0 TO WS-PATH-TOKEN-LEN
                   ELSE
                       MOVE 'V' TO WS-PATH-STRING-ROLE
                       MOVE 'S' TO WS-PATH-VALUE-KIND
                       PERFORM START-PATH-VALUE
                   END-IF
               WHEN '{'
                   MOVE 'O' TO WS-PATH-VALUE-KIND
                   PERFORM START-PATH-VALUE
                   PERFORM FINISH-PATH-VALUE
                   MOVE 'O' TO WS-PATH-PUSH-TYPE
                   PERFORM PUSH-PATH-LEVEL
                   SET PATH-WANTS-KEY TO TRUE
               WHEN '['
                   MOVE 'A' TO WS-PATH-VALUE-KIND
                   PERFORM START-PATH-VALUE
                   PERFORM FINISH-PATH-VALUE
                   MOVE 'A' TO WS-PATH-PUSH-TYPE
                   PERFORM PUSH-PATH-LEVEL
                   SET PATH-WANTS-VALUE TO TRUE
               WHEN '}'
               WHEN ']'
                   PERFORM POP-PATH-LEVEL
                   SET PATH-AFTER-VALUE TO TRUE
               WHEN ':'
                   SET PATH-WANTS-VALUE TO TRUE
               WHEN ','
                   IF WS-PATH-DEPTH > 0
                       AND WS-PATH-DEPTH <= MAX-JSON-DEPTH
                       AND PL-TYPE(WS-PATH-DEPTH) = 'A'
                       ADD 1 TO PL-INDEX(WS-PATH-DEPTH)
                       SET PATH-WANTS-VALUE TO TRUE
                   ELSE
                       SET PATH-WANTS-KEY TO TRUE
                   END-IF
               WHEN SPACE
               WHEN X'09'
                   CONTINUE
               WHEN OTHER
                   MOVE 'B' TO WS-PATH-VALUE-KIND
                   PERFORM START-PATH-VALUE
                   SET PATH-IN-SCALAR TO TRUE
                   PERFORM APPEND-PATH-TOKEN
           END-EVALUATE.

       START-PATH-VALUE.
           MOVE WS-LINE-NUM TO WS-PATH-VALUE-LINE.
           MOVE SPACES TO WS-PATH-TOKEN.
           MOVE 0 TO WS-PATH-TOKEN-LEN.

      *    The length keeps counting past the buffer so an over-long
      *    value is shown cut short rather than passed off as whole.
       APPEND-PATH-TOKEN.
           ADD 1 TO WS-PATH-TOKEN-LEN.
           IF WS-PATH-TOKEN-LEN <= 60
               MOVE WS-CUR-CHAR TO WS-PATH-TOKEN(WS-PATH-TOKEN-LEN:1)
           END-IF.

      *    A value is complete: a "red" property value flags its
      *    object (same rule as HANDLE-QUOTE-CHAR), then every path
      *    query with the same depth is tried against it.
       FINISH-PATH-VALUE.
           MOVE 'N' TO WS-PATH-SCALAR-FLAG.
           SET PATH-AFTER-VALUE TO TRUE.
           IF WS-PATH-VALUE-KIND = 'S'
               AND WS-PATH-DEPTH > 0
               AND WS-PATH-DEPTH <= MAX-JSON-DEPTH
               AND PL-TYPE(WS-PATH-DEPTH) = 'O'
               AND WS-PATH-TOKEN-LEN = 3
               AND WS-PATH-TOKEN(1:3) = 'red'
               MOVE 'Y' TO PL-HAS-RED(WS-PATH-DEPTH)
           END-IF.
           PERFORM VARYING WS-QRY-SUB FROM 1 BY 1
               UNTIL WS-QRY-SUB > WS-QUERY-COUNT
               IF QRY-COMP-COUNT(WS-QRY-SUB) = WS-PATH-DEPTH
                   PERFORM TEST-QUERY-MATCH
                   IF WS-QUERY-MATCHED = 'Y'
                       PERFORM WRITE-QUERY-MATCH
                   END-IF
               END-IF
           END-PERFORM.

       TEST-QUERY-MATCH.
           MOVE 'Y' TO WS-QUERY-MATCHED.
           PERFORM VARYING WS-LEVEL-SUB FROM 1 BY 1
               UNTIL WS-LEVEL-SUB > WS-PATH-DEPTH
               OR WS-QUERY-MATCHED = 'N'
               EVALUATE TRUE
                   WHEN QC-TYPE(WS-QRY-SUB, WS-LEVEL-SUB) = 'W'
                       CONTINUE
                   WHEN PL-TYPE(WS-LEVEL-SUB) = 'O'
                       AND QC-TYPE(WS-QRY-SUB, WS-LEVEL-SUB) = 'K'
                       AND QC-KEY(WS-QRY-SUB, WS-LEVEL-SUB)
                           = PL-KEY(WS-LEVEL-SUB)
                       CONTINUE
                   WHEN PL-TYPE(WS-LEVEL-SUB) = 'A'
                       AND QC-TYPE(WS-QRY-SUB, WS-LEVEL-SUB) = 'X'
                       CONTINUE
                   WHEN PL-TYPE(WS-LEVEL-SUB) = 'A'
                       AND QC-TYPE(WS-QRY-SUB, WS-LEVEL-SUB) = 'I'
                       AND QC-INDEX(WS-QRY-SUB, WS-LEVEL-SUB)
                           = PL-INDEX(WS-LEVEL-SUB)
                       CONTINUE
                   WHEN OTHER
                       MOVE 'N' TO WS-QUERY-MATCHED
               END-EVALUATE
           END-PERFORM.

      *    Only a bare numeric value counts toward the path's sum; it
      *    and its count are held on their own level until the
      *    enclosing objects close so a "red" found later in the
      *    object can still drop both.
       WRITE-QUERY-MATCH.
           ADD 1 TO QRY-MATCHES(WS-QRY-SUB).
           ADD 1 TO WS-EXTRACT-MATCHES.
           IF WS-PATH-VALUE-KIND = 'B'
               AND WS-PATH-TOKEN-LEN <= 60
               AND FUNCTION TEST-NUMVAL(
                   WS-PATH-TOKEN(1:WS-PATH-TOKEN-LEN)) = 0
               COMPUTE WS-PATH-NUMBER = FUNCTION NUMVAL(
                   WS-PATH-TOKEN(1:WS-PATH-TOKEN-LEN))
               ADD 1 TO PL-QCOUNT(WS-PATH-DEPTH, WS-QRY-SUB)
               ADD WS-PATH-NUMBER
                   TO PL-QSUM(WS-PATH-DEPTH, WS-QRY-SUB)
           END-IF.
           PERFORM BUILD-VALUE-PATH.
           MOVE SPACES TO WS-VALUE-TEXT.
           EVALUATE WS-PATH-VALUE-KIND
               WHEN 'O'
                   MOVE "{...}" TO WS-VALUE-TEXT
               WHEN 'A'
                   MOVE "[...]" TO WS-VALUE-TEXT
               WHEN 'S'
                   IF WS-PATH-TOKEN-LEN = 0
                       MOVE '""' TO WS-VALUE-TEXT
                   ELSE
                       STRING '"' DELIMITED BY SIZE
                           WS-PATH-TOKEN(1:
                               FUNCTION MIN(WS-PATH-TOKEN-LEN, 60))
                               DELIMITED BY SIZE
                           '"' DELIMITED BY SIZE
                           INTO WS-VALUE-TEXT
                       END-STRING
                   END-IF
               WHEN OTHER
                   MOVE WS-PATH-TOKEN TO WS-VALUE-TEXT
           END-EVALUATE.
           IF WS-PATH-TOKEN-LEN > 60
               MOVE "..." TO WS-VALUE-TEXT(62:3)
           END-IF.
           MOVE WS-QRY-SUB TO DISPLAY-QUERY-NUM.
           MOVE WS-PATH-VALUE-LINE TO DISPLAY-LINE-NUM.
           MOVE SPACES TO EXTRACT-RECORD.
           STRING "QUERY " DELIMITED BY SIZE
               DISPLAY-QUERY-NUM DELIMITED BY SIZE
               " LINE " DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-LINE-NUM) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-PATH-TEXT) DELIMITED BY SIZE
               " = " DELIMITED BY SIZE
               FUNCTION TRIM(WS-VALUE-TEXT TRAILING) DELIMITED BY SIZE
               INTO EXTRACT-RECORD
           END-STRING.
           WRITE EXTRACT-RECORD.

      *    Full path of the value just completed, written the way the
      *    queries are: keys joined by '.', positions in brackets.
       BUILD-VALUE-PATH.
           MOVE SPACES TO WS-PATH-TEXT.
           MOVE 1 TO WS-PATH-PTR.
           PERFORM VARYING WS-LEVEL-SUB FROM 1 BY 1
               UNTIL WS-LEVEL-SUB > WS-PATH-DEPTH
               IF PL-TYPE(WS-LEVEL-SUB) = 'O'
                   IF WS-LEVEL-SUB > 1
                       STRING "." DELIMITED BY SIZE
                           INTO WS-PATH-TEXT
                           WITH POINTER WS-PATH-PTR
                           ON OVERFLOW CONTINUE
                       END-STRING
                   END-IF
                   STRING FUNCTION TRIM(PL-KEY(WS-LEVEL-SUB))
                           DELIMITED BY SIZE
                       INTO WS-PATH-TEXT
                       WITH POINTER WS-PATH-PTR
                       ON OVERFLOW CONTINUE
                   END-STRING
               ELSE
                   MOVE PL-INDEX(WS-LEVEL-SUB) TO DISPLAY-PATH-INDEX
                   STRING "[" DELIMITED BY SIZE
                       FUNCTION TRIM(DISPLAY-PATH-INDEX)
                           DELIMITED BY SIZE
                       "]" DELIMITED BY SIZE
                       INTO WS-PATH-TEXT
                       WITH POINTER WS-PATH-PTR
                       ON OVERFLOW CONTINUE
                   END-STRING
               END-IF
           END-PERFORM.

      *    Levels past the stack are still counted so the closes pair
      *    up; nothing that deep can match a query.
       PUSH-PATH-LEVEL.
           ADD 1 TO WS-PATH-DEPTH.
           IF WS-PATH-DEPTH <= MAX-JSON-DEPTH
               INITIALIZE WS-PATH-LEVEL(WS-PATH-DEPTH)
               MOVE WS-PATH-PUSH-TYPE TO PL-TYPE(WS-PATH-DEPTH)
               MOVE 'N' TO PL-HAS-RED(WS-PATH-DEPTH)
           END-IF.

       POP-PATH-LEVEL.
           IF WS-PATH-DEPTH > 0
               IF WS-PATH-DEPTH <= MAX-JSON-DEPTH
                   PERFORM PASS-UP-QUERY-SUMS
               END-IF
               SUBTRACT 1 FROM WS-PATH-DEPTH
           END-IF.

       PASS-UP-QUERY-SUMS.
           IF WS-EXCLUDE-MODE = 2 AND PL-HAS-RED(WS-PATH-DEPTH) = 'Y'
               CONTINUE
           ELSE
               PERFORM VARYING WS-QRY-SUB FROM 1 BY 1
                   UNTIL WS-QRY-SUB > WS-QUERY-COUNT
                   IF WS-PATH-DEPTH > 1
                       ADD PL-QSUM(WS-PATH-DEPTH, WS-QRY-SUB)
                           TO PL-QSUM(WS-PATH-DEPTH - 1, WS-QRY-SUB)
                       ADD PL-QCOUNT(WS-PATH-DEPTH, WS-QRY-SUB)
                           TO PL-QCOUNT(WS-PATH-DEPTH - 1, WS-QRY-SUB)
                   ELSE
                       ADD PL-QSUM(WS-PATH-DEPTH, WS-QRY-SUB)
                           TO QRY-TOTAL(WS-QRY-SUB)
                       ADD PL-QCOUNT(WS-PATH-DEPTH, WS-QRY-SUB)
                           TO QRY-NUMBERS(WS-QRY-SUB)
                   END-IF
               END-PERFORM
           END-IF.

      *    End of document: anything left open is closed as it
      *    stands, then one summary line per path -- its matches and
      *    sum, or that it matched nothing.
       FINISH-QUERY-EXTRACT.
           IF PATH-IN-SCALAR
               PERFORM FINISH-PATH-VALUE
           END-IF.
           PERFORM POP-PATH-LEVEL UNTIL WS-PATH-DEPTH = 0.
           MOVE SPACES TO EXTRACT-RECORD.
           WRITE EXTRACT-RECORD.
           MOVE "QUERY SUMMARY" TO EXTRACT-RECORD.
           WRITE EXTRACT-RECORD.
           PERFORM VARYING WS-QRY-SUB FROM 1 BY 1
               UNTIL WS-QRY-SUB > WS-QUERY-COUNT
               PERFORM WRITE-QUERY-SUMMARY
           END-PERFORM.
           CLOSE EXTRACT-FILE.
           MOVE WS-EXTRACT-MATCHES TO DISPLAY-MATCH-COUNT.
           DISPLAY "ANSWER=query-matches="
               FUNCTION TRIM(DISPLAY-MATCH-COUNT).
           MOVE WS-UNMATCHED-COUNT TO DISPLAY-SECTION-COUNT.
           DISPLAY "ANSWER=queries-unmatched="
               FUNCTION TRIM(DISPLAY-SECTION-COUNT).

       WRITE-QUERY-SUMMARY.
           MOVE WS-QRY-SUB TO DISPLAY-QUERY-NUM.
           MOVE SPACES TO EXTRACT-RECORD.
           IF QRY-MATCHES(WS-QRY-SUB) = 0
               ADD 1 TO WS-UNMATCHED-COUNT
               STRING "QUERY " DELIMITED BY SIZE
                   DISPLAY-QUERY-NUM DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(QRY-TEXT(WS-QRY-SUB)) DELIMITED BY SIZE
                   " MATCHED NOTHING" DELIMITED BY SIZE
                   INTO EXTRACT-RECORD
               END-STRING
           ELSE
               MOVE QRY-MATCHES(WS-QRY-SUB) TO DISPLAY-MATCH-COUNT
               MOVE QRY-NUMBERS(WS-QRY-SUB) TO DISPLAY-NUMBER-COUNT
               PERFORM EDIT-QUERY-SUM
               STRING "QUERY " DELIMITED BY SIZE
                   DISPLAY-QUERY-NUM DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(QRY-TEXT(WS-QRY-SUB)) DELIMITED BY SIZE
                   " MATCHES " DELIMITED BY SIZE
                   FUNCTION TRIM(DISPLAY-MATCH-COUNT) DELIMITED BY SIZE
                   " NUMBERS " DELIMITED BY SIZE
                   FUNCTION TRIM(DISPLAY-NUMBER-COUNT)
                       DELIMITED BY SIZE
                   " SUM " DELIMITED BY SIZE
                   WS-SUM-TEXT(1:WS-SUM-LEN) DELIMITED BY SIZE
                   INTO EXTRACT-RECORD
               END-STRING
           END-IF.
           WRITE EXTRACT-RECORD.
           DISPLAY FUNCTION TRIM(EXTRACT-RECORD TRAILING).

      *    The sum without the unused decimal places: 12.5000 shows
      *    as 12.5 and 40.0000 as 40.
       EDIT-QUERY-SUM.
           MOVE QRY-TOTAL(WS-QRY-SUB) TO DISPLAY-QUERY-SUM.
           MOVE FUNCTION TRIM(DISPLAY-QUERY-SUM) TO WS-SUM-TEXT.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(DISPLAY-QUERY-SUM))
               TO WS-SUM-LEN.
           PERFORM UNTIL WS-SUM-TEXT(WS-SUM-LEN:1) NOT = '0'
               SUBTRACT 1 FROM WS-SUM-LEN
           END-PERFORM.
           IF WS-SUM-TEXT(WS-SUM-LEN:1) = '.'
               SUBTRACT 1 FROM WS-SUM-LEN
           END-IF.
