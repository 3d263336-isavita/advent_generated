           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MODE-FILE-STATUS.

      *    Optional list of house numbers to look up one by one; when
      *    present the run answers them under the active rule instead
      *    of searching for the first house to reach the target.
           SELECT OPTIONAL INQUIRY-FILE ASSIGN TO "house_inquiries.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INQUIRY-STATUS.

           SELECT INQUIRY-REPORT-FILE ASSIGN TO "house_inquiry.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

      *    Shared wall-clock log for the table-heavy batch jobs, so
      *    operations can watch which of them is creeping toward the
       FD  MODE-FILE.
       01  MODE-RECORD            PIC X(10).

       FD  INQUIRY-FILE.
       01  INQUIRY-RECORD         PIC X(20).

       FD  INQUIRY-REPORT-FILE.
       01  INQUIRY-REPORT-RECORD  PIC X(80).

       FD  RUNLOG-FILE.
       01  RUNLOG-RECORD          PIC X(100).

       01  WS-DELIVERY-MODE       PIC 9(1) VALUE 1.
       01  WS-PRESENTS-PER-VISIT  PIC 9(2) VALUE 10.

      *    House inquiry state. A house of up to 9,999,999 has at most
      *    448 divisors, so each half of a divisor pair fits in 300.
       01  WS-INQUIRY-STATUS      PIC XX.
           88 INQUIRY-FILE-OK     VALUE '00'.
       01  WS-INQUIRY-EOF         PIC X VALUE 'N'.
           88 INQUIRY-EOF         VALUE 'Y'.
       01  WS-INQUIRY-FLAG        PIC X VALUE 'N'.
           88 INQUIRY-MODE        VALUE 'Y'.
       01  WS-INQ-HOUSE           PIC 9(10).
       01  WS-INQ-ELF             PIC 9(8) COMP.
       01  WS-INQ-QUOT            PIC 9(10) COMP.
       01  WS-INQ-REM             PIC 9(8) COMP.
       01  WS-INQ-SUB             PIC 9(4) COMP.
       01  WS-INQ-LOW-COUNT       PIC 9(4) COMP.
       01  WS-INQ-HIGH-COUNT      PIC 9(4) COMP.
       01  WS-INQ-DIVISORS.
           02 WS-INQ-LOW          PIC 9(8) COMP OCCURS 300 TIMES.
           02 WS-INQ-HIGH         PIC 9(8) COMP OCCURS 300 TIMES.
       01  WS-INQ-PRESENTS        PIC 9(10) COMP.
       01  WS-INQ-TOTAL           PIC 9(12) COMP.
       01  WS-INQ-ELVES           PIC 9(4) COMP.
       01  WS-INQ-RETIRED         PIC 9(4) COMP.
       01  WS-INQ-ANSWERED        PIC 9(6) COMP VALUE 0.
       01  WS-INQ-OVER            PIC 9(6) COMP VALUE 0.
       01  WS-INQ-DISP-1          PIC Z(11)9.
       01  WS-INQ-DISP-2          PIC Z(11)9.
       01  WS-INQ-LINE            PIC X(80) VALUE SPACES.

      *    Raised from the original 1,000,000-house ceiling so larger
      *    puzzle inputs don't silently run off the end of the table.
       01  WS-HOUSES-TABLE.
               FUNCTION TRIM(RUN-STAMP).
           PERFORM RECORD-START-TIME.
           PERFORM INITIALIZE-MODE.
           PERFORM ANSWER-HOUSE-INQUIRIES.
           IF INQUIRY-MODE
               PERFORM WRITE-RUN-TIMING
               STOP RUN
           END-IF.

           OPEN INPUT INPUT-FILE.
           IF RUN-INFILE-STATUS NOT = "00"
               CLOSE MODE-FILE
           END-IF.

      *    Inquiry mode: house_inquiries.txt lists house numbers, one
      *    per line. Each is answered from its divisors alone -- elf
      *    E calls at house H exactly when E divides H, and under the
      *    50-house rule only while H is no more than 50 times E -- so
      *    no sieve over the whole street is needed. Houses past the
      *    table ceiling the search itself could reach are flagged.
       ANSWER-HOUSE-INQUIRIES.
           OPEN INPUT INQUIRY-FILE.
           IF NOT INQUIRY-FILE-OK
               CLOSE INQUIRY-FILE
               EXIT PARAGRAPH
           END-IF.
           SET INQUIRY-MODE TO TRUE.
           OPEN OUTPUT INQUIRY-REPORT-FILE.
           IF WS-DELIVERY-MODE = 2
               STRING "RULE 2: 11 PRESENTS PER VISIT, "
                       DELIMITED BY SIZE
                   "EACH ELF STOPS AFTER 50 HOUSES" DELIMITED BY SIZE
                   INTO WS-INQ-LINE
               END-STRING
           ELSE
               MOVE "RULE 1: 10 PRESENTS PER VISIT, NO VISIT LIMIT"
                   TO WS-INQ-LINE
           END-IF.
           PERFORM WRITE-INQUIRY-LINE.
           PERFORM UNTIL INQUIRY-EOF
               READ INQUIRY-FILE INTO INQUIRY-RECORD
                   AT END SET INQUIRY-EOF TO TRUE
                   NOT AT END PERFORM ANSWER-ONE-HOUSE
               END-READ
           END-PERFORM.
           CLOSE INQUIRY-FILE.
           PERFORM WRITE-INQUIRY-LINE.
           MOVE WS-INQ-ANSWERED TO WS-INQ-DISP-1.
           MOVE WS-INQ-OVER TO WS-INQ-DISP-2.
           STRING "HOUSES ANSWERED " DELIMITED BY SIZE
               FUNCTION TRIM(WS-INQ-DISP-1) DELIMITED BY SIZE
               "  OVER CEILING " DELIMITED BY SIZE
               FUNCTION TRIM(WS-INQ-DISP-2) DELIMITED BY SIZE
               INTO WS-INQ-LINE
           END-STRING.
           DISPLAY FUNCTION TRIM(WS-INQ-LINE).
           PERFORM WRITE-INQUIRY-LINE.
           CLOSE INQUIRY-REPORT-FILE.
           IF WS-INQ-OVER > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "ANSWER=houses-answered="
               FUNCTION TRIM(WS-INQ-DISP-1).
           DISPLAY "ANSWER=houses-over-ceiling="
               FUNCTION TRIM(WS-INQ-DISP-2).

       ANSWER-ONE-HOUSE.
           IF INQUIRY-RECORD = SPACES OR INQUIRY-RECORD(1:1) = '*'
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-NUMVAL(INQUIRY-RECORD) NOT = 0
               DISPLAY "INVALID house_inquiries.txt LINE IGNORED: "
                   FUNCTION TRIM(INQUIRY-RECORD)
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-INQ-HOUSE = FUNCTION NUMVAL(INQUIRY-RECORD).
           IF WS-INQ-HOUSE < 1
               DISPLAY "INVALID house_inquiries.txt LINE IGNORED: "
                   FUNCTION TRIM(INQUIRY-RECORD)
               EXIT PARAGRAPH
           END-IF.
           PERFORM WRITE-INQUIRY-LINE.
           MOVE WS-INQ-HOUSE TO WS-INQ-DISP-1.
           IF WS-INQ-HOUSE > 9999999
               ADD 1 TO WS-INQ-OVER
               STRING "HOUSE " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-INQ-DISP-1) DELIMITED BY SIZE
                   " *** OVER THE 9999999-HOUSE CEILING, NOT ANSWERED"
                       DELIMITED BY SIZE
                   INTO WS-INQ-LINE
               END-STRING
               PERFORM WRITE-INQUIRY-LINE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-INQ-ANSWERED.
           STRING "HOUSE " DELIMITED BY SIZE
               FUNCTION TRIM(WS-INQ-DISP-1) DELIMITED BY SIZE
               INTO WS-INQ-LINE
           END-STRING.
           PERFORM WRITE-INQUIRY-LINE.

      *    Divisors come in pairs D and H / D; the small halves are
      *    found in ascending order and the large halves stacked so
      *    the elves can be listed lowest number first.
           MOVE 0 TO WS-INQ-LOW-COUNT WS-INQ-HIGH-COUNT.
           PERFORM VARYING WS-INQ-ELF FROM 1 BY 1
               UNTIL WS-INQ-ELF * WS-INQ-ELF > WS-INQ-HOUSE
               DIVIDE WS-INQ-HOUSE BY WS-INQ-ELF
                   GIVING WS-INQ-QUOT REMAINDER WS-INQ-REM
               IF WS-INQ-REM = 0
                   ADD 1 TO WS-INQ-LOW-COUNT
                   MOVE WS-INQ-ELF TO WS-INQ-LOW(WS-INQ-LOW-COUNT)
                   IF WS-INQ-QUOT NOT = WS-INQ-ELF
                       ADD 1 TO WS-INQ-HIGH-COUNT
                       MOVE WS-INQ-QUOT
                           TO WS-INQ-HIGH(WS-INQ-HIGH-COUNT)
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-INQ-TOTAL WS-INQ-ELVES WS-INQ-RETIRED.
           PERFORM VARYING WS-INQ-SUB FROM 1 BY 1
               UNTIL WS-INQ-SUB > WS-INQ-LOW-COUNT
               MOVE WS-INQ-LOW(WS-INQ-SUB) TO WS-INQ-ELF
               PERFORM REPORT-INQUIRY-ELF
           END-PERFORM.
           PERFORM VARYING WS-INQ-SUB FROM WS-INQ-HIGH-COUNT BY -1
               UNTIL WS-INQ-SUB < 1
               MOVE WS-INQ-HIGH(WS-INQ-SUB) TO WS-INQ-ELF
               PERFORM REPORT-INQUIRY-ELF
           END-PERFORM.
           MOVE WS-INQ-TOTAL TO WS-INQ-DISP-1.
           MOVE WS-INQ-ELVES TO WS-INQ-DISP-2.
           STRING "  TOTAL PRESENTS " DELIMITED BY SIZE
               FUNCTION TRIM(WS-INQ-DISP-1) DELIMITED BY SIZE
               " FROM " DELIMITED BY SIZE
               FUNCTION TRIM(WS-INQ-DISP-2) DELIMITED BY SIZE
               " ELVES" DELIMITED BY SIZE
               INTO WS-INQ-LINE
           END-STRING.
           PERFORM WRITE-INQUIRY-LINE.
           IF WS-DELIVERY-MODE = 2
               MOVE WS-INQ-RETIRED TO WS-INQ-DISP-1
               STRING "  ELVES PAST THEIR 50-HOUSE LIMIT "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-INQ-DISP-1) DELIMITED BY SIZE
                   INTO WS-INQ-LINE
               END-STRING
               PERFORM WRITE-INQUIRY-LINE
           END-IF.

       REPORT-INQUIRY-ELF.
           IF WS-DELIVERY-MODE = 2
               AND WS-INQ-HOUSE > WS-INQ-ELF * 50
               ADD 1 TO WS-INQ-RETIRED
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-INQ-ELVES.
           COMPUTE WS-INQ-PRESENTS = WS-INQ-ELF * WS-PRESENTS-PER-VISIT.
           ADD WS-INQ-PRESENTS TO WS-INQ-TOTAL.
           MOVE WS-INQ-ELF TO WS-INQ-DISP-1.
           MOVE WS-INQ-PRESENTS TO WS-INQ-DISP-2.
           STRING "  ELF " DELIMITED BY SIZE
               WS-INQ-DISP-1 DELIMITED BY SIZE
               "  LEAVES " DELIMITED BY SIZE
               WS-INQ-DISP-2 DELIMITED BY SIZE
               INTO WS-INQ-LINE
           END-STRING.
           PERFORM WRITE-INQUIRY-LINE.

       WRITE-INQUIRY-LINE.
           MOVE WS-INQ-LINE TO INQUIRY-REPORT-RECORD.
           WRITE INQUIRY-REPORT-RECORD.
           MOVE SPACES TO WS-INQ-LINE.

      *    Start/end wall-clock stamps and the elapsed seconds go to
      *    the shared run_times.txt so the nightly batch can be
      *    profiled job by job. An end time earlier than the start
