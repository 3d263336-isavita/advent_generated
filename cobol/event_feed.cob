       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVENT-FEED.

      *    The one writer of the monitoring event feed. BATCH-RUNNER,
      *    SLA-CHECK, QUARANTINE-REPAIR and RUN-ARCHIVE all CALL this
      *    whenever something the monitoring desk should see happens,
      *    so every event lands in one fixed layout with one unbroken
      *    sequence. The feed is only ever appended; the sequence
      *    file keeps the last number issued, so a feed that has been
      *    picked up and cleared still never repeats a number.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FEED-FILE ASSIGN TO "event_feed.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEED-STATUS.

           SELECT OPTIONAL SEQUENCE-FILE
               ASSIGN TO "event_sequence.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEQUENCE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEED-FILE.
       COPY "event_rec.cpy".

       FD  SEQUENCE-FILE.
       01  SEQUENCE-RECORD      PIC X(20).

       WORKING-STORAGE SECTION.
       01  FEED-STATUS          PIC XX.
       01  SEQUENCE-STATUS      PIC XX.

       01  FEED-FIELDS.
           05 LAST-SEQUENCE     PIC 9(9).
           05 NOW-STAMP         PIC X(21).

       LINKAGE SECTION.
       COPY "event_req.cpy".

       PROCEDURE DIVISION USING EVENT-REQUEST.
       MAIN-DISPATCH.
           MOVE 0 TO EVR-SEQUENCE LAST-SEQUENCE.
           OPEN INPUT SEQUENCE-FILE.
           IF SEQUENCE-STATUS = '00'
               READ SEQUENCE-FILE
                   NOT AT END
                       IF SEQUENCE-RECORD(1:9) IS NUMERIC
                           MOVE SEQUENCE-RECORD(1:9) TO LAST-SEQUENCE
                       END-IF
               END-READ
           END-IF.
           CLOSE SEQUENCE-FILE.
      *    A feed that cannot be opened loses the event but never
      *    stops the caller; the number is not spent.
           OPEN EXTEND FEED-FILE.
           IF FEED-STATUS NOT = '00' AND FEED-STATUS NOT = '05'
               GOBACK
           END-IF.
           ADD 1 TO LAST-SEQUENCE.
           IF EVR-TIMESTAMP = SPACES
               MOVE FUNCTION CURRENT-DATE TO NOW-STAMP
               STRING NOW-STAMP(1:4) "-" NOW-STAMP(5:2) "-"
                   NOW-STAMP(7:2) "T" NOW-STAMP(9:2) ":"
                   NOW-STAMP(11:2) ":" NOW-STAMP(13:2)
                   DELIMITED BY SIZE INTO EVR-TIMESTAMP
               END-STRING
           END-IF.
           MOVE SPACES TO EVENT-RECORD.
           MOVE LAST-SEQUENCE TO EV-SEQUENCE.
           MOVE EVR-TIMESTAMP TO EV-TIMESTAMP.
           MOVE EVR-SEVERITY TO EV-SEVERITY.
           MOVE EVR-SOURCE TO EV-SOURCE.
           MOVE EVR-JOB TO EV-JOB.
           MOVE EVR-CODE TO EV-CODE.
           MOVE EVR-TEXT TO EV-TEXT.
           WRITE EVENT-RECORD.
           CLOSE FEED-FILE.
           OPEN OUTPUT SEQUENCE-FILE.
           MOVE LAST-SEQUENCE TO SEQUENCE-RECORD.
           WRITE SEQUENCE-RECORD.
           CLOSE SEQUENCE-FILE.
           MOVE LAST-SEQUENCE TO EVR-SEQUENCE.
           GOBACK.
