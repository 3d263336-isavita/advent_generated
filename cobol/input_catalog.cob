       IDENTIFICATION DIVISION.
       PROGRAM-ID. INPUT-CATALOG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    One request per line; lines starting with '*' are
      *    comments:
      *      REGISTER <input> <owner> <source> <yyyy-mm-dd>
      *                               enter a new input with the
      *                               fingerprint of its bytes now
      *      REFRESH <input> [<yyyy-mm-dd>]
      *                               re-take the fingerprint after an
      *                               approved replacement; the old one
      *                               is kept as the previous print
      *      WITHDRAW <input>         the batch may no longer stage it
      *      VERIFY <input>|ALL       compare the bytes on disk today
      *                               with the registered fingerprint
      *      LIST                     every catalog entry
           SELECT REQUEST-FILE ASSIGN TO "catalog_request.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REQUEST-STATUS.

      *    The input catalog master, keyed by input path.
           SELECT CATALOG-FILE ASSIGN TO "input_catalog.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IC-INPUT
               FILE STATUS IS CATALOG-STATUS.

      *    Every request's outcome, one block per request.
           SELECT REPORT-FILE ASSIGN TO "catalog_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE.
       01  REQUEST-RECORD       PIC X(300).

       FD  CATALOG-FILE.
       COPY "catalog_rec.cpy".

       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(300).

       WORKING-STORAGE SECTION.
       01  RUN-STAMP            PIC X(32) VALUE SPACES.
       01  REQUEST-STATUS       PIC XX.
       01  CATALOG-STATUS       PIC XX.

       01  CATALOG-FLAGS.
           05 REQUEST-EOF       PIC X VALUE 'N'.
              88 AT-REQUEST-END     VALUE 'Y'.
           05 BROWSE-DONE       PIC X.
              88 AT-BROWSE-END      VALUE 'Y'.

       01  CATALOG-COUNTERS.
           05 LISTED-COUNT      PIC 9(6) VALUE 0.
           05 MISMATCH-COUNT    PIC 9(6) VALUE 0.
           05 DISPLAY-COUNT     PIC ZZZZZ9.
           05 DISPLAY-BYTES     PIC Z(11)9.

       01  REQUEST-FIELDS.
           05 REQUEST-VERB      PIC X(10).
           05 REQUEST-ARG-1     PIC X(100).
           05 REQUEST-ARG-2     PIC X(60).
           05 REQUEST-ARG-3     PIC X(60).
           05 REQUEST-ARG-4     PIC X(20).
           05 WS-WORK-LINE      PIC X(300).

       COPY "fingerprint_req.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT RUN-STAMP FROM ENVIRONMENT "RUN_STAMP"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           OPEN INPUT REQUEST-FILE.
           IF REQUEST-STATUS NOT = '00'
               DISPLAY "ERROR OPENING catalog_request.txt STATUS="
                   REQUEST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           PERFORM OPEN-CATALOG-IO.
           PERFORM RUN-NEXT-REQUEST UNTIL AT-REQUEST-END.
           CLOSE CATALOG-FILE.
           CLOSE REQUEST-FILE.
           CLOSE REPORT-FILE.
           IF MISMATCH-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *    First use creates the catalog; afterwards it opens I-O so
      *    every verb can update in place.
       OPEN-CATALOG-IO.
           OPEN I-O CATALOG-FILE.
           IF CATALOG-STATUS = '35'
               OPEN OUTPUT CATALOG-FILE
               CLOSE CATALOG-FILE
               OPEN I-O CATALOG-FILE
           END-IF.
           IF CATALOG-STATUS NOT = '00'
               DISPLAY "ERROR OPENING input_catalog.dat STATUS="
                   CATALOG-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       RUN-NEXT-REQUEST.
           READ REQUEST-FILE
               AT END SET AT-REQUEST-END TO TRUE
           END-READ.
           IF AT-REQUEST-END
               EXIT PARAGRAPH
           END-IF.
           IF REQUEST-RECORD = SPACES
               OR REQUEST-RECORD(1:1) = '*'
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO REQUEST-VERB REQUEST-ARG-1
               REQUEST-ARG-2 REQUEST-ARG-3 REQUEST-ARG-4.
           UNSTRING REQUEST-RECORD DELIMITED BY ALL SPACE
               INTO REQUEST-VERB, REQUEST-ARG-1,
                   REQUEST-ARG-2, REQUEST-ARG-3, REQUEST-ARG-4
           END-UNSTRING.
           EVALUATE REQUEST-VERB
               WHEN 'REGISTER'
                   PERFORM REGISTER-ONE-INPUT
               WHEN 'REFRESH'
                   PERFORM REFRESH-ONE-INPUT
               WHEN 'WITHDRAW'
                   PERFORM WITHDRAW-ONE-INPUT
               WHEN 'VERIFY'
                   IF REQUEST-ARG-1 = 'ALL'
                       PERFORM VERIFY-WHOLE-CATALOG
                   ELSE
                       PERFORM VERIFY-ONE-INPUT
                   END-IF
               WHEN 'LIST'
                   PERFORM LIST-WHOLE-CATALOG
               WHEN OTHER
                   MOVE SPACES TO WS-WORK-LINE
                   STRING "UNKNOWN REQUEST IGNORED: " DELIMITED BY
                       SIZE
                       FUNCTION TRIM(REQUEST-VERB) DELIMITED BY SIZE
                       INTO WS-WORK-LINE
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
           END-EVALUATE.

      *    A registration needs all four particulars and a readable
      *    file; an input already on file is refused here so that a
      *    replacement always goes through REFRESH and leaves its
      *    previous fingerprint behind.
       REGISTER-ONE-INPUT.
           IF REQUEST-ARG-1 = SPACES OR REQUEST-ARG-2 = SPACES
               OR REQUEST-ARG-3 = SPACES OR REQUEST-ARG-4 = SPACES
               MOVE "REGISTER NEEDS <input> <owner> <source> <date>"
                   TO WS-WORK-LINE
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE REQUEST-ARG-1 TO IC-INPUT.
           READ CATALOG-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO WS-WORK-LINE
                   STRING "ALREADY REGISTERED, USE REFRESH: "
                           DELIMITED BY SIZE
                       FUNCTION TRIM(REQUEST-ARG-1) DELIMITED BY SIZE
                       INTO WS-WORK-LINE
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
                   EXIT PARAGRAPH
           END-READ.
           PERFORM TAKE-REQUEST-FINGERPRINT.
           IF NOT FPR-OK
               PERFORM WRITE-UNREADABLE-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE REQUEST-ARG-1 TO IC-INPUT.
           MOVE REQUEST-ARG-2 TO IC-OWNER.
           MOVE REQUEST-ARG-3 TO IC-SOURCE.
           MOVE REQUEST-ARG-4 TO IC-RECEIVED.
           MOVE FPR-FINGERPRINT TO IC-FINGERPRINT.
           MOVE FPR-BYTE-COUNT TO IC-BYTE-COUNT.
           MOVE RUN-STAMP TO IC-REGISTERED.
           MOVE SPACES TO IC-PREV-PRINT.
           SET IC-ACTIVE TO TRUE.
           WRITE CATALOG-RECORD
               INVALID KEY
                   MOVE "CATALOG WRITE FAILED" TO WS-WORK-LINE
                   PERFORM WRITE-REPORT-LINE
               NOT INVALID KEY
                   MOVE "REGISTERED" TO REQUEST-VERB
                   PERFORM WRITE-CATALOG-DETAIL
           END-WRITE.

       REFRESH-ONE-INPUT.
           MOVE REQUEST-ARG-1 TO IC-INPUT.
           READ CATALOG-FILE
               INVALID KEY
                   PERFORM WRITE-NOT-REGISTERED-LINE
                   EXIT PARAGRAPH
           END-READ.
           PERFORM TAKE-REQUEST-FINGERPRINT.
           IF NOT FPR-OK
               PERFORM WRITE-UNREADABLE-LINE
               EXIT PARAGRAPH
           END-IF.
           IF FPR-FINGERPRINT NOT = IC-FINGERPRINT
               MOVE IC-FINGERPRINT TO IC-PREV-PRINT
           END-IF.
           MOVE FPR-FINGERPRINT TO IC-FINGERPRINT.
           MOVE FPR-BYTE-COUNT TO IC-BYTE-COUNT.
           MOVE RUN-STAMP TO IC-REGISTERED.
           IF REQUEST-ARG-2 NOT = SPACES
               MOVE REQUEST-ARG-2 TO IC-RECEIVED
           END-IF.
           SET IC-ACTIVE TO TRUE.
           REWRITE CATALOG-RECORD
           END-REWRITE.
           MOVE "REFRESHED" TO REQUEST-VERB.
           PERFORM WRITE-CATALOG-DETAIL.

       WITHDRAW-ONE-INPUT.
           MOVE REQUEST-ARG-1 TO IC-INPUT.
           READ CATALOG-FILE
               INVALID KEY
                   PERFORM WRITE-NOT-REGISTERED-LINE
                   EXIT PARAGRAPH
           END-READ.
           SET IC-WITHDRAWN TO TRUE.
           REWRITE CATALOG-RECORD
           END-REWRITE.
           MOVE "WITHDRAWN" TO REQUEST-VERB.
           PERFORM WRITE-CATALOG-DETAIL.

       VERIFY-ONE-INPUT.
           MOVE REQUEST-ARG-1 TO IC-INPUT.
           READ CATALOG-FILE
               INVALID KEY
                   PERFORM WRITE-NOT-REGISTERED-LINE
               NOT INVALID KEY
                   PERFORM VERIFY-CURRENT-ENTRY
           END-READ.

       VERIFY-WHOLE-CATALOG.
           MOVE LOW-VALUES TO IC-INPUT.
           MOVE 'N' TO BROWSE-DONE.
           START CATALOG-FILE KEY IS NOT < IC-INPUT
               INVALID KEY SET AT-BROWSE-END TO TRUE
           END-START.
           PERFORM VERIFY-BROWSE-RECORD UNTIL AT-BROWSE-END.

       VERIFY-BROWSE-RECORD.
           READ CATALOG-FILE NEXT
               AT END SET AT-BROWSE-END TO TRUE
               NOT AT END
                   IF IC-ACTIVE
                       PERFORM VERIFY-CURRENT-ENTRY
                   END-IF
           END-READ.

       VERIFY-CURRENT-ENTRY.
           MOVE IC-INPUT TO FPR-FILE-NAME.
           CALL "CONTENT-FINGERPRINT" USING FINGERPRINT-REQUEST.
           MOVE SPACES TO WS-WORK-LINE.
           EVALUATE TRUE
               WHEN NOT FPR-OK
                   ADD 1 TO MISMATCH-COUNT
                   STRING "MISSING " DELIMITED BY SIZE
                       FUNCTION TRIM(IC-INPUT) DELIMITED BY SIZE
                       INTO WS-WORK-LINE
                   END-STRING
               WHEN FPR-FINGERPRINT = IC-FINGERPRINT
                   STRING "MATCH " DELIMITED BY SIZE
                       FUNCTION TRIM(IC-INPUT) DELIMITED BY SIZE
                       " FP=" DELIMITED BY SIZE
                       IC-FINGERPRINT DELIMITED BY SIZE
                       INTO WS-WORK-LINE
                   END-STRING
               WHEN OTHER
                   ADD 1 TO MISMATCH-COUNT
                   STRING "CHANGED " DELIMITED BY SIZE
                       FUNCTION TRIM(IC-INPUT) DELIMITED BY SIZE
                       " FP=" DELIMITED BY SIZE
                       FPR-FINGERPRINT DELIMITED BY SIZE
                       " REGISTERED-FP=" DELIMITED BY SIZE
                       IC-FINGERPRINT DELIMITED BY SIZE
                       " OWNER=" DELIMITED BY SIZE
                       FUNCTION TRIM(IC-OWNER) DELIMITED BY SIZE
                       INTO WS-WORK-LINE
                   END-STRING
           END-EVALUATE.
           PERFORM WRITE-REPORT-LINE.

       LIST-WHOLE-CATALOG.
           MOVE 0 TO LISTED-COUNT.
           MOVE LOW-VALUES TO IC-INPUT.
           MOVE 'N' TO BROWSE-DONE.
           START CATALOG-FILE KEY IS NOT < IC-INPUT
               INVALID KEY SET AT-BROWSE-END TO TRUE
           END-START.
           MOVE "ENTRY" TO REQUEST-VERB.
           PERFORM LIST-BROWSE-RECORD UNTIL AT-BROWSE-END.
           MOVE LISTED-COUNT TO DISPLAY-COUNT.
           MOVE SPACES TO WS-WORK-LINE.
           STRING "CATALOG ENTRIES=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

       LIST-BROWSE-RECORD.
           READ CATALOG-FILE NEXT
               AT END SET AT-BROWSE-END TO TRUE
               NOT AT END
                   ADD 1 TO LISTED-COUNT
                   PERFORM WRITE-CATALOG-DETAIL
           END-READ.

       TAKE-REQUEST-FINGERPRINT.
           MOVE REQUEST-ARG-1 TO FPR-FILE-NAME.
           CALL "CONTENT-FINGERPRINT" USING FINGERPRINT-REQUEST.

       WRITE-UNREADABLE-LINE.
           MOVE SPACES TO WS-WORK-LINE.
           STRING "CANNOT READ INPUT, NOT CATALOGED: " DELIMITED BY SIZE
               FUNCTION TRIM(REQUEST-ARG-1) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

       WRITE-NOT-REGISTERED-LINE.
           MOVE SPACES TO WS-WORK-LINE.
           STRING "NOT REGISTERED " DELIMITED BY SIZE
               FUNCTION TRIM(REQUEST-ARG-1) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      *    REQUEST-VERB carries the line's leading word.
       WRITE-CATALOG-DETAIL.
           MOVE IC-BYTE-COUNT TO DISPLAY-BYTES.
           MOVE SPACES TO WS-WORK-LINE.
           STRING FUNCTION TRIM(REQUEST-VERB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(IC-INPUT) DELIMITED BY SIZE
               " OWNER=" DELIMITED BY SIZE
               FUNCTION TRIM(IC-OWNER) DELIMITED BY SIZE
               " SOURCE=" DELIMITED BY SIZE
               FUNCTION TRIM(IC-SOURCE) DELIMITED BY SIZE
               " RECEIVED=" DELIMITED BY SIZE
               FUNCTION TRIM(IC-RECEIVED) DELIMITED BY SIZE
               " FP=" DELIMITED BY SIZE
               IC-FINGERPRINT DELIMITED BY SIZE
               " BYTES=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-BYTES) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           IF IC-PREV-PRINT NOT = SPACES
               STRING FUNCTION TRIM(WS-WORK-LINE) DELIMITED BY SIZE
                   " PREVIOUS-FP=" DELIMITED BY SIZE
                   IC-PREV-PRINT DELIMITED BY SIZE
                   INTO WS-WORK-LINE
               END-STRING
           END-IF.
           IF IC-WITHDRAWN
               STRING FUNCTION TRIM(WS-WORK-LINE) DELIMITED BY SIZE
                   " WITHDRAWN" DELIMITED BY SIZE
                   INTO WS-WORK-LINE
               END-STRING
           END-IF.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE WS-WORK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           DISPLAY FUNCTION TRIM(WS-WORK-LINE).
