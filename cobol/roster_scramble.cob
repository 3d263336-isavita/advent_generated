           SELECT RECONCILE-FILE ASSIGN TO "roster_reconcile.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    SCRAMBLE-CERTIFY's verdict on the operation list. Nothing
      *    is stored unless it certifies this very scramble_rules.txt
      *    for the length of the password being stored.
           SELECT CERT-FILE ASSIGN TO "scramble_cert.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RULES-FILE.
       FD  RECONCILE-FILE.
       01  RECONCILE-RECORD     PIC X(100).

       FD  CERT-FILE.
       COPY "scramble_cert.cpy".

       WORKING-STORAGE SECTION.
       01  RUN-STAMP            PIC X(32) VALUE SPACES.
       01  RULES-STATUS         PIC XX.
       01  ROSTER-STATUS        PIC XX.
       01  CERT-STATUS          PIC XX.
       01  CERT-PROBLEM         PIC X(60) VALUE SPACES.
       01  CERT-LENGTH-DISPLAY  PIC Z9.

       01  PIPELINE-FLAGS.
           05 RULES-EOF         PIC X VALUE 'N'.
           05 WS-WORK-LINE      PIC X(100).

       COPY "scramble_req.cpy".
       COPY "fingerprint_req.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "RUN ROSTER-SCRAMBLE INPUT=roster_output.txt"
               " STAMP=" FUNCTION TRIM(RUN-STAMP).
           PERFORM LOAD-OPERATION-LIST.
           PERFORM CHECK-CERTIFICATE.
           OPEN INPUT ROSTER-FILE.
           IF ROSTER-STATUS NOT = '00'
               DISPLAY "ERROR OPENING roster_output.txt STATUS="
                   END-IF
           END-READ.

      *    The certificate must be CERTIFIED and carry the fingerprint
      *    of the scramble_rules.txt just loaded; an edit to the list
      *    since it was certified counts as uncertified.
       CHECK-CERTIFICATE.
           OPEN INPUT CERT-FILE.
           IF CERT-STATUS NOT = '00'
               MOVE "NO CERTIFICATE" TO CERT-PROBLEM
           ELSE
               READ CERT-FILE
                   AT END MOVE "EMPTY CERTIFICATE" TO CERT-PROBLEM
               END-READ
               CLOSE CERT-FILE
           END-IF.
           IF CERT-PROBLEM = SPACES
               MOVE "scramble_rules.txt" TO FPR-FILE-NAME
               CALL "CONTENT-FINGERPRINT" USING FINGERPRINT-REQUEST
               EVALUATE TRUE
                   WHEN NOT SCT-CERTIFIED
                       MOVE "CERTIFICATE VERDICT IS REJECTED"
                           TO CERT-PROBLEM
                   WHEN FPR-FINGERPRINT NOT = SCT-FINGERPRINT
                       MOVE "RULES CHANGED SINCE CERTIFICATION"
                           TO CERT-PROBLEM
               END-EVALUATE
           END-IF.
           IF CERT-PROBLEM NOT = SPACES
               DISPLAY "scramble_rules.txt NOT CERTIFIED: "
                   FUNCTION TRIM(CERT-PROBLEM)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       PROCESS-ROSTER-LINE.
           READ ROSTER-FILE INTO WS-ROSTER-LINE
               AT END SET AT-ROSTER-END TO TRUE
               TO WS-ISSUED.
           COMPUTE WS-PASSWORD-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-ISSUED)).
           IF WS-PASSWORD-LEN NOT = SCT-LENGTH
               PERFORM REFUSE-UNCERTIFIED-LENGTH
               EXIT PARAGRAPH
           END-IF.
           SET SCR-FORWARD TO TRUE.
           MOVE WS-ISSUED TO SCR-PASSWORD.
           MOVE WS-PASSWORD-LEN TO SCR-PASSWORD-LEN.
           MOVE WS-WORK-LINE TO RECONCILE-RECORD.
           WRITE RECONCILE-RECORD.

      *    A password of a length the list was not certified for is
      *    not stored; it counts against the run like a mismatch, so
      *    roster_output.txt is kept for the re-issue.
       REFUSE-UNCERTIFIED-LENGTH.
           ADD 1 TO MISMATCH-COUNT.
           MOVE SCT-LENGTH TO CERT-LENGTH-DISPLAY.
           MOVE SPACES TO WS-WORK-LINE.
           STRING FUNCTION TRIM(WS-EMP-ID) DELIMITED BY SIZE
               " NOT STORED: LIST CERTIFIED FOR LENGTH "
                   DELIMITED BY SIZE
               FUNCTION TRIM(CERT-LENGTH-DISPLAY) DELIMITED BY SIZE
               " ONLY" DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           MOVE WS-WORK-LINE TO RECONCILE-RECORD.
           WRITE RECONCILE-RECORD.

       WRITE-RECONCILE-SUMMARY.
           MOVE ENTRY-COUNT TO DISPLAY-COUNT.
           MOVE MISMATCH-COUNT TO DISPLAY-BAD.
