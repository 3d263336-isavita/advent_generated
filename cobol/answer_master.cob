      *      LOOKUP <prog> <in> <stamp>  one exact-key inquiry
      *      HISTORY <prog>           every run of one program
      *      PURGE <yyyy-mm-dd>       drop runs stamped before then
      *                               (a certified run is kept)
      *      CERTIFY <prog> <in> <stamp> <who>
      *                               sign off one run's answer as the
      *                               approved answer for its program
      *                               and input; any earlier approval
      *                               for the pair is superseded
      *      REVOKE <prog> <in> <stamp> <who>
      *                               withdraw that sign-off
      *      CERTDIFF                 every program-plus-input whose
      *                               newest answer is not the
      *                               certified one (run after LOAD)
           SELECT REQUEST-FILE ASSIGN TO "master_request.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REQUEST-STATUS.
           SELECT REPORT-FILE ASSIGN TO "master_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    CERTDIFF's verdict on every certified program-plus-input,
      *    MATCH or DIFFERS, for TURNOVER-REPORT to tell an approved
      *    change from a regression.
           SELECT CERT-CHECK-FILE ASSIGN TO "certification_check.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE.
       01  REQUEST-RECORD       PIC X(200).

       FD  MASTER-FILE.
       COPY "master_rec.cpy".

       FD  LEDGER-FILE.
       COPY "ledger_rec.cpy".

       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(400).

       FD  CERT-CHECK-FILE.
       01  CERT-CHECK-RECORD    PIC X(400).

       WORKING-STORAGE SECTION.
       01  RUN-STAMP            PIC X(32) VALUE SPACES.
           05 REPLACED-COUNT    PIC 9(6) VALUE 0.
           05 LISTED-COUNT      PIC 9(6) VALUE 0.
           05 PURGED-COUNT      PIC 9(6) VALUE 0.
           05 CERT-MATCH-COUNT  PIC 9(6) VALUE 0.
           05 CERT-DIFF-COUNT   PIC 9(6) VALUE 0.
           05 UNCERT-COUNT      PIC 9(6) VALUE 0.
           05 DISPLAY-COUNT     PIC ZZZZZ9.

       01  REQUEST-FIELDS.
           05 REQUEST-ARG-1     PIC X(60).
           05 REQUEST-ARG-2     PIC X(60).
           05 REQUEST-ARG-3     PIC X(32).
           05 REQUEST-ARG-4     PIC X(20).
           05 WS-WORK-LINE      PIC X(400).
           05 CERT-NOW          PIC X(32).
           05 DETAIL-LEAD       PIC X(32) VALUE SPACES.
           05 CURRENT-STAMP     PIC X(21).

      *    CERTDIFF walks the master in key order -- program, input,
      *    then stamp -- so each program-plus-input arrives as one
      *    run of records, oldest first.
       01  CERT-GROUP-FIELDS.
           05 CG-PROGRAM        PIC X(40).
           05 CG-INPUT          PIC X(40).
           05 CG-NEWEST-STAMP   PIC X(32).
           05 CG-NEWEST-ANSWER  PIC X(120).
           05 CG-CERT-STAMP     PIC X(32).
           05 CG-CERT-ANSWER    PIC X(120).
           05 CG-CERT-BY        PIC X(20).
           05 CG-TARGET-STAMP   PIC X(32).

       01  PARSE-FIELDS.
           05 PARSE-PROGRAM     PIC X(100).
           05 PARSE-INPUT       PIC X(100).
           05 PARSE-ANSWER      PIC X(120).
           05 PARSE-STAMP       PIC X(32).

       COPY "env_req.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           SET ENR-ENTER TO TRUE.
           CALL "BATCH-ENVIRONMENT" USING ENVIRONMENT-REQUEST.
           IF NOT ENR-OK
               DISPLAY "ERROR SELECTING BATCH_ENV=" ENR-NAME
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT RUN-STAMP FROM ENVIRONMENT "RUN_STAMP"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO REQUEST-VERB REQUEST-ARG-1
               REQUEST-ARG-2 REQUEST-ARG-3 REQUEST-ARG-4.
           UNSTRING REQUEST-RECORD DELIMITED BY ALL SPACE
               INTO REQUEST-VERB, REQUEST-ARG-1,
                   REQUEST-ARG-2, REQUEST-ARG-3, REQUEST-ARG-4
           END-UNSTRING.
           EVALUATE REQUEST-VERB
               WHEN 'LOAD'
                   PERFORM LIST-PROGRAM-HISTORY
               WHEN 'PURGE'
                   PERFORM PURGE-BY-AGE
               WHEN 'CERTIFY'
                   PERFORM CERTIFY-ONE-RUN
               WHEN 'REVOKE'
                   PERFORM REVOKE-ONE-RUN
               WHEN 'CERTDIFF'
                   PERFORM CHECK-CERTIFIED-ANSWERS
               WHEN OTHER
                   MOVE SPACES TO WS-WORK-LINE
                   STRING "UNKNOWN REQUEST IGNORED: " DELIMITED BY
           READ LEDGER-FILE
               AT END SET AT-LEDGER-END TO TRUE
               NOT AT END
                   PERFORM PARSE-LEDGER-RECORD
                   IF PARSE-PROGRAM NOT = SPACES
                       PERFORM STORE-MASTER-RECORD
                   END-IF
           END-READ.

      *    A reload must not wipe a sign-off: a run already on file
      *    keeps its certification unless the ledger now carries a
      *    different answer for it, which is no longer what was
      *    approved.
       STORE-MASTER-RECORD.
           MOVE PARSE-PROGRAM(1:40) TO AM-PROGRAM.
           MOVE PARSE-INPUT(1:40) TO AM-INPUT.
           MOVE PARSE-STAMP TO AM-STAMP.
           READ MASTER-FILE
               INVALID KEY
                   MOVE PARSE-ANSWER TO AM-ANSWER
                   SET AM-NOT-CERTIFIED TO TRUE
                   MOVE SPACES TO AM-CERT-BY AM-CERT-WHEN
                   WRITE MASTER-RECORD
                   END-WRITE
                   ADD 1 TO LOADED-COUNT
               NOT INVALID KEY
                   IF AM-ANSWER NOT = PARSE-ANSWER
                       MOVE PARSE-ANSWER TO AM-ANSWER
                       SET AM-NOT-CERTIFIED TO TRUE
                       MOVE SPACES TO AM-CERT-BY AM-CERT-WHEN
                   END-IF
                   REWRITE MASTER-RECORD
                   END-REWRITE
                   ADD 1 TO REPLACED-COUNT
           END-READ.

       LOOKUP-ONE-KEY.
           MOVE REQUEST-ARG-1(1:40) TO AM-PROGRAM.
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      *    The approved answer is what later runs are judged
      *    against, so age alone never purges a certified run.
       PURGE-BROWSE-RECORD.
           READ MASTER-FILE NEXT
               AT END SET AT-BROWSE-END TO TRUE
               NOT AT END
                   IF AM-STAMP(1:10) < REQUEST-ARG-1(1:10)
                       AND NOT AM-IS-CERTIFIED
                       DELETE MASTER-FILE
                       END-DELETE
                       ADD 1 TO PURGED-COUNT
                   END-IF
           END-READ.

      *    Sign-off requires a named supervisor. Certifying one run
      *    supersedes whatever run of the same program and input was
      *    certified before, so each pair has one approved answer.
       CERTIFY-ONE-RUN.
           IF REQUEST-ARG-4 = SPACES
               MOVE "CERTIFY NEEDS <prog> <input> <stamp> <who>"
                   TO WS-WORK-LINE
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM READ-REQUESTED-RUN.
           IF MASTER-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
      *    A failed run (verdict in parentheses) or one with no
      *    answer has nothing to approve, and certifying it would let
      *    the answer go on to be promoted.
           IF AM-ANSWER(1:1) = '(' OR AM-ANSWER = SPACES
               MOVE "NOT CERTIFIED, NO VALID ANSWER:" TO DETAIL-LEAD
               PERFORM WRITE-MASTER-DETAIL
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE AM-STAMP TO CG-TARGET-STAMP.
           MOVE LOW-VALUES TO AM-STAMP.
           MOVE 'N' TO BROWSE-DONE.
           START MASTER-FILE KEY IS NOT < AM-KEY
               INVALID KEY SET AT-BROWSE-END TO TRUE
           END-START.
           PERFORM SUPERSEDE-BROWSE-RECORD UNTIL AT-BROWSE-END.
           PERFORM READ-REQUESTED-RUN.
           PERFORM TAKE-CERT-NOW.
           SET AM-IS-CERTIFIED TO TRUE.
           MOVE REQUEST-ARG-4 TO AM-CERT-BY.
           MOVE CERT-NOW TO AM-CERT-WHEN.
           REWRITE MASTER-RECORD
           END-REWRITE.
           MOVE "CERTIFIED" TO DETAIL-LEAD.
           PERFORM WRITE-MASTER-DETAIL.

       SUPERSEDE-BROWSE-RECORD.
           READ MASTER-FILE NEXT
               AT END SET AT-BROWSE-END TO TRUE
               NOT AT END
                   IF AM-PROGRAM NOT = REQUEST-ARG-1(1:40)
                       OR AM-INPUT NOT = REQUEST-ARG-2(1:40)
                       SET AT-BROWSE-END TO TRUE
                   ELSE
                       IF AM-IS-CERTIFIED
                           AND AM-STAMP NOT = CG-TARGET-STAMP
                           SET AM-CERT-SUPERSEDED TO TRUE
                           REWRITE MASTER-RECORD
                           END-REWRITE
                       END-IF
                   END-IF
           END-READ.

       REVOKE-ONE-RUN.
           IF REQUEST-ARG-4 = SPACES
               MOVE "REVOKE NEEDS <prog> <input> <stamp> <who>"
                   TO WS-WORK-LINE
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM READ-REQUESTED-RUN.
           IF MASTER-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           IF NOT AM-IS-CERTIFIED
               MOVE "NOT CERTIFIED, NOTHING REVOKED:" TO DETAIL-LEAD
               PERFORM WRITE-MASTER-DETAIL
               EXIT PARAGRAPH
           END-IF.
           PERFORM TAKE-CERT-NOW.
           SET AM-CERT-REVOKED TO TRUE.
           MOVE REQUEST-ARG-4 TO AM-CERT-BY.
           MOVE CERT-NOW TO AM-CERT-WHEN.
           REWRITE MASTER-RECORD
           END-REWRITE.
           MOVE "REVOKED" TO DETAIL-LEAD.
           PERFORM WRITE-MASTER-DETAIL.

       READ-REQUESTED-RUN.
           MOVE REQUEST-ARG-1(1:40) TO AM-PROGRAM.
           MOVE REQUEST-ARG-2(1:40) TO AM-INPUT.
           MOVE REQUEST-ARG-3 TO AM-STAMP.
           READ MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO WS-WORK-LINE
                   STRING "NOT FOUND " DELIMITED BY SIZE
                       FUNCTION TRIM(REQUEST-ARG-1)
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(REQUEST-ARG-2)
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(REQUEST-ARG-3)
                           DELIMITED BY SIZE
                       INTO WS-WORK-LINE
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
           END-READ.

      *    Sign-offs are stamped with the batch RUN_STAMP when one is
      *    set, otherwise with the clock.
       TAKE-CERT-NOW.
           MOVE RUN-STAMP TO CERT-NOW.
           IF CERT-NOW = SPACES
               MOVE FUNCTION CURRENT-DATE TO CURRENT-STAMP
               STRING CURRENT-STAMP(1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   CURRENT-STAMP(5:2) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   CURRENT-STAMP(7:2) DELIMITED BY SIZE
                   "T" DELIMITED BY SIZE
                   CURRENT-STAMP(9:2) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   CURRENT-STAMP(11:2) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   CURRENT-STAMP(13:2) DELIMITED BY SIZE
                   INTO CERT-NOW
               END-STRING
           END-IF.

      *    The newest answer is the newest real one -- a failed or
      *    skipped run says nothing about whether the approved
      *    answer still holds.
       CHECK-CERTIFIED-ANSWERS.
           MOVE 0 TO CERT-MATCH-COUNT CERT-DIFF-COUNT UNCERT-COUNT.
           OPEN OUTPUT CERT-CHECK-FILE.
           MOVE SPACES TO WS-WORK-LINE.
           STRING "CERTIFICATION CHECK STAMP=" DELIMITED BY SIZE
               FUNCTION TRIM(RUN-STAMP) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           MOVE WS-WORK-LINE TO CERT-CHECK-RECORD.
           WRITE CERT-CHECK-RECORD.
           MOVE SPACES TO CG-PROGRAM CG-INPUT.
           PERFORM CLEAR-CERT-GROUP.
           MOVE LOW-VALUES TO AM-KEY.
           MOVE 'N' TO BROWSE-DONE.
           START MASTER-FILE KEY IS NOT < AM-KEY
               INVALID KEY SET AT-BROWSE-END TO TRUE
           END-START.
           PERFORM CERTDIFF-BROWSE-RECORD UNTIL AT-BROWSE-END.
           IF CG-PROGRAM NOT = SPACES
               PERFORM CLOSE-CERT-GROUP
           END-IF.
           CLOSE CERT-CHECK-FILE.
           MOVE CERT-DIFF-COUNT TO DISPLAY-COUNT.
           MOVE SPACES TO WS-WORK-LINE.
           STRING "CERTDIFF COMPLETE DIFFERS=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           MOVE CERT-MATCH-COUNT TO DISPLAY-COUNT.
           STRING FUNCTION TRIM(WS-WORK-LINE) DELIMITED BY SIZE
               " MATCH=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           MOVE UNCERT-COUNT TO DISPLAY-COUNT.
           STRING FUNCTION TRIM(WS-WORK-LINE) DELIMITED BY SIZE
               " UNCERTIFIED=" DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-COUNT) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           IF CERT-DIFF-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       CERTDIFF-BROWSE-RECORD.
           READ MASTER-FILE NEXT
               AT END SET AT-BROWSE-END TO TRUE
               NOT AT END
                   IF AM-PROGRAM NOT = CG-PROGRAM
                       OR AM-INPUT NOT = CG-INPUT
                       IF CG-PROGRAM NOT = SPACES
                           PERFORM CLOSE-CERT-GROUP
                       END-IF
                       PERFORM CLEAR-CERT-GROUP
                       MOVE AM-PROGRAM TO CG-PROGRAM
                       MOVE AM-INPUT TO CG-INPUT
                   END-IF
                   IF AM-ANSWER(1:1) NOT = '('
                       AND AM-ANSWER NOT = SPACES
                       MOVE AM-STAMP TO CG-NEWEST-STAMP
                       MOVE AM-ANSWER TO CG-NEWEST-ANSWER
                   END-IF
                   IF AM-IS-CERTIFIED
                       MOVE AM-STAMP TO CG-CERT-STAMP
                       MOVE AM-ANSWER TO CG-CERT-ANSWER
                       MOVE AM-CERT-BY TO CG-CERT-BY
                   END-IF
           END-READ.

       CLEAR-CERT-GROUP.
           MOVE SPACES TO CG-NEWEST-STAMP CG-NEWEST-ANSWER
               CG-CERT-STAMP CG-CERT-ANSWER CG-CERT-BY.

       CLOSE-CERT-GROUP.
           IF CG-CERT-STAMP = SPACES
               ADD 1 TO UNCERT-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-WORK-LINE.
           IF CG-NEWEST-ANSWER = CG-CERT-ANSWER
               ADD 1 TO CERT-MATCH-COUNT
               MOVE "MATCH " TO WS-WORK-LINE
           ELSE
               ADD 1 TO CERT-DIFF-COUNT
               MOVE "DIFFERS " TO WS-WORK-LINE
           END-IF.
           STRING FUNCTION TRIM(WS-WORK-LINE) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(CG-PROGRAM) DELIMITED BY SIZE
               " INPUT=" DELIMITED BY SIZE
               FUNCTION TRIM(CG-INPUT) DELIMITED BY SIZE
               " NEWEST=" DELIMITED BY SIZE
               FUNCTION TRIM(CG-NEWEST-STAMP) DELIMITED BY SIZE
               " CERTIFIED=" DELIMITED BY SIZE
               FUNCTION TRIM(CG-CERT-STAMP) DELIMITED BY SIZE
               " BY=" DELIMITED BY SIZE
               FUNCTION TRIM(CG-CERT-BY) DELIMITED BY SIZE
               " ANSWER=" DELIMITED BY SIZE
               FUNCTION TRIM(CG-NEWEST-ANSWER) DELIMITED BY SIZE
               " APPROVED=" DELIMITED BY SIZE
               FUNCTION TRIM(CG-CERT-ANSWER) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           MOVE WS-WORK-LINE TO CERT-CHECK-RECORD.
           WRITE CERT-CHECK-RECORD.
           IF WS-WORK-LINE(1:8) = 'DIFFERS '
               PERFORM WRITE-REPORT-LINE
           END-IF.

      *    DETAIL-LEAD, when the caller sets it, heads the line.
       WRITE-MASTER-DETAIL.
           MOVE SPACES TO WS-WORK-LINE.
           STRING FUNCTION TRIM(AM-PROGRAM) DELIMITED BY SIZE
               FUNCTION TRIM(AM-ANSWER) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           IF NOT AM-NOT-CERTIFIED
               EVALUATE TRUE
                   WHEN AM-IS-CERTIFIED
                       MOVE "CERTIFIED" TO CERT-NOW
                   WHEN AM-CERT-REVOKED
                       MOVE "REVOKED" TO CERT-NOW
                   WHEN OTHER
                       MOVE "SUPERSEDED" TO CERT-NOW
               END-EVALUATE
               STRING FUNCTION TRIM(WS-WORK-LINE) DELIMITED BY SIZE
                   " CERT=" DELIMITED BY SIZE
                   FUNCTION TRIM(CERT-NOW) DELIMITED BY SIZE
                   " BY=" DELIMITED BY SIZE
                   FUNCTION TRIM(AM-CERT-BY) DELIMITED BY SIZE
                   " ON=" DELIMITED BY SIZE
                   FUNCTION TRIM(AM-CERT-WHEN) DELIMITED BY SIZE
                   INTO WS-WORK-LINE
               END-STRING
           END-IF.
           IF DETAIL-LEAD NOT = SPACES
               STRING FUNCTION TRIM(DETAIL-LEAD) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-WORK-LINE) DELIMITED BY SIZE
                   INTO WS-WORK-LINE
               END-STRING
               MOVE SPACES TO DETAIL-LEAD
           END-IF.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE REPORT-RECORD.
           DISPLAY FUNCTION TRIM(WS-WORK-LINE).

      *    Fields come straight from their ledger_rec.cpy columns.
      *    A run that did not end OK files its verdict and reason in
      *    parentheses where the answer would be, so a certification
      *    can never be taken from it.
       PARSE-LEDGER-RECORD.
           MOVE SPACES TO PARSE-PROGRAM PARSE-INPUT
               PARSE-ANSWER PARSE-STAMP.
           IF NOT LG-IS-RUN AND NOT LG-IS-CARRY
               EXIT PARAGRAPH
           END-IF.
           MOVE LG-PROGRAM TO PARSE-PROGRAM.
           MOVE LG-INPUT TO PARSE-INPUT.
           MOVE LG-STAMP TO PARSE-STAMP.
           IF LG-OK
               MOVE LG-ANSWER TO PARSE-ANSWER
           ELSE
               STRING "(" DELIMITED BY SIZE
                   FUNCTION TRIM(LG-VERDICT) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(LG-REASON) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO PARSE-ANSWER
               END-STRING
           END-IF.
