       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTENT-FINGERPRINT.

      *    The one content fingerprint. The input catalog, the
      *    runner's staging check, and the load-module inventory all
      *    CALL this, so a file fingerprinted at registration and the
      *    same file fingerprinted at staging time can only differ
      *    when the bytes do.
      *
      *    The file is read one byte at a time, record structure and
      *    all, so trailing blanks and line ends count and a binary
      *    executable fingerprints as readily as a puzzle input. Two
      *    independent 32-bit sums are kept -- an Adler-style running
      *    pair and a multiplicative hash modulo the largest 32-bit
      *    prime -- and printed as eight hex digits each.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BYTE-FILE ASSIGN USING BYTE-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BYTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BYTE-FILE.
       01  BYTE-RECORD          PIC X.

       WORKING-STORAGE SECTION.
       01  BYTE-FILE-NAME       PIC X(240).
       01  BYTE-STATUS          PIC XX.

       01  FINGERPRINT-FLAGS.
           05 BYTE-EOF          PIC X.
              88 AT-BYTE-END        VALUE 'Y'.

       01  FINGERPRINT-FIELDS.
           05 BYTE-VALUE        PIC S9(4) COMP-5.
           05 SUM-LOW           PIC S9(18) COMP-5.
           05 SUM-HIGH          PIC S9(18) COMP-5.
           05 HASH-VALUE        PIC S9(18) COMP-5.
           05 HEX-SOURCE        PIC S9(18) COMP-5.
           05 HEX-REMAINDER     PIC S9(4) COMP-5.
           05 HEX-POS           PIC S9(4) COMP-5.
           05 HEX-OFFSET        PIC S9(4) COMP-5.
           05 HEX-DIGITS        PIC X(16) VALUE '0123456789abcdef'.

       LINKAGE SECTION.
       COPY "fingerprint_req.cpy".

       PROCEDURE DIVISION USING FINGERPRINT-REQUEST.
       MAIN-DISPATCH.
           MOVE FPR-FILE-NAME TO BYTE-FILE-NAME.
           MOVE SPACES TO FPR-FINGERPRINT.
           MOVE 0 TO FPR-BYTE-COUNT.
           MOVE 1 TO SUM-LOW.
           MOVE 0 TO SUM-HIGH HASH-VALUE.
           MOVE 'N' TO BYTE-EOF.
           OPEN INPUT BYTE-FILE.
           IF BYTE-STATUS NOT = '00'
               SET FPR-NOT-FOUND TO TRUE
               GOBACK
           END-IF.
           PERFORM FOLD-NEXT-BYTE UNTIL AT-BYTE-END.
           CLOSE BYTE-FILE.
           COMPUTE HEX-SOURCE = SUM-HIGH * 65536 + SUM-LOW.
           MOVE 0 TO HEX-OFFSET.
           PERFORM RENDER-HEX-WORD.
           MOVE HASH-VALUE TO HEX-SOURCE.
           MOVE 8 TO HEX-OFFSET.
           PERFORM RENDER-HEX-WORD.
           SET FPR-OK TO TRUE.
           GOBACK.

       FOLD-NEXT-BYTE.
           READ BYTE-FILE
               AT END SET AT-BYTE-END TO TRUE
               NOT AT END
                   ADD 1 TO FPR-BYTE-COUNT
                   COMPUTE BYTE-VALUE = FUNCTION ORD(BYTE-RECORD) - 1
                   COMPUTE SUM-LOW
                       = FUNCTION MOD(SUM-LOW + BYTE-VALUE, 65521)
                   COMPUTE SUM-HIGH
                       = FUNCTION MOD(SUM-HIGH + SUM-LOW, 65521)
                   COMPUTE HASH-VALUE = FUNCTION MOD
                       (HASH-VALUE * 31 + BYTE-VALUE + 1, 4294967291)
           END-READ.

      *    Eight hex digits of HEX-SOURCE into the fingerprint,
      *    starting after HEX-OFFSET, least significant digit last.
       RENDER-HEX-WORD.
           PERFORM VARYING HEX-POS FROM 8 BY -1 UNTIL HEX-POS < 1
               DIVIDE HEX-SOURCE BY 16 GIVING HEX-SOURCE
                   REMAINDER HEX-REMAINDER
               MOVE HEX-DIGITS(HEX-REMAINDER + 1:1)
                   TO FPR-FINGERPRINT(HEX-OFFSET + HEX-POS:1)
           END-PERFORM.
