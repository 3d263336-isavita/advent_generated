       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECKPOINT-GUARD.

      *    The one judge of whether a restart checkpoint may be
      *    resumed. LIGHT-SIMULATOR, SAND-FILLING, FIREWALL-RULES and
      *    INTCODE-VM each write a header record ahead of their
      *    checkpoint data and hand it back here before they resume;
      *    a checkpoint with no header, another program's header, or
      *    the fingerprint of other input is refused and the program
      *    starts over from its input. CHECKPOINT-INVENTORY reads the
      *    same header to report on checkpoints before the batch.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY "fingerprint_req.cpy".

       01  GUARD-FIELDS.
           05 NOW-DATE          PIC 9(8).
           05 NOW-DATE-X REDEFINES NOW-DATE.
              10 NOW-YEAR          PIC 9(4).
              10 NOW-MONTH         PIC 99.
              10 NOW-DAY           PIC 99.
           05 NOW-TIME          PIC 9(8).
           05 NOW-TIME-X REDEFINES NOW-TIME.
              10 NOW-HOUR          PIC 99.
              10 NOW-MINUTE        PIC 99.
              10 NOW-SECOND        PIC 99.
              10 FILLER            PIC 99.

       LINKAGE SECTION.
       COPY "ckpt_req.cpy".

       PROCEDURE DIVISION USING CHECKPOINT-REQUEST.
       MAIN-DISPATCH.
           EVALUATE TRUE
               WHEN CKR-PREPARE
                   PERFORM TAKE-INPUT-FINGERPRINT
               WHEN CKR-BUILD-HEADER
                   PERFORM BUILD-HEADER-RECORD
               WHEN CKR-CHECK
                   PERFORM CHECK-HEADER-RECORD
           END-EVALUATE.
           GOBACK.

      *    Blank when the input cannot be read; such a run may still
      *    write checkpoints but can never resume one.
       TAKE-INPUT-FINGERPRINT.
           MOVE SPACES TO CKR-FINGERPRINT.
           MOVE SPACES TO FPR-FILE-NAME.
           MOVE CKR-INPUT-NAME TO FPR-FILE-NAME.
           CALL "CONTENT-FINGERPRINT" USING FINGERPRINT-REQUEST.
           IF FPR-OK
               MOVE FPR-FINGERPRINT TO CKR-FINGERPRINT
           END-IF.

       BUILD-HEADER-RECORD.
           ACCEPT NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT NOW-TIME FROM TIME.
           MOVE SPACES TO CKR-HEADER.
           MOVE "CHECKPOINT" TO CKH-TAG.
           MOVE CKR-OWNER TO CKH-OWNER.
           MOVE CKR-FINGERPRINT TO CKH-FINGERPRINT.
           STRING NOW-YEAR "-" NOW-MONTH "-" NOW-DAY " "
               NOW-HOUR ":" NOW-MINUTE ":" NOW-SECOND
               DELIMITED BY SIZE INTO CKH-CREATED
           END-STRING.
           MOVE CKR-STAMP TO CKH-STAMP.
           MOVE CKR-INPUT-NAME TO CKH-INPUT.

       CHECK-HEADER-RECORD.
           MOVE SPACES TO CKR-MESSAGE.
           EVALUATE TRUE
               WHEN NOT CKH-IS-HEADER
                   SET CKR-NO-HEADER TO TRUE
                   MOVE "CHECKPOINT HAS NO HEADER" TO CKR-MESSAGE
               WHEN CKH-OWNER NOT = CKR-OWNER
                   SET CKR-OTHER-OWNER TO TRUE
                   STRING "CHECKPOINT BELONGS TO " DELIMITED BY SIZE
                       FUNCTION TRIM(CKH-OWNER) DELIMITED BY SIZE
                       INTO CKR-MESSAGE
                   END-STRING
               WHEN CKR-FINGERPRINT = SPACES
                   SET CKR-NO-INPUT TO TRUE
                   STRING "CANNOT FINGERPRINT " DELIMITED BY SIZE
                       FUNCTION TRIM(CKR-INPUT-NAME) DELIMITED BY SIZE
                       INTO CKR-MESSAGE
                   END-STRING
               WHEN CKH-FINGERPRINT NOT = CKR-FINGERPRINT
                   SET CKR-OTHER-INPUT TO TRUE
                   STRING "CHECKPOINT TAKEN " DELIMITED BY SIZE
                       FUNCTION TRIM(CKH-CREATED) DELIMITED BY SIZE
                       " AGAINST OTHER INPUT " DELIMITED BY SIZE
                       CKH-FINGERPRINT DELIMITED BY SIZE
                       INTO CKR-MESSAGE
                   END-STRING
               WHEN OTHER
                   SET CKR-VALID TO TRUE
                   STRING "CHECKPOINT OF " DELIMITED BY SIZE
                       FUNCTION TRIM(CKH-CREATED) DELIMITED BY SIZE
                       " STAMP=" DELIMITED BY SIZE
                       FUNCTION TRIM(CKH-STAMP) DELIMITED BY SIZE
                       INTO CKR-MESSAGE
                   END-STRING
           END-EVALUATE.
