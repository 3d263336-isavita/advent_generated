      *    VM itself needs no saving -- it reboots from the pristine
      *    program for every point); the file is truncated empty once
      *    the whole run finishes, same as the firewall merge's
      *    checkpoint. The first record is the CHECKPOINT-GUARD
      *    header; a snapshot taken against any other input.txt is
      *    refused and the scan starts over.
           SELECT OPTIONAL CHECKPOINT-FILE
               ASSIGN TO "vm_scan_checkpoint.txt"
               ORGANIZATION IS LINE SEQUENTIAL
       01  LISTING-RECORD      PIC X(100).

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD   PIC X(212).

       FD  BEAM-REPORT-FILE.
       01  BEAM-REPORT-RECORD  PIC X(40).
           05 FIT-FOUND-FLAG   PIC X VALUE 'N'.
              88 FIT-FOUND         VALUE 'Y'.

       COPY "ckpt_req.cpy".

       PROCEDURE DIVISION.
           ACCEPT RUN-STAMP FROM ENVIRONMENT "RUN_STAMP"
               ON EXCEPTION CONTINUE
           STOP RUN.

       LOAD-SCAN-CHECKPOINT.
           MOVE "INTCODE-VM" TO CKR-OWNER.
           MOVE "input.txt" TO CKR-INPUT-NAME.
           MOVE RUN-STAMP TO CKR-STAMP.
           SET CKR-PREPARE TO TRUE.
           CALL "CHECKPOINT-GUARD" USING CHECKPOINT-REQUEST.
           MOVE 'N' TO CKPT-EOF.
           OPEN INPUT CHECKPOINT-FILE.
           IF CKPT-STATUS = '00'
               PERFORM CHECK-CKPT-HEADER
           END-IF.
           IF CKPT-STATUS = '00' AND CKR-VALID
               PERFORM LOAD-CKPT-LINE UNTIL AT-CKPT-END
           END-IF.
           CLOSE CHECKPOINT-FILE.
                   FUNCTION TRIM(CKPT-DISP)
           END-IF.

       CHECK-CKPT-HEADER.
           MOVE 'N' TO CKR-VERDICT.
           READ CHECKPOINT-FILE INTO CKR-HEADER
               AT END EXIT PARAGRAPH
           END-READ.
           SET CKR-CHECK TO TRUE.
           CALL "CHECKPOINT-GUARD" USING CHECKPOINT-REQUEST.
           IF NOT CKR-VALID
               DISPLAY "CHECKPOINT REFUSED: " FUNCTION TRIM(CKR-MESSAGE)
           END-IF.

       LOAD-CKPT-LINE.
           READ CHECKPOINT-FILE
               AT END SET AT-CKPT-END TO TRUE

       WRITE-SCAN-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE.
           SET CKR-BUILD-HEADER TO TRUE.
           CALL "CHECKPOINT-GUARD" USING CHECKPOINT-REQUEST.
           MOVE CKR-HEADER TO CHECKPOINT-RECORD.
           WRITE CHECKPOINT-RECORD.
           MOVE SPACES TO CHECKPOINT-RECORD.
           STRING "PHASE " CKPT-PHASE DELIMITED BY SIZE
               INTO CHECKPOINT-RECORD
