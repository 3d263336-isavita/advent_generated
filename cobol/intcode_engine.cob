                   PERFORM REBOOT-FROM-PRISTINE
               WHEN ICS-REQ-RUN
                   PERFORM RUN-UNTIL-PAUSE
               WHEN ICS-REQ-STEP
                   PERFORM STEP-ONE-INSTRUCTION
               WHEN OTHER
                   DISPLAY "INTCODE-ENGINE: UNKNOWN REQUEST "
                       ICS-REQUEST
           MOVE 'N' TO STEP-DONE.
           PERFORM EXECUTE-ONE-INSTRUCTION UNTIL RUN-PAUSED.

      *    One instruction and straight back to the caller, for a
      *    debugger walking the program.
       STEP-ONE-INSTRUCTION.
           IF ICS-HALTED OR ICS-FAILED
               EXIT PARAGRAPH
           END-IF.
           SET ICS-RUNNING TO TRUE.
           MOVE 'N' TO STEP-DONE.
           PERFORM EXECUTE-ONE-INSTRUCTION.

       EXECUTE-ONE-INSTRUCTION.
           IF ICS-IP < 0 OR ICS-IP > 9999
               DISPLAY "INTCODE-ENGINE: IP OUT OF BOUNDS " ICS-IP
