           77 run-timestamp PIC X(21).
           77 run-today PIC X(08).

           77 STEP-MAX USAGE BINARY-LONG VALUE 20.
           01 step-table.
             05 step-entry OCCURS 20 TIMES.
               10 step-name PIC X(12).
               10 step-command PIC X(60).
               10 step-status PIC X(08).
               10 step-start PIC X(06).
               10 step-end PIC X(06).
               10 step-rc USAGE BINARY-LONG.
               10 step-warn PIC X(01).
           77 step-count USAGE BINARY-LONG VALUE 0.
           77 step-scan USAGE BINARY-LONG VALUE 0.
           77 steps-dropped USAGE BINARY-LONG VALUE 0.
           77 max-disp PIC 9(02).
           77 dropped-disp PIC 9(02).

           01 prior-table.
             05 prior-entry OCCURS 20 TIMES.
               10 prior-name PIC X(12).
               10 prior-status PIC X(08).
               10 prior-start PIC X(06).
               10 prior-end PIC X(06).
           77 prior-count USAGE BINARY-LONG VALUE 0.
           77 prior-match USAGE BINARY-LONG VALUE 0.
           77 prior-scan USAGE BINARY-LONG VALUE 0.
           77 prior-apply USAGE BINARY-LONG VALUE 0.
           77 prior-incomplete PIC X(01) VALUE "N".

           77 step-name-text PIC X(12).
           77 step-command-text PIC X(60).
           77 step-warn-text PIC X(08).

           77 chain-broken PIC X(01) VALUE "N".
           77 resume-mode PIC X(01) VALUE "N".
           77 steps-run USAGE BINARY-LONG VALUE 0.
           77 steps-skipped USAGE BINARY-LONG VALUE 0.
           77 step-timestamp PIC X(21).
           77 system-command PIC X(60).
           77 return-value USAGE BINARY-LONG VALUE 0.
           77 exit-code USAGE BINARY-LONG VALUE 0.
           77 WARNING-EXIT-CODE USAGE BINARY-LONG VALUE 4.
           77 rc-disp PIC 9(04).
           77 run-disp PIC 9(02).
           77 skip-disp PIC 9(02).

           PERFORM WRITE-BATCHRUN-LOG.

           IF steps-dropped IS GREATER THAN 0 THEN
               MOVE WARNING-EXIT-CODE TO RETURN-CODE
           END-IF.

           STOP RUN.

       LOAD-STEPS.

           IF batchrun-config-status EQUAL "00" THEN
               PERFORM WITH TEST AFTER UNTIL batchrun-config-status
                   NOT EQUAL "00"
                   READ batchrun-config
                       AT END
                           CONTINUE
               CLOSE batchrun-config
           END-IF.

           IF steps-dropped IS GREATER THAN 0 THEN
               MOVE STEP-MAX TO max-disp
               MOVE steps-dropped TO dropped-disp
               DISPLAY "Warning: batchrun.cfg has more than "
                   max-disp " steps, " dropped-disp
                   " extra steps not run"
               END-DISPLAY
           END-IF.

           IF step-count EQUAL 0 THEN
               MOVE "HOUSEKEEPING" TO step-name(1)
               MOVE "./housekeeping" TO step-command(1)
               MOVE "VALIDATOR" TO step-name(4)
               MOVE "./validator" TO step-command(4)
               MOVE 4 TO step-count
               MOVE "N" TO step-warn(1) step-warn(2) step-warn(3)
                   step-warn(4)
           END-IF.

           PERFORM VARYING step-scan FROM 1 BY 1
           EXIT.

       PARSE-STEP-LINE.
           MOVE SPACES TO step-name-text step-command-text
               step-warn-text.

           UNSTRING batchrun-config-line DELIMITED BY ALL " "
               INTO step-name-text step-command-text step-warn-text
           END-UNSTRING.

           IF step-name-text NOT EQUAL SPACES
           AND step-command-text NOT EQUAL SPACES THEN
               IF step-count EQUAL STEP-MAX THEN
                   ADD 1 TO steps-dropped
               ELSE
                   PERFORM ADD-STEP-ENTRY
               END-IF
           END-IF.

           EXIT.

       ADD-STEP-ENTRY.
           ADD 1 TO step-count.
           MOVE step-name-text TO step-name(step-count).
           MOVE step-command-text TO step-command(step-count).
           IF step-warn-text EQUAL "WARN" THEN
               MOVE "Y" TO step-warn(step-count)
           ELSE
               MOVE "N" TO step-warn(step-count)
           END-IF.

           EXIT.
           EXIT.

       APPLY-PRIOR-RECORD.
           IF prior-status(prior-apply) EQUAL "COMPLETE"
           OR prior-status(prior-apply) EQUAL "WARNING" THEN
               MOVE 0 TO prior-match
               PERFORM VARYING prior-scan FROM 1 BY 1
                   UNTIL prior-scan IS GREATER THAN step-count
                   END-IF
               END-PERFORM
               IF prior-match NOT EQUAL 0 THEN
                   MOVE prior-status(prior-apply)
                       TO step-status(prior-match)
                   MOVE prior-start(prior-apply)
                       TO step-start(prior-match)
                   MOVE prior-end(prior-apply)
           EXIT.

       HANDLE-ONE-STEP.
           IF step-status(step-scan) EQUAL "COMPLETE"
           OR step-status(step-scan) EQUAL "WARNING" THEN
               ADD 1 TO steps-skipped
               DISPLAY "Step " FUNCTION TRIM(step-name(step-scan))
                   " already complete, skipped"
           MOVE step-timestamp(9:6) TO step-end(step-scan).
           MOVE return-value TO step-rc(step-scan).

           MOVE return-value TO exit-code.
           IF exit-code IS GREATER THAN 255 THEN
               DIVIDE exit-code BY 256 GIVING exit-code
           END-IF.

           EVALUATE TRUE
               WHEN return-value EQUAL 0
                   MOVE "COMPLETE" TO step-status(step-scan)
                   ADD 1 TO steps-run
               WHEN exit-code EQUAL WARNING-EXIT-CODE
               AND step-warn(step-scan) EQUAL "Y"
                   MOVE "WARNING" TO step-status(step-scan)
                   ADD 1 TO steps-run
                   DISPLAY "Step " FUNCTION TRIM(step-name(step-scan))
                       " finished with findings, see its report"
                   END-DISPLAY
               WHEN OTHER
                   MOVE "FAILED" TO step-status(step-scan)
                   MOVE "Y" TO chain-broken
                   MOVE return-value TO rc-disp
                   DISPLAY "Step " FUNCTION TRIM(step-name(step-scan))
                       " failed, rc " rc-disp ", chain stopped"
                   END-DISPLAY
           END-EVALUATE.

           EXIT.

       WRITE-RUN-CONTROL.
