           77 audit-report-status PIC X(02) VALUE "00".
           77 audit-timestamp PIC X(21).

           77 fail-count USAGE BINARY-LONG VALUE 0.
           77 pass-count USAGE BINARY-LONG VALUE 0.
           77 line-count USAGE BINARY-LONG VALUE 0.
           77 return-value USAGE BINARY-LONG VALUE 0.

           77 audit-file PIC X(24).
           77 audit-lineno PIC 9(02) VALUE 0.
           77 pass-disp PIC 9(03) VALUE 0.

           77 check-value PIC X(60).
           77 check-len USAGE BINARY-LONG VALUE 0.
           77 check-pos USAGE BINARY-LONG VALUE 0.
           77 check-dots USAGE BINARY-LONG VALUE 0.
           77 check-ok PIC X(01) VALUE "Y".
           77 check-num USAGE BINARY-LONG VALUE 0.
           77 check-num-disp PIC 9(07) VALUE 0.
           77 v2-checksum USAGE BINARY-LONG VALUE 0.
           77 v2-checksum-seen PIC X(01) VALUE "N".

           77 line-scan USAGE BINARY-LONG VALUE 0.
           77 scene-path PIC X(60).
           77 scene-x-text PIC X(08).
           77 scene-y-text PIC X(08).
           77 scene-sound-text PIC X(02).
           77 scene-line-ok PIC X(01) VALUE "Y".

           77 mandatory-file-text PIC X(20).
           77 mandatory-entry-text PIC X(120).
           77 mandatory-pos USAGE BINARY-LONG VALUE 0.

           77 LOCAL-STATION-MAX USAGE BINARY-LONG VALUE 16.
           01 local-station-table.
             05 local-station-entry OCCURS 16 TIMES.
               10 local-station-id PIC X(08).
           77 local-station-count USAGE BINARY-LONG VALUE 0.
           77 local-station-scan USAGE BINARY-LONG VALUE 0.
           77 local-dir PIC X(60).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO audit-timestamp.
           PERFORM VALIDATE-MACRO.
           PERFORM VALIDATE-MESSAGES.
           PERFORM VALIDATE-SLIDESHOW.
           PERFORM VALIDATE-MANDATORY.
           PERFORM VALIDATE-LOCAL-SETS.
           PERFORM VALIDATE-SCHEDULE.
           PERFORM VALIDATE-CALENDAR.
           PERFORM VALIDATE-LANGUAGES.

           EXIT.

       VALIDATE-MANDATORY.
           MOVE "config/mandatory.cfg" TO config-file-name.
           MOVE "mandatory.cfg" TO audit-file.
           OPEN INPUT config-file.

           IF config-file-status NOT EQUAL "00" THEN
               PERFORM RECORD-SKIP
           ELSE
               MOVE 0 TO audit-lineno
               PERFORM WITH TEST AFTER UNTIL config-file-status
                   NOT EQUAL "00"
                   READ config-file
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO audit-lineno
                           PERFORM CHECK-MANDATORY-LINE
                   END-READ
               END-PERFORM

               CLOSE config-file
           END-IF.

           EXIT.

       CHECK-MANDATORY-LINE.
           MOVE SPACES TO mandatory-file-text mandatory-entry-text.

           MOVE 1 TO mandatory-pos.

           UNSTRING config-file-line DELIMITED BY ALL " "
               INTO mandatory-file-text
               WITH POINTER mandatory-pos
           END-UNSTRING.

           IF mandatory-pos IS LESS THAN OR EQUAL TO 140 THEN
               MOVE FUNCTION TRIM(config-file-line(mandatory-pos:))
                   TO mandatory-entry-text
           END-IF.

           MOVE "mandatory entry" TO audit-field.

           EVALUATE TRUE
               WHEN mandatory-file-text EQUAL "ticker.cfg"
                   PERFORM RECORD-PASS
               WHEN mandatory-file-text NOT EQUAL "messages.cfg"
               AND mandatory-file-text NOT EQUAL "slideshow.cfg"
                   MOVE "not messages/slideshow/ticker.cfg"
                       TO audit-result
                   PERFORM RECORD-FAIL
               WHEN mandatory-entry-text EQUAL SPACES
                   MOVE "no master entry named" TO audit-result
                   PERFORM RECORD-FAIL
               WHEN OTHER
                   PERFORM RECORD-PASS
           END-EVALUATE.

           EXIT.

       VALIDATE-LOCAL-SETS.
           MOVE 0 TO local-station-count.
           MOVE "config/stations.cfg" TO config-file-name.
           OPEN INPUT config-file.

           IF config-file-status EQUAL "00" THEN
               PERFORM WITH TEST AFTER UNTIL config-file-status
                   NOT EQUAL "00" OR local-station-count EQUAL
                   LOCAL-STATION-MAX
                   READ config-file
                       AT END
                           CONTINUE
                       NOT AT END
                           IF config-file-line NOT EQUAL SPACES
                               ADD 1 TO local-station-count
                               MOVE FUNCTION TRIM
                                   (config-file-line)(1:8)
                                   TO local-station-id
                                   (local-station-count)
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE config-file
           END-IF.

           MOVE "00" TO config-file-status.

           PERFORM VARYING local-station-scan FROM 1 BY 1
               UNTIL local-station-scan IS GREATER THAN
               local-station-count
               PERFORM VALIDATE-LOCAL-SET
           END-PERFORM.

           EXIT.

       VALIDATE-LOCAL-SET.
           MOVE SPACES TO local-dir.
           STRING "config/local/"
               FUNCTION TRIM(local-station-id(local-station-scan))
               DELIMITED BY SIZE INTO local-dir
           END-STRING.

           MOVE local-dir TO exist-name.
           PERFORM CHECK-FILE-EXISTS.

           IF exist-ok EQUAL "N" THEN
               MOVE SPACES TO audit-report-line
               STRING "SKIP " FUNCTION TRIM(local-dir)(8:)
                   " not present, fleet master applies"
                   DELIMITED BY SIZE INTO audit-report-line
               END-STRING
               WRITE audit-report-line
           ELSE
               PERFORM VALIDATE-LOCAL-MESSAGES
               PERFORM VALIDATE-LOCAL-SLIDESHOW
               PERFORM VALIDATE-LOCAL-TICKER
           END-IF.

           EXIT.

       SET-LOCAL-FILE-NAME.
           MOVE SPACES TO config-file-name.
           STRING FUNCTION TRIM(local-dir) "/"
               FUNCTION TRIM(audit-file)
               DELIMITED BY SIZE INTO config-file-name
           END-STRING.

           MOVE config-file-name(8:) TO audit-file.

           EXIT.

       VALIDATE-LOCAL-MESSAGES.
           MOVE "messages.cfg" TO audit-file.
           PERFORM SET-LOCAL-FILE-NAME.
           PERFORM COUNT-CONFIG-LINES.

           IF config-file-status NOT EQUAL "35" THEN
               MOVE 0 TO audit-lineno
               MOVE "local message count" TO audit-field
               IF line-count IS GREATER THAN ZERO
               AND line-count IS LESS THAN OR EQUAL TO 10 THEN
                   PERFORM RECORD-PASS
               ELSE
                   MOVE "need 1 to 10 messages" TO audit-result
                   MOVE SPACES TO config-file-line
                   PERFORM RECORD-FAIL
               END-IF

               OPEN INPUT config-file
               IF config-file-status EQUAL "00" THEN
                   PERFORM WITH TEST AFTER UNTIL config-file-status
                       NOT EQUAL "00"
                       READ config-file
                           AT END
                               CONTINUE
                           NOT AT END
                               ADD 1 TO audit-lineno
                               PERFORM CHECK-LOCAL-MESSAGE-LINE
                       END-READ
                   END-PERFORM

                   CLOSE config-file
               END-IF
           END-IF.

           MOVE "00" TO config-file-status.

           EXIT.

       CHECK-LOCAL-MESSAGE-LINE.
           MOVE "local message" TO audit-field.

           IF config-file-line EQUAL SPACES THEN
               MOVE "blank message" TO audit-result
               PERFORM RECORD-FAIL
           ELSE
               IF FUNCTION LENGTH(FUNCTION TRIM(config-file-line))
               IS GREATER THAN 40 THEN
                   MOVE "message over 40 characters" TO audit-result
                   PERFORM RECORD-FAIL
               ELSE
                   PERFORM RECORD-PASS
               END-IF
           END-IF.

           EXIT.

       VALIDATE-LOCAL-SLIDESHOW.
           MOVE "slideshow.cfg" TO audit-file.
           PERFORM SET-LOCAL-FILE-NAME.
           PERFORM COUNT-CONFIG-LINES.

           IF config-file-status NOT EQUAL "35" THEN
               MOVE 0 TO audit-lineno
               MOVE "local slide count" TO audit-field
               IF line-count IS GREATER THAN ZERO
               AND line-count IS LESS THAN OR EQUAL TO 20 THEN
                   PERFORM RECORD-PASS
               ELSE
                   MOVE "need 1 to 20 slides" TO audit-result
                   MOVE SPACES TO config-file-line
                   PERFORM RECORD-FAIL
               END-IF

               PERFORM CHECK-SLIDE-FILES
           END-IF.

           MOVE "00" TO config-file-status.

           EXIT.

       VALIDATE-LOCAL-TICKER.
           MOVE "ticker.cfg" TO audit-file.
           PERFORM SET-LOCAL-FILE-NAME.
           PERFORM COUNT-CONFIG-LINES.

           IF config-file-status NOT EQUAL "35" THEN
               MOVE 1 TO audit-lineno
               MOVE "local ticker line" TO audit-field
               OPEN INPUT config-file
               IF config-file-status EQUAL "00" THEN
                   PERFORM READ-CONFIG-LINE
                   CLOSE config-file
               ELSE
                   MOVE "N" TO line-present
               END-IF

               EVALUATE TRUE
                   WHEN line-present EQUAL "N"
                       PERFORM RECORD-MISSING-LINE
                   WHEN config-file-line EQUAL SPACES
                       MOVE "blank ticker line" TO audit-result
                       PERFORM RECORD-FAIL
                   WHEN line-count IS GREATER THAN 1
                       MOVE "only one ticker line allowed"
                           TO audit-result
                       PERFORM RECORD-FAIL
                   WHEN OTHER
                       PERFORM RECORD-PASS
               END-EVALUATE
           END-IF.

           MOVE "00" TO config-file-status.

           EXIT.

       VALIDATE-SCHEDULE.
           MOVE "config/schedule.cfg" TO config-file-name.
           MOVE "schedule.cfg" TO audit-file.
