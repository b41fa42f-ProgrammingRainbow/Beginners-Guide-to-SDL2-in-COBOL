       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHIFT-HANDOVER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT stations-config ASSIGN TO "config/stations.cfg"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS stations-config-status.

           SELECT watchdog-config ASSIGN TO "config/watchdog.cfg"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS watchdog-config-status.

           SELECT heartbeat-file ASSIGN TO heartbeat-file-name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS heartbeat-status.

           SELECT alert-state ASSIGN TO "data/alertstate.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS alert-state-status.

           SELECT dispatch-history ASSIGN TO
               "data/dispatch-history.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS dispatch-history-status.

           SELECT incident-file ASSIGN TO "data/incidents.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS incident-file-status.

           SELECT run-control ASSIGN TO "data/runcontrol.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS run-control-status.

           SELECT batchrun-log ASSIGN TO "reports/batchrun.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS batchrun-log-status.

           SELECT handover-report ASSIGN TO "reports/handover.rpt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS handover-report-status.

           SELECT handover-history ASSIGN TO "data/handovers.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS handover-history-status.

           SELECT operator-file ASSIGN TO "data/operators.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS operator-file-status.

           SELECT access-log ASSIGN TO "logs/access.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS access-log-status.

       DATA DIVISION.
       FILE SECTION.
           FD stations-config.
           01 stations-config-line PIC X(40).

           FD watchdog-config.
           01 watchdog-config-line PIC X(10).

           FD heartbeat-file.
           01 heartbeat-line PIC X(40).

           FD alert-state.
           01 alert-state-record PIC X(80).

           FD dispatch-history.
           01 dispatch-history-record PIC X(180).

           FD incident-file.
           01 incident-record PIC X(220).

           FD run-control.
           01 run-control-record PIC X(60).

           FD batchrun-log.
           01 batchrun-log-record PIC X(120).

           FD handover-report.
           01 handover-report-line PIC X(140).

           FD handover-history.
           01 handover-history-record PIC X(160).

           FD operator-file.
           01 operator-record PIC X(80).

           FD access-log.
           01 access-record PIC X(140).

       WORKING-STORAGE SECTION.
           77 stations-config-status PIC X(02) VALUE "00".
           77 watchdog-config-status PIC X(02) VALUE "00".
           77 heartbeat-status PIC X(02) VALUE "00".
           77 alert-state-status PIC X(02) VALUE "00".
           77 dispatch-history-status PIC X(02) VALUE "00".
           77 incident-file-status PIC X(02) VALUE "00".
           77 run-control-status PIC X(02) VALUE "00".
           77 batchrun-log-status PIC X(02) VALUE "00".
           77 handover-report-status PIC X(02) VALUE "00".
           77 handover-history-status PIC X(02) VALUE "00".
           77 operator-file-status PIC X(02) VALUE "00".
           77 access-log-status PIC X(02) VALUE "00".
           77 heartbeat-file-name PIC X(60).
           77 return-value USAGE BINARY-LONG VALUE 0.
           77 run-timestamp PIC X(21).

           77 ACCESS-PROGRAM PIC X(18) VALUE "SHIFT-HANDOVER".
           77 SIGNON-TRIES USAGE BINARY-LONG VALUE 3.
           77 signon-try USAGE BINARY-LONG VALUE 0.
           77 signon-ok PIC X(01) VALUE "N".
           77 signon-entry PIC X(20).
           77 signon-id PIC X(08).
           77 signon-pin PIC X(08).
           77 operator-found PIC X(01) VALUE "N".
           77 operator-id PIC X(08) VALUE SPACES.
           77 operator-name PIC X(30).
           77 operator-pin PIC X(08).
           77 operator-role PIC X(10).
           77 operator-state PIC X(01).
           77 operator-level USAGE BINARY-LONG VALUE 0.
           77 required-level USAGE BINARY-LONG VALUE 0.
           77 role-ok PIC X(01) VALUE "N".
           77 access-timestamp PIC X(21).
           77 access-event PIC X(08).
           77 access-detail PIC X(80).

           77 console-running PIC X(01) VALUE "Y".
           77 menu-choice PIC X(20).
           77 entry-value PIC X(100).
           77 prompt-label PIC X(40).
           77 prompt-current PIC X(60).

           77 DEFAULT-SHIFT-HOURS USAGE BINARY-LONG VALUE 8.
           77 shift-from PIC X(12).
           77 shift-to PIC X(12).
           77 shift-ok PIC X(01) VALUE "Y".
           77 now-stamp PIC X(12).
           77 now-integer USAGE BINARY-LONG VALUE 0.
           77 now-secs USAGE BINARY-LONG VALUE 0.
           77 back-integer USAGE BINARY-LONG VALUE 0.
           77 back-secs USAGE BINARY-LONG VALUE 0.
           77 back-date PIC 9(08).
           77 back-hour PIC 9(02).
           77 back-minute PIC 9(02).
           77 check-stamp PIC X(12).
           77 check-date-int USAGE BINARY-LONG VALUE 0.
           77 record-stamp PIC X(12).

           77 handover-key PIC X(15).
           77 history-count USAGE BINARY-LONG VALUE 0.
           77 history-last-key PIC X(15).
           77 history-last-to PIC X(12).
           77 history-ordinal USAGE BINARY-LONG VALUE 0.
           77 history-first-shown USAGE BINARY-LONG VALUE 0.
           77 READBACK-DEFAULT USAGE BINARY-LONG VALUE 3.
           77 readback-count USAGE BINARY-LONG VALUE 0.
           77 history-disp PIC ZZ9.

           77 NOTE-MAX USAGE BINARY-LONG VALUE 10.
           01 note-table.
             05 note-entry OCCURS 10 TIMES.
               10 note-text PIC X(100).
           77 note-count USAGE BINARY-LONG VALUE 0.
           77 note-scan USAGE BINARY-LONG VALUE 0.
           77 notes-done PIC X(01) VALUE "N".

           77 MAX-AGE-SECONDS USAGE BINARY-LONG VALUE 600.
           77 FPS-FLOOR USAGE BINARY-LONG VALUE 30.
           77 STATION-MAX USAGE BINARY-LONG VALUE 16.
           01 station-table.
             05 station-entry OCCURS 16 TIMES.
               10 station-id PIC X(08).
           77 station-count USAGE BINARY-LONG VALUE 0.
           77 station-scan USAGE BINARY-LONG VALUE 0.
           77 feed-scan USAGE BINARY-LONG VALUE 0.
           77 feed-tag PIC X(02).
           77 hb-timestamp PIC X(15).
           77 hb-fps USAGE BINARY-LONG VALUE 0.
           77 hb-state PIC X(08).
           77 hb-present PIC X(01) VALUE "N".
           77 hb-integer USAGE BINARY-LONG VALUE 0.
           77 hb-secs USAGE BINARY-LONG VALUE 0.
           77 hb-age USAGE BINARY-LONG VALUE 0.
           77 verdict-text PIC X(08).
           77 station-closed PIC X(01) VALUE "N".
           77 age-disp PIC 9(06).
           77 fps-disp PIC 9(04).

           77 exist-info PIC X(64).
           77 exist-name PIC X(60).

           77 PENDING-MAX USAGE BINARY-LONG VALUE 200.
           01 pending-table.
             05 pending-entry OCCURS 200 TIMES.
               10 pend-stamp PIC X(15).
               10 pend-operator PIC X(08).
               10 pend-station PIC X(08).
               10 pend-attempts PIC X(02).
               10 pend-command PIC X(40).
               10 pend-cleared PIC X(01).
           77 pending-count USAGE BINARY-LONG VALUE 0.
           77 pending-scan USAGE BINARY-LONG VALUE 0.
           77 pending-dropped USAGE BINARY-LONG VALUE 0.

           77 section-rows USAGE BINARY-LONG VALUE 0.
           77 total-items USAGE BINARY-LONG VALUE 0.
           77 runs-in-shift USAGE BINARY-LONG VALUE 0.
           77 count-disp PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SIGN-ON.

           PERFORM UNTIL console-running EQUAL "N"
               PERFORM SHOW-MENU
               PERFORM HANDLE-CHOICE
           END-PERFORM.

           STOP RUN.

       SHOW-MENU.
           PERFORM LOAD-HANDOVER-INDEX.
           MOVE history-count TO history-disp.

           DISPLAY " ".
           DISPLAY "Shift handover".
           DISPLAY "Signed on: " FUNCTION TRIM(operator-id) " "
               FUNCTION TRIM(operator-role)
           END-DISPLAY.
           IF history-count EQUAL 0 THEN
               DISPLAY "No handovers on file"
           ELSE
               DISPLAY "Handovers on file: "
                   FUNCTION TRIM(history-disp)
                   "  last " history-last-key
               END-DISPLAY
           END-IF.
           DISPLAY " ".
           DISPLAY "N) write the handover for this shift".
           DISPLAY "R) read back recent handovers".
           DISPLAY "Q) quit".
           DISPLAY " ".
           DISPLAY "Choice: " WITH NO ADVANCING END-DISPLAY.

           EXIT.

       HANDLE-CHOICE.
           MOVE SPACES TO menu-choice.
           ACCEPT menu-choice.

           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(menu-choice))
               WHEN "N"
                   MOVE 2 TO required-level
                   MOVE "write shift handover" TO access-detail
                   PERFORM CHECK-ROLE
                   IF role-ok EQUAL "Y" THEN
                       PERFORM NEW-HANDOVER
                   END-IF
               WHEN "R"
                   PERFORM READ-BACK-HANDOVERS
               WHEN "Q"
                   MOVE "N" TO console-running
               WHEN OTHER
                   DISPLAY "Not a valid choice"
           END-EVALUATE.

           EXIT.

       LOAD-HANDOVER-INDEX.
           MOVE 0 TO history-count.
           MOVE SPACES TO history-last-key history-last-to.

           OPEN INPUT handover-history.

           IF handover-history-status EQUAL "00" THEN
               PERFORM WITH TEST AFTER UNTIL handover-history-status
                   NOT EQUAL "00"
                   READ handover-history
                       AT END
                           CONTINUE
                       NOT AT END
                           IF handover-history-record(1:15)
                           NOT EQUAL history-last-key THEN
                               ADD 1 TO history-count
                               MOVE handover-history-record(1:15)
                                   TO history-last-key
                           END-IF
                           IF handover-history-record(17:15)
                           EQUAL "Shift handover " THEN
                               MOVE SPACES TO history-last-to
                               STRING handover-history-record(49:8)
                                   handover-history-record(58:4)
                                   DELIMITED BY SIZE
                                   INTO history-last-to
                               END-STRING
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE handover-history
           END-IF.

           MOVE "00" TO handover-history-status.

           EXIT.

       NEW-HANDOVER.
           MOVE FUNCTION CURRENT-DATE TO run-timestamp.
           MOVE run-timestamp(1:12) TO now-stamp.
           COMPUTE now-integer = FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL(run-timestamp(1:8))).
           COMPUTE now-secs =
               FUNCTION NUMVAL(run-timestamp(9:2)) * 3600
               + FUNCTION NUMVAL(run-timestamp(11:2)) * 60
               + FUNCTION NUMVAL(run-timestamp(13:2)).

           PERFORM ASK-SHIFT-WINDOW.

           IF shift-ok EQUAL "Y" THEN
               PERFORM ASK-NOTES
               PERFORM WRITE-HANDOVER
               MOVE SPACES TO access-detail
               STRING "shift " shift-from(1:8) "-" shift-from(9:4)
                   " to " shift-to(1:8) "-" shift-to(9:4)
                   " items " FUNCTION TRIM(count-disp)
                   DELIMITED BY SIZE INTO access-detail
               END-STRING
               MOVE "HANDOVER" TO access-event
               PERFORM WRITE-ACCESS-RECORD
               DISPLAY "Handover written to reports/handover.rpt, "
                   FUNCTION TRIM(count-disp) " items need attention"
               END-DISPLAY
           END-IF.

           EXIT.

       ASK-SHIFT-WINDOW.
           MOVE "Y" TO shift-ok.

           IF history-last-to NOT EQUAL SPACES
           AND history-last-to IS LESS THAN now-stamp THEN
               MOVE history-last-to TO shift-from
           ELSE
               COMPUTE back-secs = now-secs
                   - DEFAULT-SHIFT-HOURS * 3600
               MOVE now-integer TO back-integer
               IF back-secs IS LESS THAN ZERO THEN
                   ADD 86400 TO back-secs
                   SUBTRACT 1 FROM back-integer
               END-IF
               COMPUTE back-date = FUNCTION DATE-OF-INTEGER
                   (back-integer)
               COMPUTE back-hour = back-secs / 3600
               COMPUTE back-minute =
                   (back-secs - back-hour * 3600) / 60
               MOVE SPACES TO shift-from
               STRING back-date back-hour back-minute
                   DELIMITED BY SIZE INTO shift-from
               END-STRING
           END-IF.
           MOVE now-stamp TO shift-to.

           MOVE "Shift start YYYYMMDDHHMM" TO prompt-label.
           MOVE shift-from TO prompt-current.
           PERFORM ASK-FIELD.
           IF entry-value NOT EQUAL SPACES THEN
               PERFORM CHECK-STAMP-ENTRY
               MOVE check-stamp TO shift-from
           END-IF.

           IF shift-ok EQUAL "Y" THEN
               MOVE "Shift end YYYYMMDDHHMM" TO prompt-label
               MOVE shift-to TO prompt-current
               PERFORM ASK-FIELD
               IF entry-value NOT EQUAL SPACES THEN
                   PERFORM CHECK-STAMP-ENTRY
                   MOVE check-stamp TO shift-to
               END-IF
           END-IF.

           IF shift-ok EQUAL "Y"
           AND shift-from IS NOT LESS THAN shift-to THEN
               DISPLAY "Rejected: shift end must be after its start"
               MOVE "N" TO shift-ok
           END-IF.

           EXIT.

       CHECK-STAMP-ENTRY.
           MOVE FUNCTION TRIM(entry-value) TO check-stamp.
           MOVE 0 TO check-date-int.

           IF check-stamp IS NUMERIC
           AND FUNCTION LENGTH(FUNCTION TRIM(entry-value)) EQUAL 12
           AND check-stamp(1:8) IS GREATER THAN "16010100"
           AND check-stamp(9:2) IS LESS THAN "24"
           AND check-stamp(11:2) IS LESS THAN "60" THEN
               COMPUTE check-date-int = FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(check-stamp(1:8)))
           END-IF.

           IF check-date-int EQUAL 0 THEN
               DISPLAY "Rejected: enter the time as YYYYMMDDHHMM"
               MOVE "N" TO shift-ok
               MOVE SPACES TO check-stamp
           END-IF.

           EXIT.

       ASK-FIELD.
           DISPLAY FUNCTION TRIM(prompt-label) " ["
               FUNCTION TRIM(prompt-current) "]: "
               WITH NO ADVANCING
           END-DISPLAY.
           MOVE SPACES TO entry-value.
           ACCEPT entry-value.

           EXIT.

       ASK-NOTES.
           MOVE 0 TO note-count.
           MOVE "N" TO notes-done.

           DISPLAY "Notes for the incoming shift, "
               "empty line to finish"
           END-DISPLAY.

           PERFORM UNTIL notes-done EQUAL "Y"
               PERFORM ASK-NOTE-LINE
           END-PERFORM.

           EXIT.

       ASK-NOTE-LINE.
           DISPLAY "> " WITH NO ADVANCING END-DISPLAY.
           MOVE SPACES TO entry-value.
           ACCEPT entry-value.

           IF entry-value EQUAL SPACES THEN
               MOVE "Y" TO notes-done
           ELSE
               ADD 1 TO note-count
               MOVE entry-value TO note-text(note-count)
               IF note-count EQUAL NOTE-MAX THEN
                   DISPLAY "Note limit reached"
                   MOVE "Y" TO notes-done
               END-IF
           END-IF.

           EXIT.

       WRITE-HANDOVER.
           MOVE SPACES TO handover-key.
           STRING run-timestamp(1:8) "-" run-timestamp(9:6)
               DELIMITED BY SIZE INTO handover-key
           END-STRING.
           MOVE 0 TO total-items.

           OPEN OUTPUT handover-report.
           OPEN EXTEND handover-history.
           IF handover-history-status EQUAL "35" THEN
               OPEN OUTPUT handover-history
           END-IF.

           MOVE SPACES TO handover-report-line.
           STRING "Shift handover " shift-from(1:8) " "
               shift-from(9:4) " to " shift-to(1:8) " "
               shift-to(9:4) "  by " FUNCTION TRIM(operator-id)
               " " FUNCTION TRIM(operator-name)
               DELIMITED BY SIZE INTO handover-report-line
           END-STRING.
           PERFORM WRITE-HANDOVER-LINE.

           MOVE SPACES TO handover-report-line.
           STRING "Written " handover-key
               DELIMITED BY SIZE INTO handover-report-line
           END-STRING.
           PERFORM WRITE-HANDOVER-LINE.

           PERFORM LOAD-WATCHDOG-CONFIG.
           PERFORM LOAD-STATIONS.

           PERFORM WRITE-HEALTH-SECTION.
           PERFORM WRITE-ALERT-SECTION.
           PERFORM WRITE-DISPATCH-SECTION.
           PERFORM WRITE-INCIDENT-SECTION.
           PERFORM WRITE-BATCH-SECTION.
           PERFORM WRITE-NOTES-SECTION.

           MOVE total-items TO count-disp.
           MOVE SPACES TO handover-report-line.
           PERFORM WRITE-HANDOVER-LINE.
           STRING "Items needing attention: "
               FUNCTION TRIM(count-disp)
               DELIMITED BY SIZE INTO handover-report-line
           END-STRING.
           PERFORM WRITE-HANDOVER-LINE.

           CLOSE handover-report.
           CLOSE handover-history.

           EXIT.

       WRITE-HANDOVER-LINE.
           WRITE handover-report-line.

           MOVE SPACES TO handover-history-record.
           MOVE handover-key TO handover-history-record(1:15).
           MOVE handover-report-line TO handover-history-record(17:140).
           WRITE handover-history-record.

           MOVE SPACES TO handover-report-line.

           EXIT.

       WRITE-SECTION-TITLE.
           MOVE handover-report-line TO entry-value.
           MOVE SPACES TO handover-report-line.
           PERFORM WRITE-HANDOVER-LINE.
           MOVE entry-value TO handover-report-line.
           PERFORM WRITE-HANDOVER-LINE.
           MOVE 0 TO section-rows.

           EXIT.

       WRITE-NONE-LINE.
           IF section-rows EQUAL 0 THEN
               MOVE "  None" TO handover-report-line
               PERFORM WRITE-HANDOVER-LINE
           END-IF.
           ADD section-rows TO total-items.

           EXIT.

       LOAD-WATCHDOG-CONFIG.
           OPEN INPUT watchdog-config.

           IF watchdog-config-status EQUAL "00" THEN
               READ watchdog-config
                   AT END
                       CONTINUE
                   NOT AT END
                       COMPUTE MAX-AGE-SECONDS = FUNCTION NUMVAL
                           (FUNCTION TRIM(watchdog-config-line))
               END-READ

               READ watchdog-config
                   AT END
                       CONTINUE
                   NOT AT END
                       COMPUTE FPS-FLOOR = FUNCTION NUMVAL
                           (FUNCTION TRIM(watchdog-config-line))
               END-READ

               CLOSE watchdog-config
           END-IF.

           MOVE "00" TO watchdog-config-status.

           EXIT.

       LOAD-STATIONS.
           MOVE 0 TO station-count.
           OPEN INPUT stations-config.

           IF stations-config-status EQUAL "00" THEN
               PERFORM WITH TEST AFTER UNTIL stations-config-status
                   NOT EQUAL "00" OR station-count EQUAL STATION-MAX
                   READ stations-config
                       AT END
                           CONTINUE
                       NOT AT END
                           IF stations-config-line NOT EQUAL SPACES
                               ADD 1 TO station-count
                               MOVE FUNCTION TRIM
                                   (stations-config-line)(1:8)
                                   TO station-id(station-count)
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE stations-config
           END-IF.

           MOVE "00" TO stations-config-status.

           EXIT.

       WRITE-HEALTH-SECTION.
           MOVE "Stations unhealthy now (heartbeat files)"
               TO handover-report-line.
           PERFORM WRITE-SECTION-TITLE.

           PERFORM VARYING station-scan FROM 1 BY 1
               UNTIL station-scan IS GREATER THAN station-count
               PERFORM CHECK-STATION-CLOSED
               PERFORM VARYING feed-scan FROM 1 BY 1
                   UNTIL feed-scan IS GREATER THAN 2
                   IF feed-scan EQUAL 1 THEN
                       MOVE "BG" TO feed-tag
                   ELSE
                       MOVE "FX" TO feed-tag
                   END-IF
                   PERFORM CHECK-ONE-FEED
               END-PERFORM
           END-PERFORM.

           PERFORM WRITE-NONE-LINE.

           EXIT.

       CHECK-STATION-CLOSED.
           MOVE "N" TO station-closed.

           MOVE SPACES TO heartbeat-file-name.
           STRING "data/heartbeat-fx-"
               FUNCTION TRIM(station-id(station-scan)) ".dat"
               DELIMITED BY SIZE INTO heartbeat-file-name
           END-STRING.

           PERFORM READ-HEARTBEAT-FILE.

           IF hb-present EQUAL "Y" AND hb-state EQUAL "CLOSED" THEN
               MOVE "Y" TO station-closed
           END-IF.

           EXIT.

       CHECK-ONE-FEED.
           MOVE SPACES TO heartbeat-file-name.
           IF feed-tag EQUAL "BG" THEN
               STRING "data/heartbeat-bg-"
                   FUNCTION TRIM(station-id(station-scan)) ".dat"
                   DELIMITED BY SIZE INTO heartbeat-file-name
               END-STRING
           ELSE
               STRING "data/heartbeat-fx-"
                   FUNCTION TRIM(station-id(station-scan)) ".dat"
                   DELIMITED BY SIZE INTO heartbeat-file-name
               END-STRING
           END-IF.

           PERFORM READ-HEARTBEAT-FILE.

           EVALUATE TRUE
               WHEN station-closed EQUAL "Y"
                   CONTINUE
               WHEN hb-present EQUAL "N"
                   ADD 1 TO section-rows
                   STRING "  " station-id(station-scan) " " feed-tag
                       " MISSING  no heartbeat file"
                       DELIMITED BY SIZE INTO handover-report-line
                   END-STRING
                   PERFORM WRITE-HANDOVER-LINE
               WHEN OTHER
                   PERFORM JUDGE-HEARTBEAT
                   IF verdict-text NOT EQUAL "OK" THEN
                       ADD 1 TO section-rows
                       MOVE hb-age TO age-disp
                       MOVE hb-fps TO fps-disp
                       STRING "  " station-id(station-scan) " "
                           feed-tag " " verdict-text " last seen "
                           hb-timestamp " age " age-disp
                           " fps " fps-disp " state " hb-state
                           DELIMITED BY SIZE
                           INTO handover-report-line
                       END-STRING
                       PERFORM WRITE-HANDOVER-LINE
                   END-IF
           END-EVALUATE.

           EXIT.

       READ-HEARTBEAT-FILE.
           MOVE "N" TO hb-present.
           MOVE SPACES TO hb-timestamp hb-state.
           MOVE 0 TO hb-fps.
           MOVE 0 TO hb-age.

           OPEN INPUT heartbeat-file.

           IF heartbeat-status EQUAL "00" THEN
               READ heartbeat-file
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE heartbeat-line(1:15) TO hb-timestamp
                       MOVE "Y" TO hb-present
               END-READ

               READ heartbeat-file
                   AT END
                       CONTINUE
                   NOT AT END
                       COMPUTE hb-fps = FUNCTION NUMVAL
                           (FUNCTION TRIM(heartbeat-line))
               END-READ

               READ heartbeat-file
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FUNCTION TRIM(heartbeat-line)
                           TO hb-state
               END-READ

               CLOSE heartbeat-file
           END-IF.

           MOVE "00" TO heartbeat-status.

           IF hb-present EQUAL "Y"
           AND hb-timestamp(1:8) IS NOT NUMERIC THEN
               MOVE "N" TO hb-present
           END-IF.

           EXIT.

       JUDGE-HEARTBEAT.
           COMPUTE hb-integer = FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL(hb-timestamp(1:8))).
           COMPUTE hb-secs =
               FUNCTION NUMVAL(hb-timestamp(10:2)) * 3600
               + FUNCTION NUMVAL(hb-timestamp(12:2)) * 60
               + FUNCTION NUMVAL(hb-timestamp(14:2)).
           COMPUTE hb-age =
               (now-integer - hb-integer) * 86400
               + now-secs - hb-secs.
           IF hb-age IS LESS THAN ZERO THEN
               MOVE 0 TO hb-age
           END-IF.

           MOVE "OK" TO verdict-text.
           IF hb-state NOT EQUAL "CLOSED" THEN
               IF hb-fps IS LESS THAN FPS-FLOOR THEN
                   MOVE "SLOW" TO verdict-text
               END-IF
               IF hb-age IS GREATER THAN MAX-AGE-SECONDS THEN
                   MOVE "STALE" TO verdict-text
               END-IF
           END-IF.

           EXIT.

       WRITE-ALERT-SECTION.
           MOVE "Alerts still unacknowledged"
               TO handover-report-line.
           PERFORM WRITE-SECTION-TITLE.

           OPEN INPUT alert-state.

           IF alert-state-status EQUAL "00" THEN
               PERFORM WITH TEST AFTER UNTIL alert-state-status
                   NOT EQUAL "00"
                   READ alert-state
                       AT END
                           CONTINUE
                       NOT AT END
                           IF alert-state-record(15:5) EQUAL "UNACK"
                           THEN
                               PERFORM CHECK-ALERT-FILE
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE alert-state
           END-IF.

           MOVE "00" TO alert-state-status.

           PERFORM WRITE-NONE-LINE.

           EXIT.

       CHECK-ALERT-FILE.
           MOVE FUNCTION TRIM(alert-state-record(21:40)) TO exist-name.
           CALL "CBL_CHECK_FILE_EXIST" USING
               exist-name exist-info
               RETURNING return-value
           END-CALL.

           IF return-value EQUAL 0 THEN
               ADD 1 TO section-rows
               STRING "  code " alert-state-record(1:4)
                   " day " alert-state-record(6:8)
                   " station " alert-state-record(62:8)
                   " " FUNCTION TRIM(alert-state-record(21:40))
                   DELIMITED BY SIZE INTO handover-report-line
               END-STRING
               PERFORM WRITE-HANDOVER-LINE
           END-IF.

           EXIT.

       WRITE-DISPATCH-SECTION.
           MOVE "Commands dispatched this shift with no acknowledgement"
               TO handover-report-line.
           PERFORM WRITE-SECTION-TITLE.

           MOVE 0 TO pending-count pending-dropped.

           OPEN INPUT dispatch-history.

           IF dispatch-history-status EQUAL "00" THEN
               PERFORM WITH TEST AFTER UNTIL dispatch-history-status
                   NOT EQUAL "00"
                   READ dispatch-history
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM TAKE-DISPATCH-RECORD
                   END-READ
               END-PERFORM

               CLOSE dispatch-history
           END-IF.

           MOVE "00" TO dispatch-history-status.

           PERFORM VARYING pending-scan FROM 1 BY 1
               UNTIL pending-scan IS GREATER THAN pending-count
               IF pend-cleared(pending-scan) EQUAL "N" THEN
                   ADD 1 TO section-rows
                   STRING "  " pend-stamp(pending-scan)
                       " " pend-station(pending-scan)
                       " by " pend-operator(pending-scan)
                       " attempts " pend-attempts(pending-scan)
                       " " FUNCTION TRIM(pend-command(pending-scan))
                       DELIMITED BY SIZE INTO handover-report-line
                   END-STRING
                   PERFORM WRITE-HANDOVER-LINE
               END-IF
           END-PERFORM.

           IF pending-dropped IS GREATER THAN ZERO THEN
               ADD pending-dropped TO section-rows
               MOVE pending-dropped TO count-disp
               STRING "  further unacknowledged commands not listed: "
                   count-disp
                   DELIMITED BY SIZE INTO handover-report-line
               END-STRING
               PERFORM WRITE-HANDOVER-LINE
           END-IF.

           PERFORM WRITE-NONE-LINE.

           EXIT.

       TAKE-DISPATCH-RECORD.
           MOVE SPACES TO record-stamp.
           STRING dispatch-history-record(1:8)
               dispatch-history-record(10:4)
               DELIMITED BY SIZE INTO record-stamp
           END-STRING.

           IF dispatch-history-record(35:11) EQUAL "CONFIRMED" THEN
               PERFORM VARYING pending-scan FROM 1 BY 1
                   UNTIL pending-scan IS GREATER THAN pending-count
                   IF pend-station(pending-scan)
                   EQUAL dispatch-history-record(26:8)
                   AND pend-command(pending-scan)
                   EQUAL dispatch-history-record(50:40) THEN
                       MOVE "Y" TO pend-cleared(pending-scan)
                   END-IF
               END-PERFORM
           END-IF.

           IF dispatch-history-record(35:11) EQUAL "NO RESPONSE"
           AND record-stamp IS NOT LESS THAN shift-from
           AND record-stamp IS NOT GREATER THAN shift-to THEN
               IF pending-count IS LESS THAN PENDING-MAX THEN
                   ADD 1 TO pending-count
                   MOVE dispatch-history-record(1:15)
                       TO pend-stamp(pending-count)
                   MOVE dispatch-history-record(17:8)
                       TO pend-operator(pending-count)
                   MOVE dispatch-history-record(26:8)
                       TO pend-station(pending-count)
                   MOVE dispatch-history-record(47:2)
                       TO pend-attempts(pending-count)
                   MOVE dispatch-history-record(50:40)
                       TO pend-command(pending-count)
                   MOVE "N" TO pend-cleared(pending-count)
               ELSE
                   ADD 1 TO pending-dropped
               END-IF
           END-IF.

           EXIT.

       WRITE-INCIDENT-SECTION.
           MOVE "Incidents logged this shift and still open"
               TO handover-report-line.
           PERFORM WRITE-SECTION-TITLE.

           OPEN INPUT incident-file.

           IF incident-file-status EQUAL "00" THEN
               PERFORM WITH TEST AFTER UNTIL incident-file-status
                   NOT EQUAL "00"
                   READ incident-file
                       AT END
                           CONTINUE
                       NOT AT END
                           IF incident-record(1:8) IS NUMERIC THEN
                               PERFORM TAKE-INCIDENT-RECORD
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE incident-file
           END-IF.

           MOVE "00" TO incident-file-status.

           PERFORM WRITE-NONE-LINE.

           EXIT.

       TAKE-INCIDENT-RECORD.
           MOVE SPACES TO record-stamp.
           STRING incident-record(1:8) incident-record(10:4)
               DELIMITED BY SIZE INTO record-stamp
           END-STRING.

           IF incident-record(101:13) NOT EQUAL "CLOSED"
           AND record-stamp IS NOT LESS THAN shift-from
           AND record-stamp IS NOT GREATER THAN shift-to THEN
               ADD 1 TO section-rows
               STRING "  ticket " incident-record(94:6)
                   " " incident-record(1:8) " " incident-record(10:4)
                   " " incident-record(15:8)
                   " " incident-record(24:8)
                   " " incident-record(101:13)
                   " " FUNCTION TRIM(incident-record(33:60))
                   DELIMITED BY SIZE INTO handover-report-line
               END-STRING
               PERFORM WRITE-HANDOVER-LINE
           END-IF.

           EXIT.

       WRITE-BATCH-SECTION.
           MOVE "Batch steps failed, with findings or awaiting restart"
               TO handover-report-line.
           PERFORM WRITE-SECTION-TITLE.

           OPEN INPUT run-control.

           IF run-control-status EQUAL "00" THEN
               PERFORM WITH TEST AFTER UNTIL run-control-status
                   NOT EQUAL "00"
                   READ run-control
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM TAKE-RUN-CONTROL-RECORD
                   END-READ
               END-PERFORM

               CLOSE run-control
           END-IF.

           MOVE "00" TO run-control-status.

           MOVE 0 TO runs-in-shift.
           OPEN INPUT batchrun-log.

           IF batchrun-log-status EQUAL "00" THEN
               PERFORM WITH TEST AFTER UNTIL batchrun-log-status
                   NOT EQUAL "00"
                   READ batchrun-log
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM TAKE-BATCHRUN-RECORD
                   END-READ
               END-PERFORM

               CLOSE batchrun-log
           END-IF.

           MOVE "00" TO batchrun-log-status.

           PERFORM WRITE-NONE-LINE.

           MOVE runs-in-shift TO count-disp.
           STRING "  Batch runs this shift: " FUNCTION TRIM(count-disp)
               DELIMITED BY SIZE INTO handover-report-line
           END-STRING.
           PERFORM WRITE-HANDOVER-LINE.

           EXIT.

       TAKE-RUN-CONTROL-RECORD.
           IF run-control-record(1:8) IS NUMERIC THEN
               EVALUATE run-control-record(23:8)
                   WHEN "FAILED"
                       ADD 1 TO section-rows
                       STRING "  " run-control-record(1:8)
                           " " run-control-record(10:12)
                           " FAILED   rc " run-control-record(46:4)
                           " ran " run-control-record(32:6)
                           " to " run-control-record(39:6)
                           DELIMITED BY SIZE INTO handover-report-line
                       END-STRING
                       PERFORM WRITE-HANDOVER-LINE
                   WHEN "WARNING"
                       ADD 1 TO section-rows
                       STRING "  " run-control-record(1:8)
                           " " run-control-record(10:12)
                           " WARNING  findings, see the step report"
                           DELIMITED BY SIZE INTO handover-report-line
                       END-STRING
                       PERFORM WRITE-HANDOVER-LINE
                   WHEN "PENDING"
                       ADD 1 TO section-rows
                       STRING "  " run-control-record(1:8)
                           " " run-control-record(10:12)
                           " PENDING  awaiting restart"
                           DELIMITED BY SIZE INTO handover-report-line
                       END-STRING
                       PERFORM WRITE-HANDOVER-LINE
               END-EVALUATE
           END-IF.

           EXIT.

       TAKE-BATCHRUN-RECORD.
           MOVE SPACES TO record-stamp.
           STRING batchrun-log-record(1:8) batchrun-log-record(10:4)
               DELIMITED BY SIZE INTO record-stamp
           END-STRING.

           IF record-stamp IS NOT LESS THAN shift-from
           AND record-stamp IS NOT GREATER THAN shift-to THEN
               ADD 1 TO runs-in-shift
               IF batchrun-log-record(46:15) EQUAL " chain-broken=Y"
               THEN
                   ADD 1 TO section-rows
                   STRING "  run " batchrun-log-record(1:15)
                       " chain broken, steps run "
                       batchrun-log-record(27:2)
                       DELIMITED BY SIZE INTO handover-report-line
                   END-STRING
                   PERFORM WRITE-HANDOVER-LINE
               END-IF
           END-IF.

           EXIT.

       WRITE-NOTES-SECTION.
           MOVE "Notes from the outgoing shift"
               TO handover-report-line.
           PERFORM WRITE-SECTION-TITLE.

           PERFORM VARYING note-scan FROM 1 BY 1
               UNTIL note-scan IS GREATER THAN note-count
               STRING "  " note-text(note-scan)
                   DELIMITED BY SIZE INTO handover-report-line
               END-STRING
               PERFORM WRITE-HANDOVER-LINE
           END-PERFORM.

           IF note-count EQUAL 0 THEN
               MOVE "  None" TO handover-report-line
               PERFORM WRITE-HANDOVER-LINE
           END-IF.

           EXIT.

       READ-BACK-HANDOVERS.
           IF history-count EQUAL 0 THEN
               DISPLAY "No handovers on file"
           ELSE
               MOVE READBACK-DEFAULT TO readback-count
               MOVE "How many recent handovers" TO prompt-label
               MOVE READBACK-DEFAULT TO history-disp
               MOVE history-disp TO prompt-current
               PERFORM ASK-FIELD
               IF entry-value NOT EQUAL SPACES THEN
                   IF FUNCTION TRIM(entry-value) IS NUMERIC THEN
                       COMPUTE readback-count = FUNCTION NUMVAL
                           (FUNCTION TRIM(entry-value))
                   ELSE
                       DISPLAY "Rejected: enter a number"
                       MOVE 0 TO readback-count
                   END-IF
               END-IF
               IF readback-count IS GREATER THAN ZERO THEN
                   PERFORM SHOW-HANDOVERS
               END-IF
           END-IF.

           EXIT.

       SHOW-HANDOVERS.
           COMPUTE history-first-shown =
               history-count - readback-count + 1.
           MOVE 0 TO history-ordinal.
           MOVE SPACES TO handover-key.

           OPEN INPUT handover-history.

           IF handover-history-status EQUAL "00" THEN
               PERFORM WITH TEST AFTER UNTIL handover-history-status
                   NOT EQUAL "00"
                   READ handover-history
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM SHOW-HISTORY-RECORD
                   END-READ
               END-PERFORM

               CLOSE handover-history
           END-IF.

           MOVE "00" TO handover-history-status.

           EXIT.

       SHOW-HISTORY-RECORD.
           IF handover-history-record(1:15) NOT EQUAL handover-key
           THEN
               ADD 1 TO history-ordinal
               MOVE handover-history-record(1:15) TO handover-key
               IF history-ordinal IS NOT LESS THAN history-first-shown
               THEN
                   DISPLAY " "
                   DISPLAY "----------------------------------------"
                       "----------------------------------------"
                   END-DISPLAY
               END-IF
           END-IF.

           IF history-ordinal IS NOT LESS THAN history-first-shown THEN
               DISPLAY FUNCTION TRIM(handover-history-record(17:140)
                   TRAILING)
               END-DISPLAY
           END-IF.

           EXIT.

       SIGN-ON.
           MOVE "N" TO signon-ok.

           PERFORM VARYING signon-try FROM 1 BY 1
               UNTIL signon-try IS GREATER THAN SIGNON-TRIES
               OR signon-ok EQUAL "Y"
               PERFORM ASK-SIGN-ON
           END-PERFORM.

           IF signon-ok EQUAL "N" THEN
               DISPLAY "Sign-on failed"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           EXIT.

       ASK-SIGN-ON.
           DISPLAY "Operator id: " WITH NO ADVANCING END-DISPLAY.
           MOVE SPACES TO signon-entry.
           ACCEPT signon-entry.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(signon-entry))(1:8)
               TO signon-id.

           DISPLAY "PIN: " WITH NO ADVANCING END-DISPLAY.
           MOVE SPACES TO signon-entry.
           ACCEPT signon-entry.
           MOVE FUNCTION TRIM(signon-entry)(1:8) TO signon-pin.

           PERFORM FIND-OPERATOR.

           EVALUATE TRUE
               WHEN operator-found EQUAL "N"
                   MOVE "unknown operator id" TO access-detail
               WHEN operator-state NOT EQUAL "A"
                   MOVE "operator disabled" TO access-detail
               WHEN operator-pin NOT EQUAL signon-pin
                   MOVE "wrong PIN" TO access-detail
               WHEN operator-level EQUAL 0
                   MOVE "no valid role on file" TO access-detail
               WHEN OTHER
                   MOVE "Y" TO signon-ok
           END-EVALUATE.

           IF signon-ok EQUAL "Y" THEN
               MOVE signon-id TO operator-id
               MOVE "SIGNON" TO access-event
               MOVE SPACES TO access-detail
               STRING "role " operator-role
                   DELIMITED BY SIZE INTO access-detail
               END-STRING
               DISPLAY "Signed on as " FUNCTION TRIM(operator-name)
                   " (" FUNCTION TRIM(operator-role) ")"
               END-DISPLAY
           ELSE
               MOVE "FAILED" TO access-event
               DISPLAY "Rejected: operator id or PIN not accepted"
           END-IF.

           PERFORM WRITE-ACCESS-RECORD.

           EXIT.

       FIND-OPERATOR.
           MOVE "N" TO operator-found.
           MOVE 0 TO operator-level.
           MOVE SPACES TO operator-name operator-pin operator-role
               operator-state.

           OPEN INPUT operator-file.

           IF operator-file-status EQUAL "00" THEN
               PERFORM WITH TEST AFTER UNTIL operator-file-status
                   NOT EQUAL "00" OR operator-found EQUAL "Y"
                   READ operator-file
                       AT END
                           CONTINUE
                       NOT AT END
                           IF signon-id NOT EQUAL SPACES
                           AND operator-record(1:8) EQUAL signon-id
                           THEN
                               MOVE "Y" TO operator-found
                               MOVE operator-record(10:30)
                                   TO operator-name
                               MOVE operator-record(41:8)
                                   TO operator-pin
                               MOVE operator-record(50:10)
                                   TO operator-role
                               MOVE operator-record(61:1)
                                   TO operator-state
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE operator-file
           END-IF.

           MOVE "00" TO operator-file-status.

           EVALUATE operator-role
               WHEN "VIEWER"
                   MOVE 1 TO operator-level
               WHEN "OPERATOR"
                   MOVE 2 TO operator-level
               WHEN "SUPERVISOR"
                   MOVE 3 TO operator-level
           END-EVALUATE.

           EXIT.

       CHECK-ROLE.
           IF operator-level IS LESS THAN required-level THEN
               MOVE "N" TO role-ok
               IF required-level EQUAL 3 THEN
                   DISPLAY "Rejected: SUPERVISOR role required"
               ELSE
                   DISPLAY "Rejected: OPERATOR role required"
               END-IF
               MOVE "REFUSED" TO access-event
               PERFORM WRITE-ACCESS-RECORD
           ELSE
               MOVE "Y" TO role-ok
           END-IF.

           EXIT.

       WRITE-ACCESS-RECORD.
           MOVE FUNCTION CURRENT-DATE TO access-timestamp.

           OPEN EXTEND access-log.
           IF access-log-status EQUAL "35" THEN
               OPEN OUTPUT access-log
           END-IF.

           MOVE SPACES TO access-record.
           STRING access-timestamp(1:8) "-" access-timestamp(9:6)
               " " ACCESS-PROGRAM " " signon-id " " access-event
               " " access-detail
               DELIMITED BY SIZE INTO access-record
           END-STRING.
           WRITE access-record.

           CLOSE access-log.

           EXIT.

       END PROGRAM SHIFT-HANDOVER.
