       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLEET-BOARD.

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

           SELECT version-stamp ASSIGN TO version-stamp-name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS version-stamp-status.

           SELECT alert-state ASSIGN TO "data/alertstate.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS alert-state-status.

           SELECT dispatch-history ASSIGN TO
               "data/dispatch-history.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS dispatch-history-status.

           SELECT events-log ASSIGN TO "logs/events.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS events-log-status.

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

           FD version-stamp.
           01 version-stamp-line PIC X(40).

           FD alert-state.
           01 alert-state-record PIC X(80).

           FD dispatch-history.
           01 dispatch-history-record PIC X(180).

           FD events-log.
           01 events-log-record PIC X(200).

           FD operator-file.
           01 operator-record PIC X(80).

           FD access-log.
           01 access-record PIC X(140).

       WORKING-STORAGE SECTION.
           77 stations-config-status PIC X(02) VALUE "00".
           77 watchdog-config-status PIC X(02) VALUE "00".
           77 heartbeat-status PIC X(02) VALUE "00".
           77 version-stamp-status PIC X(02) VALUE "00".
           77 alert-state-status PIC X(02) VALUE "00".
           77 dispatch-history-status PIC X(02) VALUE "00".
           77 events-log-status PIC X(02) VALUE "00".
           77 operator-file-status PIC X(02) VALUE "00".
           77 access-log-status PIC X(02) VALUE "00".
           77 heartbeat-file-name PIC X(60).
           77 version-stamp-name PIC X(60).
           77 return-value USAGE BINARY-LONG VALUE 0.
           77 run-timestamp PIC X(21).

           77 ACCESS-PROGRAM PIC X(18) VALUE "FLEET-BOARD".
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
           77 access-timestamp PIC X(21).
           77 access-event PIC X(08).
           77 access-detail PIC X(80).

           77 REFRESH-SECONDS USAGE BINARY-LONG VALUE 5.
           77 board-running PIC X(01) VALUE "Y".
           77 board-view PIC X(01) VALUE "B".
           77 board-key PIC X(04).
           77 board-pick USAGE BINARY-LONG VALUE 0.
           77 pick-entry PIC X(04).
           77 pick-number USAGE BINARY-LONG VALUE 0.
           77 board-message PIC X(80) VALUE SPACES.
           77 board-line PIC X(80).
           77 board-row USAGE BINARY-LONG VALUE 0.
           77 BOARD-FIRST-ROW USAGE BINARY-LONG VALUE 4.
           77 BOARD-MESSAGE-ROW USAGE BINARY-LONG VALUE 23.
           77 BOARD-PROMPT-ROW USAGE BINARY-LONG VALUE 24.

           77 now-integer USAGE BINARY-LONG VALUE 0.
           77 now-secs USAGE BINARY-LONG VALUE 0.

           77 MAX-AGE-SECONDS USAGE BINARY-LONG VALUE 600.
           77 FPS-FLOOR USAGE BINARY-LONG VALUE 30.
           77 STATION-MAX USAGE BINARY-LONG VALUE 16.
           01 station-table.
             05 station-entry OCCURS 16 TIMES.
               10 station-id PIC X(08).
               10 station-alerts USAGE BINARY-LONG.
               10 station-command PIC X(40).
               10 station-result PIC X(11).
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

           77 row-age USAGE BINARY-LONG VALUE 0.
           77 row-fps USAGE BINARY-LONG VALUE 0.
           77 row-state PIC X(08).
           77 row-feeds USAGE BINARY-LONG VALUE 0.
           77 row-missing PIC X(01) VALUE "N".
           77 row-version PIC X(10).
           77 row-flag PIC X(05).
           77 stale-count USAGE BINARY-LONG VALUE 0.
           77 alerting-count USAGE BINARY-LONG VALUE 0.
           77 slow-count USAGE BINARY-LONG VALUE 0.

           77 exist-info PIC X(64).
           77 exist-name PIC X(60).

           77 EVENT-SHOW-MAX USAGE BINARY-LONG VALUE 20.
           01 event-table.
             05 event-entry OCCURS 20 TIMES.
               10 event-text PIC X(80).
           77 event-count USAGE BINARY-LONG VALUE 0.
           77 event-next USAGE BINARY-LONG VALUE 0.
           77 event-scan USAGE BINARY-LONG VALUE 0.
           77 event-slot USAGE BINARY-LONG VALUE 0.
           77 record-head PIC X(200).
           77 record-tail PIC X(200).

           77 age-disp PIC ZZZZZ9.
           77 fps-disp PIC ZZZ9.
           77 alerts-disp PIC ZZ9.
           77 pick-disp PIC Z9.
           77 count-disp PIC ZZ9.
           77 refresh-disp PIC Z9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SIGN-ON.
           PERFORM LOAD-WATCHDOG-CONFIG.
           PERFORM LOAD-STATIONS.

           PERFORM UNTIL board-running EQUAL "N"
               PERFORM REFRESH-SCREEN
               PERFORM ASK-BOARD-KEY
           END-PERFORM.

           DISPLAY " " AT LINE 1 COLUMN 1 WITH BLANK SCREEN
           END-DISPLAY.

           STOP RUN.

       REFRESH-SCREEN.
           MOVE FUNCTION CURRENT-DATE TO run-timestamp.
           COMPUTE now-integer = FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL(run-timestamp(1:8))).
           COMPUTE now-secs =
               FUNCTION NUMVAL(run-timestamp(9:2)) * 3600
               + FUNCTION NUMVAL(run-timestamp(11:2)) * 60
               + FUNCTION NUMVAL(run-timestamp(13:2)).

           DISPLAY " " AT LINE 1 COLUMN 1 WITH BLANK SCREEN
           END-DISPLAY.

           IF board-view EQUAL "E" THEN
               PERFORM SHOW-STATION-EVENTS
           ELSE
               PERFORM SHOW-BOARD
           END-IF.

           DISPLAY board-message AT LINE BOARD-MESSAGE-ROW COLUMN 1
               WITH HIGHLIGHT
           END-DISPLAY.
           MOVE SPACES TO board-message.

           EXIT.

       ASK-BOARD-KEY.
           IF board-view EQUAL "E" THEN
               MOVE SPACES TO board-line
               STRING "B) back to board   Q) quit   "
                   "Enter a station no. for its events: "
                   DELIMITED BY SIZE INTO board-line
               END-STRING
           ELSE
               MOVE "Q) quit   Enter a station no. for its events: "
                   TO board-line
           END-IF.
           DISPLAY board-line AT LINE BOARD-PROMPT-ROW COLUMN 1
           END-DISPLAY.

           MOVE SPACES TO board-key.
           ACCEPT board-key AT LINE BOARD-PROMPT-ROW COLUMN 70
               WITH TIME-OUT REFRESH-SECONDS
           END-ACCEPT.

           EVALUATE TRUE
               WHEN board-key EQUAL SPACES
                   CONTINUE
               WHEN FUNCTION UPPER-CASE(FUNCTION TRIM(board-key))
               EQUAL "Q"
                   MOVE "N" TO board-running
               WHEN FUNCTION UPPER-CASE(FUNCTION TRIM(board-key))
               EQUAL "B"
                   MOVE "B" TO board-view
               WHEN OTHER
                   PERFORM PICK-STATION
           END-EVALUATE.

           EXIT.

       PICK-STATION.
           MOVE 0 TO pick-number.
           MOVE FUNCTION TRIM(board-key) TO pick-entry.
           IF pick-entry(1:1) IS NUMERIC
           AND (pick-entry(2:1) IS NUMERIC
           OR pick-entry(2:1) EQUAL SPACE)
           AND pick-entry(3:2) EQUAL SPACES THEN
               COMPUTE pick-number = FUNCTION NUMVAL(pick-entry)
           END-IF.

           IF pick-number IS LESS THAN 1
           OR pick-number IS GREATER THAN station-count THEN
               MOVE "Not a valid choice" TO board-message
           ELSE
               MOVE pick-number TO board-pick
               MOVE "E" TO board-view
           END-IF.

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

       SHOW-BOARD.
           PERFORM LOAD-ALERT-COUNTS.
           PERFORM LOAD-LAST-COMMANDS.
           MOVE 0 TO stale-count alerting-count slow-count.

           MOVE REFRESH-SECONDS TO refresh-disp.
           MOVE SPACES TO board-line.
           STRING "Fleet status  " run-timestamp(1:8) "-"
               run-timestamp(9:6) "  refresh "
               FUNCTION TRIM(refresh-disp) "s  operator "
               FUNCTION TRIM(operator-id)
               DELIMITED BY SIZE INTO board-line
           END-STRING.
           DISPLAY board-line AT LINE 1 COLUMN 1 END-DISPLAY.

           MOVE SPACES TO board-line.
           STRING "No Station     Age State     FPS Config Alr Flag  "
               "Last command       Ack"
               DELIMITED BY SIZE INTO board-line
           END-STRING.
           DISPLAY board-line AT LINE 3 COLUMN 1 END-DISPLAY.

           IF station-count EQUAL 0 THEN
               DISPLAY "No stations configured"
                   AT LINE BOARD-FIRST-ROW COLUMN 1
               END-DISPLAY
           END-IF.

           PERFORM VARYING station-scan FROM 1 BY 1
               UNTIL station-scan IS GREATER THAN station-count
               PERFORM SHOW-STATION-ROW
           END-PERFORM.

           COMPUTE board-row = BOARD-FIRST-ROW + station-count + 1.
           MOVE SPACES TO board-line.
           MOVE stale-count TO count-disp.
           STRING "Stale " FUNCTION TRIM(count-disp)
               DELIMITED BY SIZE INTO board-line
           END-STRING.
           MOVE alerting-count TO count-disp.
           STRING "  alerting " FUNCTION TRIM(count-disp)
               DELIMITED BY SIZE INTO board-line(10:20)
           END-STRING.
           MOVE slow-count TO count-disp.
           STRING "  slow " FUNCTION TRIM(count-disp)
               DELIMITED BY SIZE INTO board-line(25:20)
           END-STRING.
           DISPLAY board-line AT LINE board-row COLUMN 1
           END-DISPLAY.

           EXIT.

       SHOW-STATION-ROW.
           PERFORM JUDGE-STATION.
           PERFORM READ-VERSION-STAMP.

           MOVE SPACES TO board-line.
           MOVE station-scan TO pick-disp.
           MOVE pick-disp TO board-line(1:2).
           MOVE station-id(station-scan) TO board-line(4:8).

           IF row-feeds EQUAL 0 THEN
               MOVE "  ----" TO board-line(13:6)
               MOVE "  --" TO board-line(29:4)
           ELSE
               IF row-age IS GREATER THAN 999999 THEN
                   MOVE 999999 TO row-age
               END-IF
               MOVE row-age TO age-disp
               MOVE age-disp TO board-line(13:6)
               MOVE row-fps TO fps-disp
               MOVE fps-disp TO board-line(29:4)
           END-IF.

           MOVE row-state TO board-line(20:8).
           MOVE row-version(1:6) TO board-line(34:6).
           MOVE station-alerts(station-scan) TO alerts-disp.
           MOVE alerts-disp TO board-line(41:3).
           MOVE row-flag TO board-line(45:5).
           MOVE station-command(station-scan)(1:18)
               TO board-line(51:18).
           MOVE station-result(station-scan) TO board-line(70:11).

           COMPUTE board-row = BOARD-FIRST-ROW + station-scan - 1.

           EVALUATE row-flag
               WHEN "STALE"
                   DISPLAY board-line AT LINE board-row COLUMN 1
                       WITH REVERSE-VIDEO
                   END-DISPLAY
               WHEN "OK"
                   DISPLAY board-line AT LINE board-row COLUMN 1
                   END-DISPLAY
               WHEN OTHER
                   DISPLAY board-line AT LINE board-row COLUMN 1
                       WITH HIGHLIGHT
                   END-DISPLAY
           END-EVALUATE.

           EXIT.

       JUDGE-STATION.
           MOVE 0 TO row-age row-feeds.
           MOVE 9999 TO row-fps.
           MOVE SPACES TO row-state.
           MOVE "N" TO row-missing.

           PERFORM VARYING feed-scan FROM 1 BY 1
               UNTIL feed-scan IS GREATER THAN 2
               IF feed-scan EQUAL 1 THEN
                   MOVE "BG" TO feed-tag
               ELSE
                   MOVE "FX" TO feed-tag
               END-IF
               PERFORM CHECK-ONE-FEED
           END-PERFORM.

           IF row-feeds EQUAL 0 THEN
               MOVE "NO HB" TO row-state
           END-IF.

           MOVE "OK" TO row-flag.
           IF row-state NOT EQUAL "CLOSED" THEN
               IF row-fps IS LESS THAN FPS-FLOOR THEN
                   MOVE "SLOW" TO row-flag
               END-IF
               IF station-alerts(station-scan) IS GREATER THAN 0 THEN
                   MOVE "ALERT" TO row-flag
               END-IF
               IF row-missing EQUAL "Y"
               OR row-age IS GREATER THAN MAX-AGE-SECONDS THEN
                   MOVE "STALE" TO row-flag
               END-IF
           ELSE
               IF station-alerts(station-scan) IS GREATER THAN 0 THEN
                   MOVE "ALERT" TO row-flag
               END-IF
           END-IF.

           EVALUATE row-flag
               WHEN "STALE"
                   ADD 1 TO stale-count
               WHEN "ALERT"
                   ADD 1 TO alerting-count
               WHEN "SLOW"
                   ADD 1 TO slow-count
           END-EVALUATE.

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

           IF hb-present EQUAL "N" THEN
               MOVE "Y" TO row-missing
           ELSE
               PERFORM JUDGE-HEARTBEAT
               ADD 1 TO row-feeds
               IF hb-age IS GREATER THAN row-age THEN
                   MOVE hb-age TO row-age
               END-IF
               IF hb-fps IS LESS THAN row-fps THEN
                   MOVE hb-fps TO row-fps
               END-IF
               IF feed-tag EQUAL "FX" OR row-state EQUAL SPACES THEN
                   MOVE hb-state TO row-state
               END-IF
           END-IF.

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

           EXIT.

       READ-VERSION-STAMP.
           MOVE "NONE" TO row-version.

           MOVE SPACES TO version-stamp-name.
           STRING "dist/" FUNCTION TRIM(station-id(station-scan))
               "/config/config.ver"
               DELIMITED BY SIZE INTO version-stamp-name
           END-STRING.

           OPEN INPUT version-stamp.

           IF version-stamp-status EQUAL "00" THEN
               READ version-stamp
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FUNCTION TRIM(version-stamp-line)(1:10)
                           TO row-version
               END-READ

               CLOSE version-stamp
           END-IF.

           MOVE "00" TO version-stamp-status.

           EXIT.

       LOAD-ALERT-COUNTS.
           PERFORM VARYING station-scan FROM 1 BY 1
               UNTIL station-scan IS GREATER THAN station-count
               MOVE 0 TO station-alerts(station-scan)
           END-PERFORM.

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

           EXIT.

       CHECK-ALERT-FILE.
           MOVE FUNCTION TRIM(alert-state-record(21:40)) TO exist-name.
           CALL "CBL_CHECK_FILE_EXIST" USING
               exist-name exist-info
               RETURNING return-value
           END-CALL.

           IF return-value EQUAL 0 THEN
               PERFORM VARYING station-scan FROM 1 BY 1
                   UNTIL station-scan IS GREATER THAN station-count
                   IF station-id(station-scan)
                   EQUAL alert-state-record(62:8) THEN
                       ADD 1 TO station-alerts(station-scan)
                   END-IF
               END-PERFORM
           END-IF.

           EXIT.

       LOAD-LAST-COMMANDS.
           PERFORM VARYING station-scan FROM 1 BY 1
               UNTIL station-scan IS GREATER THAN station-count
               MOVE "(none)" TO station-command(station-scan)
               MOVE SPACES TO station-result(station-scan)
           END-PERFORM.

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

           EXIT.

       TAKE-DISPATCH-RECORD.
           PERFORM VARYING station-scan FROM 1 BY 1
               UNTIL station-scan IS GREATER THAN station-count
               IF station-id(station-scan)
               EQUAL dispatch-history-record(26:8) THEN
                   MOVE dispatch-history-record(50:40)
                       TO station-command(station-scan)
                   MOVE dispatch-history-record(35:11)
                       TO station-result(station-scan)
               END-IF
           END-PERFORM.

           EXIT.

       SHOW-STATION-EVENTS.
           PERFORM LOAD-STATION-EVENTS.

           MOVE REFRESH-SECONDS TO refresh-disp.
           MOVE SPACES TO board-line.
           STRING "Events for " FUNCTION TRIM(station-id(board-pick))
               " (last 20)  " run-timestamp(1:8) "-"
               run-timestamp(9:6) "  refresh "
               FUNCTION TRIM(refresh-disp) "s"
               DELIMITED BY SIZE INTO board-line
           END-STRING.
           DISPLAY board-line AT LINE 1 COLUMN 1 END-DISPLAY.

           IF event-count EQUAL 0 THEN
               DISPLAY "No events logged for this station"
                   AT LINE 3 COLUMN 1
               END-DISPLAY
           END-IF.

           IF event-count IS LESS THAN EVENT-SHOW-MAX THEN
               MOVE 1 TO event-slot
           ELSE
               MOVE event-next TO event-slot
           END-IF.

           PERFORM VARYING event-scan FROM 1 BY 1
               UNTIL event-scan IS GREATER THAN event-count
               COMPUTE board-row = event-scan + 2
               DISPLAY event-text(event-slot)
                   AT LINE board-row COLUMN 1
               END-DISPLAY
               ADD 1 TO event-slot
               IF event-slot IS GREATER THAN EVENT-SHOW-MAX THEN
                   MOVE 1 TO event-slot
               END-IF
           END-PERFORM.

           EXIT.

       LOAD-STATION-EVENTS.
           MOVE 0 TO event-count.
           MOVE 1 TO event-next.

           OPEN INPUT events-log.

           IF events-log-status EQUAL "00" THEN
               PERFORM WITH TEST AFTER UNTIL events-log-status
                   NOT EQUAL "00"
                   READ events-log
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM TAKE-EVENT-RECORD
                   END-READ
               END-PERFORM

               CLOSE events-log
           END-IF.

           MOVE "00" TO events-log-status.

           EXIT.

       TAKE-EVENT-RECORD.
           MOVE SPACES TO record-head record-tail.
           UNSTRING events-log-record DELIMITED BY " station="
               INTO record-head record-tail
           END-UNSTRING.

           IF record-tail(1:8) EQUAL station-id(board-pick)
           AND record-tail(9:1) EQUAL SPACE THEN
               MOVE events-log-record(1:80) TO event-text(event-next)
               ADD 1 TO event-next
               IF event-next IS GREATER THAN EVENT-SHOW-MAX THEN
                   MOVE 1 TO event-next
               END-IF
               IF event-count IS LESS THAN EVENT-SHOW-MAX THEN
                   ADD 1 TO event-count
               END-IF
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

       END PROGRAM FLEET-BOARD.
