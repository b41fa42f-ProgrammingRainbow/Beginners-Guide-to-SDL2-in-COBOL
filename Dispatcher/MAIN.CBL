               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS stations-config-status.

           SELECT station-master ASSIGN TO "data/stations.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS station-master-status.

           SELECT dispatch-config ASSIGN TO "config/dispatch.cfg"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS dispatch-config-status.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS dispatch-report-status.

           SELECT dispatch-history ASSIGN TO
               "data/dispatch-history.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS dispatch-history-status.

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

           FD station-master.
           01 station-master-record PIC X(180).

           FD dispatch-config.
           01 dispatch-config-line PIC X(10).

           01 dispatch-queue-line PIC X(140).

           FD command-file.
           01 command-file-line PIC X(120).

           FD response-file.
           01 response-file-line PIC X(120).
           FD dispatch-report.
           01 dispatch-report-line PIC X(160).

           FD dispatch-history.
           01 dispatch-history-record PIC X(180).

           FD operator-file.
           01 operator-record PIC X(80).

           FD access-log.
           01 access-record PIC X(140).

       WORKING-STORAGE SECTION.
           77 stations-config-status PIC X(02) VALUE "00".
           77 dispatch-config-status PIC X(02) VALUE "00".
           77 command-status PIC X(02) VALUE "00".
           77 response-status PIC X(02) VALUE "00".
           77 dispatch-report-status PIC X(02) VALUE "00".
           77 dispatch-history-status PIC X(02) VALUE "00".
           77 operator-file-status PIC X(02) VALUE "00".
           77 access-log-status PIC X(02) VALUE "00".
           77 command-file-name PIC X(60).
           77 response-file-name PIC X(60).
           77 run-timestamp PIC X(21).

           77 ACK-WAIT-SECONDS USAGE BINARY-LONG VALUE 5.
           77 DELIVERY-ATTEMPTS USAGE BINARY-LONG VALUE 3.

           77 STATION-MAX USAGE BINARY-LONG VALUE 16.
           01 station-table.
             05 station-entry OCCURS 16 TIMES.
               10 station-id PIC X(08).
               10 station-selected PIC X(01).
               10 station-acked PIC X(01).
               10 station-response PIC X(80).
               10 station-attempts USAGE BINARY-LONG.
           77 station-count USAGE BINARY-LONG VALUE 0.
           77 station-scan USAGE BINARY-LONG VALUE 0.

           77 station-master-status PIC X(02) VALUE "00".
           77 MASTER-MAX USAGE BINARY-LONG VALUE 32.
           01 master-table.
             05 master-entry OCCURS 32 TIMES.
               10 master-id PIC X(08).
               10 master-location PIC X(70).
               10 master-contact PIC X(52).
           77 master-count USAGE BINARY-LONG VALUE 0.
           77 master-scan USAGE BINARY-LONG VALUE 0.
           77 master-found USAGE BINARY-LONG VALUE 0.
           77 master-lookup-id PIC X(08).
           77 site-location PIC X(70).
           77 site-contact PIC X(52).

           77 dispatch-command PIC X(120) VALUE SPACES.
           77 dispatch-targets PIC X(140) VALUE SPACES.
           77 queue-present PIC X(01) VALUE "N".
           01 target-split.
             05 target-item OCCURS 16 TIMES PIC X(08).
           77 target-scan USAGE BINARY-LONG VALUE 0.

           77 attempt-number USAGE BINARY-LONG VALUE 0.
           77 wait-seconds USAGE BINARY-LONG VALUE 0.
           77 exist-info PIC X(64).
           77 return-value USAGE BINARY-LONG VALUE 0.
           77 delete-name PIC X(60).

           77 selected-count USAGE BINARY-LONG VALUE 0.
           77 acked-count USAGE BINARY-LONG VALUE 0.
           77 selected-disp PIC 9(03).
           77 acked-disp PIC 9(03).
           77 attempts-disp PIC 9(02).
           77 command-verb PIC X(20).

           77 ACCESS-PROGRAM PIC X(18) VALUE "COMMAND-DISPATCHER".
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

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO run-timestamp.

           PERFORM SIGN-ON.
           PERFORM LOAD-DISPATCH-CONFIG.
           PERFORM LOAD-STATIONS.
           PERFORM LOAD-STATION-MASTER.
           PERFORM READ-DISPATCH-QUEUE.

           IF queue-present EQUAL "N" THEN
               STOP RUN
           END-IF.

           PERFORM CHECK-COMMAND-ROLE.

           PERFORM SELECT-TARGETS.
           PERFORM DELIVER-AND-COLLECT.
           PERFORM WRITE-DISPATCH-REPORT.

           STOP RUN.

       CHECK-COMMAND-ROLE.
           MOVE SPACES TO command-verb.
           UNSTRING dispatch-command DELIMITED BY ALL " "
               INTO command-verb
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(command-verb) TO command-verb.

           IF command-verb EQUAL "STOP" THEN
               MOVE 3 TO required-level
           ELSE
               MOVE 2 TO required-level
           END-IF.

           MOVE SPACES TO access-detail.
           STRING "dispatch " FUNCTION TRIM(dispatch-command)
               " to " FUNCTION TRIM(dispatch-targets)
               DELIMITED BY SIZE INTO access-detail
           END-STRING.
           PERFORM CHECK-ROLE.

           IF role-ok EQUAL "N" THEN
               OPEN OUTPUT dispatch-report
               MOVE SPACES TO dispatch-report-line
               STRING "Dispatch report " run-timestamp(1:8) "-"
                   run-timestamp(9:6)
                   " operator: " FUNCTION TRIM(operator-id)
                   " command: " FUNCTION TRIM(dispatch-command)
                   DELIMITED BY SIZE INTO dispatch-report-line
               END-STRING
               WRITE dispatch-report-line
               MOVE SPACES TO dispatch-report-line
               STRING "Refused: " FUNCTION TRIM(operator-role)
                   " may not dispatch "
                   FUNCTION TRIM(command-verb)
                   ", request discarded"
                   DELIMITED BY SIZE INTO dispatch-report-line
               END-STRING
               WRITE dispatch-report-line
               CLOSE dispatch-report
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           EXIT.

       LOAD-DISPATCH-CONFIG.
           OPEN INPUT dispatch-config.


           EXIT.

       LOAD-STATION-MASTER.
           OPEN INPUT station-master.

           IF station-master-status EQUAL "00" THEN
               PERFORM WITH TEST AFTER UNTIL station-master-status
                   NOT EQUAL "00" OR master-count EQUAL MASTER-MAX
                   READ station-master
                       AT END
                           CONTINUE
                       NOT AT END
                           IF station-master-record NOT EQUAL SPACES
                               PERFORM KEEP-MASTER-RECORD
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE station-master
           END-IF.

           MOVE "00" TO station-master-status.

           EXIT.

       KEEP-MASTER-RECORD.
           ADD 1 TO master-count.
           MOVE station-master-record(1:8) TO master-id(master-count).

           MOVE SPACES TO master-location(master-count).
           STRING FUNCTION TRIM(station-master-record(10:40)) ", "
               FUNCTION TRIM(station-master-record(51:20))
               DELIMITED BY SIZE INTO master-location(master-count)
           END-STRING.
           IF station-master-record(175:1) EQUAL "R" THEN
               MOVE SPACES TO site-location
               STRING FUNCTION TRIM(master-location(master-count))
                   " (RETIRED)"
                   DELIMITED BY SIZE INTO site-location
               END-STRING
               MOVE site-location TO master-location(master-count)
           END-IF.

           MOVE SPACES TO master-contact(master-count).
           STRING FUNCTION TRIM(station-master-record(123:30)) " "
               FUNCTION TRIM(station-master-record(154:20))
               DELIMITED BY SIZE INTO master-contact(master-count)
           END-STRING.

           EXIT.

       FIND-STATION-MASTER.
           MOVE 0 TO master-found.
           PERFORM VARYING master-scan FROM 1 BY 1
               UNTIL master-scan IS GREATER THAN master-count
               OR master-found NOT EQUAL 0
               IF master-id(master-scan) EQUAL master-lookup-id THEN
                   MOVE master-scan TO master-found
               END-IF
           END-PERFORM.

           IF master-found EQUAL 0 THEN
               MOVE "not in station master" TO site-location
               MOVE "no contact on file" TO site-contact
           ELSE
               MOVE master-location(master-found) TO site-location
               MOVE master-contact(master-found) TO site-contact
           END-IF.

           EXIT.

       READ-DISPATCH-QUEUE.
           OPEN INPUT dispatch-queue.

                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FUNCTION TRIM(dispatch-queue-line)
                           TO dispatch-command
               END-READ

           MOVE SPACES TO dispatch-report-line.
           STRING "Dispatch report " run-timestamp(1:8) "-"
               run-timestamp(9:6)
               " operator: " FUNCTION TRIM(operator-id)
               " command: " FUNCTION TRIM(dispatch-command)
               DELIMITED BY SIZE INTO dispatch-report-line
           END-STRING.

           CLOSE dispatch-report.

           MOVE SPACES TO access-detail.
           STRING FUNCTION TRIM(dispatch-command(1:40)) " to "
               FUNCTION TRIM(dispatch-targets)(1:40)
               " confirmed " acked-disp " of " selected-disp
               DELIMITED BY SIZE INTO access-detail
           END-STRING.
           MOVE "DISPATCH" TO access-event.
           PERFORM WRITE-ACCESS-RECORD.

           EXIT.

       WRITE-STATION-RESULT.
           MOVE station-id(station-scan) TO master-lookup-id.
           PERFORM FIND-STATION-MASTER.
           MOVE SPACES TO dispatch-report-line.
           STRING station-id(station-scan) " "
               FUNCTION TRIM(site-location)
               "  contact " FUNCTION TRIM(site-contact)
               DELIMITED BY SIZE INTO dispatch-report-line
           END-STRING.
           WRITE dispatch-report-line.

           MOVE station-attempts(station-scan) TO attempts-disp.

           MOVE SPACES TO dispatch-report-line.
           END-IF.
           WRITE dispatch-report-line.

           PERFORM WRITE-HISTORY-RECORD.

           EXIT.

       WRITE-HISTORY-RECORD.
           OPEN EXTEND dispatch-history.
           IF dispatch-history-status EQUAL "35" THEN
               OPEN OUTPUT dispatch-history
           END-IF.

           MOVE SPACES TO dispatch-history-record.
           MOVE run-timestamp(1:8) TO dispatch-history-record(1:8).
           MOVE "-" TO dispatch-history-record(9:1).
           MOVE run-timestamp(9:6) TO dispatch-history-record(10:6).
           MOVE operator-id TO dispatch-history-record(17:8).
           MOVE station-id(station-scan)
               TO dispatch-history-record(26:8).
           IF station-acked(station-scan) EQUAL "Y" THEN
               MOVE "CONFIRMED" TO dispatch-history-record(35:11)
           ELSE
               MOVE "NO RESPONSE" TO dispatch-history-record(35:11)
           END-IF.
           MOVE attempts-disp TO dispatch-history-record(47:2).
           MOVE dispatch-command(1:40)
               TO dispatch-history-record(50:40).
           MOVE station-response(station-scan)
               TO dispatch-history-record(91:80).
           WRITE dispatch-history-record.

           CLOSE dispatch-history.

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

       END PROGRAM COMMAND-DISPATCHER.
