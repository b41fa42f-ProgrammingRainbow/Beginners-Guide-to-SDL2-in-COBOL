       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT incident-file ASSIGN TO incident-file-name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS incident-file-status.

           SELECT operator-file ASSIGN TO "data/operators.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS operator-file-status.

           SELECT access-log ASSIGN TO "logs/access.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS access-log-status.

       DATA DIVISION.
       FILE SECTION.
           FD incident-file.
           01 incident-record PIC X(220).

           FD operator-file.
           01 operator-record PIC X(80).

           FD access-log.
           01 access-record PIC X(140).

       WORKING-STORAGE SECTION.
           77 incident-file-status PIC X(02) VALUE "00".
           77 operator-file-status PIC X(02) VALUE "00".
           77 access-log-status PIC X(02) VALUE "00".
           77 incident-file-name PIC X(60).
           77 incident-rename-from PIC X(60)
               VALUE "data/incidents.tmp".
           77 incident-rename-to PIC X(60)
               VALUE "data/incidents.dat".
           77 return-value USAGE BINARY-LONG VALUE 0.
           77 entry-timestamp PIC X(21).

           77 ACCESS-PROGRAM PIC X(18) VALUE "INCIDENT-ENTRY".
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

           77 INCIDENT-MAX USAGE BINARY-LONG VALUE 500.
           01 incident-table.
             05 incident-entry OCCURS 500 TIMES.
               10 inc-day PIC X(08).
               10 FILLER PIC X(01).
               10 inc-time PIC X(04).
               10 FILLER PIC X(01).
               10 inc-station PIC X(08).
               10 FILLER PIC X(01).
               10 inc-category PIC X(08).
               10 FILLER PIC X(01).
               10 inc-text PIC X(60).
               10 FILLER PIC X(01).
               10 inc-number PIC 9(06).
               10 FILLER PIC X(01).
               10 inc-status PIC X(13).
               10 FILLER PIC X(01).
               10 inc-assignee PIC X(08).
               10 FILLER PIC X(01).
               10 inc-resolution PIC X(60).
               10 FILLER PIC X(01).
               10 inc-closed-day PIC X(08).
               10 FILLER PIC X(01).
               10 inc-closed-time PIC X(04).
               10 FILLER PIC X(01).
               10 inc-opened-by PIC X(08).
               10 FILLER PIC X(01).
               10 inc-updated-by PIC X(08).
               10 FILLER PIC X(05).
           77 incident-count USAGE BINARY-LONG VALUE 0.
           77 incident-scan USAGE BINARY-LONG VALUE 0.
           77 save-scan USAGE BINARY-LONG VALUE 0.
           77 incident-found USAGE BINARY-LONG VALUE 0.
           77 incident-next USAGE BINARY-LONG VALUE 0.
           77 number-disp PIC 9(06).
           77 update-number USAGE BINARY-LONG VALUE 0.
           77 update-ok PIC X(01) VALUE "N".

           77 console-running PIC X(01) VALUE "Y".
           77 menu-choice PIC X(20).

           77 entry-category PIC X(08).
           77 entry-text PIC X(60).
           77 entry-value PIC X(60).
           77 entry-status PIC X(13).
           77 entry-assignee PIC X(08).

           77 check-value PIC X(20).
           77 check-len USAGE BINARY-LONG VALUE 0.
           77 check-pos USAGE BINARY-LONG VALUE 0.
           77 check-ok PIC X(01) VALUE "Y".
           77 check-num USAGE BINARY-LONG VALUE 0.

           77 today-count USAGE BINARY-LONG VALUE 0.
           77 today-disp PIC 9(03).
           77 open-count USAGE BINARY-LONG VALUE 0.
           77 open-disp PIC 9(03).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SIGN-ON.
           PERFORM LOAD-INCIDENTS.

           PERFORM UNTIL console-running EQUAL "N"
               PERFORM SHOW-MENU
               PERFORM HANDLE-CHOICE
           STOP RUN.

       SHOW-MENU.
           MOVE 0 TO open-count.
           PERFORM VARYING incident-scan FROM 1 BY 1
               UNTIL incident-scan IS GREATER THAN incident-count
               IF inc-status(incident-scan) NOT EQUAL "CLOSED" THEN
                   ADD 1 TO open-count
               END-IF
           END-PERFORM.
           MOVE open-count TO open-disp.

           DISPLAY " ".
           DISPLAY "Kiosk incident log".
           DISPLAY "Signed on: " FUNCTION TRIM(operator-id) " "
               FUNCTION TRIM(operator-role)
           END-DISPLAY.
           DISPLAY "Tickets not yet closed: " open-disp.
           DISPLAY " ".
           DISPLAY "A) record an incident".
           DISPLAY "U) update a ticket".
           DISPLAY "O) list tickets not yet closed".
           DISPLAY "L) list incidents recorded today".
           DISPLAY "Q) quit".
           DISPLAY " ".

           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(menu-choice))
               WHEN "A"
                   MOVE 2 TO required-level
                   MOVE "record an incident" TO access-detail
                   PERFORM CHECK-ROLE
                   IF role-ok EQUAL "Y" THEN
                       PERFORM RECORD-INCIDENT
                   END-IF
               WHEN "U"
                   MOVE 2 TO required-level
                   MOVE "update a ticket" TO access-detail
                   PERFORM CHECK-ROLE
                   IF role-ok EQUAL "Y" THEN
                       PERFORM UPDATE-TICKET
                   END-IF
               WHEN "O"
                   PERFORM LIST-OPEN
               WHEN "L"
                   PERFORM LIST-TODAY
               WHEN "Q"

           EXIT.

       LOAD-INCIDENTS.
           MOVE 0 TO incident-count.
           MOVE 0 TO incident-next.
           MOVE "data/incidents.dat" TO incident-file-name.

           OPEN INPUT incident-file.

           IF incident-file-status EQUAL "00" THEN
               PERFORM WITH TEST AFTER UNTIL incident-file-status
                   NOT EQUAL "00" OR incident-count EQUAL INCIDENT-MAX
                   READ incident-file
                       AT END
                           CONTINUE
                       NOT AT END
                           IF incident-record(1:8) IS NUMERIC THEN
                               ADD 1 TO incident-count
                               MOVE incident-record
                                   TO incident-entry(incident-count)
                               IF inc-number(incident-count)
                               IS NUMERIC
                               AND inc-number(incident-count)
                               IS GREATER THAN incident-next THEN
                                   MOVE inc-number(incident-count)
                                       TO incident-next
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE incident-file
           END-IF.

           MOVE "00" TO incident-file-status.

           PERFORM VARYING incident-scan FROM 1 BY 1
               UNTIL incident-scan IS GREATER THAN incident-count
               IF inc-number(incident-scan) IS NOT NUMERIC THEN
                   ADD 1 TO incident-next
                   MOVE incident-next TO inc-number(incident-scan)
                   MOVE "OPEN" TO inc-status(incident-scan)
               END-IF
           END-PERFORM.

           EXIT.

       SAVE-INCIDENTS.
           MOVE "data/incidents.tmp" TO incident-file-name.
           OPEN OUTPUT incident-file.

           PERFORM VARYING save-scan FROM 1 BY 1
               UNTIL save-scan IS GREATER THAN incident-count
               MOVE incident-entry(save-scan) TO incident-record
               WRITE incident-record
           END-PERFORM.

           CLOSE incident-file.

           CALL "CBL_RENAME_FILE" USING
               incident-rename-from incident-rename-to
               RETURNING return-value
           END-CALL.

           EXIT.

       RECORD-INCIDENT.
           IF incident-count EQUAL INCIDENT-MAX THEN
               DISPLAY "Rejected: incident file is full"
           ELSE
               DISPLAY "Station id (e.g. K01): "
                   WITH NO ADVANCING
               END-DISPLAY
               MOVE SPACES TO entry-value
               ACCEPT entry-value
               IF entry-value EQUAL SPACES THEN
                   DISPLAY "Rejected: station id required"
               ELSE
                   MOVE FUNCTION UPPER-CASE
                       (FUNCTION TRIM(entry-value))(1:8)
                       TO entry-station
                   PERFORM ASK-TIME-NOTICED
               END-IF
           END-IF.

           EXIT.
       WRITE-INCIDENT.
           MOVE FUNCTION CURRENT-DATE TO entry-timestamp.

           PERFORM LOAD-INCIDENTS.

           IF incident-count EQUAL INCIDENT-MAX THEN
               DISPLAY "Rejected: incident file is full"
           ELSE
               PERFORM ADD-INCIDENT-ENTRY
           END-IF.

           EXIT.

       ADD-INCIDENT-ENTRY.
           ADD 1 TO incident-count.
           ADD 1 TO incident-next.
           MOVE SPACES TO incident-entry(incident-count).
           MOVE entry-timestamp(1:8) TO inc-day(incident-count).
           MOVE entry-time TO inc-time(incident-count).
           MOVE entry-station TO inc-station(incident-count).
           MOVE entry-category TO inc-category(incident-count).
           MOVE entry-text TO inc-text(incident-count).
           MOVE incident-next TO inc-number(incident-count).
           MOVE "OPEN" TO inc-status(incident-count).
           MOVE operator-id TO inc-opened-by(incident-count).
           MOVE operator-id TO inc-updated-by(incident-count).

           PERFORM SAVE-INCIDENTS.

           MOVE incident-next TO number-disp.
           DISPLAY "Incident recorded as ticket " number-disp.

           MOVE SPACES TO access-detail.
           STRING "ticket " number-disp " recorded for "
               FUNCTION TRIM(entry-station) " " entry-category
               DELIMITED BY SIZE INTO access-detail
           END-STRING.
           MOVE "INCIDENT" TO access-event.
           PERFORM WRITE-ACCESS-RECORD.

           EXIT.

       UPDATE-TICKET.
           DISPLAY "Ticket number: " WITH NO ADVANCING END-DISPLAY.
           MOVE SPACES TO entry-value.
           ACCEPT entry-value.

           MOVE entry-value(1:20) TO check-value.
           PERFORM CHECK-NUMERIC.

           IF check-ok EQUAL "N" THEN
               DISPLAY "Rejected: ticket number must be numeric"
           ELSE
               COMPUTE check-num = FUNCTION NUMVAL
                   (FUNCTION TRIM(entry-value))
               PERFORM LOAD-INCIDENTS
               MOVE 0 TO incident-found
               PERFORM VARYING incident-scan FROM 1 BY 1
                   UNTIL incident-scan IS GREATER THAN incident-count
                   OR incident-found NOT EQUAL 0
                   IF inc-number(incident-scan) EQUAL check-num THEN
                       MOVE incident-scan TO incident-found
                   END-IF
               END-PERFORM

               IF incident-found EQUAL 0 THEN
                   DISPLAY "Rejected: no such ticket"
               ELSE
                   MOVE incident-found TO incident-scan
                   PERFORM SHOW-TICKET
                   IF inc-status(incident-found) EQUAL "CLOSED" THEN
                       DISPLAY "Rejected: ticket is already closed"
                   ELSE
                       PERFORM ASK-NEW-STATUS
                   END-IF
               END-IF
           END-IF.

           EXIT.

       ASK-NEW-STATUS.
           DISPLAY "New status "
               "[OPEN ASSIGNED WAITING-PARTS CLOSED]: "
               WITH NO ADVANCING
           END-DISPLAY.
           MOVE SPACES TO entry-value.
           ACCEPT entry-value.

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(entry-value))(1:13)
               TO entry-status.

           EVALUATE entry-status
               WHEN "OPEN"
                   PERFORM SAVE-TICKET-UPDATE
                   IF update-ok EQUAL "Y" THEN
                       DISPLAY "Ticket updated"
                   END-IF
               WHEN "ASSIGNED"
                   PERFORM ASK-ASSIGNEE
               WHEN "WAITING-PARTS"
                   PERFORM ASK-ASSIGNEE
               WHEN "CLOSED"
                   PERFORM ASK-RESOLUTION
               WHEN OTHER
                   DISPLAY "Rejected: unknown status"
           END-EVALUATE.

           EXIT.

       ASK-ASSIGNEE.
           DISPLAY "Assigned to ["
               FUNCTION TRIM(inc-assignee(incident-found)) "]: "
               WITH NO ADVANCING
           END-DISPLAY.
           MOVE SPACES TO entry-value.
           ACCEPT entry-value.

           MOVE inc-assignee(incident-found) TO entry-assignee.
           IF entry-value NOT EQUAL SPACES THEN
               MOVE FUNCTION UPPER-CASE
                   (FUNCTION TRIM(entry-value))(1:8)
                   TO entry-assignee
           END-IF.

           IF entry-assignee EQUAL SPACES THEN
               DISPLAY "Rejected: assignee required"
           ELSE
               PERFORM SAVE-TICKET-UPDATE
               IF update-ok EQUAL "Y" THEN
                   DISPLAY "Ticket updated"
               END-IF
           END-IF.

           EXIT.

       ASK-RESOLUTION.
           DISPLAY "Resolution (60 max): "
               WITH NO ADVANCING
           END-DISPLAY.
           MOVE SPACES TO entry-text.
           ACCEPT entry-text.

           IF entry-text EQUAL SPACES THEN
               DISPLAY "Rejected: resolution required to close"
           ELSE
               PERFORM SAVE-TICKET-UPDATE
               IF update-ok EQUAL "Y" THEN
                   DISPLAY "Ticket closed"
               END-IF
           END-IF.

           EXIT.

       SAVE-TICKET-UPDATE.
           MOVE inc-number(incident-found) TO update-number.
           PERFORM LOAD-INCIDENTS.
           MOVE "N" TO update-ok.

           MOVE 0 TO incident-found.
           PERFORM VARYING incident-scan FROM 1 BY 1
               UNTIL incident-scan IS GREATER THAN incident-count
               OR incident-found NOT EQUAL 0
               IF inc-number(incident-scan) EQUAL update-number THEN
                   MOVE incident-scan TO incident-found
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN incident-found EQUAL 0
                   DISPLAY "Rejected: ticket is no longer on file"
               WHEN inc-status(incident-found) EQUAL "CLOSED"
                   DISPLAY "Rejected: ticket was closed by "
                       FUNCTION TRIM(inc-updated-by(incident-found))
                       " in the meantime"
                   END-DISPLAY
               WHEN OTHER
                   MOVE "Y" TO update-ok
                   PERFORM APPLY-TICKET-UPDATE
           END-EVALUATE.

           EXIT.

       APPLY-TICKET-UPDATE.
           MOVE entry-status TO inc-status(incident-found).

           EVALUATE entry-status
               WHEN "ASSIGNED"
                   MOVE entry-assignee TO inc-assignee(incident-found)
               WHEN "WAITING-PARTS"
                   MOVE entry-assignee TO inc-assignee(incident-found)
               WHEN "CLOSED"
                   MOVE FUNCTION CURRENT-DATE TO entry-timestamp
                   MOVE entry-text TO inc-resolution(incident-found)
                   MOVE entry-timestamp(1:8)
                       TO inc-closed-day(incident-found)
                   MOVE entry-timestamp(9:4)
                       TO inc-closed-time(incident-found)
           END-EVALUATE.

           MOVE operator-id TO inc-updated-by(incident-found).
           PERFORM SAVE-INCIDENTS.

           MOVE inc-number(incident-found) TO number-disp.
           MOVE SPACES TO access-detail.
           STRING "ticket " number-disp " set to "
               inc-status(incident-found)
               DELIMITED BY SIZE INTO access-detail
           END-STRING.
           MOVE "INCIDENT" TO access-event.
           PERFORM WRITE-ACCESS-RECORD.

           EXIT.

       SHOW-TICKET.
           DISPLAY inc-number(incident-scan) " "
               inc-day(incident-scan) " "
               inc-time(incident-scan) " "
               inc-station(incident-scan) " "
               inc-category(incident-scan) " "
               inc-status(incident-scan) " "
               inc-assignee(incident-scan)
           END-DISPLAY.
           DISPLAY "       "
               FUNCTION TRIM(inc-text(incident-scan))
           END-DISPLAY.
           IF inc-opened-by(incident-scan) NOT EQUAL SPACES THEN
               DISPLAY "       recorded by "
                   FUNCTION TRIM(inc-opened-by(incident-scan))
                   ", last updated by "
                   FUNCTION TRIM(inc-updated-by(incident-scan))
               END-DISPLAY
           END-IF.
           IF inc-status(incident-scan) EQUAL "CLOSED" THEN
               DISPLAY "       closed "
                   inc-closed-day(incident-scan) " "
                   inc-closed-time(incident-scan) " "
                   FUNCTION TRIM(inc-resolution(incident-scan))
               END-DISPLAY
           END-IF.

           EXIT.

       LIST-OPEN.
           IF open-count EQUAL 0 THEN
               DISPLAY "No tickets awaiting closure"
           END-IF.

           PERFORM VARYING incident-scan FROM 1 BY 1
               UNTIL incident-scan IS GREATER THAN incident-count
               IF inc-status(incident-scan) NOT EQUAL "CLOSED" THEN
                   PERFORM SHOW-TICKET
               END-IF
           END-PERFORM.

           EXIT.

           MOVE FUNCTION CURRENT-DATE TO entry-timestamp.
           MOVE 0 TO today-count.

           IF incident-count EQUAL 0 THEN
               DISPLAY "No incidents on file"
           ELSE
               PERFORM VARYING incident-scan FROM 1 BY 1
                   UNTIL incident-scan IS GREATER THAN incident-count
                   IF inc-day(incident-scan) EQUAL
                   entry-timestamp(1:8) THEN
                       ADD 1 TO today-count
                       PERFORM SHOW-TICKET
                   END-IF
               END-PERFORM

               MOVE today-count TO today-disp
               DISPLAY "Incidents today: " today-disp
           END-IF.

           EXIT.

       CHECK-NUMERIC.

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

       END PROGRAM INCIDENT-ENTRY.
