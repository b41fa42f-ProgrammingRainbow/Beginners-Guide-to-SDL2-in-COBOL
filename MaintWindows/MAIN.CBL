       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINT-WINDOWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT window-file ASSIGN TO window-file-name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS window-file-status.

           SELECT station-master ASSIGN TO "data/stations.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS station-master-status.

           SELECT operator-file ASSIGN TO "data/operators.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS operator-file-status.

           SELECT access-log ASSIGN TO "logs/access.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS access-log-status.

       DATA DIVISION.
       FILE SECTION.
           FD window-file.
           01 window-record PIC X(120).

           FD station-master.
           01 station-master-record PIC X(180).

           FD operator-file.
           01 operator-record PIC X(80).

           FD access-log.
           01 access-record PIC X(140).

       WORKING-STORAGE SECTION.
           77 window-file-name PIC X(60).
           77 window-file-status PIC X(02) VALUE "00".
           77 station-master-status PIC X(02) VALUE "00".
           77 operator-file-status PIC X(02) VALUE "00".
           77 access-log-status PIC X(02) VALUE "00".
           77 window-rename-from PIC X(60)
               VALUE "data/maintenance.tmp".
           77 window-rename-to PIC X(60)
               VALUE "data/maintenance.dat".
           77 return-value USAGE BINARY-LONG VALUE 0.
           77 run-timestamp PIC X(21).

           77 ACCESS-PROGRAM PIC X(18) VALUE "MAINT-WINDOWS".
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

           77 WINDOW-MAX USAGE BINARY-LONG VALUE 200.
           01 window-table.
             05 window-entry OCCURS 200 TIMES.
               10 window-station PIC X(08).
               10 FILLER PIC X(01).
               10 window-start-date PIC X(08).
               10 FILLER PIC X(01).
               10 window-start-time PIC X(04).
               10 FILLER PIC X(01).
               10 window-end-date PIC X(08).
               10 FILLER PIC X(01).
               10 window-end-time PIC X(04).
               10 FILLER PIC X(01).
               10 window-reason PIC X(50).
               10 FILLER PIC X(01).
               10 window-booked-by PIC X(20).
               10 FILLER PIC X(01).
               10 window-booked-on PIC X(08).
               10 FILLER PIC X(03).
           77 window-count USAGE BINARY-LONG VALUE 0.
           77 window-scan USAGE BINARY-LONG VALUE 0.
           77 save-scan USAGE BINARY-LONG VALUE 0.
           77 window-found USAGE BINARY-LONG VALUE 0.
           77 window-clash USAGE BINARY-LONG VALUE 0.
           77 active-count USAGE BINARY-LONG VALUE 0.
           77 window-disp PIC 9(03).
           77 active-disp PIC 9(03).
           77 line-disp PIC ZZ9.
           77 window-state PIC X(06).

           77 KEEP-WINDOW-DAYS USAGE BINARY-LONG VALUE 90.
           77 keep-cutoff PIC 9(08) VALUE 0.
           77 now-stamp PIC X(12).
           77 window-from-stamp PIC X(12).
           77 window-to-stamp PIC X(12).
           77 edit-from-stamp PIC X(12).
           77 edit-to-stamp PIC X(12).

           77 MASTER-MAX USAGE BINARY-LONG VALUE 32.
           01 master-table.
             05 master-entry OCCURS 32 TIMES.
               10 master-id PIC X(08).
           77 master-count USAGE BINARY-LONG VALUE 0.
           77 master-scan USAGE BINARY-LONG VALUE 0.
           77 master-found USAGE BINARY-LONG VALUE 0.

           01 edit-entry.
             05 edit-station PIC X(08).
             05 FILLER PIC X(01).
             05 edit-start-date PIC X(08).
             05 FILLER PIC X(01).
             05 edit-start-time PIC X(04).
             05 FILLER PIC X(01).
             05 edit-end-date PIC X(08).
             05 FILLER PIC X(01).
             05 edit-end-time PIC X(04).
             05 FILLER PIC X(01).
             05 edit-reason PIC X(50).
             05 FILLER PIC X(01).
             05 edit-booked-by PIC X(20).
             05 FILLER PIC X(01).
             05 edit-booked-on PIC X(08).
             05 FILLER PIC X(03).
           77 edit-ok PIC X(01) VALUE "Y".

           77 console-running PIC X(01) VALUE "Y".
           77 menu-choice PIC X(20).
           77 entry-value PIC X(60).
           77 prompt-label PIC X(30).

           77 check-value PIC X(20).
           77 check-len USAGE BINARY-LONG VALUE 0.
           77 check-pos USAGE BINARY-LONG VALUE 0.
           77 check-ok PIC X(01) VALUE "Y".
           77 check-month USAGE BINARY-LONG VALUE 0.
           77 check-day USAGE BINARY-LONG VALUE 0.
           77 check-hour USAGE BINARY-LONG VALUE 0.
           77 check-minute USAGE BINARY-LONG VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO run-timestamp.
           COMPUTE keep-cutoff = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL(run-timestamp(1:8)))
               - KEEP-WINDOW-DAYS).

           PERFORM SIGN-ON.
           PERFORM LOAD-STATION-MASTER.
           PERFORM LOAD-WINDOWS.

           PERFORM UNTIL console-running EQUAL "N"
               PERFORM SHOW-MENU
               PERFORM HANDLE-CHOICE
           END-PERFORM.

           STOP RUN.

       SHOW-MENU.
           MOVE FUNCTION CURRENT-DATE TO run-timestamp.
           MOVE run-timestamp(1:12) TO now-stamp.

           MOVE 0 TO active-count.
           PERFORM VARYING window-scan FROM 1 BY 1
               UNTIL window-scan IS GREATER THAN window-count
               PERFORM JUDGE-WINDOW-STATE
               IF window-state EQUAL "ACTIVE" THEN
                   ADD 1 TO active-count
               END-IF
           END-PERFORM.
           MOVE window-count TO window-disp.
           MOVE active-count TO active-disp.

           DISPLAY " ".
           DISPLAY "Kiosk maintenance windows".
           DISPLAY "Signed on: " FUNCTION TRIM(operator-id) " "
               FUNCTION TRIM(operator-role)
           END-DISPLAY.
           DISPLAY "Windows on file: " window-disp
               "  in progress: " active-disp
           END-DISPLAY.
           DISPLAY " ".
           DISPLAY "B) book a window".
           DISPLAY "X) cancel a window".
           DISPLAY "L) list windows".
           DISPLAY "Q) quit".
           DISPLAY " ".
           DISPLAY "Choice: " WITH NO ADVANCING END-DISPLAY.

           EXIT.

       HANDLE-CHOICE.
           MOVE SPACES TO menu-choice.
           ACCEPT menu-choice.

           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(menu-choice))
               WHEN "B"
                   MOVE 2 TO required-level
                   MOVE "book maintenance window" TO access-detail
                   PERFORM CHECK-ROLE
                   IF role-ok EQUAL "Y" THEN
                       PERFORM BOOK-WINDOW
                   END-IF
               WHEN "X"
                   MOVE 2 TO required-level
                   MOVE "cancel maintenance window" TO access-detail
                   PERFORM CHECK-ROLE
                   IF role-ok EQUAL "Y" THEN
                       PERFORM CANCEL-WINDOW
                   END-IF
               WHEN "L"
                   PERFORM LIST-WINDOWS
               WHEN "Q"
                   MOVE "N" TO console-running
               WHEN OTHER
                   DISPLAY "Not a valid choice"
           END-EVALUATE.

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
                               ADD 1 TO master-count
                               MOVE station-master-record(1:8)
                                   TO master-id(master-count)
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE station-master
           END-IF.

           MOVE "00" TO station-master-status.

           EXIT.

       LOAD-WINDOWS.
           MOVE 0 TO window-count.
           MOVE "data/maintenance.dat" TO window-file-name.

           OPEN INPUT window-file.

           IF window-file-status EQUAL "00" THEN
               PERFORM WITH TEST AFTER UNTIL window-file-status
                   NOT EQUAL "00" OR window-count EQUAL WINDOW-MAX
                   READ window-file
                       AT END
                           CONTINUE
                       NOT AT END
                           IF window-record NOT EQUAL SPACES
                           AND window-record(24:8)
                           IS NOT LESS THAN keep-cutoff THEN
                               ADD 1 TO window-count
                               MOVE window-record
                                   TO window-entry(window-count)
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE window-file
           END-IF.

           MOVE "00" TO window-file-status.

           EXIT.

       SAVE-WINDOWS.
           MOVE "data/maintenance.tmp" TO window-file-name.
           OPEN OUTPUT window-file.

           PERFORM VARYING save-scan FROM 1 BY 1
               UNTIL save-scan IS GREATER THAN window-count
               MOVE window-entry(save-scan) TO window-record
               WRITE window-record
           END-PERFORM.

           CLOSE window-file.

           CALL "CBL_RENAME_FILE" USING
               window-rename-from window-rename-to
               RETURNING return-value
           END-CALL.

           EXIT.

       JUDGE-WINDOW-STATE.
           MOVE SPACES TO window-from-stamp window-to-stamp.
           STRING window-start-date(window-scan)
               window-start-time(window-scan)
               DELIMITED BY SIZE INTO window-from-stamp
           END-STRING.
           STRING window-end-date(window-scan)
               window-end-time(window-scan)
               DELIMITED BY SIZE INTO window-to-stamp
           END-STRING.

           IF now-stamp IS LESS THAN window-from-stamp THEN
               MOVE "BOOKED" TO window-state
           ELSE
               IF now-stamp IS LESS THAN window-to-stamp THEN
                   MOVE "ACTIVE" TO window-state
               ELSE
                   MOVE "ENDED" TO window-state
               END-IF
           END-IF.

           EXIT.

       BOOK-WINDOW.
           IF window-count EQUAL WINDOW-MAX THEN
               DISPLAY "Rejected: maintenance file is full"
           ELSE
               MOVE SPACES TO edit-entry
               PERFORM ASK-WINDOW-DETAILS
               IF edit-ok EQUAL "Y" THEN
                   PERFORM CHECK-WINDOW-CLASH
               END-IF
               IF edit-ok EQUAL "Y" THEN
                   MOVE operator-id TO edit-booked-by
                   MOVE run-timestamp(1:8) TO edit-booked-on
                   ADD 1 TO window-count
                   MOVE edit-entry TO window-entry(window-count)
                   PERFORM SAVE-WINDOWS
                   MOVE SPACES TO access-detail
                   STRING "booked " FUNCTION TRIM(edit-station) " "
                       edit-start-date " " edit-start-time " to "
                       edit-end-date " " edit-end-time
                       DELIMITED BY SIZE INTO access-detail
                   END-STRING
                   MOVE "WINDOW" TO access-event
                   PERFORM WRITE-ACCESS-RECORD
                   DISPLAY "Window booked for "
                       FUNCTION TRIM(edit-station) " "
                       edit-start-date " " edit-start-time " to "
                       edit-end-date " " edit-end-time
                   END-DISPLAY
               END-IF
           END-IF.

           EXIT.

       ASK-WINDOW-DETAILS.
           MOVE "Y" TO edit-ok.

           MOVE "Station id" TO prompt-label.
           PERFORM ASK-FIELD.
           IF FUNCTION LENGTH(FUNCTION TRIM(entry-value))
           IS GREATER THAN 8 OR entry-value EQUAL SPACES THEN
               DISPLAY "Rejected: station id must be 1 to 8 "
                   "characters"
               END-DISPLAY
               MOVE "N" TO edit-ok
           ELSE
               MOVE FUNCTION UPPER-CASE
                   (FUNCTION TRIM(entry-value))(1:8)
                   TO edit-station
               PERFORM FIND-MASTER
               IF master-found EQUAL 0 THEN
                   DISPLAY "Rejected: station "
                       FUNCTION TRIM(edit-station)
                       " is not in the station master"
                   END-DISPLAY
                   MOVE "N" TO edit-ok
               END-IF
           END-IF.

           IF edit-ok EQUAL "Y" THEN
               MOVE "Start date YYYYMMDD" TO prompt-label
               PERFORM ASK-FIELD
               MOVE FUNCTION TRIM(entry-value) TO check-value
               PERFORM CHECK-DATE
               IF check-ok EQUAL "N" THEN
                   DISPLAY "Rejected: start date must be YYYYMMDD"
                   MOVE "N" TO edit-ok
               ELSE
                   MOVE check-value(1:8) TO edit-start-date
               END-IF
           END-IF.

           IF edit-ok EQUAL "Y" THEN
               MOVE "Start time HHMM" TO prompt-label
               PERFORM ASK-FIELD
               MOVE FUNCTION TRIM(entry-value) TO check-value
               PERFORM CHECK-TIME
               IF check-ok EQUAL "N" THEN
                   DISPLAY "Rejected: start time must be HHMM"
                   MOVE "N" TO edit-ok
               ELSE
                   MOVE check-value(1:4) TO edit-start-time
               END-IF
           END-IF.

           IF edit-ok EQUAL "Y" THEN
               MOVE "End date YYYYMMDD" TO prompt-label
               PERFORM ASK-FIELD
               IF entry-value EQUAL SPACES THEN
                   MOVE edit-start-date TO entry-value
               END-IF
               MOVE FUNCTION TRIM(entry-value) TO check-value
               PERFORM CHECK-DATE
               IF check-ok EQUAL "N" THEN
                   DISPLAY "Rejected: end date must be YYYYMMDD"
                   MOVE "N" TO edit-ok
               ELSE
                   MOVE check-value(1:8) TO edit-end-date
               END-IF
           END-IF.

           IF edit-ok EQUAL "Y" THEN
               MOVE "End time HHMM" TO prompt-label
               PERFORM ASK-FIELD
               MOVE FUNCTION TRIM(entry-value) TO check-value
               PERFORM CHECK-TIME
               IF check-ok EQUAL "N" THEN
                   DISPLAY "Rejected: end time must be HHMM"
                   MOVE "N" TO edit-ok
               ELSE
                   MOVE check-value(1:4) TO edit-end-time
               END-IF
           END-IF.

           IF edit-ok EQUAL "Y" THEN
               MOVE SPACES TO edit-from-stamp edit-to-stamp
               STRING edit-start-date edit-start-time
                   DELIMITED BY SIZE INTO edit-from-stamp
               END-STRING
               STRING edit-end-date edit-end-time
                   DELIMITED BY SIZE INTO edit-to-stamp
               END-STRING
               IF edit-to-stamp IS NOT GREATER THAN edit-from-stamp
               THEN
                   DISPLAY "Rejected: window must end after it starts"
                   MOVE "N" TO edit-ok
               ELSE
                   IF edit-to-stamp IS NOT GREATER THAN now-stamp
                   THEN
                       DISPLAY "Rejected: window has already ended"
                       MOVE "N" TO edit-ok
                   END-IF
               END-IF
           END-IF.

           IF edit-ok EQUAL "Y" THEN
               MOVE "Reason" TO prompt-label
               PERFORM ASK-FIELD
               IF entry-value EQUAL SPACES THEN
                   DISPLAY "Rejected: reason required"
                   MOVE "N" TO edit-ok
               ELSE
                   MOVE entry-value TO edit-reason
               END-IF
           END-IF.

           EXIT.

       ASK-FIELD.
           DISPLAY FUNCTION TRIM(prompt-label) ": "
               WITH NO ADVANCING
           END-DISPLAY.
           MOVE SPACES TO entry-value.
           ACCEPT entry-value.

           EXIT.

       FIND-MASTER.
           MOVE 0 TO master-found.
           PERFORM VARYING master-scan FROM 1 BY 1
               UNTIL master-scan IS GREATER THAN master-count
               OR master-found NOT EQUAL 0
               IF master-id(master-scan) EQUAL edit-station THEN
                   MOVE master-scan TO master-found
               END-IF
           END-PERFORM.

           EXIT.

       CHECK-WINDOW-CLASH.
           MOVE 0 TO window-clash.
           PERFORM VARYING window-scan FROM 1 BY 1
               UNTIL window-scan IS GREATER THAN window-count
               OR window-clash NOT EQUAL 0
               IF window-station(window-scan) EQUAL edit-station THEN
                   PERFORM JUDGE-WINDOW-STATE
                   IF window-from-stamp IS LESS THAN edit-to-stamp
                   AND window-to-stamp IS GREATER THAN edit-from-stamp
                   THEN
                       MOVE window-scan TO window-clash
                   END-IF
               END-IF
           END-PERFORM.

           IF window-clash NOT EQUAL 0 THEN
               MOVE window-clash TO line-disp
               DISPLAY "Rejected: overlaps window " line-disp " "
                   window-start-date(window-clash) " "
                   window-start-time(window-clash) " to "
                   window-end-date(window-clash) " "
                   window-end-time(window-clash)
               END-DISPLAY
               MOVE "N" TO edit-ok
           END-IF.

           EXIT.

       CANCEL-WINDOW.
           PERFORM LIST-WINDOWS.

           MOVE 0 TO window-found.
           IF window-count IS GREATER THAN 0 THEN
               DISPLAY "Window number: " WITH NO ADVANCING
               END-DISPLAY
               MOVE SPACES TO entry-value
               ACCEPT entry-value
               IF FUNCTION TRIM(entry-value) IS NUMERIC THEN
                   COMPUTE window-found = FUNCTION NUMVAL
                       (FUNCTION TRIM(entry-value))
               END-IF
               IF window-found IS LESS THAN 1
               OR window-found IS GREATER THAN window-count THEN
                   DISPLAY "Rejected: no such window"
                   MOVE 0 TO window-found
               END-IF
           END-IF.

           IF window-found NOT EQUAL 0 THEN
               MOVE window-found TO window-scan
               PERFORM JUDGE-WINDOW-STATE
               IF window-state EQUAL "ENDED" THEN
                   DISPLAY "Rejected: window has already ended"
               ELSE
                   DISPLAY "Cancel "
                       FUNCTION TRIM(window-station(window-found))
                       " " window-start-date(window-found)
                       " " window-start-time(window-found)
                       " (Y/N): "
                       WITH NO ADVANCING
                   END-DISPLAY
                   MOVE SPACES TO entry-value
                   ACCEPT entry-value
                   IF FUNCTION UPPER-CASE(FUNCTION TRIM(entry-value))
                   EQUAL "Y" THEN
                       MOVE SPACES TO access-detail
                       STRING "cancelled "
                           FUNCTION TRIM(window-station(window-found))
                           " " window-start-date(window-found)
                           " " window-start-time(window-found)
                           " to " window-end-date(window-found)
                           " " window-end-time(window-found)
                           DELIMITED BY SIZE INTO access-detail
                       END-STRING
                       PERFORM REMOVE-WINDOW-ENTRY
                       PERFORM SAVE-WINDOWS
                       MOVE "WINDOW" TO access-event
                       PERFORM WRITE-ACCESS-RECORD
                       DISPLAY "Window cancelled"
                   ELSE
                       DISPLAY "Cancel abandoned"
                   END-IF
               END-IF
           END-IF.

           EXIT.

       REMOVE-WINDOW-ENTRY.
           PERFORM VARYING window-scan FROM window-found BY 1
               UNTIL window-scan IS NOT LESS THAN window-count
               MOVE window-entry(window-scan + 1)
                   TO window-entry(window-scan)
           END-PERFORM.
           SUBTRACT 1 FROM window-count.

           EXIT.

       LIST-WINDOWS.
           IF window-count EQUAL 0 THEN
               DISPLAY "No maintenance windows on file"
           END-IF.

           PERFORM VARYING window-scan FROM 1 BY 1
               UNTIL window-scan IS GREATER THAN window-count
               PERFORM JUDGE-WINDOW-STATE
               MOVE window-scan TO line-disp
               DISPLAY line-disp " " window-station(window-scan) " "
                   window-start-date(window-scan) " "
                   window-start-time(window-scan) " to "
                   window-end-date(window-scan) " "
                   window-end-time(window-scan) " "
                   window-state
               END-DISPLAY
               DISPLAY "    "
                   FUNCTION TRIM(window-reason(window-scan))
                   "  booked by "
                   FUNCTION TRIM(window-booked-by(window-scan))
                   " on " window-booked-on(window-scan)
               END-DISPLAY
           END-PERFORM.

           EXIT.

       CHECK-DATE.
           MOVE "Y" TO check-ok.
           COMPUTE check-len =
               FUNCTION LENGTH(FUNCTION TRIM(check-value)).

           IF check-value EQUAL SPACES OR check-len NOT EQUAL 8 THEN
               MOVE "N" TO check-ok
           ELSE
               PERFORM CHECK-DIGITS
           END-IF.

           IF check-ok EQUAL "Y" THEN
               COMPUTE check-month =
                   FUNCTION NUMVAL(check-value(5:2))
               COMPUTE check-day =
                   FUNCTION NUMVAL(check-value(7:2))
               IF check-month IS LESS THAN 1
               OR check-month IS GREATER THAN 12
               OR check-day IS LESS THAN 1
               OR check-day IS GREATER THAN 31 THEN
                   MOVE "N" TO check-ok
               END-IF
           END-IF.

           EXIT.

       CHECK-TIME.
           MOVE "Y" TO check-ok.
           COMPUTE check-len =
               FUNCTION LENGTH(FUNCTION TRIM(check-value)).

           IF check-value EQUAL SPACES OR check-len NOT EQUAL 4 THEN
               MOVE "N" TO check-ok
           ELSE
               PERFORM CHECK-DIGITS
           END-IF.

           IF check-ok EQUAL "Y" THEN
               COMPUTE check-hour =
                   FUNCTION NUMVAL(check-value(1:2))
               COMPUTE check-minute =
                   FUNCTION NUMVAL(check-value(3:2))
               IF check-hour IS GREATER THAN 23
               OR check-minute IS GREATER THAN 59 THEN
                   MOVE "N" TO check-ok
               END-IF
           END-IF.

           EXIT.

       CHECK-DIGITS.
           PERFORM VARYING check-pos FROM 1 BY 1
               UNTIL check-pos IS GREATER THAN check-len
               IF check-value(check-pos:1) IS LESS THAN "0"
               OR check-value(check-pos:1) IS GREATER THAN "9"
               THEN
                   MOVE "N" TO check-ok
               END-IF
           END-PERFORM.

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

       END PROGRAM MAINT-WINDOWS.
