       IDENTIFICATION DIVISION.
       PROGRAM-ID. STATION-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT master-file ASSIGN TO master-file-name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS master-file-status.

           SELECT operator-file ASSIGN TO "data/operators.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS operator-file-status.

           SELECT access-log ASSIGN TO "logs/access.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS access-log-status.

       DATA DIVISION.
       FILE SECTION.
           FD master-file.
           01 master-record PIC X(180).

           FD operator-file.
           01 operator-record PIC X(80).

           FD access-log.
           01 access-record PIC X(140).

       WORKING-STORAGE SECTION.
           77 master-file-name PIC X(60).
           77 master-file-status PIC X(02) VALUE "00".
           77 operator-file-status PIC X(02) VALUE "00".
           77 access-log-status PIC X(02) VALUE "00".
           77 master-rename-from PIC X(60)
               VALUE "data/stations.tmp".
           77 master-rename-to PIC X(60)
               VALUE "data/stations.dat".
           77 return-value USAGE BINARY-LONG VALUE 0.

           77 ACCESS-PROGRAM PIC X(18) VALUE "STATION-MAINT".
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

           77 MASTER-MAX USAGE BINARY-LONG VALUE 32.
           01 master-table.
             05 master-entry OCCURS 32 TIMES.
               10 master-id PIC X(08).
               10 FILLER PIC X(01).
               10 master-address PIC X(40).
               10 FILLER PIC X(01).
               10 master-zone PIC X(20).
               10 FILLER PIC X(01).
               10 master-model PIC X(20).
               10 FILLER PIC X(01).
               10 master-serial PIC X(20).
               10 FILLER PIC X(01).
               10 master-installed PIC X(08).
               10 FILLER PIC X(01).
               10 master-contact PIC X(30).
               10 FILLER PIC X(01).
               10 master-phone PIC X(20).
               10 FILLER PIC X(01).
               10 master-status PIC X(01).
               10 FILLER PIC X(05).
           77 master-count USAGE BINARY-LONG VALUE 0.
           77 master-scan USAGE BINARY-LONG VALUE 0.
           77 save-scan USAGE BINARY-LONG VALUE 0.
           77 master-found USAGE BINARY-LONG VALUE 0.
           77 active-count USAGE BINARY-LONG VALUE 0.
           77 master-disp PIC 9(03).
           77 active-disp PIC 9(03).

           01 edit-entry.
             05 edit-id PIC X(08).
             05 FILLER PIC X(01).
             05 edit-address PIC X(40).
             05 FILLER PIC X(01).
             05 edit-zone PIC X(20).
             05 FILLER PIC X(01).
             05 edit-model PIC X(20).
             05 FILLER PIC X(01).
             05 edit-serial PIC X(20).
             05 FILLER PIC X(01).
             05 edit-installed PIC X(08).
             05 FILLER PIC X(01).
             05 edit-contact PIC X(30).
             05 FILLER PIC X(01).
             05 edit-phone PIC X(20).
             05 FILLER PIC X(01).
             05 edit-status PIC X(01).
             05 FILLER PIC X(05).
           77 edit-ok PIC X(01) VALUE "Y".

           77 console-running PIC X(01) VALUE "Y".
           77 menu-choice PIC X(20).
           77 entry-value PIC X(60).
           77 prompt-label PIC X(30).
           77 prompt-current PIC X(40).
           77 status-name PIC X(07).

           77 check-value PIC X(20).
           77 check-len USAGE BINARY-LONG VALUE 0.
           77 check-pos USAGE BINARY-LONG VALUE 0.
           77 check-ok PIC X(01) VALUE "Y".
           77 check-month USAGE BINARY-LONG VALUE 0.
           77 check-day USAGE BINARY-LONG VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SIGN-ON.
           PERFORM LOAD-MASTER.

           PERFORM UNTIL console-running EQUAL "N"
               PERFORM SHOW-MENU
               PERFORM HANDLE-CHOICE
           END-PERFORM.

           STOP RUN.

       SHOW-MENU.
           MOVE 0 TO active-count.
           PERFORM VARYING master-scan FROM 1 BY 1
               UNTIL master-scan IS GREATER THAN master-count
               IF master-status(master-scan) EQUAL "A" THEN
                   ADD 1 TO active-count
               END-IF
           END-PERFORM.
           MOVE master-count TO master-disp.
           MOVE active-count TO active-disp.

           DISPLAY " ".
           DISPLAY "Kiosk station master maintenance".
           DISPLAY "Signed on: " FUNCTION TRIM(operator-id) " "
               FUNCTION TRIM(operator-role)
           END-DISPLAY.
           DISPLAY "Stations on file: " master-disp
               "  active: " active-disp
           END-DISPLAY.
           DISPLAY " ".
           DISPLAY "A) add a station".
           DISPLAY "C) change a station".
           DISPLAY "D) delete a station".
           DISPLAY "L) list stations".
           DISPLAY "Q) quit".
           DISPLAY " ".
           DISPLAY "Choice: " WITH NO ADVANCING END-DISPLAY.

           EXIT.

       HANDLE-CHOICE.
           MOVE SPACES TO menu-choice.
           ACCEPT menu-choice.

           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(menu-choice))
               WHEN "A"
                   MOVE 2 TO required-level
                   MOVE "add station" TO access-detail
                   PERFORM CHECK-ROLE
                   IF role-ok EQUAL "Y" THEN
                       PERFORM ADD-STATION
                   END-IF
               WHEN "C"
                   MOVE 2 TO required-level
                   MOVE "change station" TO access-detail
                   PERFORM CHECK-ROLE
                   IF role-ok EQUAL "Y" THEN
                       PERFORM CHANGE-STATION
                   END-IF
               WHEN "D"
                   MOVE 2 TO required-level
                   MOVE "delete station" TO access-detail
                   PERFORM CHECK-ROLE
                   IF role-ok EQUAL "Y" THEN
                       PERFORM DELETE-STATION
                   END-IF
               WHEN "L"
                   PERFORM LIST-STATIONS
               WHEN "Q"
                   MOVE "N" TO console-running
               WHEN OTHER
                   DISPLAY "Not a valid choice"
           END-EVALUATE.

           EXIT.

       LOAD-MASTER.
           MOVE 0 TO master-count.
           MOVE "data/stations.dat" TO master-file-name.

           OPEN INPUT master-file.

           IF master-file-status EQUAL "00" THEN
               PERFORM WITH TEST AFTER UNTIL master-file-status
                   NOT EQUAL "00" OR master-count EQUAL MASTER-MAX
                   READ master-file
                       AT END
                           CONTINUE
                       NOT AT END
                           IF master-record NOT EQUAL SPACES THEN
                               ADD 1 TO master-count
                               MOVE master-record
                                   TO master-entry(master-count)
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE master-file
           END-IF.

           MOVE "00" TO master-file-status.

           EXIT.

       SAVE-MASTER.
           MOVE "data/stations.tmp" TO master-file-name.
           OPEN OUTPUT master-file.

           PERFORM VARYING save-scan FROM 1 BY 1
               UNTIL save-scan IS GREATER THAN master-count
               MOVE master-entry(save-scan) TO master-record
               WRITE master-record
           END-PERFORM.

           CLOSE master-file.

           CALL "CBL_RENAME_FILE" USING
               master-rename-from master-rename-to
               RETURNING return-value
           END-CALL.

           EXIT.

       ASK-STATION-ID.
           DISPLAY "Station id: " WITH NO ADVANCING END-DISPLAY.
           MOVE SPACES TO entry-value.
           ACCEPT entry-value.

           MOVE SPACES TO edit-id.
           MOVE 0 TO master-found.

           IF FUNCTION LENGTH(FUNCTION TRIM(entry-value))
           IS GREATER THAN 8 THEN
               DISPLAY "Rejected: station id is longer than 8"
           ELSE
               IF entry-value NOT EQUAL SPACES THEN
                   MOVE FUNCTION UPPER-CASE
                       (FUNCTION TRIM(entry-value))(1:8)
                       TO edit-id
                   PERFORM FIND-MASTER
               ELSE
                   DISPLAY "Rejected: station id required"
               END-IF
           END-IF.

           EXIT.

       FIND-MASTER.
           MOVE 0 TO master-found.
           PERFORM VARYING master-scan FROM 1 BY 1
               UNTIL master-scan IS GREATER THAN master-count
               OR master-found NOT EQUAL 0
               IF master-id(master-scan) EQUAL edit-id THEN
                   MOVE master-scan TO master-found
               END-IF
           END-PERFORM.

           EXIT.

       ADD-STATION.
           IF master-count EQUAL MASTER-MAX THEN
               DISPLAY "Rejected: station master is full"
           ELSE
               PERFORM ASK-STATION-ID
               IF edit-id NOT EQUAL SPACES THEN
                   IF master-found NOT EQUAL 0 THEN
                       DISPLAY "Rejected: station "
                           FUNCTION TRIM(edit-id)
                           " is already on file"
                       END-DISPLAY
                   ELSE
                       MOVE SPACES TO edit-address edit-zone
                           edit-model edit-serial edit-installed
                           edit-contact edit-phone
                       MOVE "A" TO edit-status
                       PERFORM ASK-DETAILS
                       IF edit-ok EQUAL "Y" THEN
                           ADD 1 TO master-count
                           MOVE edit-entry
                               TO master-entry(master-count)
                           PERFORM SAVE-MASTER
                           MOVE SPACES TO access-detail
                           STRING "added " FUNCTION TRIM(edit-id)
                               " " FUNCTION TRIM(edit-address)
                               DELIMITED BY SIZE INTO access-detail
                           END-STRING
                           MOVE "STATION" TO access-event
                           PERFORM WRITE-ACCESS-RECORD
                           DISPLAY "Station "
                               FUNCTION TRIM(edit-id) " added"
                           END-DISPLAY
                       END-IF
                   END-IF
               END-IF
           END-IF.

           EXIT.

       CHANGE-STATION.
           PERFORM ASK-STATION-ID.

           IF edit-id NOT EQUAL SPACES THEN
               IF master-found EQUAL 0 THEN
                   DISPLAY "Rejected: station "
                       FUNCTION TRIM(edit-id) " is not on file"
                   END-DISPLAY
               ELSE
                   MOVE master-entry(master-found) TO edit-entry
                   DISPLAY "Press Enter to keep the value shown"
                   PERFORM ASK-DETAILS
                   IF edit-ok EQUAL "Y" THEN
                       PERFORM ASK-STATUS
                   END-IF
                   IF edit-ok EQUAL "Y" THEN
                       MOVE edit-entry TO master-entry(master-found)
                       PERFORM SAVE-MASTER
                       MOVE SPACES TO access-detail
                       STRING "changed " FUNCTION TRIM(edit-id)
                           " status " edit-status
                           DELIMITED BY SIZE INTO access-detail
                       END-STRING
                       MOVE "STATION" TO access-event
                       PERFORM WRITE-ACCESS-RECORD
                       DISPLAY "Station "
                           FUNCTION TRIM(edit-id) " changed"
                       END-DISPLAY
                   END-IF
               END-IF
           END-IF.

           EXIT.

       ASK-DETAILS.
           MOVE "Y" TO edit-ok.

           MOVE "Site address" TO prompt-label.
           MOVE edit-address TO prompt-current.
           PERFORM ASK-FIELD.
           IF entry-value NOT EQUAL SPACES THEN
               MOVE entry-value TO edit-address
           END-IF.

           MOVE "Floor / zone" TO prompt-label.
           MOVE edit-zone TO prompt-current.
           PERFORM ASK-FIELD.
           IF entry-value NOT EQUAL SPACES THEN
               MOVE entry-value TO edit-zone
           END-IF.

           MOVE "Display model" TO prompt-label.
           MOVE edit-model TO prompt-current.
           PERFORM ASK-FIELD.
           IF entry-value NOT EQUAL SPACES THEN
               MOVE entry-value TO edit-model
           END-IF.

           MOVE "Display serial" TO prompt-label.
           MOVE edit-serial TO prompt-current.
           PERFORM ASK-FIELD.
           IF entry-value NOT EQUAL SPACES THEN
               MOVE entry-value TO edit-serial
           END-IF.

           MOVE "Install date YYYYMMDD" TO prompt-label.
           MOVE edit-installed TO prompt-current.
           PERFORM ASK-FIELD.
           IF entry-value NOT EQUAL SPACES THEN
               MOVE FUNCTION TRIM(entry-value) TO check-value
               PERFORM CHECK-DATE
               IF check-ok EQUAL "N" THEN
                   DISPLAY "Rejected: install date must be YYYYMMDD"
                   MOVE "N" TO edit-ok
               ELSE
                   MOVE FUNCTION TRIM(entry-value) TO edit-installed
               END-IF
           END-IF.

           IF edit-ok EQUAL "Y" THEN
               MOVE "On-site contact" TO prompt-label
               MOVE edit-contact TO prompt-current
               PERFORM ASK-FIELD
               IF entry-value NOT EQUAL SPACES THEN
                   MOVE entry-value TO edit-contact
               END-IF

               MOVE "Contact phone" TO prompt-label
               MOVE edit-phone TO prompt-current
               PERFORM ASK-FIELD
               IF entry-value NOT EQUAL SPACES THEN
                   MOVE entry-value TO edit-phone
               END-IF
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

       ASK-STATUS.
           IF edit-status EQUAL "R" THEN
               MOVE "RETIRED" TO prompt-current
           ELSE
               MOVE "ACTIVE" TO prompt-current
           END-IF.
           MOVE "A) active  R) retired" TO prompt-label.
           PERFORM ASK-FIELD.

           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(entry-value))
               WHEN SPACES
                   CONTINUE
               WHEN "A"
                   MOVE "A" TO edit-status
               WHEN "R"
                   MOVE "R" TO edit-status
               WHEN OTHER
                   DISPLAY "Rejected: status must be A or R"
                   MOVE "N" TO edit-ok
           END-EVALUATE.

           EXIT.

       DELETE-STATION.
           PERFORM ASK-STATION-ID.

           IF edit-id NOT EQUAL SPACES THEN
               IF master-found EQUAL 0 THEN
                   DISPLAY "Rejected: station "
                       FUNCTION TRIM(edit-id) " is not on file"
                   END-DISPLAY
               ELSE
                   DISPLAY "Delete " FUNCTION TRIM(edit-id) " at "
                       FUNCTION TRIM(master-address(master-found))
                       " (Y/N): "
                       WITH NO ADVANCING
                   END-DISPLAY
                   MOVE SPACES TO entry-value
                   ACCEPT entry-value
                   IF FUNCTION UPPER-CASE(FUNCTION TRIM(entry-value))
                   EQUAL "Y" THEN
                       MOVE SPACES TO access-detail
                       STRING "deleted " FUNCTION TRIM(edit-id) " "
                           FUNCTION TRIM(master-address(master-found))
                           DELIMITED BY SIZE INTO access-detail
                       END-STRING
                       PERFORM REMOVE-MASTER-ENTRY
                       PERFORM SAVE-MASTER
                       MOVE "STATION" TO access-event
                       PERFORM WRITE-ACCESS-RECORD
                       DISPLAY "Station "
                           FUNCTION TRIM(edit-id) " deleted"
                       END-DISPLAY
                   ELSE
                       DISPLAY "Delete cancelled"
                   END-IF
               END-IF
           END-IF.

           EXIT.

       REMOVE-MASTER-ENTRY.
           PERFORM VARYING master-scan FROM master-found BY 1
               UNTIL master-scan IS NOT LESS THAN master-count
               MOVE master-entry(master-scan + 1)
                   TO master-entry(master-scan)
           END-PERFORM.
           SUBTRACT 1 FROM master-count.

           EXIT.

       LIST-STATIONS.
           IF master-count EQUAL 0 THEN
               DISPLAY "No stations on file"
           END-IF.

           PERFORM VARYING master-scan FROM 1 BY 1
               UNTIL master-scan IS GREATER THAN master-count
               IF master-status(master-scan) EQUAL "R" THEN
                   MOVE "RETIRED" TO status-name
               ELSE
                   MOVE "ACTIVE" TO status-name
               END-IF
               DISPLAY master-id(master-scan) " " status-name " "
                   FUNCTION TRIM(master-address(master-scan)) ", "
                   FUNCTION TRIM(master-zone(master-scan))
               END-DISPLAY
               DISPLAY "         "
                   FUNCTION TRIM(master-model(master-scan)) " "
                   FUNCTION TRIM(master-serial(master-scan))
                   " installed "
                   master-installed(master-scan)
                   " contact "
                   FUNCTION TRIM(master-contact(master-scan)) " "
                   FUNCTION TRIM(master-phone(master-scan))
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
               PERFORM VARYING check-pos FROM 1 BY 1
                   UNTIL check-pos IS GREATER THAN check-len
                   IF check-value(check-pos:1) IS LESS THAN "0"
                   OR check-value(check-pos:1) IS GREATER THAN "9"
                   THEN
                       MOVE "N" TO check-ok
                   END-IF
               END-PERFORM
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

       END PROGRAM STATION-MAINT.
