               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS config-file-status.

           SELECT operator-file ASSIGN TO "data/operators.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS operator-file-status.

           SELECT access-log ASSIGN TO "logs/access.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS access-log-status.

       DATA DIVISION.
       FILE SECTION.
           FD config-file.
           01 config-file-line PIC X(40).

           FD operator-file.
           01 operator-record PIC X(80).

           FD access-log.
           01 access-record PIC X(140).

       WORKING-STORAGE SECTION.
           77 config-file-name PIC X(60).
           77 config-file-status PIC X(02) VALUE "00".
           77 operator-file-status PIC X(02) VALUE "00".
           77 access-log-status PIC X(02) VALUE "00".

           77 FIELD-MAX USAGE BINARY-LONG VALUE 24.
           01 field-table.
             05 field-entry OCCURS 24 TIMES.
               10 field-name PIC X(30).
               10 field-kind PIC X(01).
               10 field-low USAGE BINARY-LONG.
               10 field-high USAGE BINARY-LONG.
               10 field-saved PIC X(20).
           77 field-scan USAGE BINARY-LONG VALUE 0.
           77 field-pick USAGE BINARY-LONG VALUE 0.
           77 field-disp PIC Z9.
           77 field-low-disp PIC -(07)9.
           77 field-high-disp PIC -(07)9.
           77 confirm-choice PIC X(01).

           77 check-value PIC X(20).
           77 check-len USAGE BINARY-LONG VALUE 0.
           77 check-pos USAGE BINARY-LONG VALUE 0.
           77 check-dots USAGE BINARY-LONG VALUE 0.
           77 check-ok PIC X(01) VALUE "Y".
           77 check-num USAGE BINARY-LONG VALUE 0.

           77 load-base USAGE BINARY-LONG VALUE 0.
           77 load-limit USAGE BINARY-LONG VALUE 0.

           77 settings-tag PIC X(20).
           77 settings-value PIC X(20).
               VALUE "data/settings.tmp".
           77 settings-rename-to PIC X(20)
               VALUE "data/settings.dat".
           77 return-value USAGE BINARY-LONG VALUE 0.

           77 ACCESS-PROGRAM PIC X(18) VALUE "CONFIG-CONSOLE".
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
           PERFORM SIGN-ON.
           PERFORM INITIALIZE-FIELDS.
           PERFORM LOAD-ALL-FILES.
           PERFORM MARK-FIELDS-SAVED.

           PERFORM UNTIL console-running EQUAL "N"
               PERFORM SHOW-MENU

           EXIT.

       MARK-FIELDS-SAVED.
           PERFORM VARYING field-scan FROM 1 BY 1
               UNTIL field-scan IS GREATER THAN FIELD-MAX
               MOVE field-value(field-scan) TO field-saved(field-scan)
           END-PERFORM.

           EXIT.

       LOAD-SETTINGS-FILE.
           MOVE "data/settings.dat" TO config-file-name.
           OPEN INPUT config-file.
       SHOW-MENU.
           DISPLAY " ".
           DISPLAY "Kiosk configuration console".
           DISPLAY "Signed on: " FUNCTION TRIM(operator-id) " "
               FUNCTION TRIM(operator-role)
           END-DISPLAY.
           DISPLAY " ".

           PERFORM VARYING field-scan FROM 1 BY 1

           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(menu-choice))
               WHEN "S"
                   PERFORM SAVE-CHANGES
               WHEN "Q"
                   PERFORM QUIT-CONSOLE
               WHEN OTHER
               OR field-pick IS GREATER THAN FIELD-MAX THEN
                   DISPLAY "Not a valid choice"
               ELSE
                   PERFORM CHECK-FIELD-ROLE
                   IF role-ok EQUAL "Y" THEN
                       PERFORM EDIT-FIELD
                   END-IF
               END-IF
           END-IF.

           EXIT.

       CHECK-FIELD-ROLE.
           IF field-pick IS LESS THAN 20 THEN
               MOVE 2 TO required-level
           ELSE
               MOVE 3 TO required-level
           END-IF.

           MOVE SPACES TO access-detail.
           STRING "change " FUNCTION TRIM(field-name(field-pick))
               DELIMITED BY SIZE INTO access-detail
           END-STRING.
           PERFORM CHECK-ROLE.

           EXIT.

       EDIT-FIELD.
           DISPLAY "New value for " field-name(field-pick) ": "
               WITH NO ADVANCING

           EXIT.

       SAVE-CHANGES.
           MOVE 2 TO required-level.
           MOVE "save configuration" TO access-detail.
           PERFORM CHECK-ROLE.

           IF role-ok EQUAL "Y" THEN
               PERFORM SAVE-ALL-FILES
           END-IF.

           EXIT.

       SAVE-ALL-FILES.
           MOVE "config/display.cfg" TO config-file-name.
           MOVE 0 TO load-base.
           MOVE 1 TO load-limit.
           PERFORM SAVE-ONE-FILE.

           IF operator-level EQUAL 3 THEN
               PERFORM SAVE-SETTINGS-FILE
           END-IF.

           PERFORM LOG-FIELD-CHANGES.

           MOVE "N" TO dirty-flag.
           DISPLAY "Configuration saved".

           EXIT.

       LOG-FIELD-CHANGES.
           PERFORM VARYING field-scan FROM 1 BY 1
               UNTIL field-scan IS GREATER THAN FIELD-MAX
               IF field-value(field-scan) NOT EQUAL
               field-saved(field-scan) THEN
                   MOVE SPACES TO access-detail
                   STRING FUNCTION TRIM(field-name(field-scan)) ": "
                       FUNCTION TRIM(field-saved(field-scan)) " -> "
                       FUNCTION TRIM(field-value(field-scan))
                       DELIMITED BY SIZE INTO access-detail
                   END-STRING
                   MOVE "CHANGE" TO access-event
                   PERFORM WRITE-ACCESS-RECORD
                   MOVE field-value(field-scan)
                       TO field-saved(field-scan)
               END-IF
           END-PERFORM.

           EXIT.

       SAVE-ONE-FILE.
           OPEN OUTPUT config-file.


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

       END PROGRAM CONFIG-CONSOLE.
