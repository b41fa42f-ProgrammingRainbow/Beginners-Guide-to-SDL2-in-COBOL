       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERATOR-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT operator-file ASSIGN TO operator-file-name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS operator-file-status.

           SELECT access-log ASSIGN TO "logs/access.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS access-log-status.

       DATA DIVISION.
       FILE SECTION.
           FD operator-file.
           01 operator-record PIC X(80).

           FD access-log.
           01 access-record PIC X(140).

       WORKING-STORAGE SECTION.
           77 operator-file-name PIC X(60) VALUE "data/operators.dat".
           77 operator-file-status PIC X(02) VALUE "00".
           77 access-log-status PIC X(02) VALUE "00".
           77 operator-rename-from PIC X(60)
               VALUE "data/operators.tmp".
           77 operator-rename-to PIC X(60)
               VALUE "data/operators.dat".
           77 return-value USAGE BINARY-LONG VALUE 0.

           77 ACCESS-PROGRAM PIC X(18) VALUE "OPERATOR-MAINT".
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

           77 OPERATOR-MAX USAGE BINARY-LONG VALUE 50.
           01 operator-table.
             05 operator-entry OCCURS 50 TIMES.
               10 op-id PIC X(08).
               10 FILLER PIC X(01).
               10 op-name PIC X(30).
               10 FILLER PIC X(01).
               10 op-pin PIC X(08).
               10 FILLER PIC X(01).
               10 op-role PIC X(10).
               10 FILLER PIC X(01).
               10 op-status PIC X(01).
               10 FILLER PIC X(19).
           77 operator-count USAGE BINARY-LONG VALUE 0.
           77 operator-scan USAGE BINARY-LONG VALUE 0.
           77 save-scan USAGE BINARY-LONG VALUE 0.
           77 entry-found USAGE BINARY-LONG VALUE 0.
           77 supervisor-count USAGE BINARY-LONG VALUE 0.
           77 operator-disp PIC 9(03).
           77 supervisor-disp PIC 9(03).

           01 edit-entry.
             05 edit-id PIC X(08).
             05 FILLER PIC X(01).
             05 edit-name PIC X(30).
             05 FILLER PIC X(01).
             05 edit-pin PIC X(08).
             05 FILLER PIC X(01).
             05 edit-role PIC X(10).
             05 FILLER PIC X(01).
             05 edit-status PIC X(01).
             05 FILLER PIC X(19).
           77 edit-ok PIC X(01) VALUE "Y".
           77 first-operator PIC X(01) VALUE "N".

           77 console-running PIC X(01) VALUE "Y".
           77 menu-choice PIC X(20).
           77 entry-value PIC X(60).
           77 prompt-label PIC X(30).
           77 prompt-current PIC X(40).
           77 status-name PIC X(08).

           77 check-value PIC X(20).
           77 check-len USAGE BINARY-LONG VALUE 0.
           77 check-pos USAGE BINARY-LONG VALUE 0.
           77 check-ok PIC X(01) VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-OPERATORS.

           IF operator-count EQUAL 0 THEN
               DISPLAY "No operators on file - "
                   "the first operator added must be a SUPERVISOR"
               END-DISPLAY
               MOVE "Y" TO first-operator
               MOVE 3 TO operator-level
               MOVE "SETUP" TO signon-id
           ELSE
               PERFORM SIGN-ON
               MOVE 3 TO required-level
               MOVE "maintain operator file" TO access-detail
               PERFORM CHECK-ROLE
               IF role-ok EQUAL "N" THEN
                   MOVE 4 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           PERFORM UNTIL console-running EQUAL "N"
               PERFORM SHOW-MENU
               PERFORM HANDLE-CHOICE
           END-PERFORM.

           STOP RUN.

       SHOW-MENU.
           MOVE 0 TO supervisor-count.
           PERFORM VARYING operator-scan FROM 1 BY 1
               UNTIL operator-scan IS GREATER THAN operator-count
               IF op-role(operator-scan) EQUAL "SUPERVISOR"
               AND op-status(operator-scan) EQUAL "A" THEN
                   ADD 1 TO supervisor-count
               END-IF
           END-PERFORM.
           MOVE operator-count TO operator-disp.
           MOVE supervisor-count TO supervisor-disp.

           DISPLAY " ".
           DISPLAY "Kiosk operator maintenance".
           DISPLAY "Operators on file: " operator-disp
               "  active supervisors: " supervisor-disp
           END-DISPLAY.
           DISPLAY " ".
           DISPLAY "A) add an operator".
           DISPLAY "C) change an operator".
           DISPLAY "D) delete an operator".
           DISPLAY "L) list operators".
           DISPLAY "Q) quit".
           DISPLAY " ".
           DISPLAY "Choice: " WITH NO ADVANCING END-DISPLAY.

           EXIT.

       HANDLE-CHOICE.
           MOVE SPACES TO menu-choice.
           ACCEPT menu-choice.

           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(menu-choice))
               WHEN "A"
                   PERFORM ADD-OPERATOR
               WHEN "C"
                   PERFORM CHANGE-OPERATOR
               WHEN "D"
                   PERFORM DELETE-OPERATOR
               WHEN "L"
                   PERFORM LIST-OPERATORS
               WHEN "Q"
                   MOVE "N" TO console-running
               WHEN OTHER
                   DISPLAY "Not a valid choice"
           END-EVALUATE.

           EXIT.

       LOAD-OPERATORS.
           MOVE 0 TO operator-count.
           MOVE "data/operators.dat" TO operator-file-name.

           OPEN INPUT operator-file.

           IF operator-file-status EQUAL "00" THEN
               PERFORM WITH TEST AFTER UNTIL operator-file-status
                   NOT EQUAL "00" OR operator-count EQUAL OPERATOR-MAX
                   READ operator-file
                       AT END
                           CONTINUE
                       NOT AT END
                           IF operator-record NOT EQUAL SPACES THEN
                               ADD 1 TO operator-count
                               MOVE operator-record
                                   TO operator-entry(operator-count)
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE operator-file
           END-IF.

           MOVE "00" TO operator-file-status.

           EXIT.

       SAVE-OPERATORS.
           MOVE "data/operators.tmp" TO operator-file-name.
           OPEN OUTPUT operator-file.

           PERFORM VARYING save-scan FROM 1 BY 1
               UNTIL save-scan IS GREATER THAN operator-count
               MOVE operator-entry(save-scan) TO operator-record
               WRITE operator-record
           END-PERFORM.

           CLOSE operator-file.

           CALL "CBL_RENAME_FILE" USING
               operator-rename-from operator-rename-to
               RETURNING return-value
           END-CALL.

           MOVE "data/operators.dat" TO operator-file-name.

           EXIT.

       ASK-OPERATOR-ID.
           DISPLAY "Operator id: " WITH NO ADVANCING END-DISPLAY.
           MOVE SPACES TO entry-value.
           ACCEPT entry-value.

           MOVE SPACES TO edit-id.
           MOVE 0 TO entry-found.

           IF FUNCTION LENGTH(FUNCTION TRIM(entry-value))
           IS GREATER THAN 8 THEN
               DISPLAY "Rejected: operator id is longer than 8"
           ELSE
               IF entry-value NOT EQUAL SPACES THEN
                   MOVE FUNCTION UPPER-CASE
                       (FUNCTION TRIM(entry-value))(1:8)
                       TO edit-id
                   PERFORM FIND-ENTRY
               ELSE
                   DISPLAY "Rejected: operator id required"
               END-IF
           END-IF.

           EXIT.

       FIND-ENTRY.
           MOVE 0 TO entry-found.
           PERFORM VARYING operator-scan FROM 1 BY 1
               UNTIL operator-scan IS GREATER THAN operator-count
               OR entry-found NOT EQUAL 0
               IF op-id(operator-scan) EQUAL edit-id THEN
                   MOVE operator-scan TO entry-found
               END-IF
           END-PERFORM.

           EXIT.

       ADD-OPERATOR.
           IF operator-count EQUAL OPERATOR-MAX THEN
               DISPLAY "Rejected: operator file is full"
           ELSE
               PERFORM ASK-OPERATOR-ID
               IF edit-id NOT EQUAL SPACES THEN
                   IF entry-found NOT EQUAL 0 THEN
                       DISPLAY "Rejected: operator "
                           FUNCTION TRIM(edit-id)
                           " is already on file"
                       END-DISPLAY
                   ELSE
                       MOVE SPACES TO edit-name edit-pin edit-role
                       MOVE "A" TO edit-status
                       PERFORM ASK-DETAILS
                       IF edit-ok EQUAL "Y"
                       AND first-operator EQUAL "Y"
                       AND edit-role NOT EQUAL "SUPERVISOR" THEN
                           DISPLAY "Rejected: the first operator "
                               "must be a SUPERVISOR"
                           END-DISPLAY
                           MOVE "N" TO edit-ok
                       END-IF
                       IF edit-ok EQUAL "Y" THEN
                           ADD 1 TO operator-count
                           MOVE edit-entry
                               TO operator-entry(operator-count)
                           PERFORM SAVE-OPERATORS
                           MOVE "N" TO first-operator
                           MOVE SPACES TO access-detail
                           STRING "added " FUNCTION TRIM(edit-id)
                               " role " edit-role
                               DELIMITED BY SIZE INTO access-detail
                           END-STRING
                           MOVE "OPERATOR" TO access-event
                           PERFORM WRITE-ACCESS-RECORD
                           DISPLAY "Operator "
                               FUNCTION TRIM(edit-id) " added"
                           END-DISPLAY
                       END-IF
                   END-IF
               END-IF
           END-IF.

           EXIT.

       CHANGE-OPERATOR.
           PERFORM ASK-OPERATOR-ID.

           IF edit-id NOT EQUAL SPACES THEN
               IF entry-found EQUAL 0 THEN
                   DISPLAY "Rejected: operator "
                       FUNCTION TRIM(edit-id) " is not on file"
                   END-DISPLAY
               ELSE
                   MOVE operator-entry(entry-found) TO edit-entry
                   DISPLAY "Press Enter to keep the value shown"
                   PERFORM ASK-DETAILS
                   IF edit-ok EQUAL "Y" THEN
                       PERFORM ASK-STATUS
                   END-IF
                   IF edit-ok EQUAL "Y" THEN
                       PERFORM CHECK-LAST-SUPERVISOR
                   END-IF
                   IF edit-ok EQUAL "Y" THEN
                       MOVE edit-entry TO operator-entry(entry-found)
                       PERFORM SAVE-OPERATORS
                       MOVE SPACES TO access-detail
                       STRING "changed " FUNCTION TRIM(edit-id)
                           " role " FUNCTION TRIM(edit-role)
                           " status " edit-status
                           DELIMITED BY SIZE INTO access-detail
                       END-STRING
                       MOVE "OPERATOR" TO access-event
                       PERFORM WRITE-ACCESS-RECORD
                       DISPLAY "Operator "
                           FUNCTION TRIM(edit-id) " changed"
                       END-DISPLAY
                   END-IF
               END-IF
           END-IF.

           EXIT.

       CHECK-LAST-SUPERVISOR.
           IF op-role(entry-found) EQUAL "SUPERVISOR"
           AND op-status(entry-found) EQUAL "A"
           AND (edit-role NOT EQUAL "SUPERVISOR"
           OR edit-status NOT EQUAL "A") THEN
               MOVE 0 TO supervisor-count
               PERFORM VARYING operator-scan FROM 1 BY 1
                   UNTIL operator-scan IS GREATER THAN operator-count
                   IF op-role(operator-scan) EQUAL "SUPERVISOR"
                   AND op-status(operator-scan) EQUAL "A" THEN
                       ADD 1 TO supervisor-count
                   END-IF
               END-PERFORM
               IF supervisor-count IS LESS THAN 2 THEN
                   DISPLAY "Rejected: this is the last active "
                       "SUPERVISOR"
                   END-DISPLAY
                   MOVE "N" TO edit-ok
               END-IF
           END-IF.

           EXIT.

       ASK-DETAILS.
           MOVE "Y" TO edit-ok.

           MOVE "Name" TO prompt-label.
           MOVE edit-name TO prompt-current.
           PERFORM ASK-FIELD.
           IF entry-value NOT EQUAL SPACES THEN
               MOVE entry-value TO edit-name
           END-IF.
           IF edit-name EQUAL SPACES THEN
               DISPLAY "Rejected: name required"
               MOVE "N" TO edit-ok
           END-IF.

           IF edit-ok EQUAL "Y" THEN
               MOVE "PIN (4 to 8 digits)" TO prompt-label
               IF edit-pin EQUAL SPACES THEN
                   MOVE SPACES TO prompt-current
               ELSE
                   MOVE "unchanged" TO prompt-current
               END-IF
               PERFORM ASK-FIELD
               IF entry-value NOT EQUAL SPACES THEN
                   MOVE FUNCTION TRIM(entry-value) TO check-value
                   PERFORM CHECK-PIN
                   IF check-ok EQUAL "N" THEN
                       DISPLAY "Rejected: PIN must be 4 to 8 digits"
                       MOVE "N" TO edit-ok
                   ELSE
                       MOVE FUNCTION TRIM(entry-value) TO edit-pin
                   END-IF
               END-IF
               IF edit-ok EQUAL "Y" AND edit-pin EQUAL SPACES THEN
                   DISPLAY "Rejected: PIN required"
                   MOVE "N" TO edit-ok
               END-IF
           END-IF.

           IF edit-ok EQUAL "Y" THEN
               MOVE "Role [VIEWER OPERATOR SUPERVISOR]"
                   TO prompt-label
               MOVE edit-role TO prompt-current
               PERFORM ASK-FIELD
               IF entry-value NOT EQUAL SPACES THEN
                   MOVE FUNCTION UPPER-CASE
                       (FUNCTION TRIM(entry-value))(1:10)
                       TO edit-role
               END-IF
               IF edit-role NOT EQUAL "VIEWER"
               AND edit-role NOT EQUAL "OPERATOR"
               AND edit-role NOT EQUAL "SUPERVISOR" THEN
                   DISPLAY "Rejected: role must be VIEWER, "
                       "OPERATOR or SUPERVISOR"
                   END-DISPLAY
                   MOVE "N" TO edit-ok
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
           IF edit-status EQUAL "D" THEN
               MOVE "DISABLED" TO prompt-current
           ELSE
               MOVE "ACTIVE" TO prompt-current
           END-IF.
           MOVE "A) active  D) disabled" TO prompt-label.
           PERFORM ASK-FIELD.

           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(entry-value))
               WHEN SPACES
                   CONTINUE
               WHEN "A"
                   MOVE "A" TO edit-status
               WHEN "D"
                   MOVE "D" TO edit-status
               WHEN OTHER
                   DISPLAY "Rejected: status must be A or D"
                   MOVE "N" TO edit-ok
           END-EVALUATE.

           EXIT.

       DELETE-OPERATOR.
           PERFORM ASK-OPERATOR-ID.

           IF edit-id NOT EQUAL SPACES THEN
               IF entry-found EQUAL 0 THEN
                   DISPLAY "Rejected: operator "
                       FUNCTION TRIM(edit-id) " is not on file"
                   END-DISPLAY
               ELSE
                   MOVE operator-entry(entry-found) TO edit-entry
                   MOVE "VIEWER" TO edit-role
                   MOVE "Y" TO edit-ok
                   PERFORM CHECK-LAST-SUPERVISOR
                   IF edit-ok EQUAL "Y" THEN
                       PERFORM CONFIRM-DELETE
                   END-IF
               END-IF
           END-IF.

           EXIT.

       CONFIRM-DELETE.
           DISPLAY "Delete " FUNCTION TRIM(edit-id) " "
               FUNCTION TRIM(op-name(entry-found))
               " (Y/N): "
               WITH NO ADVANCING
           END-DISPLAY.
           MOVE SPACES TO entry-value.
           ACCEPT entry-value.

           IF FUNCTION UPPER-CASE(FUNCTION TRIM(entry-value))
           EQUAL "Y" THEN
               PERFORM REMOVE-OPERATOR-ENTRY
               PERFORM SAVE-OPERATORS
               MOVE SPACES TO access-detail
               STRING "deleted " edit-id
                   DELIMITED BY SIZE INTO access-detail
               END-STRING
               MOVE "OPERATOR" TO access-event
               PERFORM WRITE-ACCESS-RECORD
               DISPLAY "Operator "
                   FUNCTION TRIM(edit-id) " deleted"
               END-DISPLAY
           ELSE
               DISPLAY "Delete cancelled"
           END-IF.

           EXIT.

       REMOVE-OPERATOR-ENTRY.
           PERFORM VARYING operator-scan FROM entry-found BY 1
               UNTIL operator-scan IS NOT LESS THAN operator-count
               MOVE operator-entry(operator-scan + 1)
                   TO operator-entry(operator-scan)
           END-PERFORM.
           SUBTRACT 1 FROM operator-count.

           EXIT.

       LIST-OPERATORS.
           IF operator-count EQUAL 0 THEN
               DISPLAY "No operators on file"
           END-IF.

           PERFORM VARYING operator-scan FROM 1 BY 1
               UNTIL operator-scan IS GREATER THAN operator-count
               IF op-status(operator-scan) EQUAL "D" THEN
                   MOVE "DISABLED" TO status-name
               ELSE
                   MOVE "ACTIVE" TO status-name
               END-IF
               DISPLAY op-id(operator-scan) " "
                   op-role(operator-scan) " " status-name " "
                   FUNCTION TRIM(op-name(operator-scan))
               END-DISPLAY
           END-PERFORM.

           EXIT.

       CHECK-PIN.
           MOVE "Y" TO check-ok.
           COMPUTE check-len =
               FUNCTION LENGTH(FUNCTION TRIM(check-value)).

           IF check-value EQUAL SPACES
           OR check-len IS LESS THAN 4
           OR check-len IS GREATER THAN 8 THEN
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

       END PROGRAM OPERATOR-MAINT.
