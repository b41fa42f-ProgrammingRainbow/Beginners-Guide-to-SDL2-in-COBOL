       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATALOG-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT catalog-file ASSIGN TO catalog-file-name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS catalog-file-status.

           SELECT operator-file ASSIGN TO "data/operators.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS operator-file-status.

           SELECT access-log ASSIGN TO "logs/access.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS access-log-status.

       DATA DIVISION.
       FILE SECTION.
           FD catalog-file.
           01 catalog-record PIC X(180).

           FD operator-file.
           01 operator-record PIC X(80).

           FD access-log.
           01 access-record PIC X(140).

       WORKING-STORAGE SECTION.
           77 catalog-file-name PIC X(60)
               VALUE "data/content-catalog.dat".
           77 catalog-file-status PIC X(02) VALUE "00".
           77 operator-file-status PIC X(02) VALUE "00".
           77 access-log-status PIC X(02) VALUE "00".
           77 catalog-rename-from PIC X(60)
               VALUE "data/content-catalog.tmp".
           77 catalog-rename-to PIC X(60)
               VALUE "data/content-catalog.dat".
           77 return-value USAGE BINARY-LONG VALUE 0.
           77 today-timestamp PIC X(21).

           77 ACCESS-PROGRAM PIC X(18) VALUE "CATALOG-MAINT".
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

           77 CATALOG-MAX USAGE BINARY-LONG VALUE 300.
           01 catalog-table.
             05 catalog-entry OCCURS 300 TIMES.
               10 cat-id PIC X(08).
               10 FILLER PIC X(01).
               10 cat-title PIC X(40).
               10 FILLER PIC X(01).
               10 cat-dept PIC X(20).
               10 FILLER PIC X(01).
               10 cat-path PIC X(60).
               10 FILLER PIC X(01).
               10 cat-expiry PIC X(08).
               10 FILLER PIC X(01).
               10 cat-status PIC X(10).
               10 FILLER PIC X(01).
               10 cat-updated-by PIC X(08).
               10 FILLER PIC X(01).
               10 cat-updated-on PIC X(08).
               10 FILLER PIC X(11).
           77 catalog-count USAGE BINARY-LONG VALUE 0.
           77 catalog-scan USAGE BINARY-LONG VALUE 0.
           77 save-scan USAGE BINARY-LONG VALUE 0.
           77 entry-found USAGE BINARY-LONG VALUE 0.
           77 path-found USAGE BINARY-LONG VALUE 0.
           77 catalog-disp PIC 9(03).
           77 pending-count USAGE BINARY-LONG VALUE 0.
           77 pending-disp PIC 9(03).

           01 edit-entry.
             05 edit-id PIC X(08).
             05 FILLER PIC X(01).
             05 edit-title PIC X(40).
             05 FILLER PIC X(01).
             05 edit-dept PIC X(20).
             05 FILLER PIC X(01).
             05 edit-path PIC X(60).
             05 FILLER PIC X(01).
             05 edit-expiry PIC X(08).
             05 FILLER PIC X(01).
             05 edit-status PIC X(10).
             05 FILLER PIC X(01).
             05 edit-updated-by PIC X(08).
             05 FILLER PIC X(01).
             05 edit-updated-on PIC X(08).
             05 FILLER PIC X(11).
           77 edit-ok PIC X(01) VALUE "Y".
           77 old-path PIC X(60).
           77 old-expiry PIC X(08).

           77 console-running PIC X(01) VALUE "Y".
           77 menu-choice PIC X(20).
           77 entry-value PIC X(60).
           77 prompt-label PIC X(40).
           77 prompt-current PIC X(60).
           77 expiry-shown PIC X(08).

           77 check-len USAGE BINARY-LONG VALUE 0.
           77 check-pos USAGE BINARY-LONG VALUE 0.
           77 check-ok PIC X(01) VALUE "Y".
           77 check-date-int USAGE BINARY-LONG VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO today-timestamp.

           PERFORM SIGN-ON.
           PERFORM LOAD-CATALOG.

           PERFORM UNTIL console-running EQUAL "N"
               PERFORM SHOW-MENU
               PERFORM HANDLE-CHOICE
           END-PERFORM.

           STOP RUN.

       SHOW-MENU.
           MOVE 0 TO pending-count.
           PERFORM VARYING catalog-scan FROM 1 BY 1
               UNTIL catalog-scan IS GREATER THAN catalog-count
               IF cat-status(catalog-scan) EQUAL "PENDING" THEN
                   ADD 1 TO pending-count
               END-IF
           END-PERFORM.
           MOVE catalog-count TO catalog-disp.
           MOVE pending-count TO pending-disp.

           DISPLAY " ".
           DISPLAY "Content catalog maintenance".
           DISPLAY "Signed on: " FUNCTION TRIM(operator-id) " "
               FUNCTION TRIM(operator-role)
           END-DISPLAY.
           DISPLAY "Assets on file: " catalog-disp
               "  awaiting approval: " pending-disp
           END-DISPLAY.
           DISPLAY " ".
           DISPLAY "A) add an asset".
           DISPLAY "C) change an asset".
           DISPLAY "D) delete an asset".
           DISPLAY "P) approve, reject or withdraw an asset".
           DISPLAY "S) show an asset".
           DISPLAY "L) list assets".
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
                   MOVE "add catalog asset" TO access-detail
                   PERFORM CHECK-ROLE
                   IF role-ok EQUAL "Y" THEN
                       PERFORM ADD-ASSET
                   END-IF
               WHEN "C"
                   MOVE 2 TO required-level
                   MOVE "change catalog asset" TO access-detail
                   PERFORM CHECK-ROLE
                   IF role-ok EQUAL "Y" THEN
                       PERFORM CHANGE-ASSET
                   END-IF
               WHEN "D"
                   MOVE 2 TO required-level
                   MOVE "delete catalog asset" TO access-detail
                   PERFORM CHECK-ROLE
                   IF role-ok EQUAL "Y" THEN
                       PERFORM DELETE-ASSET
                   END-IF
               WHEN "P"
                   MOVE 3 TO required-level
                   MOVE "set catalog approval" TO access-detail
                   PERFORM CHECK-ROLE
                   IF role-ok EQUAL "Y" THEN
                       PERFORM SET-APPROVAL
                   END-IF
               WHEN "S"
                   PERFORM SHOW-ASSET
               WHEN "L"
                   PERFORM LIST-ASSETS
               WHEN "Q"
                   MOVE "N" TO console-running
               WHEN OTHER
                   DISPLAY "Not a valid choice"
           END-EVALUATE.

           EXIT.

       LOAD-CATALOG.
           MOVE 0 TO catalog-count.
           MOVE "data/content-catalog.dat" TO catalog-file-name.

           OPEN INPUT catalog-file.

           IF catalog-file-status EQUAL "00" THEN
               PERFORM WITH TEST AFTER UNTIL catalog-file-status
                   NOT EQUAL "00" OR catalog-count EQUAL CATALOG-MAX
                   READ catalog-file
                       AT END
                           CONTINUE
                       NOT AT END
                           IF catalog-record NOT EQUAL SPACES THEN
                               ADD 1 TO catalog-count
                               MOVE catalog-record
                                   TO catalog-entry(catalog-count)
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE catalog-file
           END-IF.

           MOVE "00" TO catalog-file-status.

           EXIT.

       SAVE-CATALOG.
           MOVE "data/content-catalog.tmp" TO catalog-file-name.
           OPEN OUTPUT catalog-file.

           PERFORM VARYING save-scan FROM 1 BY 1
               UNTIL save-scan IS GREATER THAN catalog-count
               MOVE catalog-entry(save-scan) TO catalog-record
               WRITE catalog-record
           END-PERFORM.

           CLOSE catalog-file.

           CALL "CBL_RENAME_FILE" USING
               catalog-rename-from catalog-rename-to
               RETURNING return-value
           END-CALL.

           MOVE "data/content-catalog.dat" TO catalog-file-name.

           EXIT.

       ASK-ASSET-ID.
           DISPLAY "Asset id: " WITH NO ADVANCING END-DISPLAY.
           MOVE SPACES TO entry-value.
           ACCEPT entry-value.

           MOVE SPACES TO edit-id.
           MOVE 0 TO entry-found.

           IF FUNCTION LENGTH(FUNCTION TRIM(entry-value))
           IS GREATER THAN 8 THEN
               DISPLAY "Rejected: asset id is longer than 8"
           ELSE
               IF entry-value NOT EQUAL SPACES THEN
                   MOVE FUNCTION UPPER-CASE
                       (FUNCTION TRIM(entry-value))(1:8)
                       TO edit-id
                   PERFORM FIND-ENTRY
               ELSE
                   DISPLAY "Rejected: asset id required"
               END-IF
           END-IF.

           EXIT.

       FIND-ENTRY.
           MOVE 0 TO entry-found.
           PERFORM VARYING catalog-scan FROM 1 BY 1
               UNTIL catalog-scan IS GREATER THAN catalog-count
               OR entry-found NOT EQUAL 0
               IF cat-id(catalog-scan) EQUAL edit-id THEN
                   MOVE catalog-scan TO entry-found
               END-IF
           END-PERFORM.

           EXIT.

       FIND-PATH.
           MOVE 0 TO path-found.
           PERFORM VARYING catalog-scan FROM 1 BY 1
               UNTIL catalog-scan IS GREATER THAN catalog-count
               OR path-found NOT EQUAL 0
               IF cat-path(catalog-scan) EQUAL edit-path
               AND cat-id(catalog-scan) NOT EQUAL edit-id THEN
                   MOVE catalog-scan TO path-found
               END-IF
           END-PERFORM.

           EXIT.

       ADD-ASSET.
           IF catalog-count EQUAL CATALOG-MAX THEN
               DISPLAY "Rejected: content catalog is full"
           ELSE
               PERFORM ASK-ASSET-ID
               IF edit-id NOT EQUAL SPACES THEN
                   IF entry-found NOT EQUAL 0 THEN
                       DISPLAY "Rejected: asset "
                           FUNCTION TRIM(edit-id)
                           " is already on file"
                       END-DISPLAY
                   ELSE
                       MOVE SPACES TO edit-title edit-dept edit-path
                           edit-expiry
                       MOVE "PENDING" TO edit-status
                       PERFORM ASK-DETAILS
                       IF edit-ok EQUAL "Y" THEN
                           MOVE "PENDING" TO edit-status
                           PERFORM STAMP-EDIT-ENTRY
                           ADD 1 TO catalog-count
                           MOVE edit-entry
                               TO catalog-entry(catalog-count)
                           PERFORM SAVE-CATALOG
                           MOVE SPACES TO access-detail
                           STRING "added " FUNCTION TRIM(edit-id)
                               " " FUNCTION TRIM(edit-path)
                               DELIMITED BY SIZE INTO access-detail
                           END-STRING
                           MOVE "CATALOG" TO access-event
                           PERFORM WRITE-ACCESS-RECORD
                           DISPLAY "Asset " FUNCTION TRIM(edit-id)
                               " added, awaiting approval"
                           END-DISPLAY
                       END-IF
                   END-IF
               END-IF
           END-IF.

           EXIT.

       CHANGE-ASSET.
           PERFORM ASK-ASSET-ID.

           IF edit-id NOT EQUAL SPACES THEN
               IF entry-found EQUAL 0 THEN
                   DISPLAY "Rejected: asset "
                       FUNCTION TRIM(edit-id) " is not on file"
                   END-DISPLAY
               ELSE
                   MOVE catalog-entry(entry-found) TO edit-entry
                   MOVE edit-path TO old-path
                   MOVE edit-expiry TO old-expiry
                   DISPLAY "Press Enter to keep the value shown"
                   PERFORM ASK-DETAILS
                   IF edit-ok EQUAL "Y" THEN
                       IF edit-status EQUAL "APPROVED"
                       AND (edit-path NOT EQUAL old-path
                       OR edit-expiry NOT EQUAL old-expiry) THEN
                           MOVE "PENDING" TO edit-status
                           DISPLAY "Path or licence expiry changed - "
                               "the asset needs approval again"
                           END-DISPLAY
                       END-IF
                       PERFORM STAMP-EDIT-ENTRY
                       MOVE edit-entry TO catalog-entry(entry-found)
                       PERFORM SAVE-CATALOG
                       MOVE SPACES TO access-detail
                       STRING "changed " FUNCTION TRIM(edit-id)
                           " status " FUNCTION TRIM(edit-status)
                           DELIMITED BY SIZE INTO access-detail
                       END-STRING
                       MOVE "CATALOG" TO access-event
                       PERFORM WRITE-ACCESS-RECORD
                       DISPLAY "Asset " FUNCTION TRIM(edit-id)
                           " changed"
                       END-DISPLAY
                   END-IF
               END-IF
           END-IF.

           EXIT.

       ASK-DETAILS.
           MOVE "Y" TO edit-ok.

           MOVE "Title" TO prompt-label.
           MOVE edit-title TO prompt-current.
           PERFORM ASK-FIELD.
           IF entry-value NOT EQUAL SPACES THEN
               MOVE entry-value TO edit-title
           END-IF.
           IF edit-title EQUAL SPACES THEN
               DISPLAY "Rejected: title required"
               MOVE "N" TO edit-ok
           END-IF.

           IF edit-ok EQUAL "Y" THEN
               MOVE "Owning department" TO prompt-label
               MOVE edit-dept TO prompt-current
               PERFORM ASK-FIELD
               IF entry-value NOT EQUAL SPACES THEN
                   MOVE entry-value TO edit-dept
               END-IF
               IF edit-dept EQUAL SPACES THEN
                   DISPLAY "Rejected: department required"
                   MOVE "N" TO edit-ok
               END-IF
           END-IF.

           IF edit-ok EQUAL "Y" THEN
               MOVE "Path (as written in the config files)"
                   TO prompt-label
               MOVE edit-path TO prompt-current
               PERFORM ASK-FIELD
               IF entry-value NOT EQUAL SPACES THEN
                   MOVE FUNCTION TRIM(entry-value) TO edit-path
               END-IF
               PERFORM CHECK-PATH
           END-IF.

           IF edit-ok EQUAL "Y" THEN
               MOVE "Licence expiry YYYYMMDD or NONE" TO prompt-label
               IF edit-expiry EQUAL SPACES THEN
                   MOVE "NONE" TO prompt-current
               ELSE
                   MOVE edit-expiry TO prompt-current
               END-IF
               PERFORM ASK-FIELD
               IF entry-value NOT EQUAL SPACES THEN
                   PERFORM CHECK-EXPIRY
               END-IF
           END-IF.

           EXIT.

       CHECK-PATH.
           IF edit-path EQUAL SPACES THEN
               DISPLAY "Rejected: path required"
               MOVE "N" TO edit-ok
           ELSE
               COMPUTE check-len =
                   FUNCTION LENGTH(FUNCTION TRIM(edit-path))
               MOVE "Y" TO check-ok
               PERFORM VARYING check-pos FROM 1 BY 1
                   UNTIL check-pos IS GREATER THAN check-len
                   IF edit-path(check-pos:1) EQUAL SPACE THEN
                       MOVE "N" TO check-ok
                   END-IF
               END-PERFORM
               IF check-ok EQUAL "N" THEN
                   DISPLAY "Rejected: path may not contain spaces"
                   MOVE "N" TO edit-ok
               ELSE
                   PERFORM FIND-PATH
                   IF path-found NOT EQUAL 0 THEN
                       DISPLAY "Rejected: path already catalogued as "
                           FUNCTION TRIM(cat-id(path-found))
                       END-DISPLAY
                       MOVE "N" TO edit-ok
                   END-IF
               END-IF
           END-IF.

           EXIT.

       CHECK-EXPIRY.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(entry-value))
           EQUAL "NONE" THEN
               MOVE SPACES TO edit-expiry
           ELSE
               MOVE 0 TO check-date-int
               IF entry-value(1:8) IS NUMERIC
               AND entry-value(9:52) EQUAL SPACES
               AND entry-value(1:8) IS GREATER THAN "16010100" THEN
                   COMPUTE check-date-int = FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(entry-value(1:8)))
               END-IF
               IF check-date-int IS GREATER THAN ZERO THEN
                   MOVE entry-value(1:8) TO edit-expiry
               ELSE
                   DISPLAY "Rejected: expiry must be YYYYMMDD or NONE"
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

       STAMP-EDIT-ENTRY.
           MOVE operator-id TO edit-updated-by.
           MOVE FUNCTION CURRENT-DATE TO today-timestamp.
           MOVE today-timestamp(1:8) TO edit-updated-on.

           EXIT.

       SET-APPROVAL.
           PERFORM ASK-ASSET-ID.

           IF edit-id NOT EQUAL SPACES THEN
               IF entry-found EQUAL 0 THEN
                   DISPLAY "Rejected: asset "
                       FUNCTION TRIM(edit-id) " is not on file"
                   END-DISPLAY
               ELSE
                   MOVE catalog-entry(entry-found) TO edit-entry
                   MOVE "Y" TO edit-ok
                   PERFORM SHOW-EDIT-ENTRY
                   MOVE "A) approve  R) reject  W) withdraw"
                       TO prompt-label
                   MOVE edit-status TO prompt-current
                   PERFORM ASK-FIELD
                   EVALUATE FUNCTION UPPER-CASE
                       (FUNCTION TRIM(entry-value))
                       WHEN SPACES
                           MOVE "N" TO edit-ok
                       WHEN "A"
                           MOVE "APPROVED" TO edit-status
                       WHEN "R"
                           MOVE "REJECTED" TO edit-status
                       WHEN "W"
                           MOVE "WITHDRAWN" TO edit-status
                       WHEN OTHER
                           DISPLAY "Rejected: choose A, R or W"
                           MOVE "N" TO edit-ok
                   END-EVALUATE
                   IF edit-ok EQUAL "Y"
                   AND edit-status EQUAL "APPROVED"
                   AND edit-updated-by EQUAL operator-id THEN
                       DISPLAY "Rejected: an asset must be approved "
                           "by someone other than its last editor"
                       END-DISPLAY
                       MOVE "N" TO edit-ok
                   END-IF
                   IF edit-ok EQUAL "Y" THEN
                       MOVE edit-entry TO catalog-entry(entry-found)
                       PERFORM SAVE-CATALOG
                       MOVE SPACES TO access-detail
                       STRING "status " FUNCTION TRIM(edit-id)
                           " " FUNCTION TRIM(edit-status)
                           DELIMITED BY SIZE INTO access-detail
                       END-STRING
                       MOVE "CATALOG" TO access-event
                       PERFORM WRITE-ACCESS-RECORD
                       DISPLAY "Asset " FUNCTION TRIM(edit-id) " "
                           FUNCTION TRIM(edit-status)
                       END-DISPLAY
                   END-IF
               END-IF
           END-IF.

           EXIT.

       DELETE-ASSET.
           PERFORM ASK-ASSET-ID.

           IF edit-id NOT EQUAL SPACES THEN
               IF entry-found EQUAL 0 THEN
                   DISPLAY "Rejected: asset "
                       FUNCTION TRIM(edit-id) " is not on file"
                   END-DISPLAY
               ELSE
                   PERFORM CONFIRM-DELETE
               END-IF
           END-IF.

           EXIT.

       CONFIRM-DELETE.
           DISPLAY "Delete " FUNCTION TRIM(edit-id) " "
               FUNCTION TRIM(cat-title(entry-found))
               " (Y/N): "
               WITH NO ADVANCING
           END-DISPLAY.
           MOVE SPACES TO entry-value.
           ACCEPT entry-value.

           IF FUNCTION UPPER-CASE(FUNCTION TRIM(entry-value))
           EQUAL "Y" THEN
               MOVE SPACES TO access-detail
               STRING "deleted " FUNCTION TRIM(edit-id)
                   " " FUNCTION TRIM(cat-path(entry-found))
                   DELIMITED BY SIZE INTO access-detail
               END-STRING
               PERFORM REMOVE-CATALOG-ENTRY
               PERFORM SAVE-CATALOG
               MOVE "CATALOG" TO access-event
               PERFORM WRITE-ACCESS-RECORD
               DISPLAY "Asset " FUNCTION TRIM(edit-id) " deleted"
           ELSE
               DISPLAY "Delete cancelled"
           END-IF.

           EXIT.

       REMOVE-CATALOG-ENTRY.
           PERFORM VARYING catalog-scan FROM entry-found BY 1
               UNTIL catalog-scan IS NOT LESS THAN catalog-count
               MOVE catalog-entry(catalog-scan + 1)
                   TO catalog-entry(catalog-scan)
           END-PERFORM.
           SUBTRACT 1 FROM catalog-count.

           EXIT.

       SHOW-ASSET.
           PERFORM ASK-ASSET-ID.

           IF edit-id NOT EQUAL SPACES THEN
               IF entry-found EQUAL 0 THEN
                   DISPLAY "Rejected: asset "
                       FUNCTION TRIM(edit-id) " is not on file"
                   END-DISPLAY
               ELSE
                   MOVE catalog-entry(entry-found) TO edit-entry
                   PERFORM SHOW-EDIT-ENTRY
               END-IF
           END-IF.

           EXIT.

       SHOW-EDIT-ENTRY.
           IF edit-expiry EQUAL SPACES THEN
               MOVE "NONE" TO expiry-shown
           ELSE
               MOVE edit-expiry TO expiry-shown
           END-IF.

           DISPLAY "Asset      " edit-id.
           DISPLAY "Title      " FUNCTION TRIM(edit-title).
           DISPLAY "Department " FUNCTION TRIM(edit-dept).
           DISPLAY "Path       " FUNCTION TRIM(edit-path).
           DISPLAY "Expiry     " expiry-shown.
           DISPLAY "Status     " FUNCTION TRIM(edit-status).
           DISPLAY "Updated    " edit-updated-on " by "
               FUNCTION TRIM(edit-updated-by)
           END-DISPLAY.

           EXIT.

       LIST-ASSETS.
           IF catalog-count EQUAL 0 THEN
               DISPLAY "No assets on file"
           END-IF.

           PERFORM VARYING catalog-scan FROM 1 BY 1
               UNTIL catalog-scan IS GREATER THAN catalog-count
               IF cat-expiry(catalog-scan) EQUAL SPACES THEN
                   MOVE "NONE" TO expiry-shown
               ELSE
                   MOVE cat-expiry(catalog-scan) TO expiry-shown
               END-IF
               DISPLAY cat-id(catalog-scan) " "
                   cat-status(catalog-scan) " " expiry-shown " "
                   cat-dept(catalog-scan)(1:12) " "
                   FUNCTION TRIM(cat-path(catalog-scan))
               END-DISPLAY
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

       END PROGRAM CATALOG-MAINT.
