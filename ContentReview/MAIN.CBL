       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTENT-REVIEW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT change-file ASSIGN TO change-file-name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS change-file-status.

           SELECT content-file ASSIGN TO content-file-name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS content-file-status.

           SELECT stations-config ASSIGN TO "config/stations.cfg"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS stations-config-status.

           SELECT operator-file ASSIGN TO "data/operators.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS operator-file-status.

           SELECT access-log ASSIGN TO "logs/access.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS access-log-status.

       DATA DIVISION.
       FILE SECTION.
           FD change-file.
           01 change-record PIC X(338).

           FD content-file.
           01 content-line PIC X(120).

           FD stations-config.
           01 stations-config-line PIC X(40).

           FD operator-file.
           01 operator-record PIC X(80).

           FD access-log.
           01 access-record PIC X(140).

       WORKING-STORAGE SECTION.
           77 change-file-name PIC X(60).
           77 change-file-status PIC X(02) VALUE "00".
           77 content-file-name PIC X(60).
           77 content-file-status PIC X(02) VALUE "00".
           77 content-temp-name PIC X(60).
           77 content-path PIC X(60).
           77 stations-config-status PIC X(02) VALUE "00".
           77 operator-file-status PIC X(02) VALUE "00".
           77 access-log-status PIC X(02) VALUE "00".
           77 change-rename-from PIC X(60)
               VALUE "data/content-changes.tmp".
           77 change-rename-to PIC X(60)
               VALUE "data/content-changes.dat".
           77 entry-timestamp PIC X(21).
           77 return-value USAGE BINARY-LONG VALUE 0.
           77 dir-name PIC X(60).
           77 dir-exist-info PIC X(64).
           77 dir-ok PIC X(01) VALUE "Y".

           77 ACCESS-PROGRAM PIC X(18) VALUE "CONTENT-REVIEW".
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

           77 CHANGE-MAX USAGE BINARY-LONG VALUE 200.
           01 change-table.
             05 change-entry OCCURS 200 TIMES.
               10 change-number PIC 9(06).
               10 FILLER PIC X(01).
               10 change-status PIC X(08).
               10 FILLER PIC X(01).
               10 change-file-id PIC X(14).
               10 FILLER PIC X(01).
               10 change-line PIC 9(03).
               10 FILLER PIC X(01).
               10 change-action PIC X(01).
               10 FILLER PIC X(01).
               10 change-proposer PIC X(08).
               10 FILLER PIC X(01).
               10 change-proposed PIC X(15).
               10 FILLER PIC X(01).
               10 change-reviewer PIC X(08).
               10 FILLER PIC X(01).
               10 change-reviewed PIC X(15).
               10 FILLER PIC X(01).
               10 change-old-text PIC X(120).
               10 FILLER PIC X(01).
               10 change-new-text PIC X(120).
               10 FILLER PIC X(02).
               10 change-station PIC X(08).
           77 change-count USAGE BINARY-LONG VALUE 0.
           77 change-scan USAGE BINARY-LONG VALUE 0.
           77 save-scan USAGE BINARY-LONG VALUE 0.
           77 change-next USAGE BINARY-LONG VALUE 0.
           77 change-find USAGE BINARY-LONG VALUE 0.
           77 change-scope PIC X(20).
           77 pending-count USAGE BINARY-LONG VALUE 0.
           77 pending-disp PIC 9(03).

           77 CONTENT-MAX USAGE BINARY-LONG VALUE 60.
           01 content-table.
             05 content-entry OCCURS 60 TIMES.
               10 content-text PIC X(120).
           77 content-count USAGE BINARY-LONG VALUE 0.
           77 content-scan USAGE BINARY-LONG VALUE 0.
           77 content-disp PIC 9(03).
           77 content-ok PIC X(01) VALUE "Y".

           77 console-running PIC X(01) VALUE "Y".
           77 menu-choice PIC X(20).
           77 entry-value PIC X(120).
           77 entry-file PIC X(14).
           77 entry-station PIC X(08).
           77 station-found PIC X(01) VALUE "N".
           77 entry-action PIC X(01).
           77 entry-line USAGE BINARY-LONG VALUE 0.
           77 entry-old-text PIC X(120).
           77 entry-new-text PIC X(120).
           77 review-choice PIC X(01).
           77 review-count USAGE BINARY-LONG VALUE 0.
           77 review-number PIC 9(06).
           77 review-found PIC X(01) VALUE "N".
           77 action-name PIC X(06).
           77 side-pos USAGE BINARY-LONG VALUE 0.

           77 check-value PIC X(20).
           77 check-len USAGE BINARY-LONG VALUE 0.
           77 check-pos USAGE BINARY-LONG VALUE 0.
           77 check-ok PIC X(01) VALUE "Y".
           77 check-num USAGE BINARY-LONG VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SIGN-ON.
           PERFORM LOAD-CHANGES.

           PERFORM UNTIL console-running EQUAL "N"
               PERFORM SHOW-MENU
               PERFORM HANDLE-CHOICE
           END-PERFORM.

           STOP RUN.

       SHOW-MENU.
           MOVE 0 TO pending-count.
           PERFORM VARYING change-scan FROM 1 BY 1
               UNTIL change-scan IS GREATER THAN change-count
               IF change-status(change-scan) EQUAL "PENDING" THEN
                   ADD 1 TO pending-count
               END-IF
           END-PERFORM.
           MOVE pending-count TO pending-disp.

           DISPLAY " ".
           DISPLAY "Kiosk content change review".
           DISPLAY "Signed on: " FUNCTION TRIM(operator-id) " "
               FUNCTION TRIM(operator-role)
           END-DISPLAY.
           DISPLAY "Changes awaiting approval: " pending-disp.
           DISPLAY " ".
           DISPLAY "P) propose a slideshow, messages or ticker change".
           DISPLAY "   for the fleet or for one station's local set".
           DISPLAY "R) review changes proposed by another operator".
           DISPLAY "L) list all changes and sign-offs".
           DISPLAY "Q) quit".
           DISPLAY " ".
           DISPLAY "Choice: " WITH NO ADVANCING END-DISPLAY.

           EXIT.

       HANDLE-CHOICE.
           MOVE SPACES TO menu-choice.
           ACCEPT menu-choice.

           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(menu-choice))
               WHEN "P"
                   MOVE 2 TO required-level
                   MOVE "propose content change" TO access-detail
                   PERFORM CHECK-ROLE
                   IF role-ok EQUAL "Y" THEN
                       PERFORM PROPOSE-CHANGE
                   END-IF
               WHEN "R"
                   MOVE 2 TO required-level
                   MOVE "review content changes" TO access-detail
                   PERFORM CHECK-ROLE
                   IF role-ok EQUAL "Y" THEN
                       PERFORM REVIEW-CHANGES
                   END-IF
               WHEN "L"
                   PERFORM LOAD-CHANGES
                   PERFORM LIST-CHANGES
               WHEN "Q"
                   MOVE "N" TO console-running
               WHEN OTHER
                   DISPLAY "Not a valid choice"
           END-EVALUATE.

           EXIT.

       LOAD-CHANGES.
           MOVE 0 TO change-count.
           MOVE 0 TO change-next.
           MOVE "data/content-changes.dat" TO change-file-name.

           OPEN INPUT change-file.

           IF change-file-status EQUAL "00" THEN
               PERFORM WITH TEST AFTER UNTIL change-file-status
                   NOT EQUAL "00" OR change-count EQUAL CHANGE-MAX
                   READ change-file
                       AT END
                           CONTINUE
                       NOT AT END
                           IF change-record NOT EQUAL SPACES THEN
                               ADD 1 TO change-count
                               MOVE change-record
                                   TO change-entry(change-count)
                               IF change-number(change-count)
                               IS GREATER THAN change-next THEN
                                   MOVE change-number(change-count)
                                       TO change-next
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE change-file
           END-IF.

           MOVE "00" TO change-file-status.

           EXIT.

       SAVE-CHANGES.
           MOVE "data/content-changes.tmp" TO change-file-name.
           OPEN OUTPUT change-file.

           PERFORM VARYING save-scan FROM 1 BY 1
               UNTIL save-scan IS GREATER THAN change-count
               MOVE change-entry(save-scan) TO change-record
               WRITE change-record
           END-PERFORM.

           CLOSE change-file.

           CALL "CBL_RENAME_FILE" USING
               change-rename-from change-rename-to
               RETURNING return-value
           END-CALL.

           EXIT.

       PROPOSE-CHANGE.
           PERFORM LOAD-CHANGES.

           IF change-count EQUAL CHANGE-MAX THEN
               DISPLAY "Rejected: change file is full"
           ELSE
               PERFORM ASK-CONTENT-FILE
           END-IF.

           EXIT.

       ASK-CONTENT-FILE.
           DISPLAY "File [SLIDESHOW MESSAGES TICKER]: "
               WITH NO ADVANCING
           END-DISPLAY.
           MOVE SPACES TO entry-value.
           ACCEPT entry-value.

           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(entry-value))
               WHEN "SLIDESHOW"
                   MOVE "slideshow.cfg" TO entry-file
               WHEN "MESSAGES"
                   MOVE "messages.cfg" TO entry-file
               WHEN "TICKER"
                   MOVE "ticker.cfg" TO entry-file
               WHEN OTHER
                   MOVE SPACES TO entry-file
           END-EVALUATE.

           IF entry-file EQUAL SPACES THEN
               DISPLAY "Rejected: unknown content file"
           ELSE
               PERFORM ASK-STATION
           END-IF.

           EXIT.

       ASK-STATION.
           DISPLAY "Station [blank for the fleet master copy]: "
               WITH NO ADVANCING
           END-DISPLAY.
           MOVE SPACES TO entry-value.
           ACCEPT entry-value.

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(entry-value))(1:8)
               TO entry-station.
           MOVE "Y" TO station-found.

           IF entry-station NOT EQUAL SPACES THEN
               PERFORM FIND-STATION
           END-IF.

           IF station-found EQUAL "N" THEN
               DISPLAY "Rejected: " FUNCTION TRIM(entry-station)
                   " is not in config/stations.cfg"
               END-DISPLAY
           ELSE
               PERFORM SET-CONTENT-PATH
               PERFORM LOAD-CONTENT-FILE
               PERFORM SHOW-CONTENT-FILE
               PERFORM ASK-ACTION
           END-IF.

           EXIT.

       FIND-STATION.
           MOVE "N" TO station-found.

           OPEN INPUT stations-config.

           IF stations-config-status EQUAL "00" THEN
               PERFORM WITH TEST AFTER UNTIL stations-config-status
                   NOT EQUAL "00" OR station-found EQUAL "Y"
                   READ stations-config
                       AT END
                           CONTINUE
                       NOT AT END
                           IF FUNCTION UPPER-CASE(FUNCTION TRIM
                               (stations-config-line))(1:8)
                               EQUAL entry-station THEN
                               MOVE "Y" TO station-found
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE stations-config
           END-IF.

           MOVE "00" TO stations-config-status.

           EXIT.

       SET-CONTENT-PATH.
           MOVE SPACES TO content-path.

           IF entry-station EQUAL SPACES THEN
               STRING "config/" FUNCTION TRIM(entry-file)
                   DELIMITED BY SIZE INTO content-path
               END-STRING
           ELSE
               STRING "config/local/" FUNCTION TRIM(entry-station)
                   "/" FUNCTION TRIM(entry-file)
                   DELIMITED BY SIZE INTO content-path
               END-STRING
           END-IF.

           EXIT.

       ASK-ACTION.
           DISPLAY "C) change a line  A) add a line  D) delete a line: "
               WITH NO ADVANCING
           END-DISPLAY.
           MOVE SPACES TO entry-value.
           ACCEPT entry-value.

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(entry-value))(1:1)
               TO entry-action.
           MOVE SPACES TO entry-old-text entry-new-text.
           MOVE 0 TO entry-line.

           EVALUATE entry-action
               WHEN "C"
                   PERFORM ASK-LINE-NUMBER
               WHEN "D"
                   PERFORM ASK-LINE-NUMBER
               WHEN "A"
                   IF content-count EQUAL CONTENT-MAX THEN
                       DISPLAY "Rejected: file already at "
                           "maximum length"
                       END-DISPLAY
                   ELSE
                       COMPUTE entry-line = content-count + 1
                       PERFORM ASK-NEW-TEXT
                   END-IF
               WHEN OTHER
                   DISPLAY "Rejected: use C, A or D"
           END-EVALUATE.

           EXIT.

       ASK-LINE-NUMBER.
           DISPLAY "Line number: " WITH NO ADVANCING END-DISPLAY.
           MOVE SPACES TO entry-value.
           ACCEPT entry-value.

           MOVE entry-value(1:20) TO check-value.
           PERFORM CHECK-NUMERIC.

           IF check-ok EQUAL "N" THEN
               DISPLAY "Rejected: line number must be numeric"
           ELSE
               COMPUTE check-num = FUNCTION NUMVAL
                   (FUNCTION TRIM(entry-value))
               IF check-num IS LESS THAN 1
               OR check-num IS GREATER THAN content-count THEN
                   DISPLAY "Rejected: no such line in "
                       FUNCTION TRIM(content-path)
                   END-DISPLAY
               ELSE
                   MOVE check-num TO entry-line
                   MOVE content-text(entry-line) TO entry-old-text
                   IF entry-action EQUAL "C" THEN
                       PERFORM ASK-NEW-TEXT
                   ELSE
                       PERFORM STAGE-CHANGE
                   END-IF
               END-IF
           END-IF.

           EXIT.

       ASK-NEW-TEXT.
           DISPLAY "New line text: " WITH NO ADVANCING END-DISPLAY.
           MOVE SPACES TO entry-value.
           ACCEPT entry-value.

           IF entry-value EQUAL SPACES THEN
               DISPLAY "Rejected: blank, use D to delete a line"
           ELSE
               IF entry-value EQUAL entry-old-text THEN
                   DISPLAY "Rejected: new text is the same as the old"
               ELSE
                   MOVE entry-value TO entry-new-text
                   PERFORM STAGE-CHANGE
               END-IF
           END-IF.

           EXIT.

       STAGE-CHANGE.
           PERFORM LOAD-CHANGES.
           PERFORM LOAD-CONTENT-FILE.
           MOVE "Y" TO content-ok.

           EVALUATE entry-action
               WHEN "A"
                   IF content-count EQUAL CONTENT-MAX THEN
                       MOVE "N" TO content-ok
                   ELSE
                       COMPUTE entry-line = content-count + 1
                   END-IF
               WHEN OTHER
                   IF entry-line IS GREATER THAN content-count THEN
                       MOVE "N" TO content-ok
                   ELSE
                       IF content-text(entry-line) NOT EQUAL
                       entry-old-text THEN
                           MOVE "N" TO content-ok
                       END-IF
                   END-IF
           END-EVALUATE.

           EVALUATE TRUE
               WHEN change-count EQUAL CHANGE-MAX
                   DISPLAY "Rejected: change file is full"
               WHEN content-ok EQUAL "N"
                   DISPLAY "Rejected: " FUNCTION TRIM(content-path)
                       " changed while you were editing, start again"
                   END-DISPLAY
               WHEN OTHER
                   PERFORM ADD-CHANGE-ENTRY
           END-EVALUATE.

           EXIT.

       ADD-CHANGE-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO entry-timestamp.
           ADD 1 TO change-next.
           ADD 1 TO change-count.
           MOVE change-count TO change-scan.

           MOVE SPACES TO change-entry(change-scan).
           MOVE change-next TO change-number(change-scan).
           MOVE "PENDING" TO change-status(change-scan).
           MOVE entry-file TO change-file-id(change-scan).
           MOVE entry-station TO change-station(change-scan).
           MOVE entry-line TO change-line(change-scan).
           MOVE entry-action TO change-action(change-scan).
           MOVE operator-id TO change-proposer(change-scan).
           STRING entry-timestamp(1:8) "-" entry-timestamp(9:6)
               DELIMITED BY SIZE INTO change-proposed(change-scan)
           END-STRING.
           MOVE entry-old-text TO change-old-text(change-scan).
           MOVE entry-new-text TO change-new-text(change-scan).

           PERFORM SAVE-CHANGES.

           MOVE "PROPOSE" TO access-event.
           PERFORM WRITE-CHANGE-ACCESS.

           DISPLAY "Change " change-number(change-scan)
               " staged, awaiting review by a second operator"
           END-DISPLAY.

           EXIT.

       REVIEW-CHANGES.
           PERFORM LOAD-CHANGES.
           MOVE 0 TO review-count.

           PERFORM VARYING change-scan FROM 1 BY 1
               UNTIL change-scan IS GREATER THAN change-count
               IF change-status(change-scan) EQUAL "PENDING" THEN
                   PERFORM REVIEW-ONE-CHANGE
               END-IF
           END-PERFORM.

           IF review-count EQUAL 0 THEN
               DISPLAY "Nothing awaiting your review"
           END-IF.

           EXIT.

       REVIEW-ONE-CHANGE.
           PERFORM SHOW-CHANGE-HEADER.

           IF change-proposer(change-scan) EQUAL operator-id THEN
               DISPLAY "  Proposed by you, needs a second operator"
           ELSE
               ADD 1 TO review-count
               PERFORM SHOW-SIDE-BY-SIDE
               DISPLAY "A) approve  R) reject  S) skip: "
                   WITH NO ADVANCING
               END-DISPLAY
               MOVE SPACES TO review-choice
               ACCEPT review-choice
               MOVE change-number(change-scan) TO review-number

               EVALUATE FUNCTION UPPER-CASE(review-choice)
                   WHEN "A"
                       PERFORM RELOAD-CHANGE
                       IF review-found EQUAL "Y" THEN
                           PERFORM APPROVE-CHANGE
                       END-IF
                   WHEN "R"
                       PERFORM RELOAD-CHANGE
                       IF review-found EQUAL "Y" THEN
                           MOVE "REJECTED" TO change-status(change-scan)
                           PERFORM SIGN-OFF-CHANGE
                           MOVE "REJECT" TO access-event
                           PERFORM WRITE-CHANGE-ACCESS
                           DISPLAY "  Change rejected"
                       END-IF
                   WHEN OTHER
                       DISPLAY "  Change left pending"
               END-EVALUATE
           END-IF.

           EXIT.

       RELOAD-CHANGE.
           PERFORM LOAD-CHANGES.
           MOVE "N" TO review-found.

           PERFORM VARYING change-find FROM 1 BY 1
               UNTIL change-find IS GREATER THAN change-count
               OR review-found EQUAL "Y"
               IF change-number(change-find) EQUAL review-number THEN
                   MOVE "Y" TO review-found
                   MOVE change-find TO change-scan
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN review-found EQUAL "N"
                   DISPLAY "  Change " review-number
                       " is no longer on file"
                   END-DISPLAY
               WHEN change-status(change-scan) NOT EQUAL "PENDING"
                   MOVE "N" TO review-found
                   DISPLAY "  Change already "
                       FUNCTION TRIM(change-status(change-scan))
                       " by "
                       FUNCTION TRIM(change-reviewer(change-scan))
                       " " change-reviewed(change-scan)
                   END-DISPLAY
           END-EVALUATE.

           EXIT.

       SET-CHANGE-SCOPE.
           MOVE SPACES TO change-scope.

           IF change-station(change-scan) EQUAL SPACES THEN
               MOVE "fleet master" TO change-scope
           ELSE
               STRING "station " change-station(change-scan)
                   DELIMITED BY SIZE INTO change-scope
               END-STRING
           END-IF.

           EXIT.

       WRITE-CHANGE-ACCESS.
           PERFORM SET-CHANGE-SCOPE.
           MOVE SPACES TO access-detail.
           STRING "change " change-number(change-scan) " "
               FUNCTION TRIM(change-file-id(change-scan)) " "
               change-scope
               DELIMITED BY SIZE INTO access-detail
           END-STRING.
           PERFORM WRITE-ACCESS-RECORD.

           EXIT.

       SHOW-CHANGE-HEADER.
           EVALUATE change-action(change-scan)
               WHEN "C"
                   MOVE "CHANGE" TO action-name
               WHEN "A"
                   MOVE "ADD" TO action-name
               WHEN "D"
                   MOVE "DELETE" TO action-name
               WHEN OTHER
                   MOVE "?" TO action-name
           END-EVALUATE.

           PERFORM SET-CHANGE-SCOPE.

           DISPLAY " ".
           DISPLAY "Change " change-number(change-scan) " "
               change-status(change-scan) " "
               FUNCTION TRIM(change-file-id(change-scan)) " "
               FUNCTION TRIM(change-scope)
               " line " change-line(change-scan) " "
               FUNCTION TRIM(action-name)
               " proposed by "
               FUNCTION TRIM(change-proposer(change-scan))
               " " change-proposed(change-scan)
           END-DISPLAY.

           EXIT.

       SHOW-SIDE-BY-SIDE.
           DISPLAY "  Old line                             "
               "| New line"
           END-DISPLAY.

           PERFORM VARYING side-pos FROM 1 BY 36
               UNTIL side-pos IS GREATER THAN 120
               IF side-pos EQUAL 1
               OR change-old-text(change-scan)(side-pos:) NOT EQUAL
               SPACES
               OR change-new-text(change-scan)(side-pos:) NOT EQUAL
               SPACES THEN
                   PERFORM SHOW-SIDE-SEGMENT
               END-IF
           END-PERFORM.

           EXIT.

       SHOW-SIDE-SEGMENT.
           IF side-pos IS GREATER THAN 85 THEN
               DISPLAY "  " change-old-text(change-scan)(side-pos:)
                   "                         "
                   "| " change-new-text(change-scan)(side-pos:)
               END-DISPLAY
           ELSE
               DISPLAY "  " change-old-text(change-scan)(side-pos:36)
                   " | " change-new-text(change-scan)(side-pos:36)
               END-DISPLAY
           END-IF.

           EXIT.

       APPROVE-CHANGE.
           MOVE change-file-id(change-scan) TO entry-file.
           MOVE change-station(change-scan) TO entry-station.
           PERFORM SET-CONTENT-PATH.
           PERFORM LOAD-CONTENT-FILE.
           MOVE "Y" TO content-ok.
           MOVE "Y" TO dir-ok.
           MOVE change-line(change-scan) TO entry-line.

           EVALUATE change-action(change-scan)
               WHEN "A"
                   IF content-count EQUAL CONTENT-MAX THEN
                       MOVE "N" TO content-ok
                   ELSE
                       ADD 1 TO content-count
                       MOVE change-new-text(change-scan)
                           TO content-text(content-count)
                   END-IF
               WHEN "C"
                   PERFORM CHECK-OLD-LINE
                   IF content-ok EQUAL "Y" THEN
                       MOVE change-new-text(change-scan)
                           TO content-text(entry-line)
                   END-IF
               WHEN "D"
                   PERFORM CHECK-OLD-LINE
                   IF content-ok EQUAL "Y" THEN
                       PERFORM VARYING content-scan FROM entry-line BY 1
                           UNTIL content-scan IS NOT LESS THAN
                           content-count
                           MOVE content-text(content-scan + 1)
                               TO content-text(content-scan)
                       END-PERFORM
                       SUBTRACT 1 FROM content-count
                   END-IF
               WHEN OTHER
                   MOVE "N" TO content-ok
           END-EVALUATE.

           IF content-ok EQUAL "Y" AND entry-station NOT EQUAL SPACES
           THEN
               PERFORM CREATE-LOCAL-DIRS
           END-IF.

           EVALUATE TRUE
               WHEN content-ok EQUAL "N"
                   DISPLAY "  Rejected: " FUNCTION TRIM(content-path)
                       " no longer matches the old line, change left "
                       "pending"
                   END-DISPLAY
               WHEN dir-ok EQUAL "N"
                   DISPLAY "  Rejected: cannot create "
                       FUNCTION TRIM(dir-name)
                       ", change left pending"
                   END-DISPLAY
               WHEN OTHER
                   PERFORM SAVE-CONTENT-FILE
                   MOVE "APPROVED" TO change-status(change-scan)
                   PERFORM SIGN-OFF-CHANGE
                   MOVE "APPROVE" TO access-event
                   PERFORM WRITE-CHANGE-ACCESS
                   DISPLAY "  Change approved and applied to "
                       FUNCTION TRIM(content-path)
                   END-DISPLAY
           END-EVALUATE.

           EXIT.

       CHECK-OLD-LINE.
           IF entry-line IS LESS THAN 1
           OR entry-line IS GREATER THAN content-count THEN
               MOVE "N" TO content-ok
           ELSE
               IF content-text(entry-line) NOT EQUAL
               change-old-text(change-scan) THEN
                   MOVE "N" TO content-ok
               END-IF
           END-IF.

           EXIT.

       SIGN-OFF-CHANGE.
           MOVE FUNCTION CURRENT-DATE TO entry-timestamp.
           MOVE operator-id TO change-reviewer(change-scan).
           MOVE SPACES TO change-reviewed(change-scan).
           STRING entry-timestamp(1:8) "-" entry-timestamp(9:6)
               DELIMITED BY SIZE INTO change-reviewed(change-scan)
           END-STRING.

           PERFORM SAVE-CHANGES.

           EXIT.

       LIST-CHANGES.
           IF change-count EQUAL 0 THEN
               DISPLAY "No content changes on file"
           ELSE
               PERFORM VARYING change-scan FROM 1 BY 1
                   UNTIL change-scan IS GREATER THAN change-count
                   PERFORM SHOW-CHANGE-HEADER
                   IF change-status(change-scan) NOT EQUAL "PENDING"
                   THEN
                       DISPLAY "  Signed off by "
                           FUNCTION TRIM(change-reviewer(change-scan))
                           " " change-reviewed(change-scan)
                       END-DISPLAY
                   END-IF
                   PERFORM SHOW-SIDE-BY-SIDE
               END-PERFORM
           END-IF.

           EXIT.

       LOAD-CONTENT-FILE.
           MOVE 0 TO content-count.
           MOVE content-path TO content-file-name.

           OPEN INPUT content-file.

           IF content-file-status EQUAL "00" THEN
               PERFORM WITH TEST AFTER UNTIL content-file-status
                   NOT EQUAL "00" OR content-count EQUAL CONTENT-MAX
                   READ content-file
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO content-count
                           MOVE content-line
                               TO content-text(content-count)
                   END-READ
               END-PERFORM

               CLOSE content-file
           END-IF.

           MOVE "00" TO content-file-status.

           EXIT.

       SHOW-CONTENT-FILE.
           DISPLAY "Current " FUNCTION TRIM(content-path)
           END-DISPLAY.

           IF content-count EQUAL 0 THEN
               DISPLAY "(empty)"
           END-IF.

           PERFORM VARYING content-scan FROM 1 BY 1
               UNTIL content-scan IS GREATER THAN content-count
               MOVE content-scan TO content-disp
               DISPLAY content-disp ") "
                   FUNCTION TRIM(content-text(content-scan) TRAILING)
               END-DISPLAY
           END-PERFORM.

           EXIT.

       SAVE-CONTENT-FILE.
           MOVE SPACES TO content-temp-name.
           STRING FUNCTION TRIM(content-path) ".tmp"
               DELIMITED BY SIZE INTO content-temp-name
           END-STRING.

           MOVE content-temp-name TO content-file-name.
           OPEN OUTPUT content-file.

           PERFORM VARYING content-scan FROM 1 BY 1
               UNTIL content-scan IS GREATER THAN content-count
               MOVE content-text(content-scan) TO content-line
               WRITE content-line
           END-PERFORM.

           CLOSE content-file.

           MOVE content-path TO content-file-name.

           CALL "CBL_RENAME_FILE" USING
               content-temp-name content-file-name
               RETURNING return-value
           END-CALL.

           EXIT.

       CHECK-NUMERIC.
           MOVE "Y" TO check-ok.
           COMPUTE check-len =
               FUNCTION LENGTH(FUNCTION TRIM(check-value)).

           IF check-value EQUAL SPACES THEN
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

       CREATE-LOCAL-DIRS.
           MOVE "config/local" TO dir-name.
           PERFORM CREATE-ONE-DIR.

           IF dir-ok EQUAL "Y" THEN
               MOVE SPACES TO dir-name
               STRING "config/local/" FUNCTION TRIM(entry-station)
                   DELIMITED BY SIZE INTO dir-name
               END-STRING
               PERFORM CREATE-ONE-DIR
           END-IF.

           EXIT.

       CREATE-ONE-DIR.
           MOVE "Y" TO dir-ok.

           CALL "CBL_CREATE_DIR" USING
               dir-name
               RETURNING return-value
           END-CALL.

           IF return-value NOT EQUAL 0 THEN
               CALL "CBL_CHECK_FILE_EXIST" USING
                   dir-name dir-exist-info
                   RETURNING return-value
               END-CALL
               IF return-value NOT EQUAL 0 THEN
                   MOVE "N" TO dir-ok
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

       END PROGRAM CONTENT-REVIEW.
