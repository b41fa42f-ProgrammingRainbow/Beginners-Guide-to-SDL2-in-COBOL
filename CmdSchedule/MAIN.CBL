       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMAND-SCHEDULER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT scheduler-config ASSIGN TO "config/scheduler.cfg"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS scheduler-config-status.

           SELECT schedule-file ASSIGN TO
               "config/command-schedule.cfg"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS schedule-file-status.

           SELECT scheduler-ckpt ASSIGN TO "data/scheduler.ckpt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS scheduler-ckpt-status.

           SELECT dispatch-queue ASSIGN TO "data/dispatch.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS dispatch-queue-status.

           SELECT signon-file ASSIGN TO "data/scheduler.signon"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS signon-file-status.

           SELECT dispatch-report ASSIGN TO "reports/dispatch.rpt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS dispatch-report-status.

           SELECT release-log ASSIGN TO "data/command-releases.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS release-log-status.

           SELECT schedule-report ASSIGN TO
               "reports/command-schedule.rpt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS schedule-report-status.

       DATA DIVISION.
       FILE SECTION.
           FD scheduler-config.
           01 scheduler-config-line PIC X(60).

           FD schedule-file.
           01 schedule-file-line PIC X(200).

           FD scheduler-ckpt.
           01 scheduler-ckpt-line PIC X(20).

           FD dispatch-queue.
           01 dispatch-queue-line PIC X(140).

           FD signon-file.
           01 signon-file-line PIC X(20).

           FD dispatch-report.
           01 dispatch-report-line PIC X(160).

           FD release-log.
           01 release-record PIC X(220).

           FD schedule-report.
           01 schedule-report-line PIC X(160).

       WORKING-STORAGE SECTION.
           77 scheduler-config-status PIC X(02) VALUE "00".
           77 schedule-file-status PIC X(02) VALUE "00".
           77 scheduler-ckpt-status PIC X(02) VALUE "00".
           77 dispatch-queue-status PIC X(02) VALUE "00".
           77 signon-file-status PIC X(02) VALUE "00".
           77 dispatch-report-status PIC X(02) VALUE "00".
           77 release-log-status PIC X(02) VALUE "00".
           77 schedule-report-status PIC X(02) VALUE "00".
           77 run-timestamp PIC X(21).

           77 GRACE-MINUTES USAGE BINARY-LONG VALUE 15.
           77 LOOKBACK-DAYS USAGE BINARY-LONG VALUE 7.
           77 dispatcher-command PIC X(60) VALUE "./dispatcher".
           77 dispatch-operator PIC X(08) VALUE SPACES.
           77 dispatch-pin PIC X(08) VALUE SPACES.
           77 system-command PIC X(100).
           77 return-value USAGE BINARY-LONG VALUE 0.
           77 exist-name PIC X(60).
           77 exist-info PIC X(64).
           77 delete-name PIC X(60).

           77 now-minutes USAGE BINARY-LONG VALUE 0.
           77 last-minutes USAGE BINARY-LONG VALUE 0.
           77 first-day-int USAGE BINARY-LONG VALUE 0.
           77 last-day-int USAGE BINARY-LONG VALUE 0.
           77 day-int USAGE BINARY-LONG VALUE 0.
           77 weekday-number USAGE BINARY-LONG VALUE 0.
           77 window-capped PIC X(01) VALUE "N".
           77 ckpt-found PIC X(01) VALUE "N".
           77 ckpt-text PIC X(12).
           77 stamp-date PIC 9(08) VALUE 0.
           77 stamp-minutes USAGE BINARY-LONG VALUE 0.
           77 stamp-hhmm PIC 9(04) VALUE 0.
           77 stamp-text PIC X(13).
           77 window-from-text PIC X(13).
           77 window-to-text PIC X(13).

           77 ENTRY-MAX USAGE BINARY-LONG VALUE 40.
           01 entry-table.
             05 entry-item OCCURS 40 TIMES.
               10 ent-line-no USAGE BINARY-LONG.
               10 ent-kind PIC X(01).
               10 ent-days PIC X(07).
               10 ent-date PIC 9(08).
               10 ent-minute USAGE BINARY-LONG.
               10 ent-command PIC X(40).
               10 ent-targets PIC X(100).
           77 entry-count USAGE BINARY-LONG VALUE 0.
           77 entry-scan USAGE BINARY-LONG VALUE 0.
           77 line-number USAGE BINARY-LONG VALUE 0.

           77 BAD-MAX USAGE BINARY-LONG VALUE 20.
           01 bad-table.
             05 bad-item OCCURS 20 TIMES.
               10 bad-line-no USAGE BINARY-LONG.
               10 bad-text PIC X(100).
           77 bad-count USAGE BINARY-LONG VALUE 0.
           77 bad-scan USAGE BINARY-LONG VALUE 0.

           77 parse-ok PIC X(01) VALUE "Y".
           77 parse-line PIC X(200).
           77 parse-upper PIC X(200).
           77 parse-pos USAGE BINARY-LONG VALUE 0.
           77 parse-len USAGE BINARY-LONG VALUE 0.
           77 parse-to USAGE BINARY-LONG VALUE 0.
           77 parse-scan USAGE BINARY-LONG VALUE 0.
           77 parse-word1 PIC X(10).
           77 parse-word2 PIC X(40).
           77 parse-word3 PIC X(10).
           77 parse-word4 PIC X(10).
           77 parse-rest PIC X(200).
           77 parse-rest-upper PIC X(200).
           77 parse-days PIC X(07).
           01 day-split.
             05 day-token OCCURS 7 TIMES PIC X(10).
           77 day-scan USAGE BINARY-LONG VALUE 0.
           77 check-hour USAGE BINARY-LONG VALUE 0.
           77 check-minute USAGE BINARY-LONG VALUE 0.
           77 check-month USAGE BINARY-LONG VALUE 0.
           77 check-day USAGE BINARY-LONG VALUE 0.

           77 OCC-MAX USAGE BINARY-LONG VALUE 60.
           01 occ-table.
             05 occ-item OCCURS 60 TIMES.
               10 occ-entry USAGE BINARY-LONG.
               10 occ-minutes USAGE BINARY-LONG.
               10 occ-action PIC X(01).
               10 occ-done PIC X(01).
           77 occ-count USAGE BINARY-LONG VALUE 0.
           77 occ-scan USAGE BINARY-LONG VALUE 0.
           77 occ-next USAGE BINARY-LONG VALUE 0.
           77 occ-left USAGE BINARY-LONG VALUE 0.
           77 occ-dropped USAGE BINARY-LONG VALUE 0.
           77 occ-stamp USAGE BINARY-LONG VALUE 0.

           77 foreign-queued PIC X(01) VALUE "N".
           77 outcome PIC X(08).
           77 outcome-note PIC X(40).
           77 report-found PIC X(01) VALUE "N".
           77 acked-number USAGE BINARY-LONG VALUE 0.
           77 selected-number USAGE BINARY-LONG VALUE 0.
           77 noack-list PIC X(60).
           77 noack-pos USAGE BINARY-LONG VALUE 0.
           77 release-command PIC X(40).
           77 release-targets PIC X(100).

           77 released-count USAGE BINARY-LONG VALUE 0.
           77 missed-count USAGE BINARY-LONG VALUE 0.
           77 unconfirmed-count USAGE BINARY-LONG VALUE 0.
           77 deferred-count USAGE BINARY-LONG VALUE 0.
           77 refused-count USAGE BINARY-LONG VALUE 0.
           77 line-disp PIC 9(03).
           77 acked-disp PIC 9(03).
           77 selected-disp PIC 9(03).
           77 count-disp PIC 9(03).
           77 grace-disp PIC 9(03).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO run-timestamp.

           PERFORM LOAD-SCHEDULER-CONFIG.
           PERFORM LOAD-SCHEDULE-ENTRIES.
           PERFORM FIND-RUN-WINDOW.
           PERFORM FIND-OCCURRENCES.

           OPEN OUTPUT schedule-report.
           PERFORM WRITE-REPORT-HEADER.

           PERFORM VARYING occ-left FROM 1 BY 1
               UNTIL occ-left IS GREATER THAN occ-count
               PERFORM FIND-NEXT-OCCURRENCE
               PERFORM HANDLE-OCCURRENCE
           END-PERFORM.

           IF occ-count EQUAL 0 THEN
               MOVE "Nothing due in this window"
                   TO schedule-report-line
               WRITE schedule-report-line
           END-IF.

           PERFORM WRITE-REPORT-TOTALS.
           CLOSE schedule-report.

           PERFORM SAVE-CHECKPOINT.

           EVALUATE TRUE
               WHEN refused-count IS GREATER THAN ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN missed-count IS GREATER THAN ZERO
               OR unconfirmed-count IS GREATER THAN ZERO
               OR deferred-count IS GREATER THAN ZERO
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

           STOP RUN.

       LOAD-SCHEDULER-CONFIG.
           OPEN INPUT scheduler-config.

           IF scheduler-config-status EQUAL "00" THEN
               READ scheduler-config
                   AT END
                       CONTINUE
                   NOT AT END
                       COMPUTE GRACE-MINUTES = FUNCTION NUMVAL
                           (FUNCTION TRIM(scheduler-config-line))
               END-READ

               READ scheduler-config
                   AT END
                       CONTINUE
                   NOT AT END
                       COMPUTE LOOKBACK-DAYS = FUNCTION NUMVAL
                           (FUNCTION TRIM(scheduler-config-line))
               END-READ

               READ scheduler-config
                   AT END
                       CONTINUE
                   NOT AT END
                       IF scheduler-config-line NOT EQUAL SPACES
                           MOVE FUNCTION TRIM(scheduler-config-line)
                               TO dispatcher-command
                       END-IF
               END-READ

               READ scheduler-config
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM
                           (scheduler-config-line))(1:8)
                           TO dispatch-operator
               END-READ

               READ scheduler-config
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FUNCTION TRIM(scheduler-config-line)(1:8)
                           TO dispatch-pin
               END-READ

               CLOSE scheduler-config
           END-IF.

           MOVE "00" TO scheduler-config-status.

           IF LOOKBACK-DAYS IS LESS THAN 1 THEN
               MOVE 1 TO LOOKBACK-DAYS
           END-IF.

           EXIT.

       LOAD-SCHEDULE-ENTRIES.
           OPEN INPUT schedule-file.

           IF schedule-file-status EQUAL "00" THEN
               PERFORM WITH TEST AFTER UNTIL schedule-file-status
                   NOT EQUAL "00"
                   READ schedule-file
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO line-number
                           IF schedule-file-line NOT EQUAL SPACES
                           AND FUNCTION TRIM(schedule-file-line)(1:1)
                           NOT EQUAL "*" THEN
                               PERFORM PARSE-SCHEDULE-ENTRY
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE schedule-file
           END-IF.

           MOVE "00" TO schedule-file-status.

           EXIT.

       PARSE-SCHEDULE-ENTRY.
           MOVE "Y" TO parse-ok.
           MOVE FUNCTION TRIM(schedule-file-line) TO parse-line.
           MOVE FUNCTION UPPER-CASE(parse-line) TO parse-upper.
           MOVE SPACES TO parse-word1 parse-word2 parse-word3
               parse-word4 parse-rest parse-days.
           MOVE 1 TO parse-pos.

           UNSTRING parse-upper DELIMITED BY ALL " "
               INTO parse-word1 parse-word2 parse-word3 parse-word4
               WITH POINTER parse-pos
           END-UNSTRING.

           IF parse-pos IS LESS THAN 200 THEN
               MOVE parse-line(parse-pos:) TO parse-rest
           END-IF.
           MOVE FUNCTION UPPER-CASE(parse-rest) TO parse-rest-upper.

           IF parse-word3 NOT EQUAL "AT" THEN
               MOVE "N" TO parse-ok
           END-IF.

           IF parse-ok EQUAL "Y" THEN
               PERFORM CHECK-ENTRY-TIME
           END-IF.

           IF parse-ok EQUAL "Y" THEN
               EVALUATE parse-word1
                   WHEN "EVERY"
                       PERFORM PARSE-DAY-SELECTOR
                   WHEN "ON"
                       PERFORM CHECK-ENTRY-DATE
                   WHEN OTHER
                       MOVE "N" TO parse-ok
               END-EVALUATE
           END-IF.

           IF parse-ok EQUAL "Y" THEN
               PERFORM SPLIT-COMMAND-TARGETS
           END-IF.

           IF parse-ok EQUAL "Y"
           AND entry-count IS LESS THAN ENTRY-MAX THEN
               ADD 1 TO entry-count
               MOVE line-number TO ent-line-no(entry-count)
               MOVE parse-days TO ent-days(entry-count)
               IF parse-word1 EQUAL "EVERY" THEN
                   MOVE "E" TO ent-kind(entry-count)
                   MOVE 0 TO ent-date(entry-count)
               ELSE
                   MOVE "O" TO ent-kind(entry-count)
                   MOVE parse-word2(1:8) TO ent-date(entry-count)
               END-IF
               COMPUTE ent-minute(entry-count) =
                   check-hour * 60 + check-minute
               MOVE release-command TO ent-command(entry-count)
               MOVE release-targets TO ent-targets(entry-count)
           END-IF.

           IF parse-ok EQUAL "N"
           AND bad-count IS LESS THAN BAD-MAX THEN
               ADD 1 TO bad-count
               MOVE line-number TO bad-line-no(bad-count)
               MOVE parse-line TO bad-text(bad-count)
           END-IF.

           EXIT.

       CHECK-ENTRY-TIME.
           IF parse-word4(1:4) IS NOT NUMERIC
           OR parse-word4(5:6) NOT EQUAL SPACES THEN
               MOVE "N" TO parse-ok
           ELSE
               COMPUTE check-hour = FUNCTION NUMVAL(parse-word4(1:2))
               COMPUTE check-minute =
                   FUNCTION NUMVAL(parse-word4(3:2))
               IF check-hour IS GREATER THAN 23
               OR check-minute IS GREATER THAN 59 THEN
                   MOVE "N" TO parse-ok
               END-IF
           END-IF.

           EXIT.

       CHECK-ENTRY-DATE.
           MOVE "NNNNNNN" TO parse-days.

           IF parse-word2(1:8) IS NOT NUMERIC
           OR parse-word2(9:32) NOT EQUAL SPACES THEN
               MOVE "N" TO parse-ok
           ELSE
               COMPUTE check-month = FUNCTION NUMVAL(parse-word2(5:2))
               COMPUTE check-day = FUNCTION NUMVAL(parse-word2(7:2))
               IF check-month IS LESS THAN 1
               OR check-month IS GREATER THAN 12
               OR check-day IS LESS THAN 1
               OR check-day IS GREATER THAN 31 THEN
                   MOVE "N" TO parse-ok
               END-IF
           END-IF.

           EXIT.

       PARSE-DAY-SELECTOR.
           EVALUATE parse-word2
               WHEN "DAY"
               WHEN "DAILY"
                   MOVE "YYYYYYY" TO parse-days
               WHEN "WEEKDAY"
               WHEN "WEEKDAYS"
                   MOVE "YYYYYNN" TO parse-days
               WHEN "WEEKEND"
               WHEN "WEEKENDS"
                   MOVE "NNNNNYY" TO parse-days
               WHEN OTHER
                   MOVE "NNNNNNN" TO parse-days
                   MOVE SPACES TO day-split
                   UNSTRING parse-word2 DELIMITED BY ","
                       INTO day-token(1) day-token(2) day-token(3)
                       day-token(4) day-token(5) day-token(6)
                       day-token(7)
                   END-UNSTRING
                   PERFORM VARYING day-scan FROM 1 BY 1
                       UNTIL day-scan IS GREATER THAN 7
                       IF day-token(day-scan) NOT EQUAL SPACES THEN
                           PERFORM MARK-DAY-TOKEN
                       END-IF
                   END-PERFORM
           END-EVALUATE.

           IF parse-days EQUAL "NNNNNNN" THEN
               MOVE "N" TO parse-ok
           END-IF.

           EXIT.

       MARK-DAY-TOKEN.
           EVALUATE day-token(day-scan)(1:3)
               WHEN "MON"
                   MOVE "Y" TO parse-days(1:1)
               WHEN "TUE"
                   MOVE "Y" TO parse-days(2:1)
               WHEN "WED"
                   MOVE "Y" TO parse-days(3:1)
               WHEN "THU"
                   MOVE "Y" TO parse-days(4:1)
               WHEN "FRI"
                   MOVE "Y" TO parse-days(5:1)
               WHEN "SAT"
                   MOVE "Y" TO parse-days(6:1)
               WHEN "SUN"
                   MOVE "Y" TO parse-days(7:1)
               WHEN OTHER
                   MOVE "N" TO parse-ok
           END-EVALUATE.

           EXIT.

       SPLIT-COMMAND-TARGETS.
           MOVE SPACES TO release-command release-targets.
           COMPUTE parse-len =
               FUNCTION LENGTH(FUNCTION TRIM(parse-rest TRAILING)).

           MOVE 0 TO parse-to.
           PERFORM VARYING parse-scan FROM 1 BY 1
               UNTIL parse-scan IS GREATER THAN parse-len - 3
               IF parse-rest-upper(parse-scan:4) EQUAL " TO " THEN
                   MOVE parse-scan TO parse-to
               END-IF
           END-PERFORM.

           IF parse-to IS LESS THAN 2 THEN
               MOVE "N" TO parse-ok
           ELSE
               MOVE parse-rest(1:parse-to - 1) TO release-command
               MOVE FUNCTION TRIM(parse-rest(parse-to + 4:))
                   TO release-targets
               IF release-targets EQUAL SPACES THEN
                   MOVE "N" TO parse-ok
               END-IF
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(release-targets))
               EQUAL "ALL" THEN
                   MOVE "ALL" TO release-targets
               END-IF
           END-IF.

           EXIT.

       FIND-RUN-WINDOW.
           COMPUTE stamp-date = FUNCTION NUMVAL(run-timestamp(1:8)).
           COMPUTE stamp-minutes =
               FUNCTION NUMVAL(run-timestamp(9:2)) * 60
               + FUNCTION NUMVAL(run-timestamp(11:2)).
           COMPUTE now-minutes =
               FUNCTION INTEGER-OF-DATE(stamp-date) * 1440
               + stamp-minutes.

           OPEN INPUT scheduler-ckpt.

           IF scheduler-ckpt-status EQUAL "00" THEN
               READ scheduler-ckpt
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE scheduler-ckpt-line(1:12) TO ckpt-text
                       IF ckpt-text IS NUMERIC THEN
                           MOVE "Y" TO ckpt-found
                       END-IF
               END-READ

               CLOSE scheduler-ckpt
           END-IF.

           MOVE "00" TO scheduler-ckpt-status.

           IF ckpt-found EQUAL "Y" THEN
               COMPUTE stamp-date = FUNCTION NUMVAL(ckpt-text(1:8))
               COMPUTE last-minutes =
                   FUNCTION INTEGER-OF-DATE(stamp-date) * 1440
                   + FUNCTION NUMVAL(ckpt-text(9:2)) * 60
                   + FUNCTION NUMVAL(ckpt-text(11:2))
           ELSE
               COMPUTE last-minutes = now-minutes - GRACE-MINUTES
           END-IF.

           IF now-minutes - last-minutes IS GREATER THAN
           LOOKBACK-DAYS * 1440 THEN
               COMPUTE last-minutes = now-minutes - LOOKBACK-DAYS * 1440
               MOVE "Y" TO window-capped
           END-IF.

           MOVE last-minutes TO occ-stamp.
           PERFORM FORMAT-STAMP.
           MOVE stamp-text TO window-from-text.
           MOVE now-minutes TO occ-stamp.
           PERFORM FORMAT-STAMP.
           MOVE stamp-text TO window-to-text.

           EXIT.

       FIND-OCCURRENCES.
           COMPUTE first-day-int = last-minutes / 1440.
           COMPUTE last-day-int = now-minutes / 1440.

           PERFORM VARYING entry-scan FROM 1 BY 1
               UNTIL entry-scan IS GREATER THAN entry-count
               IF ent-kind(entry-scan) EQUAL "O" THEN
                   COMPUTE occ-stamp = FUNCTION INTEGER-OF-DATE
                       (ent-date(entry-scan)) * 1440
                       + ent-minute(entry-scan)
                   PERFORM KEEP-OCCURRENCE
               ELSE
                   PERFORM VARYING day-int FROM first-day-int BY 1
                       UNTIL day-int IS GREATER THAN last-day-int
                       COMPUTE weekday-number = FUNCTION MOD(day-int 7)
                       IF weekday-number EQUAL 0 THEN
                           MOVE 7 TO weekday-number
                       END-IF
                       IF ent-days(entry-scan)(weekday-number:1)
                       EQUAL "Y" THEN
                           COMPUTE occ-stamp = day-int * 1440
                               + ent-minute(entry-scan)
                           PERFORM KEEP-OCCURRENCE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

           EXIT.

       KEEP-OCCURRENCE.
           IF occ-stamp IS GREATER THAN last-minutes
           AND occ-stamp IS NOT GREATER THAN now-minutes THEN
               IF occ-count IS LESS THAN OCC-MAX THEN
                   ADD 1 TO occ-count
                   MOVE entry-scan TO occ-entry(occ-count)
                   MOVE occ-stamp TO occ-minutes(occ-count)
                   MOVE "N" TO occ-done(occ-count)
                   IF now-minutes - occ-stamp IS GREATER THAN
                   GRACE-MINUTES THEN
                       MOVE "M" TO occ-action(occ-count)
                   ELSE
                       MOVE "R" TO occ-action(occ-count)
                   END-IF
               ELSE
                   ADD 1 TO occ-dropped
               END-IF
           END-IF.

           EXIT.

       FIND-NEXT-OCCURRENCE.
           MOVE 0 TO occ-next.
           PERFORM VARYING occ-scan FROM 1 BY 1
               UNTIL occ-scan IS GREATER THAN occ-count
               IF occ-done(occ-scan) EQUAL "N" THEN
                   IF occ-next EQUAL 0 THEN
                       MOVE occ-scan TO occ-next
                   ELSE
                       IF occ-minutes(occ-scan) IS LESS THAN
                       occ-minutes(occ-next) THEN
                           MOVE occ-scan TO occ-next
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           MOVE "Y" TO occ-done(occ-next).

           EXIT.

       HANDLE-OCCURRENCE.
           MOVE occ-entry(occ-next) TO entry-scan.
           MOVE ent-command(entry-scan) TO release-command.
           MOVE ent-targets(entry-scan) TO release-targets.
           MOVE occ-minutes(occ-next) TO occ-stamp.
           PERFORM FORMAT-STAMP.

           MOVE 0 TO acked-number selected-number.
           MOVE SPACES TO noack-list outcome-note.

           IF occ-action(occ-next) EQUAL "M" THEN
               MOVE "MISSED" TO outcome
               ADD 1 TO missed-count
           ELSE
               PERFORM RELEASE-ENTRY
           END-IF.

           PERFORM WRITE-RELEASE-RECORD.
           PERFORM WRITE-OCCURRENCE-LINE.

           EXIT.

       RELEASE-ENTRY.
           MOVE "data/dispatch.dat" TO exist-name.
           CALL "CBL_CHECK_FILE_EXIST" USING
               exist-name exist-info
               RETURNING return-value
           END-CALL.

           EVALUATE TRUE
               WHEN dispatch-operator EQUAL SPACES
               OR dispatch-pin EQUAL SPACES
                   MOVE "FAILED" TO outcome
                   MOVE "no dispatcher sign-on, not sent"
                       TO outcome-note
                   ADD 1 TO refused-count
               WHEN return-value EQUAL 0
                   IF foreign-queued EQUAL "N" THEN
                       MOVE "Y" TO foreign-queued
                       MOVE SPACES TO schedule-report-line
                       STRING "Operator request waiting in "
                           "data/dispatch.dat - left queued for its "
                           "operator, due entries deferred"
                           DELIMITED BY SIZE INTO schedule-report-line
                       END-STRING
                       WRITE schedule-report-line
                   END-IF
                   MOVE "DEFERRED" TO outcome
                   ADD 1 TO deferred-count
               WHEN OTHER
                   PERFORM RELEASE-QUEUED-ENTRY
           END-EVALUATE.

           EXIT.

       RELEASE-QUEUED-ENTRY.
           OPEN OUTPUT dispatch-queue.
           MOVE release-command TO dispatch-queue-line.
           WRITE dispatch-queue-line.
           MOVE release-targets TO dispatch-queue-line.
           WRITE dispatch-queue-line.
           CLOSE dispatch-queue.

           PERFORM RUN-DISPATCHER.
           PERFORM READ-DISPATCH-OUTCOME.

           MOVE "data/dispatch.dat" TO exist-name.
           CALL "CBL_CHECK_FILE_EXIST" USING
               exist-name exist-info
               RETURNING return-value
           END-CALL.

           IF report-found EQUAL "N" AND return-value EQUAL 0 THEN
               PERFORM DISCARD-REFUSED-QUEUE
           ELSE
               PERFORM JUDGE-RELEASE-OUTCOME
           END-IF.

           EXIT.

       JUDGE-RELEASE-OUTCOME.
           ADD 1 TO released-count.

           EVALUATE TRUE
               WHEN report-found EQUAL "N"
                   MOVE "FAILED" TO outcome
                   ADD 1 TO unconfirmed-count
               WHEN acked-number EQUAL selected-number
               AND selected-number IS GREATER THAN ZERO
                   MOVE "RELEASED" TO outcome
               WHEN acked-number EQUAL 0
                   MOVE "NOACK" TO outcome
                   ADD 1 TO unconfirmed-count
               WHEN OTHER
                   MOVE "PARTIAL" TO outcome
                   ADD 1 TO unconfirmed-count
           END-EVALUATE.

           EXIT.

       DISCARD-REFUSED-QUEUE.
           MOVE "data/dispatch.dat" TO delete-name.
           CALL "CBL_DELETE_FILE" USING
               delete-name
               RETURNING return-value
           END-CALL.

           MOVE "FAILED" TO outcome.
           MOVE "dispatcher sign-on refused" TO outcome-note.
           ADD 1 TO refused-count.

           EXIT.

       RUN-DISPATCHER.
           MOVE "reports/dispatch.rpt" TO delete-name.
           CALL "CBL_DELETE_FILE" USING
               delete-name
               RETURNING return-value
           END-CALL.

           OPEN OUTPUT signon-file.
           MOVE dispatch-operator TO signon-file-line.
           WRITE signon-file-line.
           MOVE dispatch-pin TO signon-file-line.
           WRITE signon-file-line.
           CLOSE signon-file.

           MOVE SPACES TO system-command.
           STRING FUNCTION TRIM(dispatcher-command)
               " < data/scheduler.signon"
               DELIMITED BY SIZE INTO system-command
           END-STRING.
           CALL "SYSTEM" USING
               system-command
               RETURNING return-value
           END-CALL.

           MOVE "data/scheduler.signon" TO delete-name.
           CALL "CBL_DELETE_FILE" USING
               delete-name
               RETURNING return-value
           END-CALL.

           EXIT.

       READ-DISPATCH-OUTCOME.
           MOVE "N" TO report-found.
           MOVE 1 TO noack-pos.

           OPEN INPUT dispatch-report.

           IF dispatch-report-status EQUAL "00" THEN
               PERFORM WITH TEST AFTER UNTIL dispatch-report-status
                   NOT EQUAL "00"
                   READ dispatch-report
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM CHECK-DISPATCH-LINE
                   END-READ
               END-PERFORM

               CLOSE dispatch-report
           END-IF.

           MOVE "00" TO dispatch-report-status.

           EXIT.

       CHECK-DISPATCH-LINE.
           IF dispatch-report-line(1:10) EQUAL "Confirmed "
           AND dispatch-report-line(11:3) IS NUMERIC
           AND dispatch-report-line(18:3) IS NUMERIC THEN
               MOVE "Y" TO report-found
               COMPUTE acked-number =
                   FUNCTION NUMVAL(dispatch-report-line(11:3))
               COMPUTE selected-number =
                   FUNCTION NUMVAL(dispatch-report-line(18:3))
           END-IF.

           IF dispatch-report-line(16:11) EQUAL "NO RESPONSE"
           AND noack-pos IS LESS THAN 52 THEN
               STRING FUNCTION TRIM(dispatch-report-line(1:8)) " "
                   DELIMITED BY SIZE INTO noack-list
                   WITH POINTER noack-pos
               END-STRING
           END-IF.

           EXIT.

       FORMAT-STAMP.
           COMPUTE day-int = occ-stamp / 1440.
           COMPUTE stamp-date = FUNCTION DATE-OF-INTEGER(day-int).
           COMPUTE stamp-minutes = occ-stamp - day-int * 1440.
           DIVIDE stamp-minutes BY 60 GIVING check-hour
               REMAINDER check-minute.
           COMPUTE stamp-hhmm = check-hour * 100 + check-minute.
           MOVE SPACES TO stamp-text.
           STRING stamp-date "-" stamp-hhmm
               DELIMITED BY SIZE INTO stamp-text
           END-STRING.

           EXIT.

       WRITE-RELEASE-RECORD.
           OPEN EXTEND release-log.
           IF release-log-status EQUAL "35" THEN
               OPEN OUTPUT release-log
           END-IF.

           MOVE ent-line-no(entry-scan) TO line-disp.
           MOVE acked-number TO acked-disp.
           MOVE selected-number TO selected-disp.

           MOVE SPACES TO release-record.
           MOVE run-timestamp(1:8) TO release-record(1:8).
           MOVE "-" TO release-record(9:1).
           MOVE run-timestamp(9:6) TO release-record(10:6).
           MOVE stamp-text TO release-record(17:13).
           MOVE line-disp TO release-record(31:3).
           MOVE outcome TO release-record(35:8).
           MOVE acked-disp TO release-record(44:3).
           MOVE "/" TO release-record(47:1).
           MOVE selected-disp TO release-record(48:3).
           MOVE release-command TO release-record(52:40).
           MOVE release-targets(1:60) TO release-record(93:60).
           MOVE noack-list TO release-record(154:60).
           WRITE release-record.

           CLOSE release-log.

           EXIT.

       WRITE-REPORT-HEADER.
           MOVE GRACE-MINUTES TO grace-disp.
           MOVE SPACES TO schedule-report-line.
           STRING "Command schedule run " run-timestamp(1:8) "-"
               run-timestamp(9:6)
               " window " window-from-text " to " window-to-text
               " grace " grace-disp " min"
               DELIMITED BY SIZE INTO schedule-report-line
           END-STRING.
           WRITE schedule-report-line.

           IF dispatch-operator EQUAL SPACES
           OR dispatch-pin EQUAL SPACES THEN
               MOVE SPACES TO schedule-report-line
               STRING "No dispatcher sign-on in config/scheduler.cfg"
                   " - due entries are not sent"
                   DELIMITED BY SIZE INTO schedule-report-line
               END-STRING
               WRITE schedule-report-line
           END-IF.

           IF ckpt-found EQUAL "N" THEN
               MOVE SPACES TO schedule-report-line
               STRING "No previous run on record - only the last "
                   grace-disp " minutes were checked"
                   DELIMITED BY SIZE INTO schedule-report-line
               END-STRING
               WRITE schedule-report-line
           END-IF.

           IF window-capped EQUAL "Y" THEN
               MOVE LOOKBACK-DAYS TO count-disp
               MOVE SPACES TO schedule-report-line
               STRING "Last run was more than " count-disp
                   " days ago - older entries were not checked"
                   DELIMITED BY SIZE INTO schedule-report-line
               END-STRING
               WRITE schedule-report-line
           END-IF.

           PERFORM VARYING bad-scan FROM 1 BY 1
               UNTIL bad-scan IS GREATER THAN bad-count
               MOVE bad-line-no(bad-scan) TO line-disp
               MOVE SPACES TO schedule-report-line
               STRING "Entry " line-disp " not understood: "
                   FUNCTION TRIM(bad-text(bad-scan))
                   DELIMITED BY SIZE INTO schedule-report-line
               END-STRING
               WRITE schedule-report-line
           END-PERFORM.

           MOVE SPACES TO schedule-report-line.
           STRING "scheduled     no.   outcome  acked   "
               "command -> targets"
               DELIMITED BY SIZE INTO schedule-report-line
           END-STRING.
           WRITE schedule-report-line.

           EXIT.

       WRITE-OCCURRENCE-LINE.
           MOVE SPACES TO schedule-report-line.
           EVALUATE outcome
               WHEN "MISSED"
                   STRING stamp-text " " line-disp "   " outcome " "
                       "        " FUNCTION TRIM(release-command) " -> "
                       FUNCTION TRIM(release-targets)
                       "  (job did not run in time)"
                       DELIMITED BY SIZE INTO schedule-report-line
                   END-STRING
               WHEN "DEFERRED"
                   STRING stamp-text " " line-disp "   " outcome " "
                       "        " FUNCTION TRIM(release-command) " -> "
                       FUNCTION TRIM(release-targets)
                       "  (not sent, operator request queued)"
                       DELIMITED BY SIZE INTO schedule-report-line
                   END-STRING
               WHEN OTHER
                   STRING stamp-text " " line-disp "   " outcome " "
                       acked-disp "/" selected-disp " "
                       FUNCTION TRIM(release-command) " -> "
                       FUNCTION TRIM(release-targets)
                       DELIMITED BY SIZE INTO schedule-report-line
                   END-STRING
                   IF outcome-note NOT EQUAL SPACES THEN
                       STRING FUNCTION TRIM(schedule-report-line
                           TRAILING) "  (" FUNCTION TRIM(outcome-note)
                           ")"
                           DELIMITED BY SIZE INTO schedule-report-line
                       END-STRING
                   END-IF
           END-EVALUATE.
           WRITE schedule-report-line.

           IF noack-list NOT EQUAL SPACES THEN
               MOVE SPACES TO schedule-report-line
               STRING "                    no acknowledgement from "
                   FUNCTION TRIM(noack-list)
                   DELIMITED BY SIZE INTO schedule-report-line
               END-STRING
               WRITE schedule-report-line
           END-IF.

           EXIT.

       WRITE-REPORT-TOTALS.
           IF occ-dropped IS GREATER THAN ZERO THEN
               MOVE occ-dropped TO count-disp
               MOVE SPACES TO schedule-report-line
               STRING count-disp " further due entries were not "
                   "handled (table full) - rerun the scheduler"
                   DELIMITED BY SIZE INTO schedule-report-line
               END-STRING
               WRITE schedule-report-line
           END-IF.

           MOVE SPACES TO schedule-report-line.
           MOVE released-count TO count-disp.
           STRING "Released " count-disp
               DELIMITED BY SIZE INTO schedule-report-line
           END-STRING.
           MOVE unconfirmed-count TO count-disp.
           STRING schedule-report-line(1:12) "  not fully confirmed "
               count-disp
               DELIMITED BY SIZE INTO schedule-report-line
           END-STRING.
           MOVE missed-count TO count-disp.
           STRING schedule-report-line(1:39) "  missed " count-disp
               DELIMITED BY SIZE INTO schedule-report-line
           END-STRING.
           WRITE schedule-report-line.

           IF deferred-count IS GREATER THAN ZERO THEN
               MOVE deferred-count TO count-disp
               MOVE SPACES TO schedule-report-line
               STRING "Deferred " count-disp
                   " - release them by hand once data/dispatch.dat "
                   "has been sent"
                   DELIMITED BY SIZE INTO schedule-report-line
               END-STRING
               WRITE schedule-report-line
           END-IF.

           IF refused-count IS GREATER THAN ZERO THEN
               MOVE refused-count TO count-disp
               MOVE SPACES TO schedule-report-line
               STRING "Not sent " count-disp
                   " - check the dispatcher sign-on in "
                   "config/scheduler.cfg"
                   DELIMITED BY SIZE INTO schedule-report-line
               END-STRING
               WRITE schedule-report-line
           END-IF.

           EXIT.

       SAVE-CHECKPOINT.
           MOVE now-minutes TO occ-stamp.
           PERFORM FORMAT-STAMP.

           OPEN OUTPUT scheduler-ckpt.
           MOVE SPACES TO scheduler-ckpt-line.
           STRING stamp-text(1:8) stamp-text(10:4)
               DELIMITED BY SIZE INTO scheduler-ckpt-line
           END-STRING.
           WRITE scheduler-ckpt-line.
           CLOSE scheduler-ckpt.

           EXIT.

       END PROGRAM COMMAND-SCHEDULER.
