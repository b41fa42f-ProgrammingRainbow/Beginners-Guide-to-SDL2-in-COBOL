       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCESS-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT operator-file ASSIGN TO "data/operators.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS operator-file-status.

           SELECT access-log ASSIGN TO "logs/access.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS access-log-status.

           SELECT access-report ASSIGN TO access-report-name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS access-report-status.

       DATA DIVISION.
       FILE SECTION.
           FD operator-file.
           01 operator-record PIC X(80).

           FD access-log.
           01 access-record PIC X(140).

           FD access-report.
           01 access-report-line PIC X(140).

       WORKING-STORAGE SECTION.
           77 operator-file-status PIC X(02) VALUE "00".
           77 access-log-status PIC X(02) VALUE "00".
           77 access-report-status PIC X(02) VALUE "00".
           77 access-report-name PIC X(60).
           77 run-timestamp PIC X(21).

           77 arg-count PIC 9(02) VALUE 0.
           77 arg-value PIC X(10).
           77 report-month PIC X(06).
           77 month-year USAGE BINARY-LONG VALUE 0.
           77 month-number USAGE BINARY-LONG VALUE 0.
           77 month-year-disp PIC 9(04).
           77 month-number-disp PIC 9(02).

           77 OPERATOR-MAX USAGE BINARY-LONG VALUE 80.
           01 operator-table.
             05 operator-entry OCCURS 80 TIMES.
               10 op-id PIC X(08).
               10 op-name PIC X(30).
               10 op-role PIC X(10).
               10 op-status PIC X(01).
               10 op-signons USAGE BINARY-LONG.
               10 op-failed USAGE BINARY-LONG.
               10 op-refused USAGE BINARY-LONG.
               10 op-changes USAGE BINARY-LONG.
               10 op-incidents USAGE BINARY-LONG.
               10 op-dispatches USAGE BINARY-LONG.
               10 op-last-signon PIC X(15).
           77 operator-count USAGE BINARY-LONG VALUE 0.
           77 operator-scan USAGE BINARY-LONG VALUE 0.
           77 operator-found USAGE BINARY-LONG VALUE 0.
           77 lookup-id PIC X(08).

           77 log-event PIC X(08).
           77 section-event PIC X(08).
           77 section-title PIC X(60).
           77 section-count USAGE BINARY-LONG VALUE 0.
           77 total-signons USAGE BINARY-LONG VALUE 0.
           77 total-failed USAGE BINARY-LONG VALUE 0.
           77 total-refused USAGE BINARY-LONG VALUE 0.
           77 signons-disp PIC ZZZ9.
           77 failed-disp PIC ZZZ9.
           77 refused-disp PIC ZZZ9.
           77 changes-disp PIC ZZZ9.
           77 incidents-disp PIC ZZZ9.
           77 dispatches-disp PIC ZZZ9.
           77 status-name PIC X(08).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO run-timestamp.

           PERFORM FIND-REPORT-MONTH.
           PERFORM LOAD-OPERATORS.
           PERFORM COUNT-ACCESS-EVENTS.

           MOVE SPACES TO access-report-name.
           STRING "reports/access-" report-month ".rpt"
               DELIMITED BY SIZE INTO access-report-name
           END-STRING.

           OPEN OUTPUT access-report.

           MOVE SPACES TO access-report-line.
           STRING "Operator access report for " report-month(1:4)
               "-" report-month(5:2) "  produced "
               run-timestamp(1:8) "-" run-timestamp(9:6)
               DELIMITED BY SIZE INTO access-report-line
           END-STRING.
           WRITE access-report-line.

           PERFORM WRITE-OPERATOR-SUMMARY.

           MOVE "FAILED" TO section-event.
           MOVE "Failed sign-ons" TO section-title.
           PERFORM WRITE-EVENT-SECTION.

           MOVE "REFUSED" TO section-event.
           MOVE "Actions refused for insufficient role"
               TO section-title.
           PERFORM WRITE-EVENT-SECTION.

           MOVE "OPERATOR" TO section-event.
           MOVE "Changes to the operator file" TO section-title.
           PERFORM WRITE-EVENT-SECTION.

           MOVE "CATALOG" TO section-event.
           MOVE "Changes to the content catalog" TO section-title.
           PERFORM WRITE-EVENT-SECTION.

           MOVE total-signons TO signons-disp.
           MOVE total-failed TO failed-disp.
           MOVE total-refused TO refused-disp.
           MOVE SPACES TO access-report-line.
           WRITE access-report-line.
           STRING "Sign-ons " signons-disp "  failed " failed-disp
               "  refused " refused-disp
               DELIMITED BY SIZE INTO access-report-line
           END-STRING.
           WRITE access-report-line.

           CLOSE access-report.

           STOP RUN.

       FIND-REPORT-MONTH.
           MOVE SPACES TO report-month.
           ACCEPT arg-count FROM ARGUMENT-NUMBER.

           IF arg-count IS GREATER THAN ZERO THEN
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT arg-value FROM ARGUMENT-VALUE
               IF arg-value(1:6) IS NUMERIC
               AND arg-value(7:4) EQUAL SPACES
               AND arg-value(5:2) IS GREATER THAN "00"
               AND arg-value(5:2) IS LESS THAN "13" THEN
                   MOVE arg-value(1:6) TO report-month
               ELSE
                   DISPLAY "Month must be YYYYMM, "
                       "reporting the previous month"
                   END-DISPLAY
               END-IF
           END-IF.

           IF report-month EQUAL SPACES THEN
               COMPUTE month-year =
                   FUNCTION NUMVAL(run-timestamp(1:4))
               COMPUTE month-number =
                   FUNCTION NUMVAL(run-timestamp(5:2)) - 1
               IF month-number EQUAL 0 THEN
                   MOVE 12 TO month-number
                   SUBTRACT 1 FROM month-year
               END-IF
               MOVE month-year TO month-year-disp
               MOVE month-number TO month-number-disp
               STRING month-year-disp month-number-disp
                   DELIMITED BY SIZE INTO report-month
               END-STRING
           END-IF.

           EXIT.

       LOAD-OPERATORS.
           OPEN INPUT operator-file.

           IF operator-file-status EQUAL "00" THEN
               PERFORM WITH TEST AFTER UNTIL operator-file-status
                   NOT EQUAL "00" OR operator-count EQUAL OPERATOR-MAX
                   READ operator-file
                       AT END
                           CONTINUE
                       NOT AT END
                           IF operator-record NOT EQUAL SPACES THEN
                               MOVE operator-record(1:8) TO lookup-id
                               PERFORM ADD-OPERATOR-ENTRY
                               MOVE operator-record(10:30)
                                   TO op-name(operator-count)
                               MOVE operator-record(50:10)
                                   TO op-role(operator-count)
                               MOVE operator-record(61:1)
                                   TO op-status(operator-count)
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE operator-file
           END-IF.

           MOVE "00" TO operator-file-status.

           EXIT.

       ADD-OPERATOR-ENTRY.
           ADD 1 TO operator-count.
           MOVE lookup-id TO op-id(operator-count).
           MOVE "(not on operator file)" TO op-name(operator-count).
           MOVE SPACES TO op-role(operator-count).
           MOVE "X" TO op-status(operator-count).
           MOVE 0 TO op-signons(operator-count)
               op-failed(operator-count) op-refused(operator-count)
               op-changes(operator-count)
               op-incidents(operator-count)
               op-dispatches(operator-count).
           MOVE SPACES TO op-last-signon(operator-count).
           MOVE operator-count TO operator-found.

           EXIT.

       FIND-OPERATOR-ENTRY.
           MOVE 0 TO operator-found.
           PERFORM VARYING operator-scan FROM 1 BY 1
               UNTIL operator-scan IS GREATER THAN operator-count
               OR operator-found NOT EQUAL 0
               IF op-id(operator-scan) EQUAL lookup-id THEN
                   MOVE operator-scan TO operator-found
               END-IF
           END-PERFORM.

           IF operator-found EQUAL 0
           AND operator-count IS LESS THAN OPERATOR-MAX THEN
               PERFORM ADD-OPERATOR-ENTRY
           END-IF.

           EXIT.

       COUNT-ACCESS-EVENTS.
           OPEN INPUT access-log.

           IF access-log-status EQUAL "00" THEN
               PERFORM WITH TEST AFTER UNTIL access-log-status
                   NOT EQUAL "00"
                   READ access-log
                       AT END
                           CONTINUE
                       NOT AT END
                           IF access-record(1:6) EQUAL report-month
                           THEN
                               PERFORM COUNT-ONE-EVENT
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE access-log
           END-IF.

           MOVE "00" TO access-log-status.

           EXIT.

       COUNT-ONE-EVENT.
           MOVE access-record(36:8) TO lookup-id.
           MOVE access-record(45:8) TO log-event.
           PERFORM FIND-OPERATOR-ENTRY.

           IF operator-found NOT EQUAL 0 THEN
               EVALUATE log-event
                   WHEN "SIGNON"
                       ADD 1 TO op-signons(operator-found)
                       ADD 1 TO total-signons
                       MOVE access-record(1:15)
                           TO op-last-signon(operator-found)
                   WHEN "FAILED"
                       ADD 1 TO op-failed(operator-found)
                       ADD 1 TO total-failed
                   WHEN "REFUSED"
                       ADD 1 TO op-refused(operator-found)
                       ADD 1 TO total-refused
                   WHEN "CHANGE"
                       ADD 1 TO op-changes(operator-found)
                   WHEN "INCIDENT"
                       ADD 1 TO op-incidents(operator-found)
                   WHEN "DISPATCH"
                       ADD 1 TO op-dispatches(operator-found)
                   WHEN "OPERATOR"
                       ADD 1 TO op-changes(operator-found)
                   WHEN "CATALOG"
                       ADD 1 TO op-changes(operator-found)
                   WHEN "STATION"
                       ADD 1 TO op-changes(operator-found)
                   WHEN "WINDOW"
                       ADD 1 TO op-changes(operator-found)
                   WHEN "PROPOSE"
                       ADD 1 TO op-changes(operator-found)
                   WHEN "APPROVE"
                       ADD 1 TO op-changes(operator-found)
                   WHEN "REJECT"
                       ADD 1 TO op-changes(operator-found)
                   WHEN "HANDOVER"
                       ADD 1 TO op-changes(operator-found)
               END-EVALUATE
           END-IF.

           EXIT.

       WRITE-OPERATOR-SUMMARY.
           MOVE SPACES TO access-report-line.
           WRITE access-report-line.
           MOVE "Activity by operator" TO access-report-line.
           WRITE access-report-line.
           MOVE SPACES TO access-report-line.
           STRING "operator role       status   sign-ons failed "
               "refused changes incidents dispatches "
               "last sign-on    name"
               DELIMITED BY SIZE INTO access-report-line
           END-STRING.
           WRITE access-report-line.

           PERFORM VARYING operator-scan FROM 1 BY 1
               UNTIL operator-scan IS GREATER THAN operator-count
               EVALUATE op-status(operator-scan)
                   WHEN "A"
                       MOVE "ACTIVE" TO status-name
                   WHEN "D"
                       MOVE "DISABLED" TO status-name
                   WHEN OTHER
                       MOVE "UNKNOWN" TO status-name
               END-EVALUATE
               MOVE op-signons(operator-scan) TO signons-disp
               MOVE op-failed(operator-scan) TO failed-disp
               MOVE op-refused(operator-scan) TO refused-disp
               MOVE op-changes(operator-scan) TO changes-disp
               MOVE op-incidents(operator-scan) TO incidents-disp
               MOVE op-dispatches(operator-scan) TO dispatches-disp
               MOVE op-id(operator-scan) TO lookup-id
               IF lookup-id EQUAL SPACES THEN
                   MOVE "(blank)" TO lookup-id
               END-IF
               MOVE SPACES TO access-report-line
               STRING lookup-id " "
                   op-role(operator-scan) " " status-name "     "
                   signons-disp "   " failed-disp "    "
                   refused-disp "    " changes-disp "      "
                   incidents-disp "       " dispatches-disp " "
                   op-last-signon(operator-scan) " "
                   FUNCTION TRIM(op-name(operator-scan))
                   DELIMITED BY SIZE INTO access-report-line
               END-STRING
               WRITE access-report-line
           END-PERFORM.

           IF operator-count EQUAL 0 THEN
               MOVE "No operators on file and no activity logged"
                   TO access-report-line
               WRITE access-report-line
           END-IF.

           EXIT.

       WRITE-EVENT-SECTION.
           MOVE 0 TO section-count.
           MOVE SPACES TO access-report-line.
           WRITE access-report-line.
           MOVE section-title TO access-report-line.
           WRITE access-report-line.

           OPEN INPUT access-log.

           IF access-log-status EQUAL "00" THEN
               PERFORM WITH TEST AFTER UNTIL access-log-status
                   NOT EQUAL "00"
                   READ access-log
                       AT END
                           CONTINUE
                       NOT AT END
                           IF access-record(1:6) EQUAL report-month
                           AND access-record(45:8) EQUAL section-event
                           THEN
                               ADD 1 TO section-count
                               MOVE SPACES TO access-report-line
                               STRING "  " access-record(1:15) " "
                                   access-record(17:18) " "
                                   access-record(36:8) " "
                                   access-record(54:80)
                                   DELIMITED BY SIZE
                                   INTO access-report-line
                               END-STRING
                               WRITE access-report-line
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE access-log
           END-IF.

           MOVE "00" TO access-log-status.

           IF section-count EQUAL 0 THEN
               MOVE "  none" TO access-report-line
               WRITE access-report-line
           END-IF.

           EXIT.

       END PROGRAM ACCESS-REPORT.
