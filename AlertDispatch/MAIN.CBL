               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS status-report-status.

           SELECT station-master ASSIGN TO "data/stations.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS station-master-status.

           SELECT maintenance-file ASSIGN TO "data/maintenance.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS maintenance-file-status.

       DATA DIVISION.
       FILE SECTION.
           FD alerts-log.
           01 alert-cursor-line PIC X(10).

           FD alert-state.
           01 alert-state-record PIC X(80).

           FD notify-file.
           01 notify-file-line PIC X(120).

           FD status-report.
           01 status-report-line PIC X(160).

           FD station-master.
           01 station-master-record PIC X(180).

           FD maintenance-file.
           01 maintenance-record PIC X(120).

       WORKING-STORAGE SECTION.
           77 alerts-log-status PIC X(02) VALUE "00".
           77 notify-file-name PIC X(60).
           77 run-timestamp PIC X(21).

           77 STATE-MAX USAGE BINARY-LONG VALUE 200.
           01 state-table.
             05 state-entry OCCURS 200 TIMES.
               10 st-code PIC X(04).
               10 st-day PIC X(08).
               10 st-status PIC X(05).
               10 st-file PIC X(40).
               10 st-station PIC X(08).
           77 state-count USAGE BINARY-LONG VALUE 0.
           77 state-scan USAGE BINARY-LONG VALUE 0.
           77 state-found USAGE BINARY-LONG VALUE 0.

           77 alert-cursor-count USAGE BINARY-LONG VALUE 0.
           77 alert-line-no USAGE BINARY-LONG VALUE 0.

           77 record-code PIC X(04).
           77 record-day PIC X(08).
           77 record-station PIC X(08).
           77 record-head PIC X(120).
           77 record-tail PIC X(120).

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

           77 KEEP-STATE-DAYS USAGE BINARY-LONG VALUE 14.
           77 today-integer USAGE BINARY-LONG VALUE 0.
           77 keep-cutoff USAGE BINARY-LONG VALUE 0.
           77 state-day-integer USAGE BINARY-LONG VALUE 0.
           77 state-overflow PIC X(01) VALUE "N".
           77 dropped-alerts USAGE BINARY-LONG VALUE 0.
           77 dropped-disp PIC 9(03).

           77 new-alerts USAGE BINARY-LONG VALUE 0.
           77 suppressed-alerts USAGE BINARY-LONG VALUE 0.
           77 unack-count USAGE BINARY-LONG VALUE 0.
           77 new-disp PIC 9(03).
           77 supp-disp PIC 9(03).
           77 unack-disp PIC 9(03).

           77 maintenance-file-status PIC X(02) VALUE "00".
           77 WINDOW-MAX USAGE BINARY-LONG VALUE 200.
           01 window-table.
             05 window-entry OCCURS 200 TIMES.
               10 window-station PIC X(08).
               10 window-from-stamp PIC X(12).
               10 window-to-stamp PIC X(12).
               10 window-reason PIC X(50).
           77 window-count USAGE BINARY-LONG VALUE 0.
           77 window-scan USAGE BINARY-LONG VALUE 0.
           77 window-found USAGE BINARY-LONG VALUE 0.
           77 record-stamp PIC X(12).

           77 HELD-MAX USAGE BINARY-LONG VALUE 50.
           01 held-table.
             05 held-entry OCCURS 50 TIMES.
               10 held-code PIC X(04).
               10 held-time PIC X(15).
               10 held-station PIC X(08).
               10 held-reason PIC X(50).
           77 held-count USAGE BINARY-LONG VALUE 0.
           77 held-scan USAGE BINARY-LONG VALUE 0.
           77 maintenance-held USAGE BINARY-LONG VALUE 0.
           77 held-disp PIC 9(03).

           77 exist-info PIC X(64).
           77 exist-name PIC X(60).
           77 return-value USAGE BINARY-LONG VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               (FUNCTION NUMVAL(run-timestamp(1:8))).
           COMPUTE keep-cutoff = today-integer - KEEP-STATE-DAYS.

           PERFORM LOAD-STATION-MASTER.
           PERFORM LOAD-MAINTENANCE-WINDOWS.
           PERFORM LOAD-ALERT-CURSOR.
           PERFORM LOAD-ALERT-STATE.
           PERFORM SCAN-ALERTS-LOG.

           STOP RUN.

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

       LOAD-MAINTENANCE-WINDOWS.
           OPEN INPUT maintenance-file.

           IF maintenance-file-status EQUAL "00" THEN
               PERFORM WITH TEST AFTER UNTIL maintenance-file-status
                   NOT EQUAL "00" OR window-count EQUAL WINDOW-MAX
                   READ maintenance-file
                       AT END
                           CONTINUE
                       NOT AT END
                           IF maintenance-record(10:8) IS NUMERIC
                           AND maintenance-record(24:8) IS NUMERIC
                           THEN
                               PERFORM KEEP-MAINTENANCE-WINDOW
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE maintenance-file
           END-IF.

           MOVE "00" TO maintenance-file-status.

           EXIT.

       KEEP-MAINTENANCE-WINDOW.
           ADD 1 TO window-count.
           MOVE maintenance-record(1:8) TO window-station(window-count).
           MOVE SPACES TO window-from-stamp(window-count)
               window-to-stamp(window-count).
           STRING maintenance-record(10:8) maintenance-record(19:4)
               DELIMITED BY SIZE INTO window-from-stamp(window-count)
           END-STRING.
           STRING maintenance-record(24:8) maintenance-record(33:4)
               DELIMITED BY SIZE INTO window-to-stamp(window-count)
           END-STRING.
           MOVE maintenance-record(38:50)
               TO window-reason(window-count).

           EXIT.

       FIND-MAINTENANCE-WINDOW.
           MOVE SPACES TO record-stamp.
           STRING alerts-log-record(1:8) alerts-log-record(10:4)
               DELIMITED BY SIZE INTO record-stamp
           END-STRING.

           MOVE 0 TO window-found.
           PERFORM VARYING window-scan FROM 1 BY 1
               UNTIL window-scan IS GREATER THAN window-count
               OR window-found NOT EQUAL 0
               IF window-station(window-scan) EQUAL record-station
               AND window-from-stamp(window-scan)
               IS NOT GREATER THAN record-stamp
               AND window-to-stamp(window-scan)
               IS GREATER THAN record-stamp THEN
                   MOVE window-scan TO window-found
               END-IF
           END-PERFORM.

           EXIT.

       HOLD-MAINTENANCE-ALERT.
           ADD 1 TO maintenance-held.

           IF held-count IS LESS THAN HELD-MAX THEN
               ADD 1 TO held-count
               MOVE record-code TO held-code(held-count)
               MOVE alerts-log-record(1:15) TO held-time(held-count)
               MOVE record-station TO held-station(held-count)
               MOVE window-reason(window-found)
                   TO held-reason(held-count)
           END-IF.

           EXIT.

       LOAD-ALERT-CURSOR.
           OPEN INPUT alert-cursor.

                       TO st-status(state-count)
                   MOVE alert-state-record(21:40)
                       TO st-file(state-count)
                   MOVE alert-state-record(62:8)
                       TO st-station(state-count)
               END-IF
           END-IF.

                   MOVE alerts-log-record(1:8) TO record-day
               END-IF

               MOVE SPACES TO record-station record-head record-tail
               UNSTRING alerts-log-record DELIMITED BY " station "
                   INTO record-head record-tail
               END-UNSTRING
               IF record-tail NOT EQUAL SPACES THEN
                   UNSTRING record-tail DELIMITED BY ALL " "
                       INTO record-station
                   END-UNSTRING
               END-IF

               MOVE 0 TO window-found
               IF record-station NOT EQUAL SPACES THEN
                   PERFORM FIND-MAINTENANCE-WINDOW
               END-IF

               MOVE 0 TO state-found
               PERFORM VARYING state-scan FROM 1 BY 1
                   UNTIL state-scan IS GREATER THAN state-count
                   OR state-found NOT EQUAL 0
                   IF st-code(state-scan) EQUAL record-code
                   AND st-day(state-scan) EQUAL record-day
                   AND st-station(state-scan) EQUAL record-station THEN
                       MOVE state-scan TO state-found
                   END-IF
               END-PERFORM

               EVALUATE TRUE
                   WHEN window-found NOT EQUAL 0
                       PERFORM HOLD-MAINTENANCE-ALERT
                   WHEN state-found NOT EQUAL 0
                       ADD 1 TO suppressed-alerts
                   WHEN state-count IS LESS THAN STATE-MAX
                       PERFORM DELIVER-NEW-ALERT
                   WHEN OTHER
                       MOVE "Y" TO state-overflow
                       ADD 1 TO dropped-alerts
               END-EVALUATE
           END-IF.

           EXIT.

       DELIVER-NEW-ALERT.
           MOVE SPACES TO notify-file-name.
           EVALUATE TRUE
               WHEN record-station EQUAL SPACES
                   STRING "reports/notify-" record-code "-" record-day
                       ".txt"
                       DELIMITED BY SIZE INTO notify-file-name
                   END-STRING
               WHEN record-station(8:1) EQUAL SPACE
                   STRING "reports/notify-" record-code "-" record-day
                       "-" FUNCTION TRIM(record-station) ".txt"
                       DELIMITED BY SIZE INTO notify-file-name
                   END-STRING
               WHEN OTHER
                   STRING "reports/notify-" record-code "-" record-day
                       record-station ".txt"
                       DELIMITED BY SIZE INTO notify-file-name
                   END-STRING
           END-EVALUATE.

           OPEN OUTPUT notify-file.
           MOVE alerts-log-record TO notify-file-line.
           WRITE notify-file-line.
           IF record-station NOT EQUAL SPACES THEN
               MOVE record-station TO master-lookup-id
               PERFORM FIND-STATION-MASTER
               MOVE SPACES TO notify-file-line
               STRING "Location: " FUNCTION TRIM(site-location)
                   DELIMITED BY SIZE INTO notify-file-line
               END-STRING
               WRITE notify-file-line
               MOVE SPACES TO notify-file-line
               STRING "Contact:  " FUNCTION TRIM(site-contact)
                   DELIMITED BY SIZE INTO notify-file-line
               END-STRING
               WRITE notify-file-line
           END-IF.
           CLOSE notify-file.

           ADD 1 TO state-count.
           MOVE record-day TO st-day(state-count).
           MOVE "UNACK" TO st-status(state-count).
           MOVE notify-file-name(1:40) TO st-file(state-count).
           MOVE record-station TO st-station(state-count).

           ADD 1 TO new-alerts.

               STRING st-code(state-scan) " "
                   st-day(state-scan) " "
                   st-status(state-scan) " "
                   st-file(state-scan) " "
                   st-station(state-scan)
                   DELIMITED BY SIZE INTO alert-state-record
               END-STRING
               WRITE alert-state-record
               WRITE status-report-line
           END-IF.

           MOVE maintenance-held TO held-disp.
           MOVE SPACES TO status-report-line.
           STRING "Suppressed - maintenance: " held-disp
               DELIMITED BY SIZE INTO status-report-line
           END-STRING.
           WRITE status-report-line.

           PERFORM VARYING held-scan FROM 1 BY 1
               UNTIL held-scan IS GREATER THAN held-count
               MOVE SPACES TO status-report-line
               STRING held-code(held-scan) " "
                   held-time(held-scan) " "
                   held-station(held-scan)
                   " suppressed - maintenance: "
                   FUNCTION TRIM(held-reason(held-scan))
                   DELIMITED BY SIZE INTO status-report-line
               END-STRING
               WRITE status-report-line
           END-PERFORM.

           MOVE "code day      status station  notify-file"
               TO status-report-line.
           WRITE status-report-line.

               STRING st-code(state-scan) " "
                   st-day(state-scan) " "
                   st-status(state-scan) " "
                   st-station(state-scan) " "
                   FUNCTION TRIM(st-file(state-scan))
                   DELIMITED BY SIZE INTO status-report-line
               END-STRING
               WRITE status-report-line
               IF st-station(state-scan) NOT EQUAL SPACES THEN
                   MOVE st-station(state-scan) TO master-lookup-id
                   PERFORM FIND-STATION-MASTER
                   MOVE SPACES TO status-report-line
                   STRING "                        "
                       FUNCTION TRIM(site-location)
                       "  contact " FUNCTION TRIM(site-contact)
                       DELIMITED BY SIZE INTO status-report-line
                   END-STRING
                   WRITE status-report-line
               END-IF
           END-PERFORM.

           IF state-count EQUAL 0 THEN
