               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS stations-config-status.

           SELECT station-master ASSIGN TO "data/stations.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS station-master-status.

           SELECT watchdog-config ASSIGN TO "config/watchdog.cfg"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS watchdog-config-status.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS alerts-log-status.

           SELECT maintenance-file ASSIGN TO "data/maintenance.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS maintenance-file-status.

       DATA DIVISION.
       FILE SECTION.
           FD stations-config.
           01 stations-config-line PIC X(40).

           FD station-master.
           01 station-master-record PIC X(180).

           FD watchdog-config.
           01 watchdog-config-line PIC X(10).

           FD alerts-log.
           01 alerts-log-record PIC X(120).

           FD maintenance-file.
           01 maintenance-record PIC X(120).

       WORKING-STORAGE SECTION.
           77 stations-config-status PIC X(02) VALUE "00".
           77 watchdog-config-status PIC X(02) VALUE "00".
           77 heartbeat-file-name PIC X(60).
           77 run-timestamp PIC X(21).

           77 MAX-AGE-SECONDS USAGE BINARY-LONG VALUE 600.
           77 FPS-FLOOR USAGE BINARY-LONG VALUE 30.

           77 STATION-MAX USAGE BINARY-LONG VALUE 16.
           01 station-table.
             05 station-entry OCCURS 16 TIMES.
               10 station-id PIC X(08).
           77 station-count USAGE BINARY-LONG VALUE 0.
           77 station-scan USAGE BINARY-LONG VALUE 0.

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

           77 feed-scan USAGE BINARY-LONG VALUE 0.
           77 feed-tag PIC X(02).

           77 hb-timestamp PIC X(15).
           77 hb-fps USAGE BINARY-LONG VALUE 0.
           77 hb-state PIC X(08).
           77 hb-present PIC X(01) VALUE "N".

           77 age-disp PIC 9(06).
           77 fps-disp PIC 9(04).
           77 limit-disp PIC 9(06).
           77 alert-count USAGE BINARY-LONG VALUE 0.
           77 alert-count-disp PIC 9(03).
           77 suppressed-count USAGE BINARY-LONG VALUE 0.
           77 suppressed-disp PIC 9(03).

           77 maintenance-file-status PIC X(02) VALUE "00".
           77 WINDOW-MAX USAGE BINARY-LONG VALUE 200.
           01 window-table.
             05 window-entry OCCURS 200 TIMES.
               10 window-station PIC X(08).
               10 window-from-stamp PIC X(12).
               10 window-to-stamp PIC X(12).
               10 window-reason PIC X(50).
               10 window-booked-by PIC X(20).
           77 window-count USAGE BINARY-LONG VALUE 0.
           77 window-scan USAGE BINARY-LONG VALUE 0.
           77 window-active USAGE BINARY-LONG VALUE 0.
           77 window-ended USAGE BINARY-LONG VALUE 0.
           77 now-stamp PIC X(12).
           77 hb-stamp PIC X(12).
           77 OVERRUN-WATCH-SECONDS USAGE BINARY-LONG VALUE 86400.
           77 overrun-integer USAGE BINARY-LONG VALUE 0.
           77 overrun-secs USAGE BINARY-LONG VALUE 0.
           77 overrun-stamp PIC X(12).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               FUNCTION NUMVAL(run-timestamp(9:2)) * 3600
               + FUNCTION NUMVAL(run-timestamp(11:2)) * 60
               + FUNCTION NUMVAL(run-timestamp(13:2)).
           MOVE run-timestamp(1:12) TO now-stamp.

           PERFORM LOAD-WATCHDOG-CONFIG.
           PERFORM LOAD-STATIONS.
           PERFORM LOAD-STATION-MASTER.
           PERFORM LOAD-MAINTENANCE-WINDOWS.

           OPEN OUTPUT health-report.

           END-IF.

           MOVE alert-count TO alert-count-disp.
           MOVE suppressed-count TO suppressed-disp.
           MOVE SPACES TO health-report-line.
           STRING "Alerts raised: " alert-count-disp
               "  suppressed - maintenance: " suppressed-disp
               DELIMITED BY SIZE INTO health-report-line
           END-STRING.
           WRITE health-report-line.

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
           MOVE maintenance-record(89:20)
               TO window-booked-by(window-count).

           EXIT.

       FIND-STATION-WINDOW.
           MOVE 0 TO window-active.
           MOVE 0 TO window-ended.
           PERFORM VARYING window-scan FROM 1 BY 1
               UNTIL window-scan IS GREATER THAN window-count
               IF window-station(window-scan)
               EQUAL station-id(station-scan) THEN
                   IF window-from-stamp(window-scan)
                   IS NOT GREATER THAN now-stamp
                   AND window-to-stamp(window-scan)
                   IS GREATER THAN now-stamp THEN
                       MOVE window-scan TO window-active
                   END-IF
                   IF window-to-stamp(window-scan)
                   IS NOT GREATER THAN now-stamp THEN
                       IF window-ended EQUAL 0 THEN
                           MOVE window-scan TO window-ended
                       ELSE
                           IF window-to-stamp(window-scan) IS GREATER
                           THAN window-to-stamp(window-ended) THEN
                               MOVE window-scan TO window-ended
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF window-ended NOT EQUAL 0 THEN
               MOVE window-to-stamp(window-ended) TO overrun-stamp
               COMPUTE overrun-integer = FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(overrun-stamp(1:8)))
               COMPUTE overrun-secs =
                   (now-integer - overrun-integer) * 86400 + now-secs
                   - FUNCTION NUMVAL(overrun-stamp(9:2)) * 3600
                   - FUNCTION NUMVAL(overrun-stamp(11:2)) * 60
               IF overrun-secs IS GREATER THAN OVERRUN-WATCH-SECONDS
               OR window-active NOT EQUAL 0 THEN
                   MOVE 0 TO window-ended
               END-IF
           END-IF.

           EXIT.

       CHECK-STATION.
           MOVE station-id(station-scan) TO master-lookup-id.
           PERFORM FIND-STATION-MASTER.
           MOVE SPACES TO health-report-line.
           STRING station-id(station-scan) " "
               FUNCTION TRIM(site-location)
               "  contact " FUNCTION TRIM(site-contact)
               DELIMITED BY SIZE INTO health-report-line
           END-STRING.
           WRITE health-report-line.

           PERFORM FIND-STATION-WINDOW.
           IF window-active NOT EQUAL 0 THEN
               MOVE SPACES TO health-report-line
               STRING station-id(station-scan) " maintenance "
                   window-from-stamp(window-active)(1:8) "-"
                   window-from-stamp(window-active)(9:4) " to "
                   window-to-stamp(window-active)(1:8) "-"
                   window-to-stamp(window-active)(9:4) " "
                   FUNCTION TRIM(window-reason(window-active))
                   " booked by "
                   FUNCTION TRIM(window-booked-by(window-active))
                   DELIMITED BY SIZE INTO health-report-line
               END-STRING
               WRITE health-report-line
           END-IF.

           PERFORM VARYING feed-scan FROM 1 BY 1
               UNTIL feed-scan IS GREATER THAN 2
               IF feed-scan EQUAL 1 THEN
               PERFORM JUDGE-HEARTBEAT
           END-IF.

           PERFORM CHECK-MAINTENANCE-OVERRUN.

           EXIT.

       READ-HEARTBEAT-FILE.

           EXIT.

       CHECK-MAINTENANCE-OVERRUN.
           MOVE SPACES TO hb-stamp.
           IF hb-present EQUAL "Y" THEN
               STRING hb-timestamp(1:8) hb-timestamp(10:4)
                   DELIMITED BY SIZE INTO hb-stamp
               END-STRING
           END-IF.

           IF window-ended NOT EQUAL 0
           AND (verdict-text EQUAL "STALE"
           OR verdict-text EQUAL "MISSING")
           AND hb-stamp IS LESS THAN window-to-stamp(window-ended)
           THEN
               MOVE "3004" TO alert-code
               MOVE SPACES TO alert-detail
               STRING "maint overrun "
                   window-to-stamp(window-ended)(1:8) "-"
                   window-to-stamp(window-ended)(9:4)
                   DELIMITED BY SIZE INTO alert-detail
               END-STRING
               COMPUTE limit-disp = overrun-secs / 60
               PERFORM WRITE-WATCHDOG-ALERT
           END-IF.

           EXIT.

       WRITE-WATCHDOG-ALERT.
           IF window-active NOT EQUAL 0 THEN
               PERFORM SUPPRESS-WATCHDOG-ALERT
           ELSE
               PERFORM RAISE-WATCHDOG-ALERT
           END-IF.

           EXIT.

       SUPPRESS-WATCHDOG-ALERT.
           MOVE SPACES TO health-report-line.
           STRING station-id(station-scan) " " feed-tag
               " code " alert-code " " FUNCTION TRIM(alert-detail)
               " suppressed - maintenance"
               DELIMITED BY SIZE INTO health-report-line
           END-STRING.
           WRITE health-report-line.

           ADD 1 TO suppressed-count.

           EXIT.

       RAISE-WATCHDOG-ALERT.
           OPEN EXTEND alerts-log.
           IF alerts-log-status EQUAL "35" THEN
               OPEN OUTPUT alerts-log
