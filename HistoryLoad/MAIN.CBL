       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTORY-LOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT stations-config ASSIGN TO "config/stations.cfg"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS stations-config-status.

           SELECT history-config ASSIGN TO "config/history.cfg"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS history-config-status.

           SELECT station-usage ASSIGN TO station-usage-name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS station-usage-status.

           SELECT station-playlog ASSIGN TO station-playlog-name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS station-playlog-status.

           SELECT interactions-log ASSIGN TO "logs/interactions.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS interactions-log-status.

           SELECT usage-history ASSIGN TO "data/usage-history.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS hist-key
               FILE STATUS IS usage-history-status.

           SELECT load-report ASSIGN TO "reports/history-load.rpt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS load-report-status.

       DATA DIVISION.
       FILE SECTION.
           FD stations-config.
           01 stations-config-line PIC X(40).

           FD history-config.
           01 history-config-line PIC X(20).

           FD station-usage.
           01 station-usage-line PIC X(100).

           FD station-playlog.
           01 station-playlog-line PIC X(140).

           FD interactions-log.
           01 interactions-log-record PIC X(120).

           FD usage-history.
           01 hist-record.
             05 hist-key.
               10 hist-station PIC X(08).
               10 hist-date PIC X(08).
             05 hist-sessions PIC 9(07).
             05 hist-run-secs PIC 9(09).
             05 hist-bounces PIC 9(07).
             05 hist-colors PIC 9(07).
             05 hist-touches PIC 9(07).
             05 hist-airtime PIC 9(09).
             05 hist-loaded PIC X(14).
             05 FILLER PIC X(20).

           FD load-report.
           01 load-report-line PIC X(120).

       WORKING-STORAGE SECTION.
           77 stations-config-status PIC X(02) VALUE "00".
           77 history-config-status PIC X(02) VALUE "00".
           77 station-usage-status PIC X(02) VALUE "00".
           77 station-playlog-status PIC X(02) VALUE "00".
           77 interactions-log-status PIC X(02) VALUE "00".
           77 usage-history-status PIC X(02) VALUE "00".
           77 load-report-status PIC X(02) VALUE "00".
           77 station-usage-name PIC X(60).
           77 station-playlog-name PIC X(60).
           77 run-timestamp PIC X(21).

           77 STATION-MAX USAGE BINARY-LONG VALUE 16.
           01 station-table.
             05 station-entry OCCURS 16 TIMES.
               10 station-id PIC X(08).
               10 station-day OCCURS 31 TIMES.
                 15 day-sessions USAGE BINARY-LONG.
                 15 day-run-secs USAGE BINARY-LONG.
                 15 day-bounces USAGE BINARY-LONG.
                 15 day-colors USAGE BINARY-LONG.
                 15 day-touches USAGE BINARY-LONG.
                 15 day-airtime USAGE BINARY-LONG.
           77 station-count USAGE BINARY-LONG VALUE 0.
           77 station-scan USAGE BINARY-LONG VALUE 0.
           77 station-found USAGE BINARY-LONG VALUE 0.

           77 RELOAD-DAYS USAGE BINARY-LONG VALUE 3.
           77 RANGE-MAX USAGE BINARY-LONG VALUE 31.
           77 today-integer USAGE BINARY-LONG VALUE 0.
           77 from-integer USAGE BINARY-LONG VALUE 0.
           77 thru-integer USAGE BINARY-LONG VALUE 0.
           77 range-days USAGE BINARY-LONG VALUE 0.
           77 day-scan USAGE BINARY-LONG VALUE 0.
           77 day-slot USAGE BINARY-LONG VALUE 0.
           77 from-date PIC 9(08) VALUE 0.
           77 thru-date PIC 9(08) VALUE 0.
           77 load-date PIC 9(08) VALUE 0.
           77 from-text PIC X(08) VALUE SPACES.
           77 thru-text PIC X(08) VALUE SPACES.

           77 record-day PIC X(08).
           77 record-station PIC X(08).
           77 record-duration USAGE BINARY-LONG VALUE 0.
           77 record-bounces USAGE BINARY-LONG VALUE 0.
           77 record-colors USAGE BINARY-LONG VALUE 0.
           77 record-secs USAGE BINARY-LONG VALUE 0.

           77 written-count USAGE BINARY-LONG VALUE 0.
           77 replaced-count USAGE BINARY-LONG VALUE 0.
           77 failed-count USAGE BINARY-LONG VALUE 0.
           77 count-disp PIC 9(05).
           77 sessions-disp PIC 9(05).
           77 run-disp PIC 9(07).
           77 bounces-disp PIC 9(05).
           77 colors-disp PIC 9(05).
           77 touches-disp PIC 9(05).
           77 airtime-disp PIC 9(07).
           77 action-text PIC X(08).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO run-timestamp.

           COMPUTE today-integer = FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL(run-timestamp(1:8))).

           PERFORM LOAD-STATIONS.
           PERFORM SET-LOAD-RANGE.

           PERFORM VARYING station-scan FROM 1 BY 1
               UNTIL station-scan IS GREATER THAN station-count
               PERFORM SCAN-STATION-USAGE
               PERFORM SCAN-STATION-PLAYLOG
           END-PERFORM.
           PERFORM SCAN-INTERACTIONS-LOG.

           OPEN OUTPUT load-report.

           MOVE SPACES TO load-report-line.
           STRING "Usage history load " run-timestamp(1:8) "-"
               run-timestamp(9:6) " days " from-date " to " thru-date
               DELIMITED BY SIZE INTO load-report-line
           END-STRING.
           WRITE load-report-line.

           MOVE SPACES TO load-report-line.
           STRING "station  day      action   sessions run-secs "
               "bounces colors touches airtime"
               DELIMITED BY SIZE INTO load-report-line
           END-STRING.
           WRITE load-report-line.

           PERFORM STORE-HISTORY.

           MOVE written-count TO count-disp.
           MOVE SPACES TO load-report-line.
           STRING "Records added: " count-disp
               DELIMITED BY SIZE INTO load-report-line
           END-STRING.
           WRITE load-report-line.
           MOVE replaced-count TO count-disp.
           MOVE SPACES TO load-report-line.
           STRING "Records reloaded: " count-disp
               DELIMITED BY SIZE INTO load-report-line
           END-STRING.
           WRITE load-report-line.
           MOVE failed-count TO count-disp.
           MOVE SPACES TO load-report-line.
           STRING "Records not stored: " count-disp
               DELIMITED BY SIZE INTO load-report-line
           END-STRING.
           WRITE load-report-line.

           CLOSE load-report.

           IF failed-count IS GREATER THAN 0 THEN
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           STOP RUN.

       LOAD-STATIONS.
           OPEN INPUT stations-config.

           IF stations-config-status EQUAL "00" THEN
               PERFORM WITH TEST AFTER UNTIL stations-config-status
                   NOT EQUAL "00" OR station-count EQUAL STATION-MAX
                   READ stations-config
                       AT END
                           CONTINUE
                       NOT AT END
                           IF stations-config-line NOT EQUAL SPACES
                               ADD 1 TO station-count
                               MOVE FUNCTION TRIM
                                   (stations-config-line)(1:8)
                                   TO station-id(station-count)
                               PERFORM CLEAR-STATION-DAYS
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE stations-config
           END-IF.

           EXIT.

       CLEAR-STATION-DAYS.
           PERFORM VARYING day-scan FROM 1 BY 1
               UNTIL day-scan IS GREATER THAN RANGE-MAX
               MOVE 0 TO day-sessions(station-count, day-scan)
               MOVE 0 TO day-run-secs(station-count, day-scan)
               MOVE 0 TO day-bounces(station-count, day-scan)
               MOVE 0 TO day-colors(station-count, day-scan)
               MOVE 0 TO day-touches(station-count, day-scan)
               MOVE 0 TO day-airtime(station-count, day-scan)
           END-PERFORM.

           EXIT.

       SET-LOAD-RANGE.
           OPEN INPUT history-config.

           IF history-config-status EQUAL "00" THEN
               READ history-config
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FUNCTION TRIM(history-config-line)(1:8)
                           TO from-text
               END-READ

               READ history-config
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FUNCTION TRIM(history-config-line)(1:8)
                           TO thru-text
               END-READ

               CLOSE history-config
           END-IF.

           COMPUTE thru-integer = today-integer - 1.
           COMPUTE from-integer = today-integer - RELOAD-DAYS.

           IF from-text IS NUMERIC THEN
               COMPUTE from-integer = FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(from-text))
               IF thru-text IS NUMERIC THEN
                   COMPUTE thru-integer = FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(thru-text))
               END-IF
           END-IF.

           IF thru-integer IS NOT LESS THAN today-integer THEN
               COMPUTE thru-integer = today-integer - 1
           END-IF.
           IF from-integer IS GREATER THAN thru-integer THEN
               MOVE thru-integer TO from-integer
           END-IF.
           IF thru-integer - from-integer IS NOT LESS THAN RANGE-MAX
           THEN
               COMPUTE thru-integer = from-integer + RANGE-MAX - 1
           END-IF.

           COMPUTE range-days = thru-integer - from-integer + 1.
           COMPUTE from-date = FUNCTION DATE-OF-INTEGER(from-integer).
           COMPUTE thru-date = FUNCTION DATE-OF-INTEGER(thru-integer).

           EXIT.

       FIND-DAY-SLOT.
           MOVE 0 TO day-slot.
           IF record-day IS NUMERIC
           AND record-day IS NOT LESS THAN from-date
           AND record-day IS NOT GREATER THAN thru-date THEN
               COMPUTE day-slot = FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(record-day)) - from-integer + 1
           END-IF.

           EXIT.

       SCAN-STATION-USAGE.
           MOVE SPACES TO station-usage-name.
           STRING "reports/usage-"
               FUNCTION TRIM(station-id(station-scan)) ".log"
               DELIMITED BY SIZE INTO station-usage-name
           END-STRING.

           OPEN INPUT station-usage.

           IF station-usage-status EQUAL "00" THEN
               PERFORM WITH TEST AFTER UNTIL station-usage-status
                   NOT EQUAL "00"
                   READ station-usage
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM TALLY-USAGE-RECORD
                   END-READ
               END-PERFORM

               CLOSE station-usage
           END-IF.

           MOVE "00" TO station-usage-status.

           EXIT.

       TALLY-USAGE-RECORD.
           IF station-usage-line(1:8) IS NUMERIC
           AND station-usage-line(17:9) EQUAL "duration=" THEN
               MOVE station-usage-line(1:8) TO record-day
               PERFORM FIND-DAY-SLOT
               IF day-slot NOT EQUAL 0 THEN
                   COMPUTE record-duration = FUNCTION NUMVAL
                       (station-usage-line(26:5))
                   COMPUTE record-bounces = FUNCTION NUMVAL
                       (station-usage-line(40:5))
                   COMPUTE record-colors = FUNCTION NUMVAL
                       (station-usage-line(59:5))
                   ADD 1 TO day-sessions(station-scan, day-slot)
                   ADD record-duration
                       TO day-run-secs(station-scan, day-slot)
                   ADD record-bounces
                       TO day-bounces(station-scan, day-slot)
                   ADD record-colors
                       TO day-colors(station-scan, day-slot)
               END-IF
           END-IF.

           EXIT.

       SCAN-STATION-PLAYLOG.
           MOVE SPACES TO station-playlog-name.
           STRING "reports/playlog-"
               FUNCTION TRIM(station-id(station-scan)) ".log"
               DELIMITED BY SIZE INTO station-playlog-name
           END-STRING.

           OPEN INPUT station-playlog.

           IF station-playlog-status EQUAL "00" THEN
               PERFORM WITH TEST AFTER UNTIL station-playlog-status
                   NOT EQUAL "00"
                   READ station-playlog
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM TALLY-PLAY-RECORD
                   END-READ
               END-PERFORM

               CLOSE station-playlog
           END-IF.

           MOVE "00" TO station-playlog-status.

           EXIT.

       TALLY-PLAY-RECORD.
           IF station-playlog-line(1:8) IS NUMERIC
           AND station-playlog-line(30:5) EQUAL "secs=" THEN
               MOVE station-playlog-line(1:8) TO record-day
               PERFORM FIND-DAY-SLOT
               IF day-slot NOT EQUAL 0 THEN
                   COMPUTE record-secs = FUNCTION NUMVAL
                       (station-playlog-line(35:5))
                   ADD record-secs
                       TO day-airtime(station-scan, day-slot)
               END-IF
           END-IF.

           EXIT.

       SCAN-INTERACTIONS-LOG.
           OPEN INPUT interactions-log.

           IF interactions-log-status EQUAL "00" THEN
               PERFORM WITH TEST AFTER UNTIL interactions-log-status
                   NOT EQUAL "00"
                   READ interactions-log
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM TALLY-INTERACTION
                   END-READ
               END-PERFORM

               CLOSE interactions-log
           END-IF.

           MOVE "00" TO interactions-log-status.

           EXIT.

       TALLY-INTERACTION.
           IF interactions-log-record(1:8) IS NUMERIC
           AND interactions-log-record(50:7) EQUAL "target=" THEN
               MOVE interactions-log-record(1:8) TO record-day
               MOVE interactions-log-record(25:8) TO record-station
               PERFORM FIND-DAY-SLOT
               PERFORM FIND-STATION
               IF day-slot NOT EQUAL 0
               AND station-found NOT EQUAL 0 THEN
                   ADD 1 TO day-touches(station-found, day-slot)
               END-IF
           END-IF.

           EXIT.

       FIND-STATION.
           MOVE 0 TO station-found.
           PERFORM VARYING station-scan FROM 1 BY 1
               UNTIL station-scan IS GREATER THAN station-count
               OR station-found NOT EQUAL 0
               IF station-id(station-scan) EQUAL record-station THEN
                   MOVE station-scan TO station-found
               END-IF
           END-PERFORM.

           EXIT.

       STORE-HISTORY.
           OPEN I-O usage-history.
           IF usage-history-status EQUAL "35" THEN
               OPEN OUTPUT usage-history
               CLOSE usage-history
               OPEN I-O usage-history
           END-IF.

           IF usage-history-status NOT EQUAL "00" THEN
               COMPUTE failed-count = station-count * range-days
               MOVE SPACES TO load-report-line
               STRING "USAGE HISTORY FILE NOT AVAILABLE, status "
                   usage-history-status
                   DELIMITED BY SIZE INTO load-report-line
               END-STRING
               WRITE load-report-line
           ELSE
               PERFORM VARYING station-scan FROM 1 BY 1
                   UNTIL station-scan IS GREATER THAN station-count
                   PERFORM VARYING day-slot FROM 1 BY 1
                       UNTIL day-slot IS GREATER THAN range-days
                       PERFORM STORE-STATION-DAY
                   END-PERFORM
               END-PERFORM

               CLOSE usage-history
           END-IF.

           EXIT.

       STORE-STATION-DAY.
           COMPUTE load-date = FUNCTION DATE-OF-INTEGER
               (from-integer + day-slot - 1).

           MOVE SPACES TO hist-record.
           MOVE station-id(station-scan) TO hist-station.
           MOVE load-date TO hist-date.
           MOVE day-sessions(station-scan, day-slot) TO hist-sessions.
           MOVE day-run-secs(station-scan, day-slot) TO hist-run-secs.
           MOVE day-bounces(station-scan, day-slot) TO hist-bounces.
           MOVE day-colors(station-scan, day-slot) TO hist-colors.
           MOVE day-touches(station-scan, day-slot) TO hist-touches.
           MOVE day-airtime(station-scan, day-slot) TO hist-airtime.
           MOVE run-timestamp(1:14) TO hist-loaded.

           MOVE "ADDED" TO action-text.
           WRITE hist-record
               INVALID KEY
                   MOVE "RELOADED" TO action-text
                   REWRITE hist-record
                       INVALID KEY
                           MOVE "FAILED" TO action-text
                   END-REWRITE
           END-WRITE.

           EVALUATE action-text
               WHEN "ADDED"
                   ADD 1 TO written-count
               WHEN "RELOADED"
                   ADD 1 TO replaced-count
               WHEN OTHER
                   ADD 1 TO failed-count
           END-EVALUATE.

           MOVE hist-sessions TO sessions-disp.
           MOVE hist-run-secs TO run-disp.
           MOVE hist-bounces TO bounces-disp.
           MOVE hist-colors TO colors-disp.
           MOVE hist-touches TO touches-disp.
           MOVE hist-airtime TO airtime-disp.

           MOVE SPACES TO load-report-line.
           STRING hist-station " " hist-date " " action-text " "
               sessions-disp "    " run-disp "  " bounces-disp "   "
               colors-disp "  " touches-disp "   " airtime-disp
               DELIMITED BY SIZE INTO load-report-line
           END-STRING.
           WRITE load-report-line.

           EXIT.

       END PROGRAM HISTORY-LOAD.
