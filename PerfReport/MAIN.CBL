       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERF-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT performance-config
               ASSIGN TO "config/performance.cfg"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS performance-config-status.

           SELECT performance-log ASSIGN TO "logs/performance.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS performance-log-status.

           SELECT performance-report
               ASSIGN TO "reports/performance-daily.rpt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS performance-report-status.

       DATA DIVISION.
       FILE SECTION.
           FD performance-config.
           01 performance-config-line PIC X(40).

           FD performance-log.
           01 performance-log-record PIC X(200).

           FD performance-report.
           01 performance-report-line PIC X(132).

       WORKING-STORAGE SECTION.
           77 performance-config-status PIC X(02) VALUE "00".
           77 performance-log-status PIC X(02) VALUE "00".
           77 performance-report-status PIC X(02) VALUE "00".
           77 report-timestamp PIC X(21).

           77 arg-count PIC 9(02) VALUE 0.
           77 arg-value PIC X(10).
           77 arg-day-int USAGE BINARY-LONG VALUE 0.
           77 today-integer USAGE BINARY-LONG VALUE 0.
           77 report-day-int USAGE BINARY-LONG VALUE 0.
           77 report-day PIC 9(08) VALUE 0.

           77 fps-floor USAGE BINARY-LONG VALUE 30.
           77 RANK-SHOWN-MAX USAGE BINARY-LONG VALUE 20.

           77 STN-MAX USAGE BINARY-LONG VALUE 64.
           01 stn-table.
             05 stn-entry OCCURS 64 TIMES.
               10 stn-station PIC X(08).
               10 stn-program PIC X(13).
               10 stn-samples USAGE BINARY-LONG.
               10 stn-total USAGE BINARY-LONG.
               10 stn-fps-min USAGE BINARY-LONG.
               10 stn-fps-max USAGE BINARY-LONG.
               10 stn-slow USAGE BINARY-LONG.
               10 stn-hour OCCURS 24 TIMES.
                 15 hr-samples USAGE BINARY-LONG.
                 15 hr-total USAGE BINARY-LONG.
                 15 hr-min USAGE BINARY-LONG.
                 15 hr-max USAGE BINARY-LONG.
                 15 hr-slow USAGE BINARY-LONG.
               10 stn-period-open PIC X(01).
               10 stn-period-start PIC X(15).
               10 stn-period-last PIC X(15).
               10 stn-period-samples USAGE BINARY-LONG.
               10 stn-period-min USAGE BINARY-LONG.
               10 stn-period-content PIC X(60).
           77 stn-count-used USAGE BINARY-LONG VALUE 0.
           77 stn-scan USAGE BINARY-LONG VALUE 0.
           77 stn-found USAGE BINARY-LONG VALUE 0.
           77 stn-dropped USAGE BINARY-LONG VALUE 0.

           77 PERIOD-MAX USAGE BINARY-LONG VALUE 200.
           01 period-table.
             05 period-entry OCCURS 200 TIMES.
               10 prd-station PIC X(08).
               10 prd-program PIC X(13).
               10 prd-start PIC X(15).
               10 prd-last PIC X(15).
               10 prd-samples USAGE BINARY-LONG.
               10 prd-min USAGE BINARY-LONG.
               10 prd-content PIC X(60).
           77 period-count USAGE BINARY-LONG VALUE 0.
           77 period-scan USAGE BINARY-LONG VALUE 0.
           77 period-dropped USAGE BINARY-LONG VALUE 0.

           77 CONTENT-MAX USAGE BINARY-LONG VALUE 100.
           01 content-table.
             05 content-entry OCCURS 100 TIMES.
               10 cnt-content PIC X(60).
               10 cnt-slow USAGE BINARY-LONG.
               10 cnt-ticker USAGE BINARY-LONG.
               10 cnt-objects USAGE BINARY-LONG.
               10 cnt-stations PIC X(08) OCCURS 8 TIMES.
               10 cnt-station-count USAGE BINARY-LONG.
               10 cnt-ranked PIC X(01).
           77 content-count USAGE BINARY-LONG VALUE 0.
           77 content-scan USAGE BINARY-LONG VALUE 0.
           77 content-found USAGE BINARY-LONG VALUE 0.
           77 content-dropped USAGE BINARY-LONG VALUE 0.
           77 content-best USAGE BINARY-LONG VALUE 0.
           77 content-rank USAGE BINARY-LONG VALUE 0.
           77 station-scan USAGE BINARY-LONG VALUE 0.
           77 station-found USAGE BINARY-LONG VALUE 0.

           77 record-stamp PIC X(15).
           77 record-station PIC X(08).
           77 record-program PIC X(13).
           77 record-fps USAGE BINARY-LONG VALUE 0.
           77 record-objects USAGE BINARY-LONG VALUE 0.
           77 record-state PIC X(08).
           77 record-ticker PIC X(01).
           77 record-content PIC X(60).
           77 record-hour USAGE BINARY-LONG VALUE 0.
           77 records-read USAGE BINARY-LONG VALUE 0.
           77 records-day USAGE BINARY-LONG VALUE 0.
           77 records-slow USAGE BINARY-LONG VALUE 0.

           77 hour-scan USAGE BINARY-LONG VALUE 0.
           77 calc-avg USAGE BINARY-LONG VALUE 0.
           77 pct-value PIC 9(03)V9 VALUE 0.

           77 hour-disp PIC 9(02).
           77 count-disp PIC 9(05).
           77 slow-disp PIC 9(05).
           77 fps-min-disp PIC ZZZ9.
           77 fps-avg-disp PIC ZZZ9.
           77 fps-max-disp PIC ZZZ9.
           77 floor-disp PIC ZZZ9.
           77 rank-disp PIC Z9.
           77 pct-disp PIC ZZ9.9.
           77 objects-disp PIC Z9.
           77 station-list PIC X(60).
           77 station-list-pos USAGE BINARY-LONG VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO report-timestamp.

           PERFORM FIND-REPORT-DAY.
           PERFORM LOAD-PERFORMANCE-CONFIG.
           PERFORM SCAN-PERFORMANCE-LOG.

           PERFORM VARYING stn-scan FROM 1 BY 1
               UNTIL stn-scan IS GREATER THAN stn-count-used
               IF stn-period-open(stn-scan) EQUAL "Y" THEN
                   PERFORM CLOSE-SLOW-PERIOD
               END-IF
           END-PERFORM.

           OPEN OUTPUT performance-report.

           MOVE fps-floor TO floor-disp.
           MOVE SPACES TO performance-report-line.
           STRING "Kiosk performance for " report-day
               ", FPS floor " floor-disp
               " run " report-timestamp(1:8) "-" report-timestamp(9:6)
               DELIMITED BY SIZE INTO performance-report-line
           END-STRING.
           WRITE performance-report-line.

           MOVE records-day TO count-disp.
           MOVE records-slow TO slow-disp.
           MOVE SPACES TO performance-report-line.
           STRING "Samples: " count-disp "  below floor: " slow-disp
               DELIMITED BY SIZE INTO performance-report-line
           END-STRING.
           WRITE performance-report-line.

           PERFORM WRITE-STATION-SECTION.
           PERFORM WRITE-HOUR-SECTION.
           PERFORM WRITE-PERIOD-SECTION.
           PERFORM WRITE-CONTENT-SECTION.

           IF stn-dropped IS GREATER THAN ZERO
           OR period-dropped IS GREATER THAN ZERO
           OR content-dropped IS GREATER THAN ZERO THEN
               MOVE SPACES TO performance-report-line
               WRITE performance-report-line
               MOVE stn-dropped TO count-disp
               STRING "Samples not tallied (table full): "
                   count-disp
                   DELIMITED BY SIZE INTO performance-report-line
               END-STRING
               WRITE performance-report-line
               MOVE period-dropped TO count-disp
               MOVE SPACES TO performance-report-line
               STRING "Slow periods not listed (table full): "
                   count-disp
                   DELIMITED BY SIZE INTO performance-report-line
               END-STRING
               WRITE performance-report-line
               MOVE content-dropped TO count-disp
               MOVE SPACES TO performance-report-line
               STRING "Slow samples not ranked (table full): "
                   count-disp
                   DELIMITED BY SIZE INTO performance-report-line
               END-STRING
               WRITE performance-report-line
           END-IF.

           CLOSE performance-report.

           STOP RUN.

       FIND-REPORT-DAY.
           COMPUTE today-integer = FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL(report-timestamp(1:8))).
           COMPUTE report-day-int = today-integer - 1.

           ACCEPT arg-count FROM ARGUMENT-NUMBER.

           IF arg-count IS GREATER THAN ZERO THEN
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT arg-value FROM ARGUMENT-VALUE
               MOVE 0 TO arg-day-int
               IF arg-value(1:8) IS NUMERIC
               AND arg-value(9:2) EQUAL SPACES
               AND arg-value(1:8) IS GREATER THAN "16010100" THEN
                   COMPUTE arg-day-int = FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(arg-value(1:8)))
               END-IF
               IF arg-day-int IS GREATER THAN ZERO THEN
                   MOVE arg-day-int TO report-day-int
               ELSE
                   DISPLAY "Day must be YYYYMMDD, "
                       "reporting yesterday"
                   END-DISPLAY
               END-IF
           END-IF.

           COMPUTE report-day = FUNCTION DATE-OF-INTEGER
               (report-day-int).

           EXIT.

       LOAD-PERFORMANCE-CONFIG.
           OPEN INPUT performance-config.

           IF performance-config-status EQUAL "00" THEN
               READ performance-config
                   AT END
                       CONTINUE
                   NOT AT END
                       CONTINUE
               END-READ

               READ performance-config
                   AT END
                       CONTINUE
                   NOT AT END
                       COMPUTE fps-floor = FUNCTION NUMVAL
                           (FUNCTION TRIM(performance-config-line))
               END-READ

               CLOSE performance-config
           END-IF.

           MOVE "00" TO performance-config-status.

           EXIT.

       SCAN-PERFORMANCE-LOG.
           OPEN INPUT performance-log.

           IF performance-log-status EQUAL "00" THEN
               PERFORM WITH TEST AFTER UNTIL performance-log-status
                   NOT EQUAL "00"
                   READ performance-log
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM TALLY-SAMPLE
                   END-READ
               END-PERFORM

               CLOSE performance-log
           END-IF.

           MOVE "00" TO performance-log-status.

           EXIT.

       TALLY-SAMPLE.
           IF performance-log-record(1:8) IS NUMERIC
           AND performance-log-record(10:2) IS NUMERIC
           AND performance-log-record(16:9) EQUAL " station="
           AND performance-log-record(33:9) EQUAL " program="
           AND performance-log-record(55:5) EQUAL " fps="
           AND performance-log-record(60:4) IS NUMERIC
           AND performance-log-record(64:9) EQUAL " objects="
           AND performance-log-record(73:2) IS NUMERIC
           AND performance-log-record(75:7) EQUAL " state="
           AND performance-log-record(90:8) EQUAL " ticker="
           AND performance-log-record(99:9) EQUAL " content=" THEN
               ADD 1 TO records-read
               IF performance-log-record(1:8) EQUAL report-day THEN
                   PERFORM LOAD-SAMPLE-FIELDS
                   PERFORM FIND-STATION-ENTRY
                   IF stn-found NOT EQUAL 0 THEN
                       ADD 1 TO records-day
                       PERFORM ADD-STATION-SAMPLE
                       PERFORM CHECK-SLOW-SAMPLE
                   ELSE
                       ADD 1 TO stn-dropped
                   END-IF
               END-IF
           END-IF.

           EXIT.

       LOAD-SAMPLE-FIELDS.
           MOVE performance-log-record(1:15) TO record-stamp.
           MOVE performance-log-record(25:8) TO record-station.
           MOVE performance-log-record(42:13) TO record-program.
           COMPUTE record-fps = FUNCTION NUMVAL
               (performance-log-record(60:4)).
           COMPUTE record-objects = FUNCTION NUMVAL
               (performance-log-record(73:2)).
           MOVE performance-log-record(82:8) TO record-state.
           MOVE performance-log-record(98:1) TO record-ticker.
           MOVE performance-log-record(108:60) TO record-content.
           COMPUTE record-hour = FUNCTION NUMVAL
               (performance-log-record(10:2)) + 1.

           IF record-hour IS GREATER THAN 24 THEN
               MOVE 24 TO record-hour
           END-IF.

           EXIT.

       FIND-STATION-ENTRY.
           MOVE 0 TO stn-found.
           PERFORM VARYING stn-scan FROM 1 BY 1
               UNTIL stn-scan IS GREATER THAN stn-count-used
               OR stn-found NOT EQUAL 0
               IF stn-station(stn-scan) EQUAL record-station
               AND stn-program(stn-scan) EQUAL record-program THEN
                   MOVE stn-scan TO stn-found
               END-IF
           END-PERFORM.

           IF stn-found EQUAL 0
           AND stn-count-used IS LESS THAN STN-MAX THEN
               ADD 1 TO stn-count-used
               MOVE stn-count-used TO stn-found
               MOVE record-station TO stn-station(stn-found)
               MOVE record-program TO stn-program(stn-found)
               MOVE 0 TO stn-samples(stn-found) stn-total(stn-found)
                   stn-fps-min(stn-found) stn-fps-max(stn-found)
                   stn-slow(stn-found) stn-period-samples(stn-found)
                   stn-period-min(stn-found)
               MOVE "N" TO stn-period-open(stn-found)
               PERFORM VARYING hour-scan FROM 1 BY 1
                   UNTIL hour-scan IS GREATER THAN 24
                   MOVE 0 TO hr-samples(stn-found hour-scan)
                       hr-total(stn-found hour-scan)
                       hr-min(stn-found hour-scan)
                       hr-max(stn-found hour-scan)
                       hr-slow(stn-found hour-scan)
               END-PERFORM
           END-IF.

           EXIT.

       ADD-STATION-SAMPLE.
           IF stn-samples(stn-found) EQUAL 0
           OR record-fps IS LESS THAN stn-fps-min(stn-found) THEN
               MOVE record-fps TO stn-fps-min(stn-found)
           END-IF.
           IF record-fps IS GREATER THAN stn-fps-max(stn-found) THEN
               MOVE record-fps TO stn-fps-max(stn-found)
           END-IF.
           ADD 1 TO stn-samples(stn-found).
           ADD record-fps TO stn-total(stn-found).

           IF hr-samples(stn-found record-hour) EQUAL 0
           OR record-fps IS LESS THAN
           hr-min(stn-found record-hour) THEN
               MOVE record-fps TO hr-min(stn-found record-hour)
           END-IF.
           IF record-fps IS GREATER THAN
           hr-max(stn-found record-hour) THEN
               MOVE record-fps TO hr-max(stn-found record-hour)
           END-IF.
           ADD 1 TO hr-samples(stn-found record-hour).
           ADD record-fps TO hr-total(stn-found record-hour).

           EXIT.

       CHECK-SLOW-SAMPLE.
           IF record-fps IS LESS THAN fps-floor THEN
               ADD 1 TO records-slow
               ADD 1 TO stn-slow(stn-found)
               ADD 1 TO hr-slow(stn-found record-hour)
               PERFORM ADD-CONTENT-SAMPLE

               IF stn-period-open(stn-found) EQUAL "N" THEN
                   MOVE "Y" TO stn-period-open(stn-found)
                   MOVE record-stamp TO stn-period-start(stn-found)
                   MOVE 0 TO stn-period-samples(stn-found)
                   MOVE record-fps TO stn-period-min(stn-found)
                   MOVE record-content TO
                       stn-period-content(stn-found)
               END-IF
               MOVE record-stamp TO stn-period-last(stn-found)
               ADD 1 TO stn-period-samples(stn-found)
               IF record-fps IS LESS THAN stn-period-min(stn-found)
               THEN
                   MOVE record-fps TO stn-period-min(stn-found)
               END-IF
           ELSE
               IF stn-period-open(stn-found) EQUAL "Y" THEN
                   MOVE stn-found TO stn-scan
                   PERFORM CLOSE-SLOW-PERIOD
               END-IF
           END-IF.

           EXIT.

       CLOSE-SLOW-PERIOD.
           MOVE "N" TO stn-period-open(stn-scan).

           IF period-count IS LESS THAN PERIOD-MAX THEN
               ADD 1 TO period-count
               MOVE stn-station(stn-scan) TO prd-station(period-count)
               MOVE stn-program(stn-scan) TO prd-program(period-count)
               MOVE stn-period-start(stn-scan) TO
                   prd-start(period-count)
               MOVE stn-period-last(stn-scan) TO
                   prd-last(period-count)
               MOVE stn-period-samples(stn-scan) TO
                   prd-samples(period-count)
               MOVE stn-period-min(stn-scan) TO
                   prd-min(period-count)
               MOVE stn-period-content(stn-scan) TO
                   prd-content(period-count)
           ELSE
               ADD 1 TO period-dropped
           END-IF.

           EXIT.

       ADD-CONTENT-SAMPLE.
           MOVE 0 TO content-found.
           PERFORM VARYING content-scan FROM 1 BY 1
               UNTIL content-scan IS GREATER THAN content-count
               OR content-found NOT EQUAL 0
               IF cnt-content(content-scan) EQUAL record-content THEN
                   MOVE content-scan TO content-found
               END-IF
           END-PERFORM.

           IF content-found EQUAL 0
           AND content-count IS LESS THAN CONTENT-MAX THEN
               ADD 1 TO content-count
               MOVE content-count TO content-found
               MOVE record-content TO cnt-content(content-found)
               MOVE 0 TO cnt-slow(content-found)
                   cnt-ticker(content-found)
                   cnt-objects(content-found)
                   cnt-station-count(content-found)
               MOVE "N" TO cnt-ranked(content-found)
           END-IF.

           IF content-found EQUAL 0 THEN
               ADD 1 TO content-dropped
           ELSE
               ADD 1 TO cnt-slow(content-found)
               ADD record-objects TO cnt-objects(content-found)
               IF record-ticker EQUAL "Y" THEN
                   ADD 1 TO cnt-ticker(content-found)
               END-IF
               MOVE 0 TO station-found
               PERFORM VARYING station-scan FROM 1 BY 1
                   UNTIL station-scan IS GREATER THAN
                   cnt-station-count(content-found)
                   OR station-found NOT EQUAL 0
                   IF cnt-stations(content-found station-scan)
                   EQUAL record-station THEN
                       MOVE station-scan TO station-found
                   END-IF
               END-PERFORM
               IF station-found EQUAL 0
               AND cnt-station-count(content-found) IS LESS THAN 8
               THEN
                   ADD 1 TO cnt-station-count(content-found)
                   MOVE record-station TO cnt-stations(content-found
                       cnt-station-count(content-found))
               END-IF
           END-IF.

           EXIT.

       WRITE-STATION-SECTION.
           MOVE SPACES TO performance-report-line.
           WRITE performance-report-line.
           MOVE "FPS by station" TO performance-report-line.
           WRITE performance-report-line.
           MOVE SPACES TO performance-report-line.
           STRING "  station   program      samples   min   avg   max"
               "   slow"
               DELIMITED BY SIZE INTO performance-report-line
           END-STRING.
           WRITE performance-report-line.

           IF stn-count-used EQUAL 0 THEN
               MOVE "  No samples" TO performance-report-line
               WRITE performance-report-line
           END-IF.

           PERFORM VARYING stn-scan FROM 1 BY 1
               UNTIL stn-scan IS GREATER THAN stn-count-used
               MOVE stn-samples(stn-scan) TO count-disp
               MOVE stn-fps-min(stn-scan) TO fps-min-disp
               COMPUTE calc-avg ROUNDED =
                   stn-total(stn-scan) / stn-samples(stn-scan)
               MOVE calc-avg TO fps-avg-disp
               MOVE stn-fps-max(stn-scan) TO fps-max-disp
               MOVE stn-slow(stn-scan) TO slow-disp
               MOVE SPACES TO performance-report-line
               STRING "  " stn-station(stn-scan)
                   "  " stn-program(stn-scan)
                   "  " count-disp
                   "  " fps-min-disp
                   "  " fps-avg-disp
                   "  " fps-max-disp
                   "  " slow-disp
                   DELIMITED BY SIZE INTO performance-report-line
               END-STRING
               WRITE performance-report-line
           END-PERFORM.

           EXIT.

       WRITE-HOUR-SECTION.
           MOVE SPACES TO performance-report-line.
           WRITE performance-report-line.
           MOVE "FPS by station and hour" TO performance-report-line.
           WRITE performance-report-line.

           PERFORM VARYING stn-scan FROM 1 BY 1
               UNTIL stn-scan IS GREATER THAN stn-count-used
               MOVE SPACES TO performance-report-line
               STRING "  " stn-station(stn-scan)
                   "  " stn-program(stn-scan)
                   DELIMITED BY SIZE INTO performance-report-line
               END-STRING
               WRITE performance-report-line
               MOVE "    hour samples   min   avg   max   slow"
                   TO performance-report-line
               WRITE performance-report-line
               PERFORM VARYING hour-scan FROM 1 BY 1
                   UNTIL hour-scan IS GREATER THAN 24
                   IF hr-samples(stn-scan hour-scan)
                   IS GREATER THAN ZERO THEN
                       PERFORM WRITE-HOUR-ROW
                   END-IF
               END-PERFORM
           END-PERFORM.

           EXIT.

       WRITE-HOUR-ROW.
           COMPUTE hour-disp = hour-scan - 1.
           MOVE hr-samples(stn-scan hour-scan) TO count-disp.
           MOVE hr-min(stn-scan hour-scan) TO fps-min-disp.
           COMPUTE calc-avg ROUNDED =
               hr-total(stn-scan hour-scan)
               / hr-samples(stn-scan hour-scan).
           MOVE calc-avg TO fps-avg-disp.
           MOVE hr-max(stn-scan hour-scan) TO fps-max-disp.
           MOVE hr-slow(stn-scan hour-scan) TO slow-disp.

           MOVE SPACES TO performance-report-line.
           STRING "    " hour-disp ":00"
               "  " count-disp
               "  " fps-min-disp
               "  " fps-avg-disp
               "  " fps-max-disp
               "  " slow-disp
               DELIMITED BY SIZE INTO performance-report-line
           END-STRING.
           WRITE performance-report-line.

           EXIT.

       WRITE-PERIOD-SECTION.
           MOVE SPACES TO performance-report-line.
           WRITE performance-report-line.
           MOVE "Periods below the FPS floor"
               TO performance-report-line.
           WRITE performance-report-line.

           IF period-count EQUAL 0 THEN
               MOVE "  None" TO performance-report-line
               WRITE performance-report-line
           ELSE
               MOVE SPACES TO performance-report-line
               STRING "  station   program        from    to    samples"
                   "  min  on screen at start"
                   DELIMITED BY SIZE INTO performance-report-line
               END-STRING
               WRITE performance-report-line
           END-IF.

           PERFORM VARYING period-scan FROM 1 BY 1
               UNTIL period-scan IS GREATER THAN period-count
               MOVE prd-samples(period-scan) TO count-disp
               MOVE prd-min(period-scan) TO fps-min-disp
               MOVE SPACES TO performance-report-line
               STRING "  " prd-station(period-scan)
                   "  " prd-program(period-scan)
                   "  " prd-start(period-scan)(10:6)
                   "  " prd-last(period-scan)(10:6)
                   "  " count-disp
                   " " fps-min-disp
                   "  " FUNCTION TRIM(prd-content(period-scan))
                   DELIMITED BY SIZE INTO performance-report-line
               END-STRING
               WRITE performance-report-line
           END-PERFORM.

           EXIT.

       WRITE-CONTENT-SECTION.
           MOVE SPACES TO performance-report-line.
           WRITE performance-report-line.
           MOVE "Content on screen during slowdowns"
               TO performance-report-line.
           WRITE performance-report-line.

           IF content-count EQUAL 0 THEN
               MOVE "  None" TO performance-report-line
               WRITE performance-report-line
           ELSE
               MOVE SPACES TO performance-report-line
               STRING "  rank  count    pct  ticker  objects  "
                   "content / stations"
                   DELIMITED BY SIZE INTO performance-report-line
               END-STRING
               WRITE performance-report-line
           END-IF.

           MOVE 0 TO content-rank.
           PERFORM UNTIL content-rank IS GREATER THAN OR EQUAL TO
               content-count
               OR content-rank IS GREATER THAN OR EQUAL TO
               RANK-SHOWN-MAX
               PERFORM FIND-NEXT-RANKED
               ADD 1 TO content-rank
               PERFORM WRITE-CONTENT-ROW
           END-PERFORM.

           EXIT.

       FIND-NEXT-RANKED.
           MOVE 0 TO content-best.
           PERFORM VARYING content-scan FROM 1 BY 1
               UNTIL content-scan IS GREATER THAN content-count
               IF cnt-ranked(content-scan) EQUAL "N" THEN
                   IF content-best EQUAL 0 THEN
                       MOVE content-scan TO content-best
                   ELSE
                       IF cnt-slow(content-scan) IS GREATER THAN
                       cnt-slow(content-best) THEN
                           MOVE content-scan TO content-best
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           MOVE "Y" TO cnt-ranked(content-best).

           EXIT.

       WRITE-CONTENT-ROW.
           MOVE content-rank TO rank-disp.
           MOVE cnt-slow(content-best) TO count-disp.
           COMPUTE pct-value ROUNDED =
               cnt-slow(content-best) * 100 / records-slow.
           MOVE pct-value TO pct-disp.
           MOVE cnt-ticker(content-best) TO slow-disp.
           COMPUTE calc-avg ROUNDED =
               cnt-objects(content-best) / cnt-slow(content-best).
           MOVE calc-avg TO objects-disp.

           MOVE SPACES TO performance-report-line.
           STRING "    " rank-disp
               "  " count-disp
               "  " pct-disp "%"
               "  " slow-disp
               "       " objects-disp
               "  " FUNCTION TRIM(cnt-content(content-best))
               DELIMITED BY SIZE INTO performance-report-line
           END-STRING.
           WRITE performance-report-line.

           MOVE SPACES TO station-list.
           MOVE 1 TO station-list-pos.
           PERFORM VARYING station-scan FROM 1 BY 1
               UNTIL station-scan IS GREATER THAN
               cnt-station-count(content-best)
               STRING FUNCTION TRIM(cnt-stations(content-best
                   station-scan)) " "
                   DELIMITED BY SIZE INTO station-list
                   WITH POINTER station-list-pos
               END-STRING
           END-PERFORM.

           MOVE SPACES TO performance-report-line.
           STRING "                                       "
               "at " station-list
               DELIMITED BY SIZE INTO performance-report-line
           END-STRING.
           WRITE performance-report-line.

           EXIT.

       END PROGRAM PERF-REPORT.
