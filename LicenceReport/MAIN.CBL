       IDENTIFICATION DIVISION.
       PROGRAM-ID. LICENCE-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT play-history ASSIGN TO "reports/play-history.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS play-history-status.

           SELECT licence-report ASSIGN TO licence-report-name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS licence-report-status.

       DATA DIVISION.
       FILE SECTION.
           FD play-history.
           01 play-history-record PIC X(140).

           FD licence-report.
           01 licence-report-line PIC X(140).

       WORKING-STORAGE SECTION.
           77 play-history-status PIC X(02) VALUE "00".
           77 licence-report-status PIC X(02) VALUE "00".
           77 licence-report-name PIC X(60).
           77 run-timestamp PIC X(21).

           77 arg-count PIC 9(02) VALUE 0.
           77 arg-value PIC X(10).
           77 report-quarter PIC X(06).
           77 quarter-year USAGE BINARY-LONG VALUE 0.
           77 quarter-number USAGE BINARY-LONG VALUE 0.
           77 quarter-year-disp PIC 9(04).
           77 quarter-number-disp PIC 9(01).
           77 quarter-first-month USAGE BINARY-LONG VALUE 0.
           77 quarter-month-disp PIC 9(02).
           77 quarter-from PIC X(08).
           77 quarter-to PIC X(08).
           77 quarter-end-int USAGE BINARY-LONG VALUE 0.
           77 quarter-end-date PIC 9(08).

           77 STATION-MAX USAGE BINARY-LONG VALUE 64.
           01 station-table.
             05 station-entry OCCURS 64 TIMES.
               10 stn-id PIC X(08).
               10 stn-open PIC X(01).
               10 stn-open-stamp PIC X(15).
               10 stn-open-track PIC X(60).
               10 stn-plays USAGE BINARY-LONG.
               10 stn-secs USAGE BINARY-LONG.
           77 station-count USAGE BINARY-LONG VALUE 0.
           77 station-scan USAGE BINARY-LONG VALUE 0.
           77 station-found USAGE BINARY-LONG VALUE 0.

           77 TRACK-MAX USAGE BINARY-LONG VALUE 200.
           77 SITE-MAX USAGE BINARY-LONG VALUE 16.
           01 track-table.
             05 track-entry OCCURS 200 TIMES.
               10 trk-file PIC X(60).
               10 trk-plays USAGE BINARY-LONG.
               10 trk-secs USAGE BINARY-LONG.
               10 trk-site-count USAGE BINARY-LONG.
               10 trk-site PIC X(08) OCCURS 16 TIMES.
           77 track-count USAGE BINARY-LONG VALUE 0.
           77 track-scan USAGE BINARY-LONG VALUE 0.
           77 track-found USAGE BINARY-LONG VALUE 0.
           77 track-overflow PIC X(01) VALUE "N".
           77 site-scan USAGE BINARY-LONG VALUE 0.
           77 site-found USAGE BINARY-LONG VALUE 0.

           77 log-stamp PIC X(15).
           77 log-station PIC X(08).
           77 log-event PIC X(08).
           77 log-heard PIC 9(05).
           77 log-track PIC X(60).

           77 total-plays USAGE BINARY-LONG VALUE 0.
           77 total-secs USAGE BINARY-LONG VALUE 0.
           77 unfinished-plays USAGE BINARY-LONG VALUE 0.
           77 total-sites USAGE BINARY-LONG VALUE 0.
           77 site-list PIC X(80).
           77 site-pos USAGE BINARY-LONG VALUE 0.

           77 plays-disp PIC ZZZZZ9.
           77 minutes-disp PIC ZZZZZ9.9.
           77 sites-disp PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO run-timestamp.

           PERFORM FIND-REPORT-QUARTER.
           PERFORM READ-PLAY-HISTORY.

           PERFORM VARYING station-scan FROM 1 BY 1
               UNTIL station-scan IS GREATER THAN station-count
               IF stn-open(station-scan) EQUAL "Y" THEN
                   PERFORM CLOSE-UNFINISHED-PLAY
               END-IF
           END-PERFORM.

           MOVE SPACES TO licence-report-name.
           STRING "reports/music-licence-" report-quarter ".rpt"
               DELIMITED BY SIZE INTO licence-report-name
           END-STRING.

           OPEN OUTPUT licence-report.

           MOVE SPACES TO licence-report-line.
           STRING "Background music usage return  " report-quarter(1:4)
               " quarter " report-quarter(6:1) "  period "
               quarter-from(1:4) "-" quarter-from(5:2) "-"
               quarter-from(7:2) " to " quarter-to(1:4) "-"
               quarter-to(5:2) "-" quarter-to(7:2)
               DELIMITED BY SIZE INTO licence-report-line
           END-STRING.
           WRITE licence-report-line.

           MOVE SPACES TO licence-report-line.
           STRING "Produced " run-timestamp(1:8) "-"
               run-timestamp(9:6)
               DELIMITED BY SIZE INTO licence-report-line
           END-STRING.
           WRITE licence-report-line.

           PERFORM WRITE-TRACK-SECTION.
           PERFORM WRITE-SITE-SECTION.

           MOVE SPACES TO licence-report-line.
           WRITE licence-report-line.
           MOVE total-plays TO plays-disp.
           COMPUTE minutes-disp ROUNDED = total-secs / 60.
           MOVE total-sites TO sites-disp.
           STRING "Total plays " FUNCTION TRIM(plays-disp)
               "  total minutes " FUNCTION TRIM(minutes-disp)
               "  sites " FUNCTION TRIM(sites-disp)
               DELIMITED BY SIZE INTO licence-report-line
           END-STRING.
           WRITE licence-report-line.

           IF unfinished-plays IS GREATER THAN ZERO THEN
               MOVE unfinished-plays TO plays-disp
               MOVE SPACES TO licence-report-line
               STRING "Plays with no recorded end (counted, "
                   "no minutes): " FUNCTION TRIM(plays-disp)
                   DELIMITED BY SIZE INTO licence-report-line
               END-STRING
               WRITE licence-report-line
           END-IF.

           IF track-overflow EQUAL "Y" THEN
               MOVE "Track table full, later tracks not listed"
                   TO licence-report-line
               WRITE licence-report-line
           END-IF.

           CLOSE licence-report.

           STOP RUN.

       FIND-REPORT-QUARTER.
           MOVE SPACES TO report-quarter.
           ACCEPT arg-count FROM ARGUMENT-NUMBER.

           IF arg-count IS GREATER THAN ZERO THEN
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT arg-value FROM ARGUMENT-VALUE
               MOVE FUNCTION UPPER-CASE(arg-value) TO arg-value
               IF arg-value(1:4) IS NUMERIC
               AND arg-value(5:1) EQUAL "Q"
               AND arg-value(6:1) IS GREATER THAN "0"
               AND arg-value(6:1) IS LESS THAN "5"
               AND arg-value(7:4) EQUAL SPACES
               AND arg-value(1:4) IS GREATER THAN "1600" THEN
                   MOVE arg-value(1:6) TO report-quarter
               ELSE
                   DISPLAY "Quarter must be YYYYQn, "
                       "reporting the previous quarter"
                   END-DISPLAY
               END-IF
           END-IF.

           IF report-quarter EQUAL SPACES THEN
               COMPUTE quarter-year =
                   FUNCTION NUMVAL(run-timestamp(1:4))
               COMPUTE quarter-number =
                   (FUNCTION NUMVAL(run-timestamp(5:2)) + 2) / 3 - 1
               IF quarter-number EQUAL 0 THEN
                   MOVE 4 TO quarter-number
                   SUBTRACT 1 FROM quarter-year
               END-IF
               MOVE quarter-year TO quarter-year-disp
               MOVE quarter-number TO quarter-number-disp
               STRING quarter-year-disp "Q" quarter-number-disp
                   DELIMITED BY SIZE INTO report-quarter
               END-STRING
           END-IF.

           COMPUTE quarter-first-month =
               FUNCTION NUMVAL(report-quarter(6:1)) * 3 - 2.
           MOVE quarter-first-month TO quarter-month-disp.
           MOVE SPACES TO quarter-from.
           STRING report-quarter(1:4) quarter-month-disp "01"
               DELIMITED BY SIZE INTO quarter-from
           END-STRING.

           IF report-quarter(6:1) EQUAL "4" THEN
               MOVE SPACES TO quarter-to
               STRING report-quarter(1:4) "1231"
                   DELIMITED BY SIZE INTO quarter-to
               END-STRING
           ELSE
               MOVE quarter-first-month TO quarter-month-disp
               ADD 3 TO quarter-month-disp
               MOVE SPACES TO quarter-to
               STRING report-quarter(1:4) quarter-month-disp "01"
                   DELIMITED BY SIZE INTO quarter-to
               END-STRING
               COMPUTE quarter-end-int = FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(quarter-to)) - 1
               COMPUTE quarter-end-date = FUNCTION DATE-OF-INTEGER
                   (quarter-end-int)
               MOVE quarter-end-date TO quarter-to
           END-IF.

           EXIT.

       READ-PLAY-HISTORY.
           OPEN INPUT play-history.

           IF play-history-status EQUAL "00" THEN
               PERFORM WITH TEST AFTER UNTIL play-history-status
                   NOT EQUAL "00"
                   READ play-history
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM TAKE-PLAY-RECORD
                   END-READ
               END-PERFORM

               CLOSE play-history
           END-IF.

           MOVE "00" TO play-history-status.

           EXIT.

       TAKE-PLAY-RECORD.
           MOVE play-history-record(1:15) TO log-stamp.
           MOVE play-history-record(25:8) TO log-station.

           IF play-history-record(33:7) EQUAL " event=" THEN
               MOVE play-history-record(40:8) TO log-event
               IF play-history-record(55:5) IS NUMERIC THEN
                   MOVE play-history-record(55:5) TO log-heard
               ELSE
                   MOVE 0 TO log-heard
               END-IF
               MOVE play-history-record(79:60) TO log-track
           ELSE
               MOVE "START" TO log-event
               MOVE 0 TO log-heard
               MOVE play-history-record(40:60) TO log-track
           END-IF.

           IF log-station NOT EQUAL SPACES
           AND log-track NOT EQUAL SPACES THEN
               PERFORM FIND-STATION
               IF station-found NOT EQUAL 0 THEN
                   IF log-event EQUAL "START" THEN
                       PERFORM TAKE-START-RECORD
                   ELSE
                       PERFORM TAKE-END-RECORD
                   END-IF
               END-IF
           END-IF.

           EXIT.

       TAKE-START-RECORD.
           IF stn-open(station-found) EQUAL "Y" THEN
               MOVE station-found TO station-scan
               PERFORM CLOSE-UNFINISHED-PLAY
           END-IF.

           MOVE "Y" TO stn-open(station-found).
           MOVE log-stamp TO stn-open-stamp(station-found).
           MOVE log-track TO stn-open-track(station-found).

           IF log-stamp(1:8) IS NOT LESS THAN quarter-from
           AND log-stamp(1:8) IS NOT GREATER THAN quarter-to THEN
               PERFORM FIND-TRACK
               IF track-found NOT EQUAL 0 THEN
                   ADD 1 TO trk-plays(track-found)
                   ADD 1 TO total-plays
                   ADD 1 TO stn-plays(station-found)
                   PERFORM ADD-TRACK-SITE
               END-IF
           END-IF.

           EXIT.

       TAKE-END-RECORD.
           IF stn-open(station-found) EQUAL "Y"
           AND stn-open-track(station-found) EQUAL log-track THEN
               MOVE "N" TO stn-open(station-found)
               IF stn-open-stamp(station-found)(1:8) IS NOT LESS THAN
               quarter-from AND stn-open-stamp(station-found)(1:8)
               IS NOT GREATER THAN quarter-to THEN
                   PERFORM FIND-TRACK
                   IF track-found NOT EQUAL 0 THEN
                       ADD log-heard TO trk-secs(track-found)
                       ADD log-heard TO total-secs
                       ADD log-heard TO stn-secs(station-found)
                   END-IF
               END-IF
           END-IF.

           EXIT.

       CLOSE-UNFINISHED-PLAY.
           MOVE "N" TO stn-open(station-scan).

           IF stn-open-stamp(station-scan)(1:8) IS NOT LESS THAN
           quarter-from AND stn-open-stamp(station-scan)(1:8)
           IS NOT GREATER THAN quarter-to THEN
               ADD 1 TO unfinished-plays
           END-IF.

           EXIT.

       FIND-STATION.
           MOVE 0 TO station-found.
           PERFORM VARYING station-scan FROM 1 BY 1
               UNTIL station-scan IS GREATER THAN station-count
               OR station-found NOT EQUAL 0
               IF stn-id(station-scan) EQUAL log-station THEN
                   MOVE station-scan TO station-found
               END-IF
           END-PERFORM.

           IF station-found EQUAL 0
           AND station-count IS LESS THAN STATION-MAX THEN
               ADD 1 TO station-count
               MOVE station-count TO station-found
               MOVE log-station TO stn-id(station-found)
               MOVE "N" TO stn-open(station-found)
               MOVE SPACES TO stn-open-stamp(station-found)
                   stn-open-track(station-found)
               MOVE 0 TO stn-plays(station-found)
                   stn-secs(station-found)
           END-IF.

           EXIT.

       FIND-TRACK.
           MOVE 0 TO track-found.
           PERFORM VARYING track-scan FROM 1 BY 1
               UNTIL track-scan IS GREATER THAN track-count
               OR track-found NOT EQUAL 0
               IF trk-file(track-scan) EQUAL log-track THEN
                   MOVE track-scan TO track-found
               END-IF
           END-PERFORM.

           IF track-found EQUAL 0 THEN
               IF track-count IS LESS THAN TRACK-MAX THEN
                   ADD 1 TO track-count
                   MOVE track-count TO track-found
                   MOVE log-track TO trk-file(track-found)
                   MOVE 0 TO trk-plays(track-found)
                       trk-secs(track-found)
                       trk-site-count(track-found)
               ELSE
                   MOVE "Y" TO track-overflow
               END-IF
           END-IF.

           EXIT.

       ADD-TRACK-SITE.
           MOVE 0 TO site-found.
           PERFORM VARYING site-scan FROM 1 BY 1
               UNTIL site-scan IS GREATER THAN
               trk-site-count(track-found)
               OR site-found NOT EQUAL 0
               IF trk-site(track-found site-scan) EQUAL log-station
                   MOVE site-scan TO site-found
               END-IF
           END-PERFORM.

           IF site-found EQUAL 0
           AND trk-site-count(track-found) IS LESS THAN SITE-MAX THEN
               ADD 1 TO trk-site-count(track-found)
               MOVE log-station TO trk-site(track-found
                   trk-site-count(track-found))
           END-IF.

           EXIT.

       WRITE-TRACK-SECTION.
           MOVE SPACES TO licence-report-line.
           WRITE licence-report-line.
           MOVE "Usage by track" TO licence-report-line.
           WRITE licence-report-line.

           MOVE "  track" TO licence-report-line.
           MOVE " plays" TO licence-report-line(63:6).
           MOVE " minutes" TO licence-report-line(70:8).
           MOVE "sites" TO licence-report-line(80:5).
           MOVE "site list" TO licence-report-line(86:9).
           WRITE licence-report-line.

           IF track-count EQUAL 0 THEN
               MOVE "  No plays recorded for the quarter"
                   TO licence-report-line
               WRITE licence-report-line
           END-IF.

           PERFORM VARYING track-scan FROM 1 BY 1
               UNTIL track-scan IS GREATER THAN track-count
               IF trk-plays(track-scan) IS GREATER THAN ZERO THEN
                   PERFORM WRITE-TRACK-LINE
               END-IF
           END-PERFORM.

           EXIT.

       WRITE-TRACK-LINE.
           MOVE SPACES TO site-list.
           MOVE 1 TO site-pos.
           PERFORM VARYING site-scan FROM 1 BY 1
               UNTIL site-scan IS GREATER THAN
               trk-site-count(track-scan)
               OR site-pos IS GREATER THAN 72
               STRING FUNCTION TRIM(trk-site(track-scan site-scan))
                   " " DELIMITED BY SIZE INTO site-list
                   WITH POINTER site-pos
               END-STRING
           END-PERFORM.

           MOVE trk-plays(track-scan) TO plays-disp.
           COMPUTE minutes-disp ROUNDED = trk-secs(track-scan) / 60.
           MOVE trk-site-count(track-scan) TO sites-disp.

           MOVE SPACES TO licence-report-line.
           MOVE "  " TO licence-report-line(1:2).
           MOVE trk-file(track-scan) TO licence-report-line(3:60).
           MOVE plays-disp TO licence-report-line(63:6).
           MOVE minutes-disp TO licence-report-line(70:8).
           MOVE sites-disp TO licence-report-line(81:3).
           MOVE site-list TO licence-report-line(86:55).
           WRITE licence-report-line.

           EXIT.

       WRITE-SITE-SECTION.
           MOVE SPACES TO licence-report-line.
           WRITE licence-report-line.
           MOVE "Usage by site" TO licence-report-line.
           WRITE licence-report-line.
           MOVE "  site        plays  minutes" TO licence-report-line.
           WRITE licence-report-line.

           PERFORM VARYING station-scan FROM 1 BY 1
               UNTIL station-scan IS GREATER THAN station-count
               IF stn-plays(station-scan) IS GREATER THAN ZERO THEN
                   ADD 1 TO total-sites
                   MOVE stn-plays(station-scan) TO plays-disp
                   COMPUTE minutes-disp ROUNDED =
                       stn-secs(station-scan) / 60
                   MOVE SPACES TO licence-report-line
                   STRING "  " stn-id(station-scan) "  " plays-disp
                       " " minutes-disp
                       DELIMITED BY SIZE INTO licence-report-line
                   END-STRING
                   WRITE licence-report-line
               END-IF
           END-PERFORM.

           EXIT.

       END PROGRAM LICENCE-REPORT.
