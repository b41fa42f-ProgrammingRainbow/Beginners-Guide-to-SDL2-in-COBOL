       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOG-RECONCILE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT events-log ASSIGN TO events-log-name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS events-log-status.

           SELECT usage-log ASSIGN TO usage-log-name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS usage-log-status.

           SELECT play-history ASSIGN TO "reports/play-history.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS play-history-status.

           SELECT play-log ASSIGN TO "reports/playlog.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS play-log-status.

           SELECT reconcile-report
               ASSIGN TO "reports/reconcile-daily.rpt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS reconcile-report-status.

       DATA DIVISION.
       FILE SECTION.
           FD events-log.
           01 events-log-record PIC X(200).

           FD usage-log.
           01 usage-log-record PIC X(200).

           FD play-history.
           01 play-history-record PIC X(140).

           FD play-log.
           01 play-log-record PIC X(200).

           FD reconcile-report.
           01 reconcile-report-line PIC X(132).

       WORKING-STORAGE SECTION.
           77 events-log-status PIC X(02) VALUE "00".
           77 events-log-name PIC X(40) VALUE "logs/events.log".
           77 usage-log-status PIC X(02) VALUE "00".
           77 usage-log-name PIC X(40) VALUE "reports/usage.log".
           77 play-history-status PIC X(02) VALUE "00".
           77 play-log-status PIC X(02) VALUE "00".
           77 reconcile-report-status PIC X(02) VALUE "00".
           77 report-timestamp PIC X(21).

           77 arg-count PIC 9(02) VALUE 0.
           77 arg-value PIC X(10).
           77 arg-day-int USAGE BINARY-LONG VALUE 0.
           77 today-integer USAGE BINARY-LONG VALUE 0.
           77 report-day-int USAGE BINARY-LONG VALUE 0.
           77 report-day PIC 9(08) VALUE 0.
           77 base-integer USAGE BINARY-LONG VALUE 0.
           77 gen-integer USAGE BINARY-LONG VALUE 0.
           77 gen-numeric PIC 9(08) VALUE 0.

           77 MATCH-SECONDS USAGE BINARY-LONG VALUE 120.
           77 WINDOW-SECONDS USAGE BINARY-LONG VALUE 259200.
           77 OPEN-END-REL USAGE BINARY-LONG VALUE 999999999.

           77 record-day PIC X(08).
           77 record-time PIC X(06).
           77 record-code PIC X(04).
           77 record-program PIC X(20).
           77 record-station PIC X(08).
           77 record-rest PIC X(120).
           77 record-head PIC X(200).
           77 record-tail PIC X(200).
           77 record-detail PIC X(40).
           77 record-source PIC X(08).
           77 record-integer USAGE BINARY-LONG VALUE 0.
           77 record-rel USAGE BINARY-LONG VALUE 0.
           77 record-from-rel USAGE BINARY-LONG VALUE 0.
           77 record-duration USAGE BINARY-LONG VALUE 0.
           77 record-recovered PIC X(01) VALUE "N".
           77 record-in-window PIC X(01) VALUE "N".
           77 recovered-tally USAGE BINARY-LONG VALUE 0.

           77 SES-MAX USAGE BINARY-LONG VALUE 1000.
           01 ses-table.
             05 ses-entry OCCURS 1000 TIMES.
               10 ses-program PIC X(13).
               10 ses-station PIC X(08).
               10 ses-day PIC X(08).
               10 ses-time PIC X(06).
               10 ses-end-day PIC X(08).
               10 ses-end-time PIC X(06).
               10 ses-start-rel USAGE BINARY-LONG.
               10 ses-end-rel USAGE BINARY-LONG.
               10 ses-state PIC X(06).
               10 ses-recovered PIC X(01).
               10 ses-usage PIC X(01).
           77 ses-count USAGE BINARY-LONG VALUE 0.
           77 ses-scan USAGE BINARY-LONG VALUE 0.
           77 ses-found USAGE BINARY-LONG VALUE 0.
           77 ses-prior USAGE BINARY-LONG VALUE 0.
           77 ses-dropped USAGE BINARY-LONG VALUE 0.

           77 USAGE-MAX USAGE BINARY-LONG VALUE 300.
           01 usage-table.
             05 usage-entry OCCURS 300 TIMES.
               10 usg-station PIC X(08).
               10 usg-day PIC X(08).
               10 usg-time PIC X(06).
               10 usg-duration USAGE BINARY-LONG.
               10 usg-recovered PIC X(01).
           77 usage-count USAGE BINARY-LONG VALUE 0.
           77 usage-scan USAGE BINARY-LONG VALUE 0.
           77 usage-dropped USAGE BINARY-LONG VALUE 0.

           77 PLAY-MAX USAGE BINARY-LONG VALUE 300.
           01 play-table.
             05 play-entry OCCURS 300 TIMES.
               10 ply-station PIC X(08).
               10 ply-day PIC X(08).
               10 ply-time PIC X(06).
               10 ply-source PIC X(08).
               10 ply-detail PIC X(40).
           77 play-count USAGE BINARY-LONG VALUE 0.
           77 play-scan USAGE BINARY-LONG VALUE 0.
           77 play-dropped USAGE BINARY-LONG VALUE 0.

           77 STN-MAX USAGE BINARY-LONG VALUE 64.
           01 stn-table.
             05 stn-entry OCCURS 64 TIMES.
               10 stn-station PIC X(08).
               10 stn-sessions USAGE BINARY-LONG.
               10 stn-no-usage USAGE BINARY-LONG.
               10 stn-usage USAGE BINARY-LONG.
               10 stn-usage-orphan USAGE BINARY-LONG.
               10 stn-recovered USAGE BINARY-LONG.
               10 stn-rec-missing USAGE BINARY-LONG.
               10 stn-open USAGE BINARY-LONG.
               10 stn-bg-sessions USAGE BINARY-LONG.
               10 stn-plays USAGE BINARY-LONG.
               10 stn-outside USAGE BINARY-LONG.
           77 stn-count USAGE BINARY-LONG VALUE 0.
           77 stn-scan USAGE BINARY-LONG VALUE 0.
           77 stn-found USAGE BINARY-LONG VALUE 0.

           77 events-files-read USAGE BINARY-LONG VALUE 0.
           77 usage-files-read USAGE BINARY-LONG VALUE 0.
           77 no-usage-total USAGE BINARY-LONG VALUE 0.
           77 orphan-usage-total USAGE BINARY-LONG VALUE 0.
           77 rec-missing-total USAGE BINARY-LONG VALUE 0.
           77 outside-total USAGE BINARY-LONG VALUE 0.
           77 discrepancy-total USAGE BINARY-LONG VALUE 0.
           77 section-rows USAGE BINARY-LONG VALUE 0.

           77 count-disp PIC ZZZZ9.
           77 secs-disp PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO report-timestamp.

           PERFORM FIND-REPORT-DAY.
           COMPUTE base-integer = report-day-int - 1.

           PERFORM SCAN-EVENT-GENERATIONS.
           PERFORM SCAN-USAGE-GENERATIONS.
           PERFORM SCAN-PLAY-HISTORY.
           PERFORM SCAN-PLAY-LOG.
           PERFORM TALLY-SESSIONS.

           OPEN OUTPUT reconcile-report.

           PERFORM WRITE-REPORT-HEADING.
           PERFORM WRITE-STATION-SUMMARY.
           PERFORM WRITE-NO-USAGE-SECTION.
           PERFORM WRITE-ORPHAN-USAGE-SECTION.
           PERFORM WRITE-RECOVERY-SECTION.
           PERFORM WRITE-OUTSIDE-SECTION.

           COMPUTE discrepancy-total = no-usage-total
               + orphan-usage-total + rec-missing-total
               + outside-total.

           MOVE SPACES TO reconcile-report-line.
           WRITE reconcile-report-line.
           MOVE discrepancy-total TO count-disp.
           MOVE SPACES TO reconcile-report-line.
           STRING "Discrepancies: " FUNCTION TRIM(count-disp)
               DELIMITED BY SIZE INTO reconcile-report-line
           END-STRING.
           WRITE reconcile-report-line.

           IF ses-dropped IS GREATER THAN ZERO THEN
               MOVE ses-dropped TO count-disp
               MOVE SPACES TO reconcile-report-line
               STRING "Sessions not checked (table full): "
                   FUNCTION TRIM(count-disp)
                   DELIMITED BY SIZE INTO reconcile-report-line
               END-STRING
               WRITE reconcile-report-line
           END-IF.

           CLOSE reconcile-report.

           IF discrepancy-total IS GREATER THAN ZERO THEN
               MOVE 4 TO RETURN-CODE
           END-IF.

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

       SET-RECORD-REL.
           MOVE "N" TO record-in-window.

           IF record-day IS NUMERIC
           AND record-time IS NUMERIC
           AND record-day IS GREATER THAN "16010100" THEN
               COMPUTE record-integer = FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(record-day))
               COMPUTE record-rel =
                   (record-integer - base-integer) * 86400
                   + FUNCTION NUMVAL(record-time(1:2)) * 3600
                   + FUNCTION NUMVAL(record-time(3:2)) * 60
                   + FUNCTION NUMVAL(record-time(5:2))
               IF record-rel IS NOT LESS THAN ZERO
               AND record-rel IS LESS THAN WINDOW-SECONDS THEN
                   MOVE "Y" TO record-in-window
               END-IF
           END-IF.

           EXIT.

       SCAN-EVENT-GENERATIONS.
           PERFORM VARYING gen-integer FROM report-day-int BY 1
               UNTIL gen-integer IS GREATER THAN today-integer
               COMPUTE gen-numeric = FUNCTION DATE-OF-INTEGER
                   (gen-integer)

               MOVE SPACES TO events-log-name
               STRING "logs/events-" gen-numeric ".log"
                   DELIMITED BY SIZE INTO events-log-name
               END-STRING

               PERFORM SCAN-EVENTS-LOG
           END-PERFORM.

           MOVE "logs/events.log" TO events-log-name.
           PERFORM SCAN-EVENTS-LOG.

           EXIT.

       SCAN-EVENTS-LOG.
           OPEN INPUT events-log.

           IF events-log-status EQUAL "00" THEN
               ADD 1 TO events-files-read
               PERFORM WITH TEST AFTER UNTIL events-log-status
                   NOT EQUAL "00"
                   READ events-log
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM PROCESS-EVENT-RECORD
                   END-READ
               END-PERFORM

               CLOSE events-log
           END-IF.

           MOVE "00" TO events-log-status.

           EXIT.

       PROCESS-EVENT-RECORD.
           IF events-log-record(17:1) EQUAL "["
           AND events-log-record(22:1) EQUAL "]"
           AND (events-log-record(18:4) EQUAL "2001"
           OR events-log-record(18:4) EQUAL "2002"
           OR events-log-record(18:4) EQUAL "2016") THEN
               MOVE events-log-record(1:8) TO record-day
               MOVE events-log-record(10:6) TO record-time
               MOVE events-log-record(18:4) TO record-code
               PERFORM SET-RECORD-REL

               MOVE SPACES TO record-program record-rest
               UNSTRING events-log-record(24:120)
                   DELIMITED BY ALL " "
                   INTO record-program record-rest
               END-UNSTRING
               IF record-code EQUAL "2016" THEN
                   MOVE "SOUND-EFFECTS" TO record-program
               END-IF

               MOVE SPACES TO record-head record-tail
               UNSTRING events-log-record DELIMITED BY "station="
                   INTO record-head record-tail
               END-UNSTRING
               IF record-tail EQUAL SPACES THEN
                   MOVE "UNKNOWN" TO record-station
               ELSE
                   MOVE record-tail(1:8) TO record-station
               END-IF

               IF record-in-window EQUAL "Y"
               AND (record-program EQUAL "SOUND-EFFECTS"
               OR record-program EQUAL "BACKGROUND") THEN
                   EVALUATE record-code
                       WHEN "2001"
                           PERFORM PROCESS-START-EVENT
                       WHEN "2002"
                           PERFORM PROCESS-EXIT-EVENT
                       WHEN "2016"
                           PERFORM PROCESS-RECOVERY-EVENT
                   END-EVALUATE
               END-IF
           END-IF.

           EXIT.

       FIND-LATEST-SESSION.
           MOVE 0 TO ses-found.
           PERFORM VARYING ses-scan FROM ses-count BY -1
               UNTIL ses-scan IS LESS THAN 1 OR ses-found NOT EQUAL 0
               IF ses-program(ses-scan) EQUAL record-program
               AND ses-station(ses-scan) EQUAL record-station THEN
                   MOVE ses-scan TO ses-found
               END-IF
           END-PERFORM.

           EXIT.

       PROCESS-START-EVENT.
           PERFORM FIND-LATEST-SESSION.

           IF ses-found NOT EQUAL 0 THEN
               IF ses-state(ses-found) EQUAL "OPEN" THEN
                   MOVE "CRASH" TO ses-state(ses-found)
                   MOVE record-rel TO ses-end-rel(ses-found)
                   MOVE record-day TO ses-end-day(ses-found)
                   MOVE record-time TO ses-end-time(ses-found)
               END-IF
           END-IF.

           IF ses-count IS LESS THAN SES-MAX THEN
               ADD 1 TO ses-count
               MOVE record-program TO ses-program(ses-count)
               MOVE record-station TO ses-station(ses-count)
               MOVE record-day TO ses-day(ses-count)
               MOVE record-time TO ses-time(ses-count)
               MOVE SPACES TO ses-end-day(ses-count)
                   ses-end-time(ses-count)
               MOVE record-rel TO ses-start-rel(ses-count)
               MOVE OPEN-END-REL TO ses-end-rel(ses-count)
               MOVE "OPEN" TO ses-state(ses-count)
               MOVE "N" TO ses-recovered(ses-count)
               MOVE "N" TO ses-usage(ses-count)
           ELSE
               IF record-day EQUAL report-day THEN
                   ADD 1 TO ses-dropped
               END-IF
           END-IF.

           EXIT.

       PROCESS-EXIT-EVENT.
           PERFORM FIND-LATEST-SESSION.

           IF ses-found NOT EQUAL 0 THEN
               IF ses-state(ses-found) EQUAL "OPEN" THEN
                   MOVE "CLOSED" TO ses-state(ses-found)
                   MOVE record-rel TO ses-end-rel(ses-found)
                   MOVE record-day TO ses-end-day(ses-found)
                   MOVE record-time TO ses-end-time(ses-found)
               END-IF
           END-IF.

           EXIT.

       PROCESS-RECOVERY-EVENT.
           PERFORM FIND-LATEST-SESSION.
           MOVE 0 TO ses-prior.

           IF ses-found NOT EQUAL 0 THEN
               PERFORM VARYING ses-scan FROM ses-found BY -1
                   UNTIL ses-scan IS LESS THAN 1
                   OR ses-prior NOT EQUAL 0
                   IF ses-scan NOT EQUAL ses-found
                   AND ses-program(ses-scan) EQUAL record-program
                   AND ses-station(ses-scan) EQUAL record-station
                   THEN
                       MOVE ses-scan TO ses-prior
                   END-IF
               END-PERFORM
           END-IF.

           IF ses-prior NOT EQUAL 0 THEN
               IF ses-state(ses-prior) EQUAL "CRASH" THEN
                   MOVE "Y" TO ses-recovered(ses-prior)
               END-IF
           END-IF.

           EXIT.

       SCAN-USAGE-GENERATIONS.
           PERFORM VARYING gen-integer FROM report-day-int BY 1
               UNTIL gen-integer IS GREATER THAN today-integer
               COMPUTE gen-numeric = FUNCTION DATE-OF-INTEGER
                   (gen-integer)

               MOVE SPACES TO usage-log-name
               STRING "reports/usage-" gen-numeric ".log"
                   DELIMITED BY SIZE INTO usage-log-name
               END-STRING

               PERFORM SCAN-USAGE-LOG
           END-PERFORM.

           MOVE "reports/usage.log" TO usage-log-name.
           PERFORM SCAN-USAGE-LOG.

           EXIT.

       SCAN-USAGE-LOG.
           OPEN INPUT usage-log.

           IF usage-log-status EQUAL "00" THEN
               ADD 1 TO usage-files-read
               PERFORM WITH TEST AFTER UNTIL usage-log-status
                   NOT EQUAL "00"
                   READ usage-log
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM PROCESS-USAGE-RECORD
                   END-READ
               END-PERFORM

               CLOSE usage-log
           END-IF.

           MOVE "00" TO usage-log-status.

           EXIT.

       PROCESS-USAGE-RECORD.
           IF usage-log-record(9:1) EQUAL "-"
           AND usage-log-record(16:10) EQUAL " duration=" THEN
               MOVE usage-log-record(1:8) TO record-day
               MOVE usage-log-record(10:6) TO record-time
               PERFORM SET-RECORD-REL

               MOVE 0 TO record-duration
               IF usage-log-record(26:5) IS NUMERIC THEN
                   COMPUTE record-duration = FUNCTION NUMVAL
                       (usage-log-record(26:5))
               END-IF

               MOVE 0 TO recovered-tally
               INSPECT usage-log-record TALLYING recovered-tally
                   FOR ALL " recovered=Y"
               IF recovered-tally IS GREATER THAN ZERO THEN
                   MOVE "Y" TO record-recovered
               ELSE
                   MOVE "N" TO record-recovered
               END-IF

               MOVE SPACES TO record-head record-tail
               UNSTRING usage-log-record DELIMITED BY " station="
                   INTO record-head record-tail
               END-UNSTRING
               IF record-tail EQUAL SPACES THEN
                   MOVE "UNKNOWN" TO record-station
               ELSE
                   MOVE record-tail(1:8) TO record-station
               END-IF

               IF record-in-window EQUAL "Y" THEN
                   PERFORM MATCH-USAGE-RECORD
               END-IF
           END-IF.

           EXIT.

       MATCH-USAGE-RECORD.
           MOVE 0 TO ses-found.

           PERFORM VARYING ses-scan FROM 1 BY 1
               UNTIL ses-scan IS GREATER THAN ses-count
               OR ses-found NOT EQUAL 0
               IF ses-program(ses-scan) EQUAL "SOUND-EFFECTS"
               AND ses-station(ses-scan) EQUAL record-station
               AND ses-usage(ses-scan) EQUAL "N"
               AND ses-start-rel(ses-scan) IS NOT GREATER THAN
                   record-rel THEN
                   IF record-recovered EQUAL "Y" THEN
                       IF ses-state(ses-scan) EQUAL "CRASH"
                       AND record-rel IS NOT GREATER THAN
                           ses-end-rel(ses-scan) + MATCH-SECONDS
                       THEN
                           MOVE ses-scan TO ses-found
                       END-IF
                   ELSE
                       IF ses-state(ses-scan) EQUAL "OPEN"
                       OR record-rel IS NOT GREATER THAN
                           ses-end-rel(ses-scan) + MATCH-SECONDS
                       THEN
                           MOVE ses-scan TO ses-found
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF ses-found NOT EQUAL 0 THEN
               MOVE "Y" TO ses-usage(ses-found)
           END-IF.

           IF record-day EQUAL report-day THEN
               PERFORM FIND-STATION-ENTRY
               IF stn-found NOT EQUAL 0 THEN
                   ADD 1 TO stn-usage(stn-found)
               END-IF

               IF ses-found EQUAL 0 THEN
                   ADD 1 TO orphan-usage-total
                   IF stn-found NOT EQUAL 0 THEN
                       ADD 1 TO stn-usage-orphan(stn-found)
                   END-IF
                   IF usage-count IS LESS THAN USAGE-MAX THEN
                       ADD 1 TO usage-count
                       MOVE record-station TO usg-station(usage-count)
                       MOVE record-day TO usg-day(usage-count)
                       MOVE record-time TO usg-time(usage-count)
                       MOVE record-duration
                           TO usg-duration(usage-count)
                       MOVE record-recovered
                           TO usg-recovered(usage-count)
                   ELSE
                       ADD 1 TO usage-dropped
                   END-IF
               END-IF
           END-IF.

           EXIT.

       SCAN-PLAY-HISTORY.
           OPEN INPUT play-history.

           IF play-history-status EQUAL "00" THEN
               PERFORM WITH TEST AFTER UNTIL play-history-status
                   NOT EQUAL "00"
                   READ play-history
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM PROCESS-PLAY-HISTORY
                   END-READ
               END-PERFORM

               CLOSE play-history
           END-IF.

           MOVE "00" TO play-history-status.

           EXIT.

       PROCESS-PLAY-HISTORY.
           IF play-history-record(9:1) EQUAL "-"
           AND play-history-record(16:9) EQUAL " station="
           AND play-history-record(1:8) EQUAL report-day THEN
               MOVE play-history-record(1:8) TO record-day
               MOVE play-history-record(10:6) TO record-time
               MOVE play-history-record(25:8) TO record-station
               PERFORM SET-RECORD-REL
               MOVE record-rel TO record-from-rel

               MOVE SPACES TO record-detail
               STRING FUNCTION TRIM(play-history-record(40:8))
                   " " FUNCTION TRIM(play-history-record(79:60))
                   DELIMITED BY SIZE INTO record-detail
               END-STRING

               IF record-in-window EQUAL "Y" THEN
                   MOVE "SOUND-EFFECTS" TO record-program
                   MOVE "HISTORY" TO record-source
                   PERFORM MATCH-PLAY-RECORD
               END-IF
           END-IF.

           EXIT.

       SCAN-PLAY-LOG.
           OPEN INPUT play-log.

           IF play-log-status EQUAL "00" THEN
               PERFORM WITH TEST AFTER UNTIL play-log-status
                   NOT EQUAL "00"
                   READ play-log
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM PROCESS-PLAY-LOG
                   END-READ
               END-PERFORM

               CLOSE play-log
           END-IF.

           MOVE "00" TO play-log-status.

           EXIT.

       PROCESS-PLAY-LOG.
           IF play-log-record(9:1) EQUAL "-"
           AND play-log-record(16:7) EQUAL " start="
           AND play-log-record(1:8) EQUAL report-day THEN
               MOVE play-log-record(1:8) TO record-day
               MOVE play-log-record(10:6) TO record-time
               PERFORM SET-RECORD-REL

               MOVE 0 TO record-duration
               IF play-log-record(29:6) EQUAL " secs="
               AND play-log-record(35:5) IS NUMERIC THEN
                   COMPUTE record-duration = FUNCTION NUMVAL
                       (play-log-record(35:5))
               END-IF
               COMPUTE record-from-rel = record-rel - record-duration

               MOVE SPACES TO record-head record-tail
               UNSTRING play-log-record DELIMITED BY " station="
                   INTO record-head record-tail
               END-UNSTRING
               IF record-tail EQUAL SPACES THEN
                   MOVE "UNKNOWN" TO record-station
               ELSE
                   MOVE record-tail(1:8) TO record-station
               END-IF

               MOVE SPACES TO record-head record-tail
               UNSTRING play-log-record DELIMITED BY " file="
                   INTO record-head record-tail
               END-UNSTRING
               MOVE record-tail(1:40) TO record-detail

               IF record-in-window EQUAL "Y" THEN
                   MOVE "BACKGROUND" TO record-program
                   MOVE "PLAYLOG" TO record-source
                   PERFORM MATCH-PLAY-RECORD
               END-IF
           END-IF.

           EXIT.

       MATCH-PLAY-RECORD.
           MOVE 0 TO ses-found.

           PERFORM VARYING ses-scan FROM 1 BY 1
               UNTIL ses-scan IS GREATER THAN ses-count
               OR ses-found NOT EQUAL 0
               IF ses-program(ses-scan) EQUAL record-program
               AND ses-station(ses-scan) EQUAL record-station
               AND ses-start-rel(ses-scan) IS NOT GREATER THAN
                   record-from-rel + MATCH-SECONDS
               AND ses-end-rel(ses-scan) + MATCH-SECONDS
                   IS NOT LESS THAN record-rel THEN
                   MOVE ses-scan TO ses-found
               END-IF
           END-PERFORM.

           PERFORM FIND-STATION-ENTRY.
           IF stn-found NOT EQUAL 0 THEN
               ADD 1 TO stn-plays(stn-found)
           END-IF.

           IF ses-found EQUAL 0 THEN
               ADD 1 TO outside-total
               IF stn-found NOT EQUAL 0 THEN
                   ADD 1 TO stn-outside(stn-found)
               END-IF
               IF play-count IS LESS THAN PLAY-MAX THEN
                   ADD 1 TO play-count
                   MOVE record-station TO ply-station(play-count)
                   MOVE record-day TO ply-day(play-count)
                   MOVE record-time TO ply-time(play-count)
                   MOVE record-source TO ply-source(play-count)
                   MOVE record-detail TO ply-detail(play-count)
               ELSE
                   ADD 1 TO play-dropped
               END-IF
           END-IF.

           EXIT.

       FIND-STATION-ENTRY.
           MOVE 0 TO stn-found.
           PERFORM VARYING stn-scan FROM 1 BY 1
               UNTIL stn-scan IS GREATER THAN stn-count
               OR stn-found NOT EQUAL 0
               IF stn-station(stn-scan) EQUAL record-station THEN
                   MOVE stn-scan TO stn-found
               END-IF
           END-PERFORM.

           IF stn-found EQUAL 0
           AND stn-count IS LESS THAN STN-MAX THEN
               ADD 1 TO stn-count
               MOVE stn-count TO stn-found
               MOVE record-station TO stn-station(stn-found)
               MOVE 0 TO stn-sessions(stn-found)
                   stn-no-usage(stn-found)
                   stn-usage(stn-found)
                   stn-usage-orphan(stn-found)
                   stn-recovered(stn-found)
                   stn-rec-missing(stn-found)
                   stn-open(stn-found)
                   stn-bg-sessions(stn-found)
                   stn-plays(stn-found)
                   stn-outside(stn-found)
           END-IF.

           EXIT.

       TALLY-SESSIONS.
           PERFORM VARYING ses-scan FROM 1 BY 1
               UNTIL ses-scan IS GREATER THAN ses-count
               IF ses-day(ses-scan) EQUAL report-day THEN
                   MOVE ses-station(ses-scan) TO record-station
                   PERFORM FIND-STATION-ENTRY
                   IF stn-found NOT EQUAL 0 THEN
                       PERFORM TALLY-ONE-SESSION
                   END-IF
               END-IF
           END-PERFORM.

           EXIT.

       TALLY-ONE-SESSION.
           IF ses-program(ses-scan) EQUAL "BACKGROUND" THEN
               ADD 1 TO stn-bg-sessions(stn-found)
           ELSE
               ADD 1 TO stn-sessions(stn-found)
               IF ses-recovered(ses-scan) EQUAL "Y" THEN
                   ADD 1 TO stn-recovered(stn-found)
               END-IF
               EVALUATE TRUE
                   WHEN ses-usage(ses-scan) EQUAL "Y"
                       CONTINUE
                   WHEN ses-state(ses-scan) EQUAL "OPEN"
                       ADD 1 TO stn-open(stn-found)
                   WHEN ses-recovered(ses-scan) EQUAL "Y"
                       ADD 1 TO stn-rec-missing(stn-found)
                       ADD 1 TO rec-missing-total
                   WHEN OTHER
                       ADD 1 TO stn-no-usage(stn-found)
                       ADD 1 TO no-usage-total
               END-EVALUATE
           END-IF.

           EXIT.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO reconcile-report-line.
           STRING "Log reconciliation for " report-day " run "
               report-timestamp(1:8) "-" report-timestamp(9:6)
               DELIMITED BY SIZE INTO reconcile-report-line
           END-STRING.
           WRITE reconcile-report-line.

           MOVE events-files-read TO count-disp.
           MOVE SPACES TO reconcile-report-line.
           STRING "Event logs read: " FUNCTION TRIM(count-disp)
               DELIMITED BY SIZE INTO reconcile-report-line
           END-STRING.
           MOVE usage-files-read TO count-disp.
           STRING "  usage logs read: " FUNCTION TRIM(count-disp)
               DELIMITED BY SIZE INTO reconcile-report-line(24:30)
           END-STRING.
           WRITE reconcile-report-line.

           EXIT.

       WRITE-STATION-SUMMARY.
           MOVE SPACES TO reconcile-report-line.
           WRITE reconcile-report-line.
           MOVE SPACES TO reconcile-report-line.
           STRING "Station   Sessions No-usage Usage Unmatched "
               "Recovered Rec-lost Open  Bg-sess Plays Outside"
               DELIMITED BY SIZE INTO reconcile-report-line
           END-STRING.
           WRITE reconcile-report-line.

           IF stn-count EQUAL 0 THEN
               MOVE "  No activity recorded" TO reconcile-report-line
               WRITE reconcile-report-line
           END-IF.

           PERFORM VARYING stn-scan FROM 1 BY 1
               UNTIL stn-scan IS GREATER THAN stn-count
               MOVE SPACES TO reconcile-report-line
               MOVE stn-station(stn-scan)
                   TO reconcile-report-line(1:8)
               MOVE stn-sessions(stn-scan) TO count-disp
               MOVE count-disp TO reconcile-report-line(14:5)
               MOVE stn-no-usage(stn-scan) TO count-disp
               MOVE count-disp TO reconcile-report-line(23:5)
               MOVE stn-usage(stn-scan) TO count-disp
               MOVE count-disp TO reconcile-report-line(29:5)
               MOVE stn-usage-orphan(stn-scan) TO count-disp
               MOVE count-disp TO reconcile-report-line(39:5)
               MOVE stn-recovered(stn-scan) TO count-disp
               MOVE count-disp TO reconcile-report-line(49:5)
               MOVE stn-rec-missing(stn-scan) TO count-disp
               MOVE count-disp TO reconcile-report-line(58:5)
               MOVE stn-open(stn-scan) TO count-disp
               MOVE count-disp TO reconcile-report-line(63:5)
               MOVE stn-bg-sessions(stn-scan) TO count-disp
               MOVE count-disp TO reconcile-report-line(72:5)
               MOVE stn-plays(stn-scan) TO count-disp
               MOVE count-disp TO reconcile-report-line(78:5)
               MOVE stn-outside(stn-scan) TO count-disp
               MOVE count-disp TO reconcile-report-line(86:5)
               WRITE reconcile-report-line
           END-PERFORM.

           EXIT.

       WRITE-NO-USAGE-SECTION.
           MOVE SPACES TO reconcile-report-line.
           WRITE reconcile-report-line.
           MOVE "Sessions started with no usage record"
               TO reconcile-report-line.
           WRITE reconcile-report-line.
           MOVE 0 TO section-rows.

           PERFORM VARYING ses-scan FROM 1 BY 1
               UNTIL ses-scan IS GREATER THAN ses-count
               IF ses-day(ses-scan) EQUAL report-day
               AND ses-program(ses-scan) EQUAL "SOUND-EFFECTS"
               AND ses-usage(ses-scan) EQUAL "N"
               AND ses-recovered(ses-scan) EQUAL "N"
               AND ses-state(ses-scan) NOT EQUAL "OPEN" THEN
                   ADD 1 TO section-rows
                   MOVE SPACES TO reconcile-report-line
                   IF ses-state(ses-scan) EQUAL "CLOSED" THEN
                       STRING "  " ses-station(ses-scan)
                           "  started " ses-day(ses-scan) "-"
                           ses-time(ses-scan)
                           "  exited " ses-end-day(ses-scan) "-"
                           ses-end-time(ses-scan)
                           DELIMITED BY SIZE
                           INTO reconcile-report-line
                       END-STRING
                   ELSE
                       STRING "  " ses-station(ses-scan)
                           "  started " ses-day(ses-scan) "-"
                           ses-time(ses-scan)
                           "  no exit, restarted "
                           ses-end-day(ses-scan) "-"
                           ses-end-time(ses-scan)
                           " without recovery"
                           DELIMITED BY SIZE
                           INTO reconcile-report-line
                       END-STRING
                   END-IF
                   WRITE reconcile-report-line
               END-IF
           END-PERFORM.

           IF section-rows EQUAL 0 THEN
               MOVE "  None" TO reconcile-report-line
               WRITE reconcile-report-line
           END-IF.

           EXIT.

       WRITE-ORPHAN-USAGE-SECTION.
           MOVE SPACES TO reconcile-report-line.
           WRITE reconcile-report-line.
           MOVE "Usage records with no matching start event"
               TO reconcile-report-line.
           WRITE reconcile-report-line.

           IF usage-count EQUAL 0 THEN
               MOVE "  None" TO reconcile-report-line
               WRITE reconcile-report-line
           END-IF.

           PERFORM VARYING usage-scan FROM 1 BY 1
               UNTIL usage-scan IS GREATER THAN usage-count
               MOVE usg-duration(usage-scan) TO secs-disp
               MOVE SPACES TO reconcile-report-line
               STRING "  " usg-station(usage-scan)
                   "  ended " usg-day(usage-scan) "-"
                   usg-time(usage-scan)
                   "  duration " secs-disp
                   DELIMITED BY SIZE INTO reconcile-report-line
               END-STRING
               IF usg-recovered(usage-scan) EQUAL "Y" THEN
                   MOVE "  recovered" TO reconcile-report-line(53:11)
               END-IF
               WRITE reconcile-report-line
           END-PERFORM.

           IF usage-dropped IS GREATER THAN ZERO THEN
               MOVE usage-dropped TO count-disp
               MOVE SPACES TO reconcile-report-line
               STRING "  further records not listed: "
                   FUNCTION TRIM(count-disp)
                   DELIMITED BY SIZE INTO reconcile-report-line
               END-STRING
               WRITE reconcile-report-line
           END-IF.

           EXIT.

       WRITE-RECOVERY-SECTION.
           MOVE SPACES TO reconcile-report-line.
           WRITE reconcile-report-line.
           MOVE "Recovered sessions not counted in usage"
               TO reconcile-report-line.
           WRITE reconcile-report-line.
           MOVE 0 TO section-rows.

           PERFORM VARYING ses-scan FROM 1 BY 1
               UNTIL ses-scan IS GREATER THAN ses-count
               IF ses-day(ses-scan) EQUAL report-day
               AND ses-program(ses-scan) EQUAL "SOUND-EFFECTS"
               AND ses-usage(ses-scan) EQUAL "N"
               AND ses-recovered(ses-scan) EQUAL "Y" THEN
                   ADD 1 TO section-rows
                   MOVE SPACES TO reconcile-report-line
                   STRING "  " ses-station(ses-scan)
                       "  started " ses-day(ses-scan) "-"
                       ses-time(ses-scan)
                       "  recovered at restart "
                       ses-end-day(ses-scan) "-"
                       ses-end-time(ses-scan)
                       DELIMITED BY SIZE INTO reconcile-report-line
                   END-STRING
                   WRITE reconcile-report-line
               END-IF
           END-PERFORM.

           IF section-rows EQUAL 0 THEN
               MOVE "  None" TO reconcile-report-line
               WRITE reconcile-report-line
           END-IF.

           EXIT.

       WRITE-OUTSIDE-SECTION.
           MOVE SPACES TO reconcile-report-line.
           WRITE reconcile-report-line.
           MOVE "Playback records outside any session"
               TO reconcile-report-line.
           WRITE reconcile-report-line.

           IF play-count EQUAL 0 THEN
               MOVE "  None" TO reconcile-report-line
               WRITE reconcile-report-line
           END-IF.

           PERFORM VARYING play-scan FROM 1 BY 1
               UNTIL play-scan IS GREATER THAN play-count
               MOVE SPACES TO reconcile-report-line
               STRING "  " ply-station(play-scan)
                   "  " ply-day(play-scan) "-" ply-time(play-scan)
                   "  " ply-source(play-scan)
                   "  " FUNCTION TRIM(ply-detail(play-scan))
                   DELIMITED BY SIZE INTO reconcile-report-line
               END-STRING
               WRITE reconcile-report-line
           END-PERFORM.

           IF play-dropped IS GREATER THAN ZERO THEN
               MOVE play-dropped TO count-disp
               MOVE SPACES TO reconcile-report-line
               STRING "  further records not listed: "
                   FUNCTION TRIM(count-disp)
                   DELIMITED BY SIZE INTO reconcile-report-line
               END-STRING
               WRITE reconcile-report-line
           END-IF.

           EXIT.

       END PROGRAM LOG-RECONCILE.
