       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLA-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT stations-config ASSIGN TO "config/stations.cfg"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS stations-config-status.

           SELECT sla-config ASSIGN TO "config/sla.cfg"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS sla-config-status.

           SELECT hours-config ASSIGN TO "config/hours.cfg"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS hours-config-status.

           SELECT calendar-config ASSIGN TO "config/calendar.cfg"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS calendar-config-status.

           SELECT events-log ASSIGN TO events-log-name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS events-log-status.

           SELECT alerts-log ASSIGN TO "reports/alerts.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS alerts-log-status.

           SELECT maintenance-file ASSIGN TO "data/maintenance.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS maintenance-file-status.

           SELECT sla-report ASSIGN TO "reports/sla.rpt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS sla-report-status.

       DATA DIVISION.
       FILE SECTION.
           FD stations-config.
           01 stations-config-line PIC X(40).

           FD sla-config.
           01 sla-config-line PIC X(20).

           FD hours-config.
           01 hours-config-line PIC X(20).

           FD calendar-config.
           01 calendar-config-line PIC X(160).

           FD events-log.
           01 events-log-record PIC X(200).

           FD alerts-log.
           01 alerts-log-record PIC X(120).

           FD maintenance-file.
           01 maintenance-record PIC X(120).

           FD sla-report.
           01 sla-report-line PIC X(120).

       WORKING-STORAGE SECTION.
           77 stations-config-status PIC X(02) VALUE "00".
           77 sla-config-status PIC X(02) VALUE "00".
           77 hours-config-status PIC X(02) VALUE "00".
           77 calendar-config-status PIC X(02) VALUE "00".
           77 events-log-status PIC X(02) VALUE "00".
           77 alerts-log-status PIC X(02) VALUE "00".
           77 maintenance-file-status PIC X(02) VALUE "00".
           77 sla-report-status PIC X(02) VALUE "00".
           77 events-log-name PIC X(40) VALUE "logs/events.log".
           77 report-timestamp PIC X(21).

           77 target-pct PIC 9(03)V99 VALUE 99.50.
           77 month-override PIC X(06) VALUE SPACES.

           77 STATION-MAX USAGE BINARY-LONG VALUE 16.
           01 station-table.
             05 station-entry OCCURS 16 TIMES.
               10 station-id PIC X(08).
               10 station-open-min USAGE BINARY-LONG.
               10 station-up-min USAGE BINARY-LONG.
               10 station-maint-min USAGE BINARY-LONG.
               10 station-short-days USAGE BINARY-LONG.
           77 station-count USAGE BINARY-LONG VALUE 0.
           77 station-scan USAGE BINARY-LONG VALUE 0.
           77 station-found USAGE BINARY-LONG VALUE 0.

           01 minute-map.
             05 map-station OCCURS 16 TIMES.
               10 map-day OCCURS 31 TIMES.
                 15 map-minutes PIC X(1440).
           77 fill-line PIC X(1440).

           01 hours-table.
             05 hours-entry OCCURS 7 TIMES.
               10 hours-open USAGE BINARY-LONG.
               10 hours-close USAGE BINARY-LONG.
           77 hours-count USAGE BINARY-LONG VALUE 0.
           77 hours-open-text PIC X(05).
           77 hours-close-text PIC X(05).
           77 hours-day USAGE BINARY-LONG VALUE 0.

           77 CAL-MAX USAGE BINARY-LONG VALUE 16.
           01 cal-table.
             05 cal-entry OCCURS 16 TIMES.
               10 cal-date PIC 9(08).
               10 cal-open USAGE BINARY-LONG.
               10 cal-close USAGE BINARY-LONG.
           77 cal-count USAGE BINARY-LONG VALUE 0.
           77 cal-scan USAGE BINARY-LONG VALUE 0.
           77 cal-found USAGE BINARY-LONG VALUE 0.
           77 cal-date-text PIC X(08).
           77 cal-open-text PIC X(05).
           77 cal-close-text PIC X(05).

           77 OPEN-MAX USAGE BINARY-LONG VALUE 64.
           01 open-table.
             05 open-entry OCCURS 64 TIMES.
               10 open-program PIC X(20).
               10 open-station PIC X(08).
               10 open-minute USAGE BINARY-LONG.
               10 open-used PIC X(01).
           77 open-scan USAGE BINARY-LONG VALUE 0.
           77 open-found USAGE BINARY-LONG VALUE 0.
           77 open-free USAGE BINARY-LONG VALUE 0.

           77 month-start PIC 9(08) VALUE 0.
           77 month-end PIC 9(08) VALUE 0.
           77 month-start-int USAGE BINARY-LONG VALUE 0.
           77 month-end-int USAGE BINARY-LONG VALUE 0.
           77 month-days USAGE BINARY-LONG VALUE 0.
           77 month-minutes USAGE BINARY-LONG VALUE 0.
           77 today-integer USAGE BINARY-LONG VALUE 0.
           77 now-minute USAGE BINARY-LONG VALUE 0.
           77 scan-integer USAGE BINARY-LONG VALUE 0.
           77 scan-first USAGE BINARY-LONG VALUE 0.
           77 scan-last USAGE BINARY-LONG VALUE 0.
           77 GENERATION-LEAD-DAYS USAGE BINARY-LONG VALUE 7.
           77 gen-numeric PIC 9(08) VALUE 0.

           77 record-day PIC X(08).
           77 record-time PIC X(06).
           77 record-code PIC X(04).
           77 record-program PIC X(20).
           77 record-station PIC X(08).
           77 record-rest PIC X(120).
           77 record-head PIC X(120).
           77 record-tail PIC X(120).
           77 record-age-text PIC X(10).
           77 record-age USAGE BINARY-LONG VALUE 0.
           77 record-minute USAGE BINARY-LONG VALUE 0.

           77 mark-from USAGE BINARY-LONG VALUE 0.
           77 mark-to USAGE BINARY-LONG VALUE 0.
           77 mark-day USAGE BINARY-LONG VALUE 0.
           77 mark-offset USAGE BINARY-LONG VALUE 0.
           77 mark-chunk-end USAGE BINARY-LONG VALUE 0.
           77 mark-len USAGE BINARY-LONG VALUE 0.
           77 mark-char PIC X(01).

           77 day-scan USAGE BINARY-LONG VALUE 0.
           77 day-integer USAGE BINARY-LONG VALUE 0.
           77 day-date PIC 9(08) VALUE 0.
           77 day-open USAGE BINARY-LONG VALUE 0.
           77 day-close USAGE BINARY-LONG VALUE 0.
           77 day-open-min USAGE BINARY-LONG VALUE 0.
           77 day-open-len USAGE BINARY-LONG VALUE 0.
           77 day-hours USAGE BINARY-LONG VALUE 0.
           77 day-minutes USAGE BINARY-LONG VALUE 0.
           77 day-up-min USAGE BINARY-LONG VALUE 0.
           77 day-maint-min USAGE BINARY-LONG VALUE 0.
           77 fleet-open-min USAGE BINARY-LONG VALUE 0.
           77 fleet-up-min USAGE BINARY-LONG VALUE 0.
           77 fleet-maint-min USAGE BINARY-LONG VALUE 0.
           77 window-count USAGE BINARY-LONG VALUE 0.
           77 missed-count USAGE BINARY-LONG VALUE 0.

           77 calc-open USAGE BINARY-LONG VALUE 0.
           77 calc-up USAGE BINARY-LONG VALUE 0.
           77 calc-maint USAGE BINARY-LONG VALUE 0.
           77 calc-due USAGE BINARY-LONG VALUE 0.
           77 calc-pct PIC 9(03)V99 VALUE 0.
           77 calc-flag PIC X(14).

           77 open-disp PIC 9(06).
           77 maint-disp PIC 9(06).
           77 up-disp PIC 9(06).
           77 down-disp PIC 9(06).
           77 pct-disp PIC ZZ9.99.
           77 target-disp PIC ZZ9.99.
           77 count-disp PIC 9(03).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO report-timestamp.

           COMPUTE today-integer = FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL(report-timestamp(1:8))).

           PERFORM LOAD-SLA-CONFIG.
           PERFORM SET-REPORT-MONTH.
           PERFORM LOAD-STATIONS.
           PERFORM LOAD-HOURS.
           PERFORM LOAD-CALENDAR.

           MOVE SPACES TO minute-map.
           PERFORM INITIALIZE-OPEN-TABLE.
           PERFORM SCAN-EVENT-GENERATIONS.
           PERFORM CLOSE-RUNNING-SESSIONS.
           PERFORM SCAN-ALERTS-LOG.
           PERFORM SCAN-MAINTENANCE-WINDOWS.

           PERFORM WRITE-SLA-REPORT.

           IF missed-count IS GREATER THAN 0 THEN
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           STOP RUN.

       LOAD-SLA-CONFIG.
           OPEN INPUT sla-config.

           IF sla-config-status EQUAL "00" THEN
               READ sla-config
                   AT END
                       CONTINUE
                   NOT AT END
                       IF sla-config-line NOT EQUAL SPACES THEN
                           COMPUTE target-pct = FUNCTION NUMVAL
                               (FUNCTION TRIM(sla-config-line))
                       END-IF
               END-READ

               READ sla-config
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FUNCTION TRIM(sla-config-line)(1:6)
                           TO month-override
               END-READ

               CLOSE sla-config
           END-IF.

           EXIT.

       SET-REPORT-MONTH.
           IF month-override IS NUMERIC THEN
               MOVE month-override TO month-start(1:6)
               MOVE "01" TO month-start(7:2)
               COMPUTE month-end = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(month-start) + 31)
               MOVE "01" TO month-end(7:2)
               COMPUTE month-end-int = FUNCTION INTEGER-OF-DATE
                   (month-end) - 1
           ELSE
               MOVE report-timestamp(1:6) TO month-start(1:6)
               MOVE "01" TO month-start(7:2)
               COMPUTE month-end-int = FUNCTION INTEGER-OF-DATE
                   (month-start) - 1
               COMPUTE month-end = FUNCTION DATE-OF-INTEGER
                   (month-end-int)
               MOVE month-end(1:6) TO month-start(1:6)
               MOVE "01" TO month-start(7:2)
           END-IF.

           COMPUTE month-start-int = FUNCTION INTEGER-OF-DATE
               (month-start).
           COMPUTE month-end = FUNCTION DATE-OF-INTEGER
               (month-end-int).
           COMPUTE month-days = month-end-int - month-start-int + 1.
           COMPUTE month-minutes = month-days * 1440.

           COMPUTE now-minute =
               (today-integer - month-start-int) * 1440
               + FUNCTION NUMVAL(report-timestamp(9:2)) * 60
               + FUNCTION NUMVAL(report-timestamp(11:2)).

           EXIT.

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
                               MOVE 0 TO
                                   station-open-min(station-count)
                               MOVE 0 TO
                                   station-up-min(station-count)
                               MOVE 0 TO
                                   station-maint-min(station-count)
                               MOVE 0 TO
                                   station-short-days(station-count)
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE stations-config
           END-IF.

           EXIT.

       LOAD-HOURS.
           OPEN INPUT hours-config.

           IF hours-config-status EQUAL "00" THEN
               PERFORM WITH TEST AFTER UNTIL hours-config-status
                   NOT EQUAL "00" OR hours-count EQUAL 7
                   READ hours-config
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM PARSE-HOURS-LINE
                   END-READ
               END-PERFORM

               CLOSE hours-config
           END-IF.

           IF hours-count NOT EQUAL 7 THEN
               PERFORM VARYING hours-day FROM 1 BY 1
                   UNTIL hours-day IS GREATER THAN 7
                   MOVE 0 TO hours-open(hours-day)
                   MOVE 2400 TO hours-close(hours-day)
               END-PERFORM
               MOVE 7 TO hours-count
           END-IF.

           EXIT.

       PARSE-HOURS-LINE.
           MOVE SPACES TO hours-open-text hours-close-text.

           UNSTRING hours-config-line DELIMITED BY ALL " "
               INTO hours-open-text hours-close-text
           END-UNSTRING.

           ADD 1 TO hours-count.
           COMPUTE hours-open(hours-count) = FUNCTION NUMVAL
               (FUNCTION TRIM(hours-open-text)).
           COMPUTE hours-close(hours-count) = FUNCTION NUMVAL
               (FUNCTION TRIM(hours-close-text)).

           EXIT.

       LOAD-CALENDAR.
           OPEN INPUT calendar-config.

           IF calendar-config-status EQUAL "00" THEN
               PERFORM WITH TEST AFTER UNTIL calendar-config-status
                   NOT EQUAL "00" OR cal-count EQUAL CAL-MAX
                   READ calendar-config
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM PARSE-CALENDAR-LINE
                   END-READ
               END-PERFORM

               CLOSE calendar-config
           END-IF.

           EXIT.

       PARSE-CALENDAR-LINE.
           MOVE SPACES TO cal-date-text cal-open-text cal-close-text.

           UNSTRING calendar-config-line DELIMITED BY ALL " "
               INTO cal-date-text cal-open-text cal-close-text
           END-UNSTRING.

           IF cal-date-text IS NUMERIC
           AND cal-open-text NOT EQUAL SPACES
           AND cal-close-text NOT EQUAL SPACES THEN
               ADD 1 TO cal-count
               COMPUTE cal-date(cal-count) = FUNCTION NUMVAL
                   (cal-date-text)
               COMPUTE cal-open(cal-count) = FUNCTION NUMVAL
                   (FUNCTION TRIM(cal-open-text))
               COMPUTE cal-close(cal-count) = FUNCTION NUMVAL
                   (FUNCTION TRIM(cal-close-text))
           END-IF.

           EXIT.

       INITIALIZE-OPEN-TABLE.
           PERFORM VARYING open-scan FROM 1 BY 1
               UNTIL open-scan IS GREATER THAN OPEN-MAX
               MOVE "N" TO open-used(open-scan)
           END-PERFORM.

           EXIT.

       SCAN-EVENT-GENERATIONS.
           COMPUTE scan-first = month-start-int - GENERATION-LEAD-DAYS.
           COMPUTE scan-last = month-end-int + GENERATION-LEAD-DAYS.
           IF scan-last IS GREATER THAN today-integer THEN
               MOVE today-integer TO scan-last
           END-IF.

           PERFORM VARYING scan-integer FROM scan-first BY 1
               UNTIL scan-integer IS GREATER THAN scan-last
               COMPUTE gen-numeric = FUNCTION DATE-OF-INTEGER
                   (scan-integer)

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
           IF events-log-record(1:8) IS NUMERIC
           AND events-log-record(17:1) EQUAL "["
           AND events-log-record(22:1) EQUAL "]"
           AND (events-log-record(18:4) EQUAL "2001"
           OR events-log-record(18:4) EQUAL "2002") THEN
               MOVE events-log-record(1:8) TO record-day
               MOVE events-log-record(10:6) TO record-time
               MOVE events-log-record(18:4) TO record-code

               MOVE SPACES TO record-program record-rest
               UNSTRING events-log-record(24:120)
                   DELIMITED BY ALL " "
                   INTO record-program record-rest
               END-UNSTRING

               MOVE SPACES TO record-head record-tail
               UNSTRING events-log-record DELIMITED BY "station="
                   INTO record-head record-tail
               END-UNSTRING
               MOVE SPACES TO record-station
               UNSTRING record-tail DELIMITED BY ALL " "
                   INTO record-station
               END-UNSTRING

               PERFORM FIND-STATION
               IF station-found NOT EQUAL 0 THEN
                   PERFORM COMPUTE-RECORD-MINUTE
                   IF record-code EQUAL "2001" THEN
                       PERFORM PROCESS-START-EVENT
                   ELSE
                       PERFORM PROCESS-EXIT-EVENT
                   END-IF
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

       COMPUTE-RECORD-MINUTE.
           COMPUTE record-minute =
               (FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(record-day))
               - month-start-int) * 1440
               + FUNCTION NUMVAL(record-time(1:2)) * 60
               + FUNCTION NUMVAL(record-time(3:2)).

           EXIT.

       FIND-OPEN-ENTRY.
           MOVE 0 TO open-found.
           MOVE 0 TO open-free.
           PERFORM VARYING open-scan FROM 1 BY 1
               UNTIL open-scan IS GREATER THAN OPEN-MAX
               IF open-used(open-scan) EQUAL "Y" THEN
                   IF open-program(open-scan) EQUAL record-program
                   AND open-station(open-scan) EQUAL record-station
                   THEN
                       MOVE open-scan TO open-found
                   END-IF
               ELSE
                   IF open-free EQUAL 0 THEN
                       MOVE open-scan TO open-free
                   END-IF
               END-IF
           END-PERFORM.

           EXIT.

       PROCESS-START-EVENT.
           PERFORM FIND-OPEN-ENTRY.

           IF open-found NOT EQUAL 0 THEN
               MOVE open-minute(open-found) TO mark-from
               MOVE record-minute TO mark-to
               MOVE "U" TO mark-char
               PERFORM MARK-MINUTES
               MOVE record-minute TO open-minute(open-found)
           ELSE
               IF open-free NOT EQUAL 0 THEN
                   MOVE "Y" TO open-used(open-free)
                   MOVE record-program TO open-program(open-free)
                   MOVE record-station TO open-station(open-free)
                   MOVE record-minute TO open-minute(open-free)
               END-IF
           END-IF.

           EXIT.

       PROCESS-EXIT-EVENT.
           PERFORM FIND-OPEN-ENTRY.

           IF open-found NOT EQUAL 0 THEN
               MOVE open-minute(open-found) TO mark-from
               MOVE record-minute TO mark-to
               MOVE "U" TO mark-char
               PERFORM MARK-MINUTES
               MOVE "N" TO open-used(open-found)
           END-IF.

           EXIT.

       CLOSE-RUNNING-SESSIONS.
           PERFORM VARYING open-scan FROM 1 BY 1
               UNTIL open-scan IS GREATER THAN OPEN-MAX
               IF open-used(open-scan) EQUAL "Y" THEN
                   MOVE open-station(open-scan) TO record-station
                   PERFORM FIND-STATION
                   MOVE open-minute(open-scan) TO mark-from
                   MOVE now-minute TO mark-to
                   MOVE "U" TO mark-char
                   PERFORM MARK-MINUTES
                   MOVE "N" TO open-used(open-scan)
               END-IF
           END-PERFORM.

           EXIT.

       SCAN-ALERTS-LOG.
           OPEN INPUT alerts-log.

           IF alerts-log-status EQUAL "00" THEN
               PERFORM WITH TEST AFTER UNTIL alerts-log-status
                   NOT EQUAL "00"
                   READ alerts-log
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM PROCESS-ALERT-RECORD
                   END-READ
               END-PERFORM

               CLOSE alerts-log
           END-IF.

           MOVE "00" TO alerts-log-status.

           EXIT.

       PROCESS-ALERT-RECORD.
           IF alerts-log-record(1:8) IS NUMERIC
           AND alerts-log-record(17:5) EQUAL "ALERT"
           AND alerts-log-record(28:4) EQUAL "3001" THEN
               MOVE alerts-log-record(1:8) TO record-day
               MOVE alerts-log-record(10:6) TO record-time

               MOVE SPACES TO record-head record-tail record-station
               UNSTRING alerts-log-record DELIMITED BY " station "
                   INTO record-head record-tail
               END-UNSTRING
               UNSTRING record-tail DELIMITED BY ALL " "
                   INTO record-station
               END-UNSTRING

               MOVE SPACES TO record-head record-tail record-age-text
               UNSTRING alerts-log-record DELIMITED BY " age "
                   INTO record-head record-tail
               END-UNSTRING
               UNSTRING record-tail DELIMITED BY ALL " "
                   INTO record-age-text
               END-UNSTRING

               PERFORM FIND-STATION
               IF station-found NOT EQUAL 0
               AND record-age-text(1:6) IS NUMERIC THEN
                   COMPUTE record-age = FUNCTION NUMVAL
                       (record-age-text(1:6))
                   PERFORM COMPUTE-RECORD-MINUTE
                   MOVE record-minute TO mark-to
                   COMPUTE record-age = (record-age + 59) / 60
                   COMPUTE mark-from = record-minute - record-age
                   MOVE "G" TO mark-char
                   PERFORM MARK-MINUTES
               END-IF
           END-IF.

           EXIT.

       SCAN-MAINTENANCE-WINDOWS.
           OPEN INPUT maintenance-file.

           IF maintenance-file-status EQUAL "00" THEN
               PERFORM WITH TEST AFTER UNTIL maintenance-file-status
                   NOT EQUAL "00"
                   READ maintenance-file
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM PROCESS-MAINTENANCE-WINDOW
                   END-READ
               END-PERFORM

               CLOSE maintenance-file
           END-IF.

           MOVE "00" TO maintenance-file-status.

           EXIT.

       PROCESS-MAINTENANCE-WINDOW.
           IF maintenance-record(10:8) IS NUMERIC
           AND maintenance-record(19:4) IS NUMERIC
           AND maintenance-record(24:8) IS NUMERIC
           AND maintenance-record(33:4) IS NUMERIC THEN
               MOVE maintenance-record(1:8) TO record-station
               PERFORM FIND-STATION
               IF station-found NOT EQUAL 0 THEN
                   ADD 1 TO window-count
                   MOVE maintenance-record(10:8) TO record-day
                   MOVE maintenance-record(19:4) TO record-time
                   PERFORM COMPUTE-RECORD-MINUTE
                   MOVE record-minute TO mark-from
                   MOVE maintenance-record(24:8) TO record-day
                   MOVE maintenance-record(33:4) TO record-time
                   PERFORM COMPUTE-RECORD-MINUTE
                   MOVE record-minute TO mark-to
                   MOVE "M" TO mark-char
                   PERFORM MARK-MINUTES
               END-IF
           END-IF.

           EXIT.

       MARK-MINUTES.
           IF mark-from IS LESS THAN 0 THEN
               MOVE 0 TO mark-from
           END-IF.
           IF mark-to IS GREATER THAN month-minutes THEN
               MOVE month-minutes TO mark-to
           END-IF.

           MOVE SPACES TO fill-line.
           INSPECT fill-line REPLACING ALL SPACE BY mark-char.

           PERFORM UNTIL mark-from IS NOT LESS THAN mark-to
               DIVIDE mark-from BY 1440 GIVING mark-day
                   REMAINDER mark-offset
               END-DIVIDE
               COMPUTE mark-chunk-end = (mark-day + 1) * 1440
               IF mark-chunk-end IS GREATER THAN mark-to THEN
                   MOVE mark-to TO mark-chunk-end
               END-IF
               COMPUTE mark-len = mark-chunk-end - mark-from
               MOVE fill-line(1:mark-len) TO
                   map-minutes(station-found, mark-day + 1)
                   (mark-offset + 1:mark-len)
               MOVE mark-chunk-end TO mark-from
           END-PERFORM.

           EXIT.

       FIND-DAY-HOURS.
           COMPUTE day-integer = month-start-int + day-scan - 1.
           COMPUTE day-date = FUNCTION DATE-OF-INTEGER(day-integer).

           COMPUTE hours-day = FUNCTION MOD(day-integer 7).
           IF hours-day EQUAL 0 THEN
               MOVE 7 TO hours-day
           END-IF.
           MOVE hours-open(hours-day) TO day-open.
           MOVE hours-close(hours-day) TO day-close.

           MOVE 0 TO cal-found.
           PERFORM VARYING cal-scan FROM 1 BY 1
               UNTIL cal-scan IS GREATER THAN cal-count
               OR cal-found NOT EQUAL 0
               IF cal-date(cal-scan) EQUAL day-date THEN
                   MOVE cal-scan TO cal-found
               END-IF
           END-PERFORM.
           IF cal-found NOT EQUAL 0 THEN
               MOVE cal-open(cal-found) TO day-open
               MOVE cal-close(cal-found) TO day-close
           END-IF.

           DIVIDE day-open BY 100 GIVING day-hours
               REMAINDER day-minutes.
           COMPUTE day-open-min = day-hours * 60 + day-minutes.
           DIVIDE day-close BY 100 GIVING day-hours
               REMAINDER day-minutes.
           COMPUTE day-open-len = day-hours * 60 + day-minutes
               - day-open-min.
           IF day-open-len IS LESS THAN 0 THEN
               MOVE 0 TO day-open-len
           END-IF.
           IF day-open-min + day-open-len IS GREATER THAN 1440 THEN
               COMPUTE day-open-len = 1440 - day-open-min
           END-IF.

           EXIT.

       COUNT-DAY-UPTIME.
           MOVE 0 TO day-up-min day-maint-min.
           IF day-open-len IS GREATER THAN 0 THEN
               INSPECT map-minutes(station-scan, day-scan)
                   (day-open-min + 1:day-open-len)
                   TALLYING day-up-min FOR ALL "U"
                   day-maint-min FOR ALL "M"
           END-IF.

           EXIT.

       JUDGE-AVAILABILITY.
           MOVE SPACES TO calc-flag.
           COMPUTE calc-due = calc-open - calc-maint.
           EVALUATE TRUE
               WHEN calc-open EQUAL 0
                   MOVE 0 TO calc-pct
                   MOVE "closed" TO calc-flag
               WHEN calc-due EQUAL 0
                   MOVE 0 TO calc-pct
                   MOVE "maintenance" TO calc-flag
               WHEN OTHER
                   COMPUTE calc-pct ROUNDED = calc-up * 100 / calc-due
                   IF calc-pct IS LESS THAN target-pct THEN
                       MOVE "BELOW TARGET" TO calc-flag
                   END-IF
           END-EVALUATE.

           MOVE calc-open TO open-disp.
           MOVE calc-maint TO maint-disp.
           MOVE calc-up TO up-disp.
           COMPUTE down-disp = calc-due - calc-up.
           MOVE calc-pct TO pct-disp.

           EXIT.

       WRITE-SLA-REPORT.
           OPEN OUTPUT sla-report.

           MOVE SPACES TO sla-report-line.
           STRING "Monthly availability report " month-start(1:6)
               " run " report-timestamp(1:8) "-" report-timestamp(9:6)
               DELIMITED BY SIZE INTO sla-report-line
           END-STRING.
           WRITE sla-report-line.

           MOVE target-pct TO target-disp.
           MOVE SPACES TO sla-report-line.
           STRING "Availability target: " target-disp
               " percent of open minutes"
               DELIMITED BY SIZE INTO sla-report-line
           END-STRING.
           WRITE sla-report-line.

           MOVE window-count TO count-disp.
           MOVE SPACES TO sla-report-line.
           STRING "Maintenance windows excused: " count-disp
               " (maint-m minutes are left out of avail)"
               DELIMITED BY SIZE INTO sla-report-line
           END-STRING.
           WRITE sla-report-line.

           MOVE SPACES TO sla-report-line.
           STRING "station  day      open-m maint-m up-min down-m  "
               "avail"
               DELIMITED BY SIZE INTO sla-report-line
           END-STRING.
           WRITE sla-report-line.

           PERFORM VARYING station-scan FROM 1 BY 1
               UNTIL station-scan IS GREATER THAN station-count
               PERFORM WRITE-STATION-SECTION
           END-PERFORM.

           IF station-count EQUAL 0 THEN
               MOVE "No stations configured" TO sla-report-line
               WRITE sla-report-line
           END-IF.

           MOVE "Fleet by day" TO sla-report-line.
           WRITE sla-report-line.

           MOVE 0 TO fleet-open-min fleet-up-min fleet-maint-min.
           PERFORM VARYING day-scan FROM 1 BY 1
               UNTIL day-scan IS GREATER THAN month-days
               PERFORM WRITE-FLEET-DAY
           END-PERFORM.

           MOVE fleet-open-min TO calc-open.
           MOVE fleet-maint-min TO calc-maint.
           MOVE fleet-up-min TO calc-up.
           PERFORM JUDGE-AVAILABILITY.
           MOVE SPACES TO sla-report-line.
           STRING "FLEET    month    " open-disp "  " maint-disp " "
               up-disp " "
               down-disp " " pct-disp " " calc-flag
               DELIMITED BY SIZE INTO sla-report-line
           END-STRING.
           WRITE sla-report-line.

           MOVE missed-count TO count-disp.
           MOVE SPACES TO sla-report-line.
           STRING "Stations missing target: " count-disp
               DELIMITED BY SIZE INTO sla-report-line
           END-STRING.
           WRITE sla-report-line.

           CLOSE sla-report.

           EXIT.

       WRITE-STATION-SECTION.
           PERFORM VARYING day-scan FROM 1 BY 1
               UNTIL day-scan IS GREATER THAN month-days
               PERFORM FIND-DAY-HOURS
               PERFORM COUNT-DAY-UPTIME
               ADD day-open-len TO station-open-min(station-scan)
               ADD day-up-min TO station-up-min(station-scan)
               ADD day-maint-min TO station-maint-min(station-scan)

               MOVE day-open-len TO calc-open
               MOVE day-maint-min TO calc-maint
               MOVE day-up-min TO calc-up
               PERFORM JUDGE-AVAILABILITY
               IF calc-flag EQUAL "BELOW TARGET" THEN
                   ADD 1 TO station-short-days(station-scan)
               END-IF

               MOVE SPACES TO sla-report-line
               STRING station-id(station-scan) " " day-date " "
                   open-disp "  " maint-disp " " up-disp " "
                   down-disp " "
                   pct-disp " " calc-flag
                   DELIMITED BY SIZE INTO sla-report-line
               END-STRING
               WRITE sla-report-line
           END-PERFORM.

           MOVE station-open-min(station-scan) TO calc-open.
           MOVE station-maint-min(station-scan) TO calc-maint.
           MOVE station-up-min(station-scan) TO calc-up.
           PERFORM JUDGE-AVAILABILITY.
           IF calc-flag EQUAL "BELOW TARGET" THEN
               MOVE "MISSED TARGET" TO calc-flag
               ADD 1 TO missed-count
           END-IF.

           MOVE station-short-days(station-scan) TO count-disp.
           MOVE SPACES TO sla-report-line.
           STRING station-id(station-scan) " month    "
               open-disp "  " maint-disp " " up-disp " "
               down-disp " "
               pct-disp " " calc-flag
               " days below target " count-disp
               DELIMITED BY SIZE INTO sla-report-line
           END-STRING.
           WRITE sla-report-line.

           EXIT.

       WRITE-FLEET-DAY.
           PERFORM FIND-DAY-HOURS.

           MOVE 0 TO calc-open calc-maint calc-up.
           PERFORM VARYING station-scan FROM 1 BY 1
               UNTIL station-scan IS GREATER THAN station-count
               PERFORM COUNT-DAY-UPTIME
               ADD day-open-len TO calc-open
               ADD day-maint-min TO calc-maint
               ADD day-up-min TO calc-up
           END-PERFORM.
           ADD calc-open TO fleet-open-min.
           ADD calc-maint TO fleet-maint-min.
           ADD calc-up TO fleet-up-min.

           PERFORM JUDGE-AVAILABILITY.
           MOVE SPACES TO sla-report-line.
           STRING "FLEET    " day-date " "
               open-disp "  " maint-disp " " up-disp " "
               down-disp " "
               pct-disp " " calc-flag
               DELIMITED BY SIZE INTO sla-report-line
           END-STRING.
           WRITE sla-report-line.

           EXIT.

       END PROGRAM SLA-REPORT.
