       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCIDENT-WEEKLY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT incident-file ASSIGN TO "data/incidents.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS incident-file-status.

           SELECT weekly-report ASSIGN TO
               "reports/incident-weekly.rpt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS weekly-report-status.

       DATA DIVISION.
       FILE SECTION.
           FD incident-file.
           01 incident-record PIC X(220).

           FD weekly-report.
           01 weekly-report-line PIC X(132).

       WORKING-STORAGE SECTION.
           77 incident-file-status PIC X(02) VALUE "00".
           77 weekly-report-status PIC X(02) VALUE "00".
           77 report-timestamp PIC X(21).

           77 REPORT-DAYS USAGE BINARY-LONG VALUE 7.
           77 today-integer USAGE BINARY-LONG VALUE 0.
           77 now-minutes USAGE BINARY-LONG VALUE 0.
           77 week-start-int USAGE BINARY-LONG VALUE 0.
           77 week-start PIC 9(08) VALUE 0.

           77 record-day PIC X(08).
           77 record-time PIC X(04).
           77 record-station PIC X(08).
           77 record-category PIC X(08).
           77 record-text PIC X(60).
           77 record-number PIC X(06).
           77 record-status PIC X(13).
           77 record-assignee PIC X(08).
           77 record-closed-day PIC X(08).
           77 record-closed-time PIC X(04).

           77 opened-int USAGE BINARY-LONG VALUE 0.
           77 closed-int USAGE BINARY-LONG VALUE 0.
           77 age-minutes USAGE BINARY-LONG VALUE 0.
           77 repair-minutes USAGE BINARY-LONG VALUE 0.

           77 open-count USAGE BINARY-LONG VALUE 0.
           77 band-day USAGE BINARY-LONG VALUE 0.
           77 band-three USAGE BINARY-LONG VALUE 0.
           77 band-week USAGE BINARY-LONG VALUE 0.
           77 band-older USAGE BINARY-LONG VALUE 0.
           77 closed-count USAGE BINARY-LONG VALUE 0.
           77 closed-total-min USAGE BINARY-LONG VALUE 0.

           01 category-table.
             05 category-entry OCCURS 6 TIMES.
               10 cat-name PIC X(08).
               10 cat-closed USAGE BINARY-LONG.
               10 cat-minutes USAGE BINARY-LONG.
           77 cat-scan USAGE BINARY-LONG VALUE 0.
           77 cat-found USAGE BINARY-LONG VALUE 0.

           77 STN-MAX USAGE BINARY-LONG VALUE 32.
           01 stn-table.
             05 stn-entry OCCURS 32 TIMES.
               10 stn-id PIC X(08).
               10 stn-closed USAGE BINARY-LONG.
               10 stn-minutes USAGE BINARY-LONG.
               10 stn-open USAGE BINARY-LONG.
           77 stn-count USAGE BINARY-LONG VALUE 0.
           77 stn-scan USAGE BINARY-LONG VALUE 0.
           77 stn-found USAGE BINARY-LONG VALUE 0.

           77 mean-minutes USAGE BINARY-LONG VALUE 0.
           77 mean-hours USAGE BINARY-LONG VALUE 0.
           77 mean-rest USAGE BINARY-LONG VALUE 0.
           77 calc-closed USAGE BINARY-LONG VALUE 0.
           77 calc-minutes USAGE BINARY-LONG VALUE 0.

           77 age-hours-disp PIC 9(05).
           77 mean-hours-disp PIC 9(04).
           77 mean-rest-disp PIC 9(02).
           77 count-disp PIC 9(03).
           77 band1-disp PIC 9(03).
           77 band2-disp PIC 9(03).
           77 band3-disp PIC 9(03).
           77 band4-disp PIC 9(03).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO report-timestamp.

           COMPUTE today-integer = FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL(report-timestamp(1:8))).
           COMPUTE now-minutes =
               FUNCTION NUMVAL(report-timestamp(9:2)) * 60
               + FUNCTION NUMVAL(report-timestamp(11:2)).
           COMPUTE week-start-int = today-integer - REPORT-DAYS + 1.
           COMPUTE week-start = FUNCTION DATE-OF-INTEGER
               (week-start-int).

           PERFORM INITIALIZE-CATEGORIES.

           OPEN OUTPUT weekly-report.

           MOVE SPACES TO weekly-report-line.
           STRING "Incident weekly report " week-start " to "
               report-timestamp(1:8)
               " run " report-timestamp(1:8) "-" report-timestamp(9:6)
               DELIMITED BY SIZE INTO weekly-report-line
           END-STRING.
           WRITE weekly-report-line.

           MOVE SPACES TO weekly-report-line.
           WRITE weekly-report-line.
           MOVE "Tickets not closed, oldest first"
               TO weekly-report-line.
           WRITE weekly-report-line.
           MOVE SPACES TO weekly-report-line.
           STRING "ticket opened        station  category "
               "status        age-h assignee"
               DELIMITED BY SIZE INTO weekly-report-line
           END-STRING.
           WRITE weekly-report-line.

           PERFORM SCAN-INCIDENTS.

           IF open-count EQUAL 0 THEN
               MOVE "None" TO weekly-report-line
               WRITE weekly-report-line
           END-IF.

           MOVE band-day TO band1-disp.
           MOVE band-three TO band2-disp.
           MOVE band-week TO band3-disp.
           MOVE band-older TO band4-disp.
           MOVE SPACES TO weekly-report-line.
           STRING "Age: under 1 day " band1-disp
               "  1-3 days " band2-disp
               "  3-7 days " band3-disp
               "  over 7 days " band4-disp
               DELIMITED BY SIZE INTO weekly-report-line
           END-STRING.
           WRITE weekly-report-line.

           PERFORM WRITE-MTTR-SECTIONS.

           CLOSE weekly-report.

           STOP RUN.

       INITIALIZE-CATEGORIES.
           MOVE "DISPLAY" TO cat-name(1).
           MOVE "SOUND" TO cat-name(2).
           MOVE "TOUCH" TO cat-name(3).
           MOVE "NETWORK" TO cat-name(4).
           MOVE "POWER" TO cat-name(5).
           MOVE "OTHER" TO cat-name(6).

           PERFORM VARYING cat-scan FROM 1 BY 1
               UNTIL cat-scan IS GREATER THAN 6
               MOVE 0 TO cat-closed(cat-scan)
               MOVE 0 TO cat-minutes(cat-scan)
           END-PERFORM.

           EXIT.

       SCAN-INCIDENTS.
           OPEN INPUT incident-file.

           IF incident-file-status EQUAL "00" THEN
               PERFORM WITH TEST AFTER UNTIL incident-file-status
                   NOT EQUAL "00"
                   READ incident-file
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM PROCESS-INCIDENT-RECORD
                   END-READ
               END-PERFORM

               CLOSE incident-file
           END-IF.

           EXIT.

       PROCESS-INCIDENT-RECORD.
           IF incident-record(1:8) IS NUMERIC
           AND incident-record(10:4) IS NUMERIC THEN
               MOVE incident-record(1:8) TO record-day
               MOVE incident-record(10:4) TO record-time
               MOVE incident-record(15:8) TO record-station
               MOVE incident-record(24:8) TO record-category
               MOVE incident-record(33:60) TO record-text
               MOVE incident-record(94:6) TO record-number
               MOVE incident-record(101:13) TO record-status
               MOVE incident-record(115:8) TO record-assignee
               MOVE incident-record(185:8) TO record-closed-day
               MOVE incident-record(194:4) TO record-closed-time
               IF record-status EQUAL SPACES THEN
                   MOVE "OPEN" TO record-status
               END-IF

               COMPUTE opened-int = FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(record-day))

               IF record-status EQUAL "CLOSED" THEN
                   PERFORM TALLY-CLOSED-TICKET
               ELSE
                   PERFORM WRITE-OPEN-TICKET
               END-IF
           END-IF.

           EXIT.

       WRITE-OPEN-TICKET.
           ADD 1 TO open-count.

           COMPUTE age-minutes = (today-integer - opened-int) * 1440
               + now-minutes
               - FUNCTION NUMVAL(record-time(1:2)) * 60
               - FUNCTION NUMVAL(record-time(3:2)).
           IF age-minutes IS LESS THAN 0 THEN
               MOVE 0 TO age-minutes
           END-IF.

           EVALUATE TRUE
               WHEN age-minutes IS LESS THAN 1440
                   ADD 1 TO band-day
               WHEN age-minutes IS LESS THAN 4320
                   ADD 1 TO band-three
               WHEN age-minutes IS LESS THAN 10080
                   ADD 1 TO band-week
               WHEN OTHER
                   ADD 1 TO band-older
           END-EVALUATE.

           PERFORM FIND-STN-ENTRY.
           IF stn-found NOT EQUAL 0 THEN
               ADD 1 TO stn-open(stn-found)
           END-IF.

           COMPUTE age-hours-disp = age-minutes / 60.
           MOVE SPACES TO weekly-report-line.
           STRING record-number " " record-day "-" record-time " "
               record-station " " record-category " "
               record-status " " age-hours-disp " "
               record-assignee " " FUNCTION TRIM(record-text)
               DELIMITED BY SIZE INTO weekly-report-line
           END-STRING.
           WRITE weekly-report-line.

           EXIT.

       TALLY-CLOSED-TICKET.
           IF record-closed-day IS NUMERIC
           AND record-closed-time IS NUMERIC THEN
               COMPUTE closed-int = FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(record-closed-day))
               IF closed-int IS NOT LESS THAN week-start-int THEN
                   COMPUTE repair-minutes =
                       (closed-int - opened-int) * 1440
                       + FUNCTION NUMVAL(record-closed-time(1:2)) * 60
                       + FUNCTION NUMVAL(record-closed-time(3:2))
                       - FUNCTION NUMVAL(record-time(1:2)) * 60
                       - FUNCTION NUMVAL(record-time(3:2))
                   IF repair-minutes IS LESS THAN 0 THEN
                       MOVE 0 TO repair-minutes
                   END-IF

                   ADD 1 TO closed-count
                   ADD repair-minutes TO closed-total-min

                   MOVE 0 TO cat-found
                   PERFORM VARYING cat-scan FROM 1 BY 1
                       UNTIL cat-scan IS GREATER THAN 6
                       OR cat-found NOT EQUAL 0
                       IF cat-name(cat-scan) EQUAL record-category
                       THEN
                           MOVE cat-scan TO cat-found
                       END-IF
                   END-PERFORM
                   IF cat-found EQUAL 0 THEN
                       MOVE 6 TO cat-found
                   END-IF
                   ADD 1 TO cat-closed(cat-found)
                   ADD repair-minutes TO cat-minutes(cat-found)

                   PERFORM FIND-STN-ENTRY
                   IF stn-found NOT EQUAL 0 THEN
                       ADD 1 TO stn-closed(stn-found)
                       ADD repair-minutes TO stn-minutes(stn-found)
                   END-IF
               END-IF
           END-IF.

           EXIT.

       FIND-STN-ENTRY.
           MOVE 0 TO stn-found.
           PERFORM VARYING stn-scan FROM 1 BY 1
               UNTIL stn-scan IS GREATER THAN stn-count
               OR stn-found NOT EQUAL 0
               IF stn-id(stn-scan) EQUAL record-station THEN
                   MOVE stn-scan TO stn-found
               END-IF
           END-PERFORM.

           IF stn-found EQUAL 0
           AND stn-count IS LESS THAN STN-MAX THEN
               ADD 1 TO stn-count
               MOVE stn-count TO stn-found
               MOVE record-station TO stn-id(stn-found)
               MOVE 0 TO stn-closed(stn-found)
               MOVE 0 TO stn-minutes(stn-found)
               MOVE 0 TO stn-open(stn-found)
           END-IF.

           EXIT.

       FORMAT-MEAN.
           IF calc-closed EQUAL 0 THEN
               MOVE 0 TO mean-minutes
           ELSE
               COMPUTE mean-minutes = calc-minutes / calc-closed
           END-IF.
           DIVIDE mean-minutes BY 60 GIVING mean-hours
               REMAINDER mean-rest
           END-DIVIDE.
           MOVE mean-hours TO mean-hours-disp.
           MOVE mean-rest TO mean-rest-disp.
           MOVE calc-closed TO count-disp.

           EXIT.

       WRITE-MTTR-SECTIONS.
           MOVE SPACES TO weekly-report-line.
           WRITE weekly-report-line.

           MOVE closed-count TO calc-closed.
           MOVE closed-total-min TO calc-minutes.
           PERFORM FORMAT-MEAN.
           MOVE SPACES TO weekly-report-line.
           STRING "Tickets closed this week " count-disp
               "  mean time to repair " mean-hours-disp ":"
               mean-rest-disp " (hours:minutes)"
               DELIMITED BY SIZE INTO weekly-report-line
           END-STRING.
           WRITE weekly-report-line.

           MOVE SPACES TO weekly-report-line.
           WRITE weekly-report-line.
           MOVE "MTTR by category" TO weekly-report-line.
           WRITE weekly-report-line.
           MOVE "category closed mttr" TO weekly-report-line.
           WRITE weekly-report-line.

           PERFORM VARYING cat-scan FROM 1 BY 1
               UNTIL cat-scan IS GREATER THAN 6
               MOVE cat-closed(cat-scan) TO calc-closed
               MOVE cat-minutes(cat-scan) TO calc-minutes
               PERFORM FORMAT-MEAN
               MOVE SPACES TO weekly-report-line
               STRING cat-name(cat-scan) " " count-disp "    "
                   mean-hours-disp ":" mean-rest-disp
                   DELIMITED BY SIZE INTO weekly-report-line
               END-STRING
               WRITE weekly-report-line
           END-PERFORM.

           MOVE SPACES TO weekly-report-line.
           WRITE weekly-report-line.
           MOVE "MTTR by station" TO weekly-report-line.
           WRITE weekly-report-line.
           MOVE "station  closed mttr    still-open"
               TO weekly-report-line.
           WRITE weekly-report-line.

           PERFORM VARYING stn-scan FROM 1 BY 1
               UNTIL stn-scan IS GREATER THAN stn-count
               MOVE stn-closed(stn-scan) TO calc-closed
               MOVE stn-minutes(stn-scan) TO calc-minutes
               PERFORM FORMAT-MEAN
               MOVE stn-open(stn-scan) TO band1-disp
               MOVE SPACES TO weekly-report-line
               STRING stn-id(stn-scan) " " count-disp "    "
                   mean-hours-disp ":" mean-rest-disp " "
                   band1-disp
                   DELIMITED BY SIZE INTO weekly-report-line
               END-STRING
               WRITE weekly-report-line
           END-PERFORM.

           IF stn-count EQUAL 0 THEN
               MOVE "No tickets open or closed this week"
                   TO weekly-report-line
               WRITE weekly-report-line
           END-IF.

           EXIT.

       END PROGRAM INCIDENT-WEEKLY.
