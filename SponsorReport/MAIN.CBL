       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPONSOR-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT stations-config ASSIGN TO "config/stations.cfg"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS stations-config-status.

           SELECT sponsors-config ASSIGN TO "config/sponsors.cfg"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS sponsors-config-status.

           SELECT station-playlog ASSIGN TO station-playlog-name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS station-playlog-status.

           SELECT makegood-report ASSIGN TO "reports/makegood.rpt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS makegood-report-status.

       DATA DIVISION.
       FILE SECTION.
           FD stations-config.
           01 stations-config-line PIC X(40).

           FD sponsors-config.
           01 sponsors-config-line PIC X(200).

           FD station-playlog.
           01 station-playlog-line PIC X(140).

           FD makegood-report.
           01 makegood-report-line PIC X(120).

       WORKING-STORAGE SECTION.
           77 stations-config-status PIC X(02) VALUE "00".
           77 sponsors-config-status PIC X(02) VALUE "00".
           77 station-playlog-status PIC X(02) VALUE "00".
           77 makegood-report-status PIC X(02) VALUE "00".
           77 station-playlog-name PIC X(60).
           77 report-timestamp PIC X(21).

           77 STATION-MAX USAGE BINARY-LONG VALUE 16.
           01 station-table.
             05 station-entry OCCURS 16 TIMES.
               10 station-id PIC X(08).
           77 station-count USAGE BINARY-LONG VALUE 0.
           77 station-cfg-count USAGE BINARY-LONG VALUE 0.
           77 station-scan USAGE BINARY-LONG VALUE 0.
           77 station-found USAGE BINARY-LONG VALUE 0.

           77 CONTRACT-MAX USAGE BINARY-LONG VALUE 50.
           77 CONTRACT-STATION-MAX USAGE BINARY-LONG VALUE 16.
           01 contract-table.
             05 contract-entry OCCURS 50 TIMES.
               10 con-id PIC X(08).
               10 con-sponsor PIC X(20).
               10 con-from PIC 9(08).
               10 con-thru PIC 9(08).
               10 con-secs-per-day USAGE BINARY-LONG.
               10 con-file PIC X(60).
               10 con-days USAGE BINARY-LONG.
               10 con-station-count USAGE BINARY-LONG.
               10 con-station-entry OCCURS 16 TIMES.
                 15 con-station PIC X(08).
                 15 con-delivered USAGE BINARY-LONG.
           77 contract-count USAGE BINARY-LONG VALUE 0.
           77 contract-scan USAGE BINARY-LONG VALUE 0.
           77 con-station-scan USAGE BINARY-LONG VALUE 0.
           77 under-count USAGE BINARY-LONG VALUE 0.
           77 bad-contract-count USAGE BINARY-LONG VALUE 0.

           01 contract-fields.
             05 field-id PIC X(08).
             05 field-sponsor PIC X(20).
             05 field-from PIC X(08).
             05 field-thru PIC X(08).
             05 field-secs PIC X(08).
             05 field-file PIC X(60).
             05 field-station PIC X(08) OCCURS 16 TIMES.
           77 field-scan USAGE BINARY-LONG VALUE 0.

           77 month-start PIC 9(08) VALUE 0.
           77 month-end PIC 9(08) VALUE 0.
           77 month-start-int USAGE BINARY-LONG VALUE 0.
           77 month-end-int USAGE BINARY-LONG VALUE 0.
           77 overlap-start-int USAGE BINARY-LONG VALUE 0.
           77 overlap-end-int USAGE BINARY-LONG VALUE 0.

           77 record-day PIC X(08).
           77 record-day-num PIC 9(08) VALUE 0.
           77 record-file PIC X(60).
           77 record-secs USAGE BINARY-LONG VALUE 0.

           77 contracted-secs USAGE BINARY-LONG VALUE 0.
           77 shortfall-secs USAGE BINARY-LONG VALUE 0.
           77 total-contracted USAGE BINARY-LONG VALUE 0.
           77 total-delivered USAGE BINARY-LONG VALUE 0.
           77 total-shortfall USAGE BINARY-LONG VALUE 0.
           77 short-stations USAGE BINARY-LONG VALUE 0.
           77 delivery-pct USAGE BINARY-LONG VALUE 0.

           77 contracted-disp PIC 9(08).
           77 delivered-disp PIC 9(08).
           77 shortfall-disp PIC 9(08).
           77 pct-disp PIC 9(03).
           77 days-disp PIC 9(02).
           77 per-day-disp PIC 9(06).
           77 count-disp PIC 9(03).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO report-timestamp.

           PERFORM SET-REPORT-MONTH.
           PERFORM LOAD-STATIONS.
           PERFORM LOAD-CONTRACTS.

           PERFORM VARYING station-scan FROM 1 BY 1
               UNTIL station-scan IS GREATER THAN station-count
               PERFORM TALLY-STATION
           END-PERFORM.

           OPEN OUTPUT makegood-report.

           MOVE SPACES TO makegood-report-line.
           STRING "Sponsor delivery and makegood report "
               month-start(1:6)
               " run " report-timestamp(1:8) "-" report-timestamp(9:6)
               DELIMITED BY SIZE INTO makegood-report-line
           END-STRING.
           WRITE makegood-report-line.

           PERFORM VARYING contract-scan FROM 1 BY 1
               UNTIL contract-scan IS GREATER THAN contract-count
               PERFORM WRITE-CONTRACT-SECTION
           END-PERFORM.

           IF contract-count EQUAL 0 THEN
               MOVE "No sponsor contracts on file"
                   TO makegood-report-line
               WRITE makegood-report-line
           END-IF.

           IF bad-contract-count IS GREATER THAN 0 THEN
               MOVE bad-contract-count TO count-disp
               MOVE SPACES TO makegood-report-line
               STRING "Contract lines skipped as unreadable: "
                   count-disp
                   DELIMITED BY SIZE INTO makegood-report-line
               END-STRING
               WRITE makegood-report-line
           END-IF.

           MOVE under-count TO count-disp.
           MOVE SPACES TO makegood-report-line.
           STRING "Contracts under-delivered: " count-disp
               DELIMITED BY SIZE INTO makegood-report-line
           END-STRING.
           WRITE makegood-report-line.

           CLOSE makegood-report.

           STOP RUN.

       SET-REPORT-MONTH.
           MOVE report-timestamp(1:6) TO month-start(1:6).
           MOVE "01" TO month-start(7:2).

           COMPUTE month-end-int = FUNCTION INTEGER-OF-DATE
               (month-start) - 1.
           COMPUTE month-end = FUNCTION DATE-OF-INTEGER
               (month-end-int).

           MOVE month-end(1:6) TO month-start(1:6).
           MOVE "01" TO month-start(7:2).
           COMPUTE month-start-int = FUNCTION INTEGER-OF-DATE
               (month-start).

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
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE stations-config
           END-IF.

           MOVE station-count TO station-cfg-count.

           EXIT.

       LOAD-CONTRACTS.
           OPEN INPUT sponsors-config.

           IF sponsors-config-status EQUAL "00" THEN
               PERFORM WITH TEST AFTER UNTIL sponsors-config-status
                   NOT EQUAL "00" OR contract-count EQUAL CONTRACT-MAX
                   READ sponsors-config
                       AT END
                           CONTINUE
                       NOT AT END
                           IF sponsors-config-line NOT EQUAL SPACES
                               PERFORM PARSE-CONTRACT-LINE
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE sponsors-config
           END-IF.

           EXIT.

       PARSE-CONTRACT-LINE.
           MOVE SPACES TO contract-fields.

           UNSTRING sponsors-config-line DELIMITED BY ALL " "
               INTO field-id field-sponsor field-from field-thru
                   field-secs field-file
                   field-station(1) field-station(2) field-station(3)
                   field-station(4) field-station(5) field-station(6)
                   field-station(7) field-station(8) field-station(9)
                   field-station(10) field-station(11)
                   field-station(12) field-station(13)
                   field-station(14) field-station(15)
                   field-station(16)
           END-UNSTRING.

           IF field-from IS NOT NUMERIC
           OR field-thru IS NOT NUMERIC
           OR field-file EQUAL SPACES
           OR field-station(1) EQUAL SPACES
           OR FUNCTION TEST-NUMVAL(field-secs) NOT EQUAL 0 THEN
               ADD 1 TO bad-contract-count
           ELSE
               ADD 1 TO contract-count
               MOVE field-id TO con-id(contract-count)
               MOVE field-sponsor TO con-sponsor(contract-count)
               MOVE field-from TO con-from(contract-count)
               MOVE field-thru TO con-thru(contract-count)
               COMPUTE con-secs-per-day(contract-count) =
                   FUNCTION NUMVAL(field-secs)
               MOVE field-file TO con-file(contract-count)
               MOVE 0 TO con-station-count(contract-count)

               IF FUNCTION UPPER-CASE(field-station(1)) EQUAL "ALL"
               THEN
                   PERFORM VARYING station-scan FROM 1 BY 1
                       UNTIL station-scan IS GREATER THAN
                       station-cfg-count
                       ADD 1 TO con-station-count(contract-count)
                       MOVE station-id(station-scan) TO con-station
                           (contract-count,
                           con-station-count(contract-count))
                   END-PERFORM
               ELSE
                   PERFORM VARYING field-scan FROM 1 BY 1
                       UNTIL field-scan IS GREATER THAN
                       CONTRACT-STATION-MAX
                       IF field-station(field-scan) NOT EQUAL SPACES
                       THEN
                           PERFORM ADD-CONTRACT-STATION
                       END-IF
                   END-PERFORM
               END-IF

               PERFORM VARYING con-station-scan FROM 1 BY 1
                   UNTIL con-station-scan IS GREATER THAN
                   CONTRACT-STATION-MAX
                   MOVE 0 TO con-delivered
                       (contract-count, con-station-scan)
               END-PERFORM

               PERFORM COUNT-CONTRACT-DAYS
           END-IF.

           EXIT.

       ADD-CONTRACT-STATION.
           ADD 1 TO con-station-count(contract-count).
           MOVE FUNCTION UPPER-CASE(field-station(field-scan))
               TO con-station(contract-count,
               con-station-count(contract-count)).

           MOVE 0 TO station-found.
           PERFORM VARYING station-scan FROM 1 BY 1
               UNTIL station-scan IS GREATER THAN station-count
               OR station-found NOT EQUAL 0
               IF station-id(station-scan) EQUAL con-station
               (contract-count, con-station-count(contract-count))
               THEN
                   MOVE station-scan TO station-found
               END-IF
           END-PERFORM.

           IF station-found EQUAL 0
           AND station-count IS LESS THAN STATION-MAX THEN
               ADD 1 TO station-count
               MOVE con-station(contract-count,
                   con-station-count(contract-count))
                   TO station-id(station-count)
           END-IF.

           EXIT.

       COUNT-CONTRACT-DAYS.
           MOVE 0 TO con-days(contract-count).

           COMPUTE overlap-start-int = FUNCTION INTEGER-OF-DATE
               (con-from(contract-count)).
           COMPUTE overlap-end-int = FUNCTION INTEGER-OF-DATE
               (con-thru(contract-count)).

           IF overlap-start-int IS LESS THAN month-start-int THEN
               MOVE month-start-int TO overlap-start-int
           END-IF.
           IF overlap-end-int IS GREATER THAN month-end-int THEN
               MOVE month-end-int TO overlap-end-int
           END-IF.

           IF overlap-end-int IS NOT LESS THAN overlap-start-int THEN
               COMPUTE con-days(contract-count) =
                   overlap-end-int - overlap-start-int + 1
           END-IF.

           EXIT.

       TALLY-STATION.
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
           AND station-playlog-line(30:5) EQUAL "secs="
           AND station-playlog-line(68:5) EQUAL "file=" THEN
               MOVE station-playlog-line(1:8) TO record-day
               MOVE record-day TO record-day-num
               MOVE station-playlog-line(73:60) TO record-file
               COMPUTE record-secs = FUNCTION NUMVAL
                   (station-playlog-line(35:5))

               IF record-day-num IS NOT LESS THAN month-start
               AND record-day-num IS NOT GREATER THAN month-end THEN
                   PERFORM VARYING contract-scan FROM 1 BY 1
                       UNTIL contract-scan IS GREATER THAN
                       contract-count
                       PERFORM CREDIT-CONTRACT
                   END-PERFORM
               END-IF
           END-IF.

           EXIT.

       CREDIT-CONTRACT.
           IF con-file(contract-scan) EQUAL record-file
           AND record-day-num IS NOT LESS THAN con-from(contract-scan)
           AND record-day-num IS NOT GREATER THAN
           con-thru(contract-scan) THEN
               PERFORM VARYING con-station-scan FROM 1 BY 1
                   UNTIL con-station-scan IS GREATER THAN
                   con-station-count(contract-scan)
                   IF con-station(contract-scan, con-station-scan)
                   EQUAL station-id(station-scan) THEN
                       ADD record-secs TO con-delivered
                           (contract-scan, con-station-scan)
                   END-IF
               END-PERFORM
           END-IF.

           EXIT.

       WRITE-CONTRACT-SECTION.
           MOVE con-days(contract-scan) TO days-disp.
           MOVE con-secs-per-day(contract-scan) TO per-day-disp.

           MOVE SPACES TO makegood-report-line.
           WRITE makegood-report-line.

           MOVE SPACES TO makegood-report-line.
           STRING "contract " con-id(contract-scan)
               " sponsor " con-sponsor(contract-scan)
               " days " days-disp
               " per day " per-day-disp
               " file " FUNCTION TRIM(con-file(contract-scan))
               DELIMITED BY SIZE INTO makegood-report-line
           END-STRING.
           WRITE makegood-report-line.

           IF con-days(contract-scan) EQUAL 0 THEN
               MOVE "  not active in this month"
                   TO makegood-report-line
               WRITE makegood-report-line
           ELSE
               PERFORM WRITE-CONTRACT-STATIONS
           END-IF.

           EXIT.

       WRITE-CONTRACT-STATIONS.
           MOVE 0 TO total-contracted.
           MOVE 0 TO total-delivered.
           MOVE 0 TO total-shortfall.
           MOVE 0 TO short-stations.

           MOVE "  station  contracted delivered shortfall pct"
               TO makegood-report-line.
           WRITE makegood-report-line.

           COMPUTE contracted-secs = con-days(contract-scan)
               * con-secs-per-day(contract-scan).

           PERFORM VARYING con-station-scan FROM 1 BY 1
               UNTIL con-station-scan IS GREATER THAN
               con-station-count(contract-scan)
               PERFORM WRITE-STATION-DELIVERY
           END-PERFORM.

           MOVE total-contracted TO contracted-disp.
           MOVE total-delivered TO delivered-disp.
           MOVE total-shortfall TO shortfall-disp.
           IF total-contracted IS GREATER THAN 0 THEN
               COMPUTE delivery-pct =
                   total-delivered * 100 / total-contracted
           ELSE
               MOVE 100 TO delivery-pct
           END-IF.
           IF delivery-pct IS GREATER THAN 999 THEN
               MOVE 999 TO delivery-pct
           END-IF.
           MOVE delivery-pct TO pct-disp.

           MOVE SPACES TO makegood-report-line.
           STRING "  TOTAL    " contracted-disp "   " delivered-disp
               "  " shortfall-disp "  " pct-disp
               DELIMITED BY SIZE INTO makegood-report-line
           END-STRING.
           WRITE makegood-report-line.

           IF total-shortfall IS GREATER THAN 0 THEN
               ADD 1 TO under-count
               MOVE short-stations TO count-disp
               MOVE SPACES TO makegood-report-line
               STRING "  MAKEGOOD " con-id(contract-scan) " "
                   FUNCTION TRIM(con-sponsor(contract-scan))
                   " owed " shortfall-disp " seconds on "
                   count-disp " stations"
                   DELIMITED BY SIZE INTO makegood-report-line
               END-STRING
               WRITE makegood-report-line
           END-IF.

           EXIT.

       WRITE-STATION-DELIVERY.
           COMPUTE shortfall-secs = contracted-secs
               - con-delivered(contract-scan, con-station-scan).
           IF shortfall-secs IS LESS THAN 0 THEN
               MOVE 0 TO shortfall-secs
           END-IF.

           IF contracted-secs IS GREATER THAN 0 THEN
               COMPUTE delivery-pct =
                   con-delivered(contract-scan, con-station-scan)
                   * 100 / contracted-secs
           ELSE
               MOVE 100 TO delivery-pct
           END-IF.
           IF delivery-pct IS GREATER THAN 999 THEN
               MOVE 999 TO delivery-pct
           END-IF.

           ADD contracted-secs TO total-contracted.
           ADD con-delivered(contract-scan, con-station-scan)
               TO total-delivered.
           ADD shortfall-secs TO total-shortfall.
           IF shortfall-secs IS GREATER THAN 0 THEN
               ADD 1 TO short-stations
           END-IF.

           MOVE contracted-secs TO contracted-disp.
           MOVE con-delivered(contract-scan, con-station-scan)
               TO delivered-disp.
           MOVE shortfall-secs TO shortfall-disp.
           MOVE delivery-pct TO pct-disp.

           MOVE SPACES TO makegood-report-line.
           STRING "  " con-station(contract-scan, con-station-scan)
               " " contracted-disp "   " delivered-disp
               "  " shortfall-disp "  " pct-disp
               DELIMITED BY SIZE INTO makegood-report-line
           END-STRING.
           WRITE makegood-report-line.

           EXIT.

       END PROGRAM SPONSOR-REPORT.
