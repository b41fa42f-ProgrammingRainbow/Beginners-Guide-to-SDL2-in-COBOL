       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTORY-TREND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT stations-config ASSIGN TO "config/stations.cfg"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS stations-config-status.

           SELECT station-master ASSIGN TO "data/stations.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS station-master-status.

           SELECT trend-config ASSIGN TO "config/trend.cfg"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS trend-config-status.

           SELECT usage-history ASSIGN TO "data/usage-history.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS hist-key
               FILE STATUS IS usage-history-status.

           SELECT trend-report ASSIGN TO "reports/usage-trend.rpt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS trend-report-status.

       DATA DIVISION.
       FILE SECTION.
           FD stations-config.
           01 stations-config-line PIC X(40).

           FD station-master.
           01 station-master-record PIC X(180).

           FD trend-config.
           01 trend-config-line PIC X(20).

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

           FD trend-report.
           01 trend-report-line PIC X(120).

       WORKING-STORAGE SECTION.
           77 stations-config-status PIC X(02) VALUE "00".
           77 trend-config-status PIC X(02) VALUE "00".
           77 usage-history-status PIC X(02) VALUE "00".
           77 trend-report-status PIC X(02) VALUE "00".
           77 run-timestamp PIC X(21).

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

           77 month-override PIC X(06) VALUE SPACES.
           77 month-start PIC 9(08) VALUE 0.
           01 period-table.
             05 period-entry OCCURS 3 TIMES.
               10 period-month PIC X(06).
           77 period-scan USAGE BINARY-LONG VALUE 0.
           77 period-year USAGE BINARY-LONG VALUE 0.
           77 period-mon USAGE BINARY-LONG VALUE 0.
           77 period-numeric PIC 9(06) VALUE 0.

           77 METRIC-COUNT USAGE BINARY-LONG VALUE 7.
           01 metric-names.
             05 FILLER PIC X(14) VALUE "days on file".
             05 FILLER PIC X(14) VALUE "sessions".
             05 FILLER PIC X(14) VALUE "run seconds".
             05 FILLER PIC X(14) VALUE "bounces".
             05 FILLER PIC X(14) VALUE "color changes".
             05 FILLER PIC X(14) VALUE "touches".
             05 FILLER PIC X(14) VALUE "slide airtime".
           01 metric-name-table REDEFINES metric-names.
             05 metric-name PIC X(14) OCCURS 7 TIMES.
           77 metric-scan USAGE BINARY-LONG VALUE 0.

           01 station-totals.
             05 station-metric OCCURS 7 TIMES.
               10 station-value USAGE BINARY-LONG OCCURS 3 TIMES.
           01 fleet-totals.
             05 fleet-metric OCCURS 7 TIMES.
               10 fleet-value USAGE BINARY-LONG OCCURS 3 TIMES.
           01 show-totals.
             05 show-metric OCCURS 7 TIMES.
               10 show-value USAGE BINARY-LONG OCCURS 3 TIMES.

           77 read-done PIC X(01) VALUE "N".
           77 history-open PIC X(01) VALUE "N".
           77 station-has-data PIC X(01) VALUE "N".

           77 value-disp-1 PIC Z(9)9.
           77 value-disp-2 PIC Z(9)9.
           77 value-disp-3 PIC Z(9)9.
           77 change-pct PIC S9(05)V9 VALUE 0.
           77 change-edit PIC +++++9.9.
           77 change-text-2 PIC X(09).
           77 change-text-3 PIC X(09).
           77 calc-now USAGE BINARY-LONG VALUE 0.
           77 calc-prior USAGE BINARY-LONG VALUE 0.
           77 change-text PIC X(09).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO run-timestamp.

           PERFORM LOAD-TREND-CONFIG.
           PERFORM SET-PERIODS.
           PERFORM LOAD-STATIONS.
           PERFORM LOAD-STATION-MASTER.

           INITIALIZE fleet-totals.

           OPEN INPUT usage-history.
           IF usage-history-status EQUAL "00" THEN
               MOVE "Y" TO history-open
           END-IF.

           OPEN OUTPUT trend-report.

           MOVE SPACES TO trend-report-line.
           STRING "Usage trend report " period-month(1)
               " against " period-month(2) " and " period-month(3)
               " run " run-timestamp(1:8) "-" run-timestamp(9:6)
               DELIMITED BY SIZE INTO trend-report-line
           END-STRING.
           WRITE trend-report-line.

           IF history-open EQUAL "N" THEN
               MOVE SPACES TO trend-report-line
               STRING "USAGE HISTORY FILE NOT AVAILABLE, status "
                   usage-history-status
                   DELIMITED BY SIZE INTO trend-report-line
               END-STRING
               WRITE trend-report-line
           END-IF.

           PERFORM VARYING station-scan FROM 1 BY 1
               UNTIL station-scan IS GREATER THAN station-count
               PERFORM REPORT-STATION
           END-PERFORM.

           IF station-count EQUAL 0 THEN
               MOVE "No stations configured" TO trend-report-line
               WRITE trend-report-line
           END-IF.

           MOVE "FLEET" TO trend-report-line.
           WRITE trend-report-line.
           MOVE fleet-totals TO show-totals.
           PERFORM WRITE-METRIC-BLOCK.

           CLOSE trend-report.

           IF history-open EQUAL "Y" THEN
               CLOSE usage-history
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

       LOAD-TREND-CONFIG.
           OPEN INPUT trend-config.

           IF trend-config-status EQUAL "00" THEN
               READ trend-config
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FUNCTION TRIM(trend-config-line)(1:6)
                           TO month-override
               END-READ

               CLOSE trend-config
           END-IF.

           EXIT.

       SET-PERIODS.
           IF month-override IS NUMERIC THEN
               MOVE month-override TO period-month(1)
           ELSE
               COMPUTE month-start = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(run-timestamp(1:8))) - 1)
               MOVE month-start(1:6) TO period-month(1)
           END-IF.

           COMPUTE period-year = FUNCTION NUMVAL(period-month(1)(1:4)).
           COMPUTE period-mon = FUNCTION NUMVAL(period-month(1)(5:2)).

           IF period-mon EQUAL 1 THEN
               COMPUTE period-numeric = (period-year - 1) * 100 + 12
           ELSE
               COMPUTE period-numeric = period-year * 100
                   + period-mon - 1
           END-IF.
           MOVE period-numeric TO period-month(2).

           COMPUTE period-numeric = (period-year - 1) * 100
               + period-mon.
           MOVE period-numeric TO period-month(3).

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

       REPORT-STATION.
           MOVE station-id(station-scan) TO master-lookup-id.
           PERFORM FIND-STATION-MASTER.
           MOVE SPACES TO trend-report-line.
           STRING station-id(station-scan) " "
               FUNCTION TRIM(site-location)
               "  contact " FUNCTION TRIM(site-contact)
               DELIMITED BY SIZE INTO trend-report-line
           END-STRING.
           WRITE trend-report-line.

           INITIALIZE station-totals.
           IF history-open EQUAL "Y" THEN
               PERFORM VARYING period-scan FROM 1 BY 1
                   UNTIL period-scan IS GREATER THAN 3
                   PERFORM SUM-STATION-PERIOD
               END-PERFORM
           END-IF.

           MOVE "N" TO station-has-data.
           PERFORM VARYING period-scan FROM 1 BY 1
               UNTIL period-scan IS GREATER THAN 3
               IF station-value(1, period-scan) IS GREATER THAN 0 THEN
                   MOVE "Y" TO station-has-data
               END-IF
           END-PERFORM.

           IF station-has-data EQUAL "N" THEN
               MOVE SPACES TO trend-report-line
               STRING station-id(station-scan)
                   " NO HISTORY FOR THESE MONTHS"
                   DELIMITED BY SIZE INTO trend-report-line
               END-STRING
               WRITE trend-report-line
           ELSE
               MOVE station-totals TO show-totals
               PERFORM WRITE-METRIC-BLOCK
           END-IF.

           EXIT.

       SUM-STATION-PERIOD.
           MOVE station-id(station-scan) TO hist-station.
           MOVE period-month(period-scan) TO hist-date(1:6).
           MOVE "01" TO hist-date(7:2).

           MOVE "N" TO read-done.
           START usage-history KEY IS NOT LESS THAN hist-key
               INVALID KEY
                   MOVE "Y" TO read-done
           END-START.

           PERFORM UNTIL read-done EQUAL "Y"
               READ usage-history NEXT RECORD
                   AT END
                       MOVE "Y" TO read-done
                   NOT AT END
                       IF hist-station NOT EQUAL
                       station-id(station-scan)
                       OR hist-date(1:6) NOT EQUAL
                       period-month(period-scan) THEN
                           MOVE "Y" TO read-done
                       ELSE
                           PERFORM ADD-HISTORY-RECORD
                       END-IF
               END-READ
           END-PERFORM.

           EXIT.

       ADD-HISTORY-RECORD.
           ADD 1 TO station-value(1, period-scan)
               fleet-value(1, period-scan).
           ADD hist-sessions TO station-value(2, period-scan)
               fleet-value(2, period-scan).
           ADD hist-run-secs TO station-value(3, period-scan)
               fleet-value(3, period-scan).
           ADD hist-bounces TO station-value(4, period-scan)
               fleet-value(4, period-scan).
           ADD hist-colors TO station-value(5, period-scan)
               fleet-value(5, period-scan).
           ADD hist-touches TO station-value(6, period-scan)
               fleet-value(6, period-scan).
           ADD hist-airtime TO station-value(7, period-scan)
               fleet-value(7, period-scan).

           EXIT.

       WRITE-METRIC-BLOCK.
           MOVE SPACES TO trend-report-line.
           STRING "  metric             " period-month(1)
               "     " period-month(2) "    change     "
               period-month(3) "    change"
               DELIMITED BY SIZE INTO trend-report-line
           END-STRING.
           WRITE trend-report-line.

           PERFORM VARYING metric-scan FROM 1 BY 1
               UNTIL metric-scan IS GREATER THAN METRIC-COUNT
               MOVE show-value(metric-scan, 1) TO value-disp-1
               MOVE show-value(metric-scan, 2) TO value-disp-2
               MOVE show-value(metric-scan, 3) TO value-disp-3

               MOVE show-value(metric-scan, 1) TO calc-now
               MOVE show-value(metric-scan, 2) TO calc-prior
               PERFORM JUDGE-CHANGE
               MOVE change-text TO change-text-2
               MOVE show-value(metric-scan, 3) TO calc-prior
               PERFORM JUDGE-CHANGE
               MOVE change-text TO change-text-3

               MOVE SPACES TO trend-report-line
               STRING "  " metric-name(metric-scan) " "
                   value-disp-1 " " value-disp-2 " " change-text-2
                   " " value-disp-3 " " change-text-3
                   DELIMITED BY SIZE INTO trend-report-line
               END-STRING
               WRITE trend-report-line
           END-PERFORM.

           EXIT.

       JUDGE-CHANGE.
           IF calc-prior EQUAL 0 THEN
               MOVE "      n/a" TO change-text
           ELSE
               COMPUTE change-pct ROUNDED =
                   (calc-now - calc-prior) * 100 / calc-prior
                   ON SIZE ERROR
                       MOVE 9999.9 TO change-pct
               END-COMPUTE
               MOVE change-pct TO change-edit
               MOVE SPACES TO change-text
               STRING change-edit "%"
                   DELIMITED BY SIZE INTO change-text
               END-STRING
           END-IF.

           EXIT.

       END PROGRAM HISTORY-TREND.
