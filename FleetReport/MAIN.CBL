               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS stations-config-status.

           SELECT station-master ASSIGN TO "data/stations.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS station-master-status.

           SELECT station-usage ASSIGN TO station-usage-name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS station-usage-status.
           FD stations-config.
           01 stations-config-line PIC X(40).

           FD station-master.
           01 station-master-record PIC X(180).

           FD station-usage.
           01 station-usage-line PIC X(100).

           77 station-usage-name PIC X(60).
           77 report-timestamp PIC X(21).

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

           01 cursor-table.
             05 cursor-entry OCCURS 16 TIMES.
               10 cur-station PIC X(08).
               10 cur-lines USAGE BINARY-LONG.
           77 cursor-count USAGE BINARY-LONG VALUE 0.
           77 cursor-scan USAGE BINARY-LONG VALUE 0.
           77 cursor-found USAGE BINARY-LONG VALUE 0.

           77 AGG-MAX USAGE BINARY-LONG VALUE 500.
           01 agg-table.
             05 agg-entry OCCURS 500 TIMES.
               10 agg-station PIC X(08).
               10 agg-day PIC X(08).
               10 agg-sessions USAGE BINARY-LONG.
               10 agg-duration USAGE BINARY-LONG.
               10 agg-bounces USAGE BINARY-LONG.
               10 agg-colors USAGE BINARY-LONG.
           77 agg-count-used USAGE BINARY-LONG VALUE 0.
           77 agg-scan USAGE BINARY-LONG VALUE 0.
           77 agg-found USAGE BINARY-LONG VALUE 0.
           77 agg-free USAGE BINARY-LONG VALUE 0.

           77 record-day PIC X(08).
           77 record-duration USAGE BINARY-LONG VALUE 0.
           77 scan-line-no USAGE BINARY-LONG VALUE 0.
           77 usage-line-count USAGE BINARY-LONG VALUE 0.

           77 KEEP-AGG-DAYS USAGE BINARY-LONG VALUE 8.
           77 today-integer USAGE BINARY-LONG VALUE 0.
           77 keep-cutoff USAGE BINARY-LONG VALUE 0.
           77 day-integer USAGE BINARY-LONG VALUE 0.
           COMPUTE keep-cutoff = today-integer - KEEP-AGG-DAYS.

           PERFORM LOAD-STATIONS.
           PERFORM LOAD-STATION-MASTER.
           PERFORM LOAD-CHECKPOINT.

           OPEN OUTPUT fleet-report.

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

       LOAD-CHECKPOINT.
           OPEN INPUT checkpoint-file.

               END-IF
           END-IF.

           MOVE station-id(station-scan) TO master-lookup-id.
           PERFORM FIND-STATION-MASTER.
           MOVE SPACES TO fleet-report-line.
           STRING station-id(station-scan) " "
               FUNCTION TRIM(site-location)
               "  contact " FUNCTION TRIM(site-contact)
               DELIMITED BY SIZE INTO fleet-report-line
           END-STRING.
           WRITE fleet-report-line.

           PERFORM VARYING agg-scan FROM 1 BY 1
               UNTIL agg-scan IS GREATER THAN agg-count-used
               IF agg-station(agg-scan) EQUAL
