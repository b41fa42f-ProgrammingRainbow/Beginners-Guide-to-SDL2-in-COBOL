       DATA DIVISION.
       FILE SECTION.
           FD incident-file.
           01 incident-record PIC X(220).

           FD scan-log.
           01 scan-log-record PIC X(200).
           77 scan-log-name PIC X(60).
           77 report-timestamp PIC X(21).

           77 REPORT-SCAN-DAYS USAGE BINARY-LONG VALUE 2.
           77 MATCH-WINDOW-MINUTES USAGE BINARY-LONG VALUE 30.

           77 today-integer USAGE BINARY-LONG VALUE 0.
           77 cutoff-integer USAGE BINARY-LONG VALUE 0.

           77 INCIDENT-MAX USAGE BINARY-LONG VALUE 50.
           01 incident-table.
             05 incident-entry OCCURS 50 TIMES.
               10 inc-day PIC X(08).
               10 inc-station PIC X(08).
               10 inc-category PIC X(08).
               10 inc-text PIC X(60).
               10 inc-number PIC X(06).
               10 inc-status PIC X(13).
           77 incident-count USAGE BINARY-LONG VALUE 0.
           77 incident-scan USAGE BINARY-LONG VALUE 0.

           77 inc-integer USAGE BINARY-LONG VALUE 0.
           77 inc-minutes USAGE BINARY-LONG VALUE 0.

           77 log-scan USAGE BINARY-LONG VALUE 0.
           77 record-day PIC X(08).
           77 record-minutes USAGE BINARY-LONG VALUE 0.
           77 record-station PIC X(08).
           77 record-head PIC X(160).
           77 record-tail PIC X(160).
           77 minute-delta USAGE BINARY-LONG VALUE 0.
           77 match-count USAGE BINARY-LONG VALUE 0.
           77 match-disp PIC 9(03).

       PROCEDURE DIVISION.
                       TO inc-category(incident-count)
                   MOVE incident-record(33:60)
                       TO inc-text(incident-count)
                   MOVE incident-record(94:6)
                       TO inc-number(incident-count)
                   MOVE incident-record(101:13)
                       TO inc-status(incident-count)
               END-IF
           END-IF.

           WRITE incident-report-line.

           MOVE SPACES TO incident-report-line.
           STRING "Incident " inc-number(incident-scan) " "
               inc-day(incident-scan) " "
               inc-time(incident-scan) " "
               inc-station(incident-scan) " "
               inc-category(incident-scan) " "
               inc-status(incident-scan) " "
               FUNCTION TRIM(inc-text(incident-scan))
               DELIMITED BY SIZE INTO incident-report-line
           END-STRING.
