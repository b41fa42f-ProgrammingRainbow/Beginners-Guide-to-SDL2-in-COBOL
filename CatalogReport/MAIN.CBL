       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATALOG-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT catalog-file ASSIGN TO "data/content-catalog.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS catalog-file-status.

           SELECT stations-config ASSIGN TO "config/stations.cfg"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS stations-config-status.

           SELECT config-file ASSIGN TO config-file-name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS config-file-status.

           SELECT expiry-report ASSIGN TO "reports/content-expiry.rpt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS expiry-report-status.

       DATA DIVISION.
       FILE SECTION.
           FD catalog-file.
           01 catalog-record PIC X(180).

           FD stations-config.
           01 stations-config-line PIC X(40).

           FD config-file.
           01 config-file-line PIC X(140).

           FD expiry-report.
           01 expiry-report-line PIC X(132).

       WORKING-STORAGE SECTION.
           77 catalog-file-status PIC X(02) VALUE "00".
           77 stations-config-status PIC X(02) VALUE "00".
           77 config-file-name PIC X(60).
           77 config-file-status PIC X(02) VALUE "00".
           77 expiry-report-status PIC X(02) VALUE "00".
           77 report-timestamp PIC X(21).

           77 EXPIRY-DAYS USAGE BINARY-LONG VALUE 14.
           77 today-integer USAGE BINARY-LONG VALUE 0.
           77 limit-integer USAGE BINARY-LONG VALUE 0.
           77 report-today PIC 9(08) VALUE 0.
           77 report-limit PIC 9(08) VALUE 0.

           77 CATALOG-MAX USAGE BINARY-LONG VALUE 300.
           01 catalog-table.
             05 catalog-entry OCCURS 300 TIMES.
               10 cat-id PIC X(08).
               10 FILLER PIC X(01).
               10 cat-title PIC X(40).
               10 FILLER PIC X(01).
               10 cat-dept PIC X(20).
               10 FILLER PIC X(01).
               10 cat-path PIC X(60).
               10 FILLER PIC X(01).
               10 cat-expiry PIC X(08).
               10 FILLER PIC X(01).
               10 cat-status PIC X(10).
               10 FILLER PIC X(01).
               10 cat-updated-by PIC X(08).
               10 FILLER PIC X(01).
               10 cat-updated-on PIC X(08).
               10 FILLER PIC X(11).
           01 catalog-ref-table.
             05 catalog-ref-entry OCCURS 300 TIMES.
               10 ref-count USAGE BINARY-LONG.
               10 ref-last-station PIC X(08).
               10 ref-stations PIC X(100).
               10 ref-pos USAGE BINARY-LONG.
           77 catalog-count USAGE BINARY-LONG VALUE 0.
           77 catalog-scan USAGE BINARY-LONG VALUE 0.
           77 catalog-found USAGE BINARY-LONG VALUE 0.

           77 STATION-MAX USAGE BINARY-LONG VALUE 16.
           01 station-table.
             05 station-entry OCCURS 16 TIMES.
               10 station-id PIC X(08).
           77 station-count USAGE BINARY-LONG VALUE 0.
           77 station-scan USAGE BINARY-LONG VALUE 0.

           77 UNKNOWN-MAX USAGE BINARY-LONG VALUE 200.
           01 unknown-table.
             05 unknown-entry OCCURS 200 TIMES.
               10 unk-station PIC X(08).
               10 unk-file PIC X(16).
               10 unk-path PIC X(60).
           77 unknown-count USAGE BINARY-LONG VALUE 0.
           77 unknown-scan USAGE BINARY-LONG VALUE 0.
           77 unknown-dropped USAGE BINARY-LONG VALUE 0.

           77 source-station PIC X(08).
           77 source-base PIC X(30).
           77 source-file PIC X(16).
           77 source-kind PIC X(01).
           77 first-line PIC X(01) VALUE "Y".
           77 asset-path PIC X(60).
           77 files-read USAGE BINARY-LONG VALUE 0.
           77 refs-read USAGE BINARY-LONG VALUE 0.

           77 section-rows USAGE BINARY-LONG VALUE 0.
           77 expiring-count USAGE BINARY-LONG VALUE 0.
           77 expired-count USAGE BINARY-LONG VALUE 0.
           77 unapproved-count USAGE BINARY-LONG VALUE 0.
           77 expiry-integer USAGE BINARY-LONG VALUE 0.
           77 show-entry PIC X(01) VALUE "N".
           77 section-kind PIC X(01).
           77 expiry-shown PIC X(08).

           77 count-disp PIC ZZZ9.
           77 days-disp PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO report-timestamp.

           COMPUTE today-integer = FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL(report-timestamp(1:8))).
           COMPUTE limit-integer = today-integer + EXPIRY-DAYS.
           MOVE report-timestamp(1:8) TO report-today.
           COMPUTE report-limit = FUNCTION DATE-OF-INTEGER
               (limit-integer).

           PERFORM LOAD-CATALOG.
           PERFORM LOAD-STATIONS.

           MOVE "MASTER" TO source-station.
           MOVE "config/" TO source-base.
           PERFORM SCAN-STATION-CONFIGS.

           PERFORM VARYING station-scan FROM 1 BY 1
               UNTIL station-scan IS GREATER THAN station-count
               MOVE station-id(station-scan) TO source-station
               MOVE SPACES TO source-base
               STRING "dist/" FUNCTION TRIM(station-id(station-scan))
                   "/config/"
                   DELIMITED BY SIZE INTO source-base
               END-STRING
               PERFORM SCAN-STATION-CONFIGS
           END-PERFORM.

           OPEN OUTPUT expiry-report.

           MOVE EXPIRY-DAYS TO days-disp.
           MOVE SPACES TO expiry-report-line.
           STRING "Content catalog expiry report, next "
               FUNCTION TRIM(days-disp) " days (" report-today
               " to " report-limit ") run "
               report-timestamp(1:8) "-" report-timestamp(9:6)
               DELIMITED BY SIZE INTO expiry-report-line
           END-STRING.
           WRITE expiry-report-line.

           MOVE catalog-count TO count-disp.
           MOVE SPACES TO expiry-report-line.
           STRING "Assets on file: " FUNCTION TRIM(count-disp)
               DELIMITED BY SIZE INTO expiry-report-line
           END-STRING.
           MOVE files-read TO count-disp.
           STRING "  config files read: " FUNCTION TRIM(count-disp)
               DELIMITED BY SIZE INTO expiry-report-line(30:40)
           END-STRING.
           WRITE expiry-report-line.

           MOVE "E" TO section-kind.
           MOVE SPACES TO expiry-report-line.
           WRITE expiry-report-line.
           MOVE SPACES TO expiry-report-line.
           STRING "Assets whose licence expires by " report-limit
               DELIMITED BY SIZE INTO expiry-report-line
           END-STRING.
           WRITE expiry-report-line.
           PERFORM WRITE-CATALOG-SECTION.
           MOVE section-rows TO expiring-count.

           MOVE "X" TO section-kind.
           MOVE SPACES TO expiry-report-line.
           WRITE expiry-report-line.
           MOVE "Expired assets still referenced by a config"
               TO expiry-report-line.
           WRITE expiry-report-line.
           PERFORM WRITE-CATALOG-SECTION.
           MOVE section-rows TO expired-count.

           MOVE "U" TO section-kind.
           MOVE SPACES TO expiry-report-line.
           WRITE expiry-report-line.
           MOVE "Referenced assets not approved"
               TO expiry-report-line.
           WRITE expiry-report-line.
           PERFORM WRITE-CATALOG-SECTION.
           MOVE section-rows TO unapproved-count.

           PERFORM WRITE-UNKNOWN-SECTION.

           MOVE SPACES TO expiry-report-line.
           WRITE expiry-report-line.
           MOVE expiring-count TO count-disp.
           STRING "Expiring " count-disp
               DELIMITED BY SIZE INTO expiry-report-line
           END-STRING.
           MOVE expired-count TO count-disp.
           STRING "  expired in use " count-disp
               DELIMITED BY SIZE INTO expiry-report-line(14:30)
           END-STRING.
           MOVE unapproved-count TO count-disp.
           STRING "  unapproved in use " count-disp
               DELIMITED BY SIZE INTO expiry-report-line(36:30)
           END-STRING.
           MOVE unknown-count TO count-disp.
           STRING "  not catalogued " count-disp
               DELIMITED BY SIZE INTO expiry-report-line(61:30)
           END-STRING.
           WRITE expiry-report-line.

           CLOSE expiry-report.

           IF expired-count IS GREATER THAN ZERO
           OR unapproved-count IS GREATER THAN ZERO
           OR unknown-count IS GREATER THAN ZERO THEN
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

       LOAD-CATALOG.
           OPEN INPUT catalog-file.

           IF catalog-file-status EQUAL "00" THEN
               PERFORM WITH TEST AFTER UNTIL catalog-file-status
                   NOT EQUAL "00" OR catalog-count EQUAL CATALOG-MAX
                   READ catalog-file
                       AT END
                           CONTINUE
                       NOT AT END
                           IF catalog-record NOT EQUAL SPACES THEN
                               ADD 1 TO catalog-count
                               MOVE catalog-record
                                   TO catalog-entry(catalog-count)
                               MOVE 0 TO ref-count(catalog-count)
                               MOVE SPACES TO
                                   ref-last-station(catalog-count)
                                   ref-stations(catalog-count)
                               MOVE 1 TO ref-pos(catalog-count)
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE catalog-file
           END-IF.

           MOVE "00" TO catalog-file-status.

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

           MOVE "00" TO stations-config-status.

           EXIT.

       SCAN-STATION-CONFIGS.
           MOVE "slideshow.cfg" TO source-file.
           MOVE "F" TO source-kind.
           PERFORM SCAN-CONFIG-FILE.

           MOVE "scene.cfg" TO source-file.
           MOVE "F" TO source-kind.
           PERFORM SCAN-CONFIG-FILE.

           MOVE "playlist.cfg" TO source-file.
           MOVE "L" TO source-kind.
           PERFORM SCAN-CONFIG-FILE.

           EXIT.

       SCAN-CONFIG-FILE.
           MOVE SPACES TO config-file-name.
           STRING FUNCTION TRIM(source-base) FUNCTION TRIM(source-file)
               DELIMITED BY SIZE INTO config-file-name
           END-STRING.
           MOVE "Y" TO first-line.

           OPEN INPUT config-file.

           IF config-file-status EQUAL "00" THEN
               ADD 1 TO files-read
               PERFORM WITH TEST AFTER UNTIL config-file-status
                   NOT EQUAL "00"
                   READ config-file
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM TAKE-CONFIG-LINE
                   END-READ
               END-PERFORM

               CLOSE config-file
           END-IF.

           MOVE "00" TO config-file-status.

           EXIT.

       TAKE-CONFIG-LINE.
           MOVE SPACES TO asset-path.

           IF source-kind EQUAL "L" THEN
               IF first-line EQUAL "Y"
               AND FUNCTION UPPER-CASE
               (FUNCTION TRIM(config-file-line)) EQUAL "SHUFFLE" THEN
                   CONTINUE
               ELSE
                   MOVE FUNCTION TRIM(config-file-line) TO asset-path
               END-IF
           ELSE
               UNSTRING config-file-line DELIMITED BY ALL " "
                   INTO asset-path
               END-UNSTRING
               IF asset-path EQUAL SPACES THEN
                   MOVE FUNCTION TRIM(config-file-line) TO asset-path
                   UNSTRING asset-path DELIMITED BY ALL " "
                       INTO asset-path
                   END-UNSTRING
               END-IF
           END-IF.

           MOVE "N" TO first-line.

           IF asset-path NOT EQUAL SPACES THEN
               ADD 1 TO refs-read
               PERFORM FIND-CATALOG-PATH
               IF catalog-found NOT EQUAL 0 THEN
                   PERFORM ADD-STATION-REFERENCE
               ELSE
                   PERFORM ADD-UNKNOWN-REFERENCE
               END-IF
           END-IF.

           EXIT.

       FIND-CATALOG-PATH.
           MOVE 0 TO catalog-found.
           PERFORM VARYING catalog-scan FROM 1 BY 1
               UNTIL catalog-scan IS GREATER THAN catalog-count
               OR catalog-found NOT EQUAL 0
               IF cat-path(catalog-scan) EQUAL asset-path THEN
                   MOVE catalog-scan TO catalog-found
               END-IF
           END-PERFORM.

           EXIT.

       ADD-STATION-REFERENCE.
           IF ref-last-station(catalog-found) NOT EQUAL source-station
           THEN
               MOVE source-station TO ref-last-station(catalog-found)
               ADD 1 TO ref-count(catalog-found)
               IF ref-pos(catalog-found) IS LESS THAN 92 THEN
                   STRING FUNCTION TRIM(source-station) " "
                       DELIMITED BY SIZE
                       INTO ref-stations(catalog-found)
                       WITH POINTER ref-pos(catalog-found)
                   END-STRING
               END-IF
           END-IF.

           EXIT.

       ADD-UNKNOWN-REFERENCE.
           IF unknown-count IS LESS THAN UNKNOWN-MAX THEN
               ADD 1 TO unknown-count
               MOVE source-station TO unk-station(unknown-count)
               MOVE source-file TO unk-file(unknown-count)
               MOVE asset-path TO unk-path(unknown-count)
           ELSE
               ADD 1 TO unknown-dropped
           END-IF.

           EXIT.

       WRITE-CATALOG-SECTION.
           MOVE 0 TO section-rows.

           PERFORM VARYING catalog-scan FROM 1 BY 1
               UNTIL catalog-scan IS GREATER THAN catalog-count
               PERFORM CHECK-SECTION-ENTRY
               IF show-entry EQUAL "Y" THEN
                   ADD 1 TO section-rows
                   PERFORM WRITE-CATALOG-ENTRY
               END-IF
           END-PERFORM.

           IF section-rows EQUAL 0 THEN
               MOVE "  None" TO expiry-report-line
               WRITE expiry-report-line
           END-IF.

           EXIT.

       CHECK-SECTION-ENTRY.
           MOVE "N" TO show-entry.
           MOVE 0 TO expiry-integer.

           IF cat-expiry(catalog-scan) IS NUMERIC THEN
               COMPUTE expiry-integer = FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(cat-expiry(catalog-scan)))
           END-IF.

           EVALUATE section-kind
               WHEN "E"
                   IF expiry-integer IS GREATER THAN OR EQUAL TO
                   today-integer AND expiry-integer IS LESS THAN OR
                   EQUAL TO limit-integer THEN
                       MOVE "Y" TO show-entry
                   END-IF
               WHEN "X"
                   IF expiry-integer IS GREATER THAN ZERO
                   AND expiry-integer IS LESS THAN today-integer
                   AND ref-count(catalog-scan) IS GREATER THAN ZERO
                   THEN
                       MOVE "Y" TO show-entry
                   END-IF
               WHEN "U"
                   IF cat-status(catalog-scan) NOT EQUAL "APPROVED"
                   AND ref-count(catalog-scan) IS GREATER THAN ZERO
                   THEN
                       MOVE "Y" TO show-entry
                   END-IF
           END-EVALUATE.

           EXIT.

       WRITE-CATALOG-ENTRY.
           IF cat-expiry(catalog-scan) EQUAL SPACES THEN
               MOVE "NONE" TO expiry-shown
           ELSE
               MOVE cat-expiry(catalog-scan) TO expiry-shown
           END-IF.

           MOVE SPACES TO expiry-report-line.
           STRING "  " cat-id(catalog-scan)
               "  expires " expiry-shown
               "  " cat-status(catalog-scan)
               "  " cat-dept(catalog-scan)
               "  " FUNCTION TRIM(cat-title(catalog-scan))
               DELIMITED BY SIZE INTO expiry-report-line
           END-STRING.
           WRITE expiry-report-line.

           MOVE SPACES TO expiry-report-line.
           STRING "            path "
               FUNCTION TRIM(cat-path(catalog-scan))
               DELIMITED BY SIZE INTO expiry-report-line
           END-STRING.
           WRITE expiry-report-line.

           MOVE SPACES TO expiry-report-line.
           IF ref-count(catalog-scan) EQUAL 0 THEN
               MOVE "            not referenced by any config"
                   TO expiry-report-line
           ELSE
               STRING "            referenced by "
                   ref-stations(catalog-scan)
                   DELIMITED BY SIZE INTO expiry-report-line
               END-STRING
           END-IF.
           WRITE expiry-report-line.

           EXIT.

       WRITE-UNKNOWN-SECTION.
           MOVE SPACES TO expiry-report-line.
           WRITE expiry-report-line.
           MOVE "Config references with no catalog entry"
               TO expiry-report-line.
           WRITE expiry-report-line.

           IF unknown-count EQUAL 0 THEN
               MOVE "  None" TO expiry-report-line
               WRITE expiry-report-line
           ELSE
               MOVE "  station   file              path"
                   TO expiry-report-line
               WRITE expiry-report-line
           END-IF.

           PERFORM VARYING unknown-scan FROM 1 BY 1
               UNTIL unknown-scan IS GREATER THAN unknown-count
               MOVE SPACES TO expiry-report-line
               STRING "  " unk-station(unknown-scan)
                   "  " unk-file(unknown-scan)
                   "  " FUNCTION TRIM(unk-path(unknown-scan))
                   DELIMITED BY SIZE INTO expiry-report-line
               END-STRING
               WRITE expiry-report-line
           END-PERFORM.

           IF unknown-dropped IS GREATER THAN ZERO THEN
               MOVE unknown-dropped TO count-disp
               MOVE SPACES TO expiry-report-line
               STRING "  further references not listed: " count-disp
                   DELIMITED BY SIZE INTO expiry-report-line
               END-STRING
               WRITE expiry-report-line
           END-IF.

           EXIT.

       END PROGRAM CATALOG-REPORT.
