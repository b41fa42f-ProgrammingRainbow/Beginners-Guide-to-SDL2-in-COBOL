       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFIG-DRIFT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT stations-config ASSIGN TO "config/stations.cfg"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS stations-config-status.

           SELECT version-file ASSIGN TO "data/config-version.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS version-file-status.

           SELECT version-stamp ASSIGN TO version-stamp-name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS version-stamp-status.

           SELECT master-input ASSIGN TO master-input-name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS master-input-status.

           SELECT station-input ASSIGN TO station-input-name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS station-input-status.

           SELECT drift-report ASSIGN TO "reports/config-drift.rpt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS drift-report-status.

       DATA DIVISION.
       FILE SECTION.
           FD stations-config.
           01 stations-config-line PIC X(40).

           FD version-file.
           01 version-file-line PIC X(10).

           FD version-stamp.
           01 version-stamp-line PIC X(40).

           FD master-input.
           01 master-input-record PIC X(140).

           FD station-input.
           01 station-input-record PIC X(140).

           FD drift-report.
           01 drift-report-line PIC X(180).

       WORKING-STORAGE SECTION.
           77 stations-config-status PIC X(02) VALUE "00".
           77 version-file-status PIC X(02) VALUE "00".
           77 version-stamp-status PIC X(02) VALUE "00".
           77 master-input-status PIC X(02) VALUE "00".
           77 station-input-status PIC X(02) VALUE "00".
           77 drift-report-status PIC X(02) VALUE "00".
           77 version-stamp-name PIC X(60).
           77 master-input-name PIC X(60).
           77 station-input-name PIC X(60).
           77 merged-copy-name PIC X(60).
           77 run-timestamp PIC X(21).

           77 current-version USAGE BINARY-LONG VALUE 0.
           77 current-disp PIC 9(06).
           77 stamped-version USAGE BINARY-LONG VALUE 0.
           77 stamped-disp PIC 9(06).
           77 stamp-found PIC X(01) VALUE "N".
           77 archive-dir PIC X(60).
           77 archive-info PIC X(64).
           77 return-value USAGE BINARY-LONG VALUE 0.

           77 STATION-MAX USAGE BINARY-LONG VALUE 16.
           01 station-table.
             05 station-entry OCCURS 16 TIMES.
               10 station-id PIC X(08).
           77 station-count USAGE BINARY-LONG VALUE 0.
           77 station-scan USAGE BINARY-LONG VALUE 0.

           77 MASTER-FILE-MAX USAGE BINARY-LONG VALUE 21.
           01 master-file-table.
             05 master-file-entry OCCURS 21 TIMES.
               10 master-file-name PIC X(30).
           77 master-scan USAGE BINARY-LONG VALUE 0.

           77 master-open PIC X(01) VALUE "N".
           77 station-open PIC X(01) VALUE "N".
           77 master-eof PIC X(01) VALUE "N".
           77 station-eof PIC X(01) VALUE "N".
           77 line-number USAGE BINARY-LONG VALUE 0.
           77 line-disp PIC 9(04).
           77 expected-text PIC X(140).
           77 found-text PIC X(140).
           77 diff-note PIC X(40).

           77 station-diff-count USAGE BINARY-LONG VALUE 0.
           77 station-behind PIC X(01) VALUE "N".
           77 station-result PIC X(12).
           77 drift-stations USAGE BINARY-LONG VALUE 0.
           77 behind-stations USAGE BINARY-LONG VALUE 0.
           77 station-merged USAGE BINARY-LONG VALUE 0.
           77 count-disp PIC 9(04).
           77 stations-disp PIC 9(03).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO run-timestamp.

           PERFORM LOAD-MASTER-FILE-LIST.
           PERFORM LOAD-CURRENT-VERSION.
           PERFORM LOAD-STATIONS.

           OPEN OUTPUT drift-report.

           MOVE SPACES TO drift-report-line.
           STRING "Configuration drift " run-timestamp(1:8)
               "-" run-timestamp(9:6)
               " current master version " current-disp
               DELIMITED BY SIZE INTO drift-report-line
           END-STRING.
           WRITE drift-report-line.

           PERFORM VARYING station-scan FROM 1 BY 1
               UNTIL station-scan IS GREATER THAN station-count
               PERFORM CHECK-STATION
           END-PERFORM.

           IF station-count EQUAL 0 THEN
               MOVE "No stations configured" TO drift-report-line
               WRITE drift-report-line
           END-IF.

           MOVE SPACES TO drift-report-line.
           WRITE drift-report-line.

           MOVE drift-stations TO stations-disp.
           MOVE SPACES TO drift-report-line.
           STRING "Stations with drift:  " stations-disp
               DELIMITED BY SIZE INTO drift-report-line
           END-STRING.
           WRITE drift-report-line.

           MOVE behind-stations TO stations-disp.
           MOVE SPACES TO drift-report-line.
           STRING "Stations behind:      " stations-disp
               DELIMITED BY SIZE INTO drift-report-line
           END-STRING.
           WRITE drift-report-line.

           CLOSE drift-report.

           IF drift-stations IS GREATER THAN ZERO
           OR behind-stations IS GREATER THAN ZERO THEN
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

       LOAD-MASTER-FILE-LIST.
           MOVE "keymap.cfg" TO master-file-name(1).
           MOVE "idle.cfg" TO master-file-name(2).
           MOVE "macro.cfg" TO master-file-name(3).
           MOVE "messages.cfg" TO master-file-name(4).
           MOVE "schedule.cfg" TO master-file-name(5).
           MOVE "slideshow.cfg" TO master-file-name(6).
           MOVE "languages.cfg" TO master-file-name(7).
           MOVE "hours.cfg" TO master-file-name(8).
           MOVE "scene.cfg" TO master-file-name(9).
           MOVE "severity.cfg" TO master-file-name(10).
           MOVE "retention.cfg" TO master-file-name(11).
           MOVE "alerts.cfg" TO master-file-name(12).
           MOVE "watchdog.cfg" TO master-file-name(13).
           MOVE "dispatch.cfg" TO master-file-name(14).
           MOVE "layout.cfg" TO master-file-name(15).
           MOVE "ticker.cfg" TO master-file-name(16).
           MOVE "playlist.cfg" TO master-file-name(17).
           MOVE "calendar.cfg" TO master-file-name(18).
           MOVE "snapshots.cfg" TO master-file-name(19).
           MOVE "survey.cfg" TO master-file-name(20).
           MOVE "performance.cfg" TO master-file-name(21).

           EXIT.

       LOAD-CURRENT-VERSION.
           OPEN INPUT version-file.

           IF version-file-status EQUAL "00" THEN
               READ version-file
                   AT END
                       CONTINUE
                   NOT AT END
                       COMPUTE current-version = FUNCTION NUMVAL
                           (FUNCTION TRIM(version-file-line))
               END-READ

               CLOSE version-file
           END-IF.

           MOVE "00" TO version-file-status.
           MOVE current-version TO current-disp.

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

       CHECK-STATION.
           MOVE 0 TO station-diff-count.
           MOVE 0 TO station-merged.
           MOVE "N" TO station-behind.

           MOVE SPACES TO drift-report-line.
           WRITE drift-report-line.

           PERFORM READ-STATION-STAMP.

           IF stamp-found EQUAL "N" THEN
               MOVE SPACES TO drift-report-line
               STRING station-id(station-scan)
                   " no config.ver stamp - configuration never "
                   "delivered or stamp lost"
                   DELIMITED BY SIZE INTO drift-report-line
               END-STRING
               WRITE drift-report-line
               ADD 1 TO station-diff-count
               MOVE "NO STAMP" TO station-result
           ELSE
               IF stamped-version IS LESS THAN current-version THEN
                   MOVE "Y" TO station-behind
                   ADD 1 TO behind-stations
               END-IF
               PERFORM COMPARE-STATION-FILES
               IF station-merged IS GREATER THAN ZERO THEN
                   MOVE station-merged TO count-disp
                   MOVE SPACES TO drift-report-line
                   STRING station-id(station-scan)
                       " local content merged into " count-disp
                       " files - compared with the merged copy"
                       DELIMITED BY SIZE INTO drift-report-line
                   END-STRING
                   WRITE drift-report-line
               END-IF
               IF station-behind EQUAL "Y" THEN
                   MOVE "BEHIND" TO station-result
               ELSE
                   MOVE "CURRENT" TO station-result
               END-IF
           END-IF.

           IF station-diff-count IS GREATER THAN ZERO THEN
               ADD 1 TO drift-stations
           END-IF.

           MOVE station-diff-count TO count-disp.
           MOVE SPACES TO drift-report-line.
           STRING station-id(station-scan) " version " stamped-disp
               " of " current-disp "  " station-result
               " differences " count-disp
               DELIMITED BY SIZE INTO drift-report-line
           END-STRING.
           WRITE drift-report-line.

           EXIT.

       READ-STATION-STAMP.
           MOVE "N" TO stamp-found.
           MOVE 0 TO stamped-version.

           MOVE SPACES TO version-stamp-name.
           STRING "dist/" FUNCTION TRIM(station-id(station-scan))
               "/config/config.ver"
               DELIMITED BY SIZE INTO version-stamp-name
           END-STRING.

           OPEN INPUT version-stamp.

           IF version-stamp-status EQUAL "00" THEN
               READ version-stamp
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TRIM(version-stamp-line)
                           IS NUMERIC THEN
                           MOVE "Y" TO stamp-found
                           COMPUTE stamped-version = FUNCTION NUMVAL
                               (FUNCTION TRIM(version-stamp-line))
                       END-IF
               END-READ

               CLOSE version-stamp
           END-IF.

           MOVE "00" TO version-stamp-status.
           MOVE stamped-version TO stamped-disp.

           EXIT.

       COMPARE-STATION-FILES.
           MOVE SPACES TO archive-dir.
           STRING "data/config-masters/" stamped-disp
               DELIMITED BY SIZE INTO archive-dir
           END-STRING.

           CALL "CBL_CHECK_FILE_EXIST" USING
               archive-dir archive-info
               RETURNING return-value
           END-CALL.

           IF return-value NOT EQUAL 0 THEN
               MOVE SPACES TO drift-report-line
               STRING station-id(station-scan)
                   " master set for version " stamped-disp
                   " is not on file - files not compared"
                   DELIMITED BY SIZE INTO drift-report-line
               END-STRING
               WRITE drift-report-line
               ADD 1 TO station-diff-count
           ELSE
               PERFORM VARYING master-scan FROM 1 BY 1
                   UNTIL master-scan IS GREATER THAN MASTER-FILE-MAX
                   PERFORM COMPARE-ONE-FILE
               END-PERFORM
           END-IF.

           EXIT.

       COMPARE-ONE-FILE.
           MOVE 0 TO line-number.

           MOVE SPACES TO master-input-name.
           STRING FUNCTION TRIM(archive-dir) "/"
               FUNCTION TRIM(master-file-name(master-scan))
               DELIMITED BY SIZE INTO master-input-name
           END-STRING.

           MOVE SPACES TO merged-copy-name.
           STRING FUNCTION TRIM(archive-dir) "/local/"
               FUNCTION TRIM(station-id(station-scan)) "/"
               FUNCTION TRIM(master-file-name(master-scan))
               DELIMITED BY SIZE INTO merged-copy-name
           END-STRING.

           CALL "CBL_CHECK_FILE_EXIST" USING
               merged-copy-name archive-info
               RETURNING return-value
           END-CALL.

           IF return-value EQUAL 0 THEN
               MOVE merged-copy-name TO master-input-name
               ADD 1 TO station-merged
           END-IF.

           MOVE SPACES TO station-input-name.
           STRING "dist/" FUNCTION TRIM(station-id(station-scan))
               "/config/"
               FUNCTION TRIM(master-file-name(master-scan))
               DELIMITED BY SIZE INTO station-input-name
           END-STRING.

           MOVE "N" TO master-open station-open.

           OPEN INPUT master-input.
           IF master-input-status EQUAL "00" THEN
               MOVE "Y" TO master-open
           END-IF.

           OPEN INPUT station-input.
           IF station-input-status EQUAL "00" THEN
               MOVE "Y" TO station-open
           END-IF.

           EVALUATE TRUE
               WHEN master-open EQUAL "N" AND station-open EQUAL "N"
                   CONTINUE
               WHEN station-open EQUAL "N"
                   MOVE "file missing at station" TO diff-note
                   PERFORM WRITE-FILE-NOTE
               WHEN master-open EQUAL "N"
                   MOVE "file not part of the master set" TO diff-note
                   PERFORM WRITE-FILE-NOTE
               WHEN OTHER
                   PERFORM COMPARE-FILE-LINES
           END-EVALUATE.

           IF master-open EQUAL "Y" THEN
               CLOSE master-input
           END-IF.

           IF station-open EQUAL "Y" THEN
               CLOSE station-input
           END-IF.

           MOVE "00" TO master-input-status.
           MOVE "00" TO station-input-status.

           EXIT.

       COMPARE-FILE-LINES.
           MOVE "N" TO master-eof station-eof.

           PERFORM WITH TEST AFTER UNTIL master-eof EQUAL "Y"
               AND station-eof EQUAL "Y"
               ADD 1 TO line-number
               MOVE SPACES TO expected-text found-text

               IF master-eof EQUAL "N" THEN
                   READ master-input
                       AT END
                           MOVE "Y" TO master-eof
                       NOT AT END
                           MOVE master-input-record TO expected-text
                   END-READ
               END-IF

               IF station-eof EQUAL "N" THEN
                   READ station-input
                       AT END
                           MOVE "Y" TO station-eof
                       NOT AT END
                           MOVE station-input-record TO found-text
                   END-READ
               END-IF

               EVALUATE TRUE
                   WHEN master-eof EQUAL "Y" AND station-eof EQUAL "Y"
                       CONTINUE
                   WHEN master-eof EQUAL "Y"
                       MOVE "(end of file)" TO expected-text
                       PERFORM WRITE-LINE-DIFFERENCE
                   WHEN station-eof EQUAL "Y"
                       MOVE "(end of file)" TO found-text
                       PERFORM WRITE-LINE-DIFFERENCE
                   WHEN expected-text NOT EQUAL found-text
                       PERFORM WRITE-LINE-DIFFERENCE
               END-EVALUATE
           END-PERFORM.

           EXIT.

       WRITE-LINE-DIFFERENCE.
           ADD 1 TO station-diff-count.

           MOVE line-number TO line-disp.
           MOVE SPACES TO drift-report-line.
           STRING station-id(station-scan) " "
               master-file-name(master-scan)(1:16) " "
               line-disp " expected: " expected-text
               DELIMITED BY SIZE INTO drift-report-line
           END-STRING.
           WRITE drift-report-line.

           MOVE SPACES TO drift-report-line.
           STRING "                                  found: "
               found-text
               DELIMITED BY SIZE INTO drift-report-line
           END-STRING.
           WRITE drift-report-line.

           EXIT.

       WRITE-FILE-NOTE.
           ADD 1 TO station-diff-count.

           MOVE SPACES TO drift-report-line.
           STRING station-id(station-scan) " "
               master-file-name(master-scan)(1:16) " "
               "0000 " diff-note
               DELIMITED BY SIZE INTO drift-report-line
           END-STRING.
           WRITE drift-report-line.

           EXIT.

       END PROGRAM CONFIG-DRIFT.
