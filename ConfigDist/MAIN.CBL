               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS dist-report-status.

           SELECT change-file ASSIGN TO "data/content-changes.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS change-file-status.

           SELECT local-input ASSIGN TO local-input-name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS local-input-status.

           SELECT mandatory-config ASSIGN TO "config/mandatory.cfg"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS mandatory-config-status.

       DATA DIVISION.
       FILE SECTION.
           FD stations-config.
           FD dist-report.
           01 dist-report-line PIC X(120).

           FD change-file.
           01 change-record PIC X(338).

           FD local-input.
           01 local-input-record PIC X(140).

           FD mandatory-config.
           01 mandatory-config-line PIC X(140).

       WORKING-STORAGE SECTION.
           77 stations-config-status PIC X(02) VALUE "00".
           77 version-file-status PIC X(02) VALUE "00".
           77 copy-input-status PIC X(02) VALUE "00".
           77 copy-output-status PIC X(02) VALUE "00".
           77 dist-report-status PIC X(02) VALUE "00".
           77 change-file-status PIC X(02) VALUE "00".
           77 local-input-status PIC X(02) VALUE "00".
           77 mandatory-config-status PIC X(02) VALUE "00".
           77 version-stamp-name PIC X(60).
           77 copy-input-name PIC X(60).
           77 copy-output-name PIC X(60).
           77 local-input-name PIC X(60).
           77 run-timestamp PIC X(21).

           77 config-version USAGE BINARY-LONG VALUE 0.
           77 version-disp PIC 9(06).

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

           77 dir-name PIC X(60).
           77 dir-exist-info PIC X(64).
           77 dir-ok PIC X(01) VALUE "Y".
           77 dist-base-ok PIC X(01) VALUE "Y".
           77 return-value USAGE BINARY-LONG VALUE 0.
           77 files-copied USAGE BINARY-LONG VALUE 0.
           77 copied-disp PIC 9(03).
           77 station-ok PIC X(01) VALUE "Y".
           77 copy-result PIC X(01) VALUE "S".
           77 archive-dir PIC X(60).
           77 archive-ok PIC X(01) VALUE "Y".

           77 pending-count USAGE BINARY-LONG VALUE 0.
           77 pending-disp PIC 9(03).

           77 MANDATORY-MAX USAGE BINARY-LONG VALUE 40.
           01 mandatory-table.
             05 mandatory-entry OCCURS 40 TIMES.
               10 mandatory-file PIC X(20).
               10 mandatory-text PIC X(120).
           77 mandatory-count USAGE BINARY-LONG VALUE 0.
           77 mandatory-scan USAGE BINARY-LONG VALUE 0.
           77 mandatory-pos USAGE BINARY-LONG VALUE 0.
           77 mandatory-work PIC X(140).
           77 mandatory-disp PIC 9(03).
           77 ticker-mandatory PIC X(01) VALUE "N".

           77 MERGE-LINE-MAX USAGE BINARY-LONG VALUE 40.
           77 MERGE-SLIDE-MAX USAGE BINARY-LONG VALUE 20.
           77 MERGE-MESSAGE-MAX USAGE BINARY-LONG VALUE 10.
           01 merge-master-table.
             05 merge-master-entry OCCURS 40 TIMES.
               10 merge-master-line PIC X(140).
               10 merge-master-keep PIC X(01).
               10 merge-master-mandatory PIC X(01).
           77 merge-master-count USAGE BINARY-LONG VALUE 0.
           01 merge-local-table.
             05 merge-local-entry OCCURS 40 TIMES.
               10 merge-local-line PIC X(140).
               10 merge-local-keep PIC X(01).
           77 merge-local-count USAGE BINARY-LONG VALUE 0.
           77 merge-done PIC X(01) VALUE "N".
           77 merge-limit USAGE BINARY-LONG VALUE 0.
           77 merge-excess USAGE BINARY-LONG VALUE 0.
           77 merge-scan USAGE BINARY-LONG VALUE 0.
           77 merge-find USAGE BINARY-LONG VALUE 0.
           77 merge-next USAGE BINARY-LONG VALUE 0.
           77 merge-work PIC X(140).
           77 merge-key PIC X(140).
           77 merge-master-key PIC X(140).
           77 merge-is-mandatory PIC X(01) VALUE "N".
           77 local-added USAGE BINARY-LONG VALUE 0.
           77 local-duplicates USAGE BINARY-LONG VALUE 0.
           77 local-dropped USAGE BINARY-LONG VALUE 0.
           77 master-dropped USAGE BINARY-LONG VALUE 0.
           77 added-disp PIC 9(03).
           77 duplicates-disp PIC 9(03).
           77 dropped-disp PIC 9(03).
           77 master-dropped-disp PIC 9(03).
           77 local-copy-dir PIC X(60).

           01 merge-note-table.
             05 merge-note-entry OCCURS 3 TIMES.
               10 merge-note PIC X(100).
           77 merge-note-count USAGE BINARY-LONG VALUE 0.
           77 merge-note-scan USAGE BINARY-LONG VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-MASTER-FILE-LIST.
           PERFORM ADVANCE-VERSION.
           PERFORM LOAD-STATIONS.
           PERFORM LOAD-MANDATORY-ENTRIES.

           MOVE "dist" TO dir-name.
           PERFORM CREATE-ONE-DIR.
           MOVE dir-ok TO dist-base-ok.

           PERFORM WRITE-LOCAL-VERSION-STAMP.
           PERFORM ARCHIVE-MASTER-SET.

           OPEN OUTPUT dist-report.

           END-STRING.
           WRITE dist-report-line.

           MOVE SPACES TO dist-report-line.
           IF archive-ok EQUAL "Y" THEN
               STRING "Master set kept in " FUNCTION TRIM(archive-dir)
                   DELIMITED BY SIZE INTO dist-report-line
               END-STRING
           ELSE
               STRING "Master set could not be kept in "
                   FUNCTION TRIM(archive-dir)
                   DELIMITED BY SIZE INTO dist-report-line
               END-STRING
           END-IF.
           WRITE dist-report-line.

           MOVE mandatory-count TO mandatory-disp.
           MOVE SPACES TO dist-report-line.
           STRING "Mandatory master entries " mandatory-disp
               " from config/mandatory.cfg"
               DELIMITED BY SIZE INTO dist-report-line
           END-STRING.
           WRITE dist-report-line.

           MOVE "station  version files result" TO dist-report-line.
           WRITE dist-report-line.

           MOVE "playlist.cfg" TO master-file-name(17).
           MOVE "calendar.cfg" TO master-file-name(18).
           MOVE "snapshots.cfg" TO master-file-name(19).
           MOVE "survey.cfg" TO master-file-name(20).
           MOVE "performance.cfg" TO master-file-name(21).

           EXIT.

       ADVANCE-VERSION.
           PERFORM COUNT-PENDING-CHANGES.

           IF pending-count IS GREATER THAN 0 THEN
               PERFORM REFUSE-NEW-VERSION
           END-IF.

           OPEN INPUT version-file.

           IF version-file-status EQUAL "00" THEN

           EXIT.

       COUNT-PENDING-CHANGES.
           MOVE 0 TO pending-count.

           OPEN INPUT change-file.

           IF change-file-status EQUAL "00" THEN
               PERFORM WITH TEST AFTER UNTIL change-file-status
                   NOT EQUAL "00"
                   READ change-file
                       AT END
                           CONTINUE
                       NOT AT END
                           IF change-record(8:8) EQUAL "PENDING" THEN
                               ADD 1 TO pending-count
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE change-file
           END-IF.

           MOVE "00" TO change-file-status.

           EXIT.

       REFUSE-NEW-VERSION.
           MOVE pending-count TO pending-disp.

           OPEN OUTPUT dist-report.

           MOVE SPACES TO dist-report-line.
           STRING "Configuration distribution " run-timestamp(1:8)
               "-" run-timestamp(9:6) " REFUSED"
               DELIMITED BY SIZE INTO dist-report-line
           END-STRING.
           WRITE dist-report-line.

           MOVE SPACES TO dist-report-line.
           STRING "Version not advanced, " pending-disp
               " content changes awaiting approval"
               DELIMITED BY SIZE INTO dist-report-line
           END-STRING.
           WRITE dist-report-line.

           MOVE "change file           line station  proposer" TO
               dist-report-line.
           WRITE dist-report-line.

           OPEN INPUT change-file.

           IF change-file-status EQUAL "00" THEN
               PERFORM WITH TEST AFTER UNTIL change-file-status
                   NOT EQUAL "00"
                   READ change-file
                       AT END
                           CONTINUE
                       NOT AT END
                           IF change-record(8:8) EQUAL "PENDING" THEN
                               MOVE SPACES TO dist-report-line
                               STRING change-record(1:6) " "
                                   change-record(17:14) " "
                                   change-record(32:3) "  "
                                   change-record(331:8) " "
                                   change-record(38:8) " "
                                   change-record(47:15)
                                   DELIMITED BY SIZE
                                   INTO dist-report-line
                               END-STRING
                               WRITE dist-report-line
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE change-file
           END-IF.

           CLOSE dist-report.

           MOVE 4 TO RETURN-CODE.

           STOP RUN.

       LOAD-STATIONS.
           OPEN INPUT stations-config.


           EXIT.

       LOAD-MANDATORY-ENTRIES.
           OPEN INPUT mandatory-config.

           IF mandatory-config-status EQUAL "00" THEN
               PERFORM WITH TEST AFTER UNTIL mandatory-config-status
                   NOT EQUAL "00" OR mandatory-count EQUAL MANDATORY-MAX
                   READ mandatory-config
                       AT END
                           CONTINUE
                       NOT AT END
                           IF mandatory-config-line NOT EQUAL SPACES
                               PERFORM PARSE-MANDATORY-LINE
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE mandatory-config
           END-IF.

           MOVE "00" TO mandatory-config-status.

           EXIT.

       PARSE-MANDATORY-LINE.
           ADD 1 TO mandatory-count.
           MOVE SPACES TO mandatory-file(mandatory-count)
               mandatory-text(mandatory-count).
           MOVE FUNCTION TRIM(mandatory-config-line) TO mandatory-work.
           MOVE 1 TO mandatory-pos.

           UNSTRING mandatory-work DELIMITED BY ALL " "
               INTO mandatory-file(mandatory-count)
               WITH POINTER mandatory-pos
           END-UNSTRING.

           IF mandatory-pos IS LESS THAN OR EQUAL TO 140 THEN
               MOVE FUNCTION TRIM(mandatory-work(mandatory-pos:))
                   TO mandatory-text(mandatory-count)
           END-IF.

           IF mandatory-file(mandatory-count) EQUAL "ticker.cfg" THEN
               MOVE "Y" TO ticker-mandatory
           END-IF.

           EXIT.

       WRITE-LOCAL-VERSION-STAMP.
           MOVE "config/config.ver" TO version-stamp-name.
           PERFORM WRITE-VERSION-STAMP.

           EXIT.

       ARCHIVE-MASTER-SET.
           MOVE "data/config-masters" TO dir-name.
           PERFORM CREATE-ONE-DIR.
           MOVE dir-ok TO archive-ok.

           MOVE SPACES TO archive-dir.
           STRING "data/config-masters/" version-disp
               DELIMITED BY SIZE INTO archive-dir
           END-STRING.

           IF archive-ok EQUAL "Y" THEN
               MOVE archive-dir TO dir-name
               PERFORM CREATE-ONE-DIR
               MOVE dir-ok TO archive-ok
           END-IF.

           IF archive-ok EQUAL "Y" THEN
               PERFORM VARYING master-scan FROM 1 BY 1
                   UNTIL master-scan IS GREATER THAN MASTER-FILE-MAX
                   PERFORM ARCHIVE-ONE-CONFIG
               END-PERFORM
           END-IF.

           EXIT.

       ARCHIVE-ONE-CONFIG.
           MOVE SPACES TO copy-input-name.
           STRING "config/"
               FUNCTION TRIM(master-file-name(master-scan))
               DELIMITED BY SIZE INTO copy-input-name
           END-STRING.

           MOVE SPACES TO copy-output-name.
           STRING FUNCTION TRIM(archive-dir) "/"
               FUNCTION TRIM(master-file-name(master-scan))
               DELIMITED BY SIZE INTO copy-output-name
           END-STRING.

           PERFORM COPY-CONFIG-FILE.

           IF copy-result EQUAL "F" THEN
               MOVE "N" TO archive-ok
           END-IF.

           EXIT.

       DISTRIBUTE-TO-STATION.
           MOVE dist-base-ok TO station-ok.
           MOVE 0 TO files-copied.
           MOVE 0 TO merge-note-count.

           IF station-ok EQUAL "Y" THEN
               MOVE SPACES TO dir-name
           END-IF.
           WRITE dist-report-line.

           PERFORM VARYING merge-note-scan FROM 1 BY 1
               UNTIL merge-note-scan IS GREATER THAN merge-note-count
               MOVE merge-note(merge-note-scan) TO dist-report-line
               WRITE dist-report-line
           END-PERFORM.

           IF merge-note-count EQUAL 0 AND station-ok EQUAL "Y" THEN
               MOVE "         no local content, master set as issued"
                   TO dist-report-line
               WRITE dist-report-line
           END-IF.

           EXIT.

       CREATE-ONE-DIR.
               DELIMITED BY SIZE INTO copy-output-name
           END-STRING.

           MOVE "N" TO merge-done.

           EVALUATE master-file-name(master-scan)
               WHEN "messages.cfg"
               WHEN "slideshow.cfg"
               WHEN "ticker.cfg"
                   PERFORM MERGE-LOCAL-CONTENT
           END-EVALUATE.

           IF merge-done EQUAL "N" THEN
               PERFORM COPY-CONFIG-FILE
           END-IF.

           EVALUATE copy-result
               WHEN "C"
                   ADD 1 TO files-copied
               WHEN "F"
                   MOVE "N" TO station-ok
           END-EVALUATE.

           IF merge-done EQUAL "Y" AND copy-result EQUAL "C" THEN
               PERFORM KEEP-MERGED-COPY
           END-IF.

           EXIT.

       MERGE-LOCAL-CONTENT.
           MOVE 0 TO merge-local-count merge-master-count.
           MOVE 0 TO local-added local-duplicates local-dropped
               master-dropped.

           MOVE SPACES TO local-input-name.
           STRING "config/local/"
               FUNCTION TRIM(station-id(station-scan)) "/"
               FUNCTION TRIM(master-file-name(master-scan))
               DELIMITED BY SIZE INTO local-input-name
           END-STRING.

           OPEN INPUT local-input.

           IF local-input-status EQUAL "00" THEN
               MOVE "Y" TO merge-done
               PERFORM WITH TEST AFTER UNTIL local-input-status
                   NOT EQUAL "00" OR merge-local-count EQUAL
                   MERGE-LINE-MAX
                   READ local-input
                       AT END
                           CONTINUE
                       NOT AT END
                           IF local-input-record NOT EQUAL SPACES
                               ADD 1 TO merge-local-count
                               MOVE local-input-record TO
                                   merge-local-line(merge-local-count)
                               MOVE "Y" TO
                                   merge-local-keep(merge-local-count)
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE local-input
           END-IF.

           MOVE "00" TO local-input-status.

           IF merge-local-count EQUAL 0 THEN
               MOVE "N" TO merge-done
           END-IF.

           IF merge-done EQUAL "Y" THEN
               PERFORM LOAD-MERGE-MASTER

               EVALUATE master-file-name(master-scan)
                   WHEN "messages.cfg"
                       MOVE MERGE-MESSAGE-MAX TO merge-limit
                       PERFORM MERGE-CONTENT-LIST
                   WHEN "slideshow.cfg"
                       MOVE MERGE-SLIDE-MAX TO merge-limit
                       PERFORM MERGE-CONTENT-LIST
                   WHEN "ticker.cfg"
                       PERFORM MERGE-TICKER-LINE
               END-EVALUATE

               PERFORM WRITE-MERGED-FILE
               PERFORM NOTE-MERGE-RESULT
           END-IF.

           EXIT.

       LOAD-MERGE-MASTER.
           OPEN INPUT copy-input.

           IF copy-input-status EQUAL "00" THEN
               PERFORM WITH TEST AFTER UNTIL copy-input-status
                   NOT EQUAL "00" OR merge-master-count EQUAL
                   MERGE-LINE-MAX
                   READ copy-input
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO merge-master-count
                           MOVE copy-input-record TO
                               merge-master-line(merge-master-count)
                           MOVE "Y" TO
                               merge-master-keep(merge-master-count)
                           MOVE "N" TO merge-master-mandatory
                               (merge-master-count)
                   END-READ
               END-PERFORM

               CLOSE copy-input
           END-IF.

           MOVE "00" TO copy-input-status.

           EXIT.

       MERGE-CONTENT-LIST.
           PERFORM VARYING merge-scan FROM 1 BY 1
               UNTIL merge-scan IS GREATER THAN merge-master-count
               MOVE merge-master-line(merge-scan) TO merge-work
               PERFORM SET-MERGE-KEY
               PERFORM CHECK-MANDATORY-ENTRY
               MOVE merge-is-mandatory TO
                   merge-master-mandatory(merge-scan)
           END-PERFORM.

           PERFORM VARYING merge-scan FROM 1 BY 1
               UNTIL merge-scan IS GREATER THAN merge-local-count
               PERFORM CHECK-LOCAL-DUPLICATE
           END-PERFORM.

           COMPUTE merge-excess = merge-master-count
               + merge-local-count - local-duplicates - merge-limit.

           MOVE merge-master-count TO merge-scan.
           PERFORM UNTIL merge-excess IS LESS THAN OR EQUAL TO ZERO
               OR merge-scan IS LESS THAN 1
               IF merge-master-mandatory(merge-scan) EQUAL "N" THEN
                   MOVE "N" TO merge-master-keep(merge-scan)
                   ADD 1 TO master-dropped
                   SUBTRACT 1 FROM merge-excess
               END-IF
               SUBTRACT 1 FROM merge-scan
           END-PERFORM.

           MOVE merge-local-count TO merge-scan.
           PERFORM UNTIL merge-excess IS LESS THAN OR EQUAL TO ZERO
               OR merge-scan IS LESS THAN 1
               IF merge-local-keep(merge-scan) EQUAL "Y" THEN
                   MOVE "N" TO merge-local-keep(merge-scan)
                   ADD 1 TO local-dropped
                   SUBTRACT 1 FROM merge-excess
               END-IF
               SUBTRACT 1 FROM merge-scan
           END-PERFORM.

           COMPUTE local-added = merge-local-count - local-duplicates
               - local-dropped.

           EXIT.

       SET-MERGE-KEY.
           MOVE SPACES TO merge-key.

           IF master-file-name(master-scan) EQUAL "slideshow.cfg" THEN
               UNSTRING FUNCTION TRIM(merge-work) DELIMITED BY ALL " "
                   INTO merge-key
               END-UNSTRING
           ELSE
               MOVE FUNCTION TRIM(merge-work) TO merge-key
           END-IF.

           EXIT.

       CHECK-MANDATORY-ENTRY.
           MOVE "N" TO merge-is-mandatory.

           PERFORM VARYING mandatory-scan FROM 1 BY 1
               UNTIL mandatory-scan IS GREATER THAN mandatory-count
               IF mandatory-file(mandatory-scan) EQUAL
               master-file-name(master-scan)
               AND mandatory-text(mandatory-scan) EQUAL merge-key THEN
                   MOVE "Y" TO merge-is-mandatory
               END-IF
           END-PERFORM.

           EXIT.

       CHECK-LOCAL-DUPLICATE.
           MOVE merge-local-line(merge-scan) TO merge-work.
           PERFORM SET-MERGE-KEY.
           MOVE merge-key TO merge-master-key.

           PERFORM VARYING merge-find FROM 1 BY 1
               UNTIL merge-find IS GREATER THAN merge-master-count
               OR merge-local-keep(merge-scan) EQUAL "N"
               MOVE merge-master-line(merge-find) TO merge-work
               PERFORM SET-MERGE-KEY
               IF merge-key EQUAL merge-master-key THEN
                   MOVE "N" TO merge-local-keep(merge-scan)
                   ADD 1 TO local-duplicates
               END-IF
           END-PERFORM.

           EXIT.

       MERGE-TICKER-LINE.
           IF ticker-mandatory EQUAL "Y"
           OR merge-master-count IS LESS THAN 2 THEN
               MOVE 1 TO local-dropped
           ELSE
               IF merge-master-count IS LESS THAN 3 THEN
                   MOVE 3 TO merge-master-count
                   MOVE "Y" TO merge-master-keep(3)
               END-IF
               MOVE merge-local-line(1) TO merge-master-line(3)
               MOVE 1 TO local-added
           END-IF.

           EXIT.

       WRITE-MERGED-FILE.
           MOVE "F" TO copy-result.
           MOVE 1 TO merge-next.

           OPEN OUTPUT copy-output.

           IF copy-output-status EQUAL "00" THEN
               PERFORM VARYING merge-scan FROM 1 BY 1
                   UNTIL merge-scan IS GREATER THAN merge-master-count
                   IF merge-master-keep(merge-scan) EQUAL "Y" THEN
                       MOVE merge-master-line(merge-scan)
                           TO copy-output-record
                       WRITE copy-output-record
                       IF master-file-name(master-scan) EQUAL
                       "slideshow.cfg" THEN
                           PERFORM WRITE-NEXT-LOCAL-LINE
                       END-IF
                   END-IF
               END-PERFORM

               IF master-file-name(master-scan) NOT EQUAL
               "ticker.cfg" THEN
                   PERFORM UNTIL merge-next IS GREATER THAN
                       merge-local-count
                       PERFORM WRITE-NEXT-LOCAL-LINE
                   END-PERFORM
               END-IF

               CLOSE copy-output
               MOVE "C" TO copy-result
           END-IF.

           MOVE "00" TO copy-output-status.

           EXIT.

       WRITE-NEXT-LOCAL-LINE.
           PERFORM UNTIL merge-next IS GREATER THAN merge-local-count
               OR merge-local-keep(merge-next) EQUAL "Y"
               ADD 1 TO merge-next
           END-PERFORM.

           IF merge-next IS LESS THAN OR EQUAL TO merge-local-count
               MOVE merge-local-line(merge-next) TO copy-output-record
               WRITE copy-output-record
               ADD 1 TO merge-next
           END-IF.

           EXIT.

       NOTE-MERGE-RESULT.
           ADD 1 TO merge-note-count.
           MOVE SPACES TO merge-note(merge-note-count).

           MOVE local-added TO added-disp.
           MOVE local-duplicates TO duplicates-disp.
           MOVE local-dropped TO dropped-disp.
           MOVE master-dropped TO master-dropped-disp.

           EVALUATE TRUE
               WHEN copy-result EQUAL "F"
                   STRING "         "
                       master-file-name(master-scan)(1:14)
                       " merged copy could not be written"
                       DELIMITED BY SIZE
                       INTO merge-note(merge-note-count)
                   END-STRING
               WHEN master-file-name(master-scan) EQUAL "ticker.cfg"
               AND local-added EQUAL 1
                   STRING "         "
                       master-file-name(master-scan)(1:14)
                       " local ticker line shown in place of master"
                       DELIMITED BY SIZE
                       INTO merge-note(merge-note-count)
                   END-STRING
               WHEN master-file-name(master-scan) EQUAL "ticker.cfg"
               AND ticker-mandatory EQUAL "Y"
                   STRING "         "
                       master-file-name(master-scan)(1:14)
                       " master ticker kept, flagged mandatory"
                       DELIMITED BY SIZE
                       INTO merge-note(merge-note-count)
                   END-STRING
               WHEN master-file-name(master-scan) EQUAL "ticker.cfg"
                   STRING "         "
                       master-file-name(master-scan)(1:14)
                       " master ticker kept, master timings missing"
                       DELIMITED BY SIZE
                       INTO merge-note(merge-note-count)
                   END-STRING
               WHEN OTHER
                   STRING "         "
                       master-file-name(master-scan)(1:14)
                       " local added " added-disp
                       " duplicate " duplicates-disp
                       " dropped " dropped-disp
                       " master dropped " master-dropped-disp
                       DELIMITED BY SIZE
                       INTO merge-note(merge-note-count)
                   END-STRING
           END-EVALUATE.

           EXIT.

       KEEP-MERGED-COPY.
           IF archive-ok EQUAL "Y" THEN
               MOVE SPACES TO dir-name
               STRING FUNCTION TRIM(archive-dir) "/local"
                   DELIMITED BY SIZE INTO dir-name
               END-STRING
               PERFORM CREATE-ONE-DIR

               MOVE SPACES TO local-copy-dir
               STRING FUNCTION TRIM(archive-dir) "/local/"
                   FUNCTION TRIM(station-id(station-scan))
                   DELIMITED BY SIZE INTO local-copy-dir
               END-STRING
               MOVE local-copy-dir TO dir-name
               PERFORM CREATE-ONE-DIR

               IF dir-ok EQUAL "Y" THEN
                   MOVE copy-output-name TO copy-input-name
                   MOVE SPACES TO copy-output-name
                   STRING FUNCTION TRIM(local-copy-dir) "/"
                       FUNCTION TRIM(master-file-name(master-scan))
                       DELIMITED BY SIZE INTO copy-output-name
                   END-STRING
                   PERFORM COPY-CONFIG-FILE
               END-IF
           END-IF.

           EXIT.

       COPY-CONFIG-FILE.
           MOVE "S" TO copy-result.

           OPEN INPUT copy-input.

           IF copy-input-status EQUAL "00" THEN
                   END-PERFORM

                   CLOSE copy-output
                   MOVE "C" TO copy-result
               ELSE
                   MOVE "F" TO copy-result
               END-IF

               CLOSE copy-input
