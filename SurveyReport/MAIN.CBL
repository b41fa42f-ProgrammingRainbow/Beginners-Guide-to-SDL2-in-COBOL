       IDENTIFICATION DIVISION.
       PROGRAM-ID. SURVEY-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT survey-config ASSIGN TO "config/survey.cfg"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS survey-config-status.

           SELECT survey-log ASSIGN TO "logs/survey.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS survey-log-status.

           SELECT survey-report ASSIGN TO "reports/survey-tally.rpt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS survey-report-status.

       DATA DIVISION.
       FILE SECTION.
           FD survey-config.
           01 survey-config-line PIC X(300).

           FD survey-log.
           01 survey-log-record PIC X(120).

           FD survey-report.
           01 survey-report-line PIC X(132).

       WORKING-STORAGE SECTION.
           77 survey-config-status PIC X(02) VALUE "00".
           77 survey-log-status PIC X(02) VALUE "00".
           77 survey-report-status PIC X(02) VALUE "00".
           77 report-timestamp PIC X(21).

           77 REPORT-DAYS USAGE BINARY-LONG VALUE 7.
           77 today-integer USAGE BINARY-LONG VALUE 0.
           77 report-day-int USAGE BINARY-LONG VALUE 0.
           77 week-start-int USAGE BINARY-LONG VALUE 0.
           77 report-day PIC 9(08) VALUE 0.
           77 week-start PIC 9(08) VALUE 0.

           77 QST-MAX USAGE BINARY-LONG VALUE 20.
           01 qst-table.
             05 qst-entry OCCURS 20 TIMES.
               10 qst-id PIC X(08).
               10 qst-from PIC X(08).
               10 qst-thru PIC X(08).
               10 qst-text PIC X(100).
               10 qst-choice-count USAGE BINARY-LONG.
               10 qst-choice PIC X(40) OCCURS 4 TIMES.
           77 qst-count USAGE BINARY-LONG VALUE 0.
           77 qst-scan USAGE BINARY-LONG VALUE 0.
           77 qst-found USAGE BINARY-LONG VALUE 0.

           77 TALLY-MAX USAGE BINARY-LONG VALUE 200.
           01 tally-table.
             05 tally-entry OCCURS 200 TIMES.
               10 tly-question PIC X(08).
               10 tly-station PIC X(08).
               10 tly-day-count USAGE BINARY-LONG OCCURS 4 TIMES.
               10 tly-week-count USAGE BINARY-LONG OCCURS 4 TIMES.
           77 tly-count-used USAGE BINARY-LONG VALUE 0.
           77 tly-scan USAGE BINARY-LONG VALUE 0.
           77 tly-found USAGE BINARY-LONG VALUE 0.
           77 tly-dropped USAGE BINARY-LONG VALUE 0.

           77 parse-id PIC X(08).
           77 parse-from PIC X(08).
           77 parse-thru PIC X(08).
           77 parse-body PIC X(300).
           77 parse-pos USAGE BINARY-LONG VALUE 0.
           77 parse-fields USAGE BINARY-LONG VALUE 0.
           77 parse-question PIC X(120).

           77 record-day PIC X(08).
           77 record-station PIC X(08).
           77 record-question PIC X(08).
           77 record-answer USAGE BINARY-LONG VALUE 0.
           77 records-read USAGE BINARY-LONG VALUE 0.
           77 records-day USAGE BINARY-LONG VALUE 0.
           77 records-week USAGE BINARY-LONG VALUE 0.

           77 period-flag PIC X(01) VALUE "D".
           77 period-rows USAGE BINARY-LONG VALUE 0.
           77 choice-scan USAGE BINARY-LONG VALUE 0.
           77 choice-shown USAGE BINARY-LONG VALUE 0.
           01 row-table.
             05 row-count USAGE BINARY-LONG OCCURS 4 TIMES.
           01 fleet-table.
             05 fleet-count USAGE BINARY-LONG OCCURS 4 TIMES.
           77 row-station PIC X(08).
           77 row-total USAGE BINARY-LONG VALUE 0.
           77 row-line PIC X(132).
           77 row-pos USAGE BINARY-LONG VALUE 0.
           77 pct-value PIC 9(03)V9 VALUE 0.

           77 choice-disp PIC 9(01).
           77 count-disp PIC 9(05).
           77 total-disp PIC 9(05).
           77 pct-disp PIC ZZ9.9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO report-timestamp.

           COMPUTE today-integer = FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL(report-timestamp(1:8))).
           COMPUTE report-day-int = today-integer - 1.
           COMPUTE report-day = FUNCTION DATE-OF-INTEGER
               (report-day-int).
           COMPUTE week-start-int = report-day-int - REPORT-DAYS + 1.
           COMPUTE week-start = FUNCTION DATE-OF-INTEGER
               (week-start-int).

           PERFORM LOAD-SURVEY-QUESTIONS.
           PERFORM SCAN-SURVEY-LOG.

           OPEN OUTPUT survey-report.

           MOVE SPACES TO survey-report-line.
           STRING "Visitor survey tally for " report-day
               ", week " week-start " to " report-day
               " run " report-timestamp(1:8) "-" report-timestamp(9:6)
               DELIMITED BY SIZE INTO survey-report-line
           END-STRING.
           WRITE survey-report-line.

           MOVE records-day TO count-disp.
           MOVE records-week TO total-disp.
           MOVE SPACES TO survey-report-line.
           STRING "Responses: day " count-disp "  week " total-disp
               DELIMITED BY SIZE INTO survey-report-line
           END-STRING.
           WRITE survey-report-line.

           PERFORM VARYING qst-scan FROM 1 BY 1
               UNTIL qst-scan IS GREATER THAN qst-count
               PERFORM WRITE-QUESTION-BLOCK
           END-PERFORM.

           IF qst-count EQUAL 0 THEN
               MOVE SPACES TO survey-report-line
               WRITE survey-report-line
               MOVE "No survey questions defined or answered"
                   TO survey-report-line
               WRITE survey-report-line
           END-IF.

           IF tly-dropped IS GREATER THAN ZERO THEN
               MOVE tly-dropped TO count-disp
               MOVE SPACES TO survey-report-line
               WRITE survey-report-line
               STRING "Responses not tallied (table full): "
                   count-disp
                   DELIMITED BY SIZE INTO survey-report-line
               END-STRING
               WRITE survey-report-line
           END-IF.

           CLOSE survey-report.

           STOP RUN.

       LOAD-SURVEY-QUESTIONS.
           OPEN INPUT survey-config.

           IF survey-config-status EQUAL "00" THEN
               PERFORM WITH TEST AFTER UNTIL survey-config-status
                   NOT EQUAL "00" OR qst-count EQUAL QST-MAX
                   READ survey-config
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM PARSE-QUESTION-LINE
                   END-READ
               END-PERFORM

               CLOSE survey-config
           END-IF.

           MOVE "00" TO survey-config-status.

           EXIT.

       PARSE-QUESTION-LINE.
           MOVE SPACES TO parse-id parse-from parse-thru parse-body.
           MOVE 1 TO parse-pos.

           UNSTRING survey-config-line DELIMITED BY ALL " "
               INTO parse-id parse-from parse-thru
               WITH POINTER parse-pos
           END-UNSTRING.

           IF parse-pos IS LESS THAN 300 THEN
               MOVE survey-config-line(parse-pos:) TO parse-body
           END-IF.

           ADD 1 TO qst-count.
           MOVE SPACES TO parse-question
               qst-choice(qst-count 1) qst-choice(qst-count 2)
               qst-choice(qst-count 3) qst-choice(qst-count 4).
           MOVE 0 TO parse-fields.

           UNSTRING parse-body DELIMITED BY "|"
               INTO parse-question
               qst-choice(qst-count 1) qst-choice(qst-count 2)
               qst-choice(qst-count 3) qst-choice(qst-count 4)
               TALLYING IN parse-fields
           END-UNSTRING.

           IF parse-id NOT EQUAL SPACES
           AND parse-id(1:1) NOT EQUAL "*"
           AND parse-question NOT EQUAL SPACES
           AND parse-fields IS GREATER THAN 2 THEN
               MOVE parse-id TO qst-id(qst-count)
               MOVE parse-from TO qst-from(qst-count)
               MOVE parse-thru TO qst-thru(qst-count)
               MOVE parse-question TO qst-text(qst-count)
               COMPUTE qst-choice-count(qst-count) = parse-fields - 1
           ELSE
               SUBTRACT 1 FROM qst-count
           END-IF.

           EXIT.

       SCAN-SURVEY-LOG.
           OPEN INPUT survey-log.

           IF survey-log-status EQUAL "00" THEN
               PERFORM WITH TEST AFTER UNTIL survey-log-status
                   NOT EQUAL "00"
                   READ survey-log
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM TALLY-RESPONSE
                   END-READ
               END-PERFORM

               CLOSE survey-log
           END-IF.

           MOVE "00" TO survey-log-status.

           EXIT.

       TALLY-RESPONSE.
           IF survey-log-record(1:8) IS NUMERIC
           AND survey-log-record(16:9) EQUAL " station="
           AND survey-log-record(33:10) EQUAL " question="
           AND survey-log-record(51:8) EQUAL " answer="
           AND survey-log-record(59:1) IS NUMERIC THEN
               ADD 1 TO records-read
               MOVE survey-log-record(1:8) TO record-day
               MOVE survey-log-record(25:8) TO record-station
               MOVE survey-log-record(43:8) TO record-question
               COMPUTE record-answer = FUNCTION NUMVAL
                   (survey-log-record(59:1))

               IF record-day IS NOT LESS THAN week-start
               AND record-day IS NOT GREATER THAN report-day
               AND record-answer IS GREATER THAN 0
               AND record-answer IS LESS THAN 5 THEN
                   PERFORM FIND-QUESTION
                   PERFORM FIND-TALLY-ENTRY
                   IF tly-found NOT EQUAL 0 THEN
                       ADD 1 TO records-week
                       ADD 1 TO tly-week-count(tly-found record-answer)
                       IF record-day EQUAL report-day THEN
                           ADD 1 TO records-day
                           ADD 1 TO
                               tly-day-count(tly-found record-answer)
                       END-IF
                   ELSE
                       ADD 1 TO tly-dropped
                   END-IF
               END-IF
           END-IF.

           EXIT.

       FIND-QUESTION.
           MOVE 0 TO qst-found.
           PERFORM VARYING qst-scan FROM 1 BY 1
               UNTIL qst-scan IS GREATER THAN qst-count
               OR qst-found NOT EQUAL 0
               IF qst-id(qst-scan) EQUAL record-question THEN
                   MOVE qst-scan TO qst-found
               END-IF
           END-PERFORM.

           IF qst-found EQUAL 0
           AND qst-count IS LESS THAN QST-MAX THEN
               ADD 1 TO qst-count
               MOVE qst-count TO qst-found
               MOVE record-question TO qst-id(qst-found)
               MOVE SPACES TO qst-from(qst-found) qst-thru(qst-found)
               MOVE "(no longer in the survey definition)"
                   TO qst-text(qst-found)
               MOVE 4 TO qst-choice-count(qst-found)
               MOVE SPACES TO qst-choice(qst-found 1)
                   qst-choice(qst-found 2) qst-choice(qst-found 3)
                   qst-choice(qst-found 4)
           END-IF.

           IF qst-found NOT EQUAL 0
           AND record-answer IS GREATER THAN
           qst-choice-count(qst-found) THEN
               MOVE record-answer TO qst-choice-count(qst-found)
           END-IF.

           EXIT.

       FIND-TALLY-ENTRY.
           MOVE 0 TO tly-found.
           PERFORM VARYING tly-scan FROM 1 BY 1
               UNTIL tly-scan IS GREATER THAN tly-count-used
               OR tly-found NOT EQUAL 0
               IF tly-question(tly-scan) EQUAL record-question
               AND tly-station(tly-scan) EQUAL record-station THEN
                   MOVE tly-scan TO tly-found
               END-IF
           END-PERFORM.

           IF tly-found EQUAL 0
           AND tly-count-used IS LESS THAN TALLY-MAX THEN
               ADD 1 TO tly-count-used
               MOVE tly-count-used TO tly-found
               MOVE record-question TO tly-question(tly-found)
               MOVE record-station TO tly-station(tly-found)
               PERFORM VARYING choice-scan FROM 1 BY 1
                   UNTIL choice-scan IS GREATER THAN 4
                   MOVE 0 TO tly-day-count(tly-found choice-scan)
                   MOVE 0 TO tly-week-count(tly-found choice-scan)
               END-PERFORM
           END-IF.

           EXIT.

       WRITE-QUESTION-BLOCK.
           MOVE SPACES TO survey-report-line.
           WRITE survey-report-line.

           STRING "Question " qst-id(qst-scan) " "
               FUNCTION TRIM(qst-text(qst-scan))
               DELIMITED BY SIZE INTO survey-report-line
           END-STRING.
           WRITE survey-report-line.

           IF qst-from(qst-scan) NOT EQUAL SPACES THEN
               MOVE SPACES TO survey-report-line
               STRING "  active " qst-from(qst-scan) " to "
                   qst-thru(qst-scan)
                   DELIMITED BY SIZE INTO survey-report-line
               END-STRING
               WRITE survey-report-line
           END-IF.

           PERFORM VARYING choice-scan FROM 1 BY 1
               UNTIL choice-scan IS GREATER THAN
               qst-choice-count(qst-scan)
               IF qst-choice(qst-scan choice-scan) NOT EQUAL SPACES
               THEN
                   MOVE choice-scan TO choice-disp
                   MOVE SPACES TO survey-report-line
                   STRING "  ans-" choice-disp " = "
                       FUNCTION TRIM(qst-choice(qst-scan choice-scan))
                       DELIMITED BY SIZE INTO survey-report-line
                   END-STRING
                   WRITE survey-report-line
               END-IF
           END-PERFORM.

           MOVE qst-choice-count(qst-scan) TO choice-shown.

           MOVE "D" TO period-flag.
           MOVE SPACES TO survey-report-line.
           STRING "  Day " report-day
               DELIMITED BY SIZE INTO survey-report-line
           END-STRING.
           WRITE survey-report-line.
           PERFORM WRITE-PERIOD-TABLE.

           MOVE "W" TO period-flag.
           MOVE SPACES TO survey-report-line.
           STRING "  Week " week-start " to " report-day
               DELIMITED BY SIZE INTO survey-report-line
           END-STRING.
           WRITE survey-report-line.
           PERFORM WRITE-PERIOD-TABLE.

           EXIT.

       WRITE-PERIOD-TABLE.
           MOVE SPACES TO row-line.
           MOVE "  station   total" TO row-line.
           MOVE 18 TO row-pos.
           PERFORM VARYING choice-scan FROM 1 BY 1
               UNTIL choice-scan IS GREATER THAN choice-shown
               MOVE choice-scan TO choice-disp
               STRING "  ans-" choice-disp "   pct "
                   DELIMITED BY SIZE INTO row-line
                   WITH POINTER row-pos
               END-STRING
           END-PERFORM.
           MOVE row-line TO survey-report-line.
           WRITE survey-report-line.

           MOVE 0 TO period-rows.
           PERFORM VARYING choice-scan FROM 1 BY 1
               UNTIL choice-scan IS GREATER THAN 4
               MOVE 0 TO fleet-count(choice-scan)
           END-PERFORM.

           PERFORM VARYING tly-scan FROM 1 BY 1
               UNTIL tly-scan IS GREATER THAN tly-count-used
               IF tly-question(tly-scan) EQUAL qst-id(qst-scan) THEN
                   PERFORM LOAD-STATION-ROW
                   IF row-total IS GREATER THAN ZERO THEN
                       ADD 1 TO period-rows
                       MOVE tly-station(tly-scan) TO row-station
                       PERFORM WRITE-TALLY-ROW
                   END-IF
               END-IF
           END-PERFORM.

           IF period-rows EQUAL 0 THEN
               MOVE "  No responses" TO survey-report-line
               WRITE survey-report-line
           ELSE
               MOVE 0 TO row-total
               PERFORM VARYING choice-scan FROM 1 BY 1
                   UNTIL choice-scan IS GREATER THAN 4
                   MOVE fleet-count(choice-scan) TO
                       row-count(choice-scan)
                   ADD fleet-count(choice-scan) TO row-total
               END-PERFORM
               MOVE "ALL" TO row-station
               PERFORM WRITE-TALLY-ROW
           END-IF.

           EXIT.

       LOAD-STATION-ROW.
           MOVE 0 TO row-total.
           PERFORM VARYING choice-scan FROM 1 BY 1
               UNTIL choice-scan IS GREATER THAN 4
               IF period-flag EQUAL "D" THEN
                   MOVE tly-day-count(tly-scan choice-scan) TO
                       row-count(choice-scan)
               ELSE
                   MOVE tly-week-count(tly-scan choice-scan) TO
                       row-count(choice-scan)
               END-IF
               ADD row-count(choice-scan) TO row-total
               ADD row-count(choice-scan) TO fleet-count(choice-scan)
           END-PERFORM.

           EXIT.

       WRITE-TALLY-ROW.
           MOVE row-total TO total-disp.
           MOVE SPACES TO row-line.
           STRING "  " row-station "  " total-disp
               DELIMITED BY SIZE INTO row-line
           END-STRING.
           MOVE 18 TO row-pos.

           PERFORM VARYING choice-scan FROM 1 BY 1
               UNTIL choice-scan IS GREATER THAN choice-shown
               MOVE row-count(choice-scan) TO count-disp
               COMPUTE pct-value ROUNDED =
                   row-count(choice-scan) * 100 / row-total
               MOVE pct-value TO pct-disp
               STRING "  " count-disp " " pct-disp "%"
                   DELIMITED BY SIZE INTO row-line
                   WITH POINTER row-pos
               END-STRING
           END-PERFORM.

           MOVE row-line TO survey-report-line.
           WRITE survey-report-line.

           EXIT.

       END PROGRAM SURVEY-REPORT.
