               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ticker-file-status.

           SELECT emergency-file ASSIGN TO "data/emergency.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS emergency-file-status.

           SELECT survey-config ASSIGN TO "config/survey.cfg"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS survey-config-status.

           SELECT survey-log ASSIGN TO "logs/survey.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS survey-log-status.

           SELECT performance-config
               ASSIGN TO "config/performance.cfg"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS performance-config-status.

           SELECT performance-log ASSIGN TO "logs/performance.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS performance-log-status.

       DATA DIVISION.
       FILE SECTION.
           FD display-config.
           01 heartbeat-line PIC X(40).

           FD command-file.
           01 command-file-line PIC X(120).

           FD response-file.
           01 response-file-line PIC X(120).
           01 playlist-config-line PIC X(60).

           FD play-history.
           01 play-history-record PIC X(140).

           FD layout-config.
           01 layout-config-line PIC X(60).
           FD ticker-file.
           01 ticker-file-line PIC X(120).

           FD emergency-file.
           01 emergency-file-line PIC X(120).

           FD survey-config.
           01 survey-config-line PIC X(300).

           FD survey-log.
           01 survey-log-record PIC X(120).

           FD performance-config.
           01 performance-config-line PIC X(40).

           FD performance-log.
           01 performance-log-record PIC X(200).

       WORKING-STORAGE SECTION.
           77 WINDOW_TITLE PIC X(20) VALUE Z"Sound Effects".
           77 WINDOW_WIDTH USAGE BINARY-LONG VALUE 800.
           77 WINDOW_HEIGHT USAGE BINARY-LONG VALUE 600.
           77 window-title-len USAGE BINARY-LONG VALUE 0.

           77 display-config-status PIC X(02) VALUE "00".
           77 error-log-status PIC X(02) VALUE "00".
           77 settings-checksum USAGE BINARY-LONG VALUE 0.
           77 settings-checksum-seen PIC X(01) VALUE "N".
           77 settings-checksum-disp PIC 9(08).
           77 settings-val-pos USAGE BINARY-LONG VALUE 0.
           77 settings-val-len USAGE BINARY-LONG VALUE 0.
           77 settings-rename-from PIC X(20)
               VALUE "data/settings.tmp".
           77 settings-rename-to PIC X(20)
               VALUE "config/messages.cfg".
           77 schedule-config-status PIC X(02) VALUE "00".

           77 SCHED-MAX USAGE BINARY-LONG VALUE 8.
           77 SCHED-CHECK-FRAMES USAGE BINARY-LONG VALUE 300.
           01 sched-table.
             05 sched-entry OCCURS 8 TIMES.
               10 sched-start-hhmm USAGE BINARY-LONG.
               10 sched-end-hhmm USAGE BINARY-LONG.
               10 sched-slide-file PIC X(60).
               10 sched-message-file PIC X(60).
           77 sched-count USAGE BINARY-LONG VALUE 0.
           77 sched-index USAGE BINARY-LONG VALUE 0.
           77 sched-found USAGE BINARY-LONG VALUE 0.
           77 sched-timer USAGE BINARY-LONG VALUE 0.
           77 sched-scan USAGE BINARY-LONG VALUE 0.
           77 sched-start-text PIC X(05).
           77 sched-end-text PIC X(05).
           77 current-time PIC X(21).
           77 current-hhmm USAGE BINARY-LONG VALUE 0.
           77 usage-report-status PIC X(02) VALUE "00".
           77 keymap-config-status PIC X(02) VALUE "00".
           77 macro-config-status PIC X(02) VALUE "00".
           77 macro-scancode-disp PIC 9(05).
           77 macro-event-type PIC X(01) VALUE "D".
           77 macro-frames-disp PIC 9(07).
           77 macro-idle-frames USAGE BINARY-LONG VALUE 0.
           77 macro-playback-wait USAGE BINARY-LONG VALUE 0.
           77 macro-pending-event PIC X(01) VALUE "N".
           77 idle-config-status PIC X(02) VALUE "00".
           77 screenshot-index-status PIC X(02) VALUE "00".
           77 station-name PIC X(30) VALUE SPACES.
           77 event-timestamp PIC X(21).
           77 heartbeat-status PIC X(02) VALUE "00".
           77 HEARTBEAT-FRAMES USAGE BINARY-LONG VALUE 180.
           77 heartbeat-timer USAGE BINARY-LONG VALUE 0.
           77 heartbeat-time PIC X(21).
           77 heartbeat-now-secs USAGE BINARY-LONG VALUE 0.
           77 heartbeat-last-secs USAGE BINARY-LONG VALUE 0.
           77 heartbeat-elapsed USAGE BINARY-LONG VALUE 0.
           77 heartbeat-fps USAGE BINARY-LONG VALUE 0.
           77 heartbeat-fps-disp PIC 9(04).
           77 heartbeat-state PIC X(08).

           77 performance-config-status PIC X(02) VALUE "00".
           77 performance-log-status PIC X(02) VALUE "00".
           77 PERF-SAMPLE-FRAMES USAGE BINARY-LONG VALUE 3600.
           77 perf-sample-timer USAGE BINARY-LONG VALUE 0.
           77 perf-objects-disp PIC 9(02).
           77 perf-ticker PIC X(01) VALUE "N".
           77 perf-content PIC X(60).

           77 command-status PIC X(02) VALUE "00".
           77 response-status PIC X(02) VALUE "00".
           77 COMMAND-POLL-FRAMES USAGE BINARY-LONG VALUE 30.
           77 COMMAND-MAX USAGE BINARY-LONG VALUE 5.
           01 command-table.
             05 command-entry OCCURS 5 TIMES PIC X(120).
           77 command-count USAGE BINARY-LONG VALUE 0.
           77 command-scan USAGE BINARY-LONG VALUE 0.
           77 command-poll-timer USAGE BINARY-LONG VALUE 0.
           77 command-verb PIC X(12).
           77 command-arg PIC X(12).
           77 command-result PIC X(40).
           77 command-delete-name PIC X(20).
           77 command-arg-ok PIC X(01) VALUE "Y".
           77 command-arg-pos USAGE BINARY-LONG VALUE 0.
           77 command-arg-len USAGE BINARY-LONG VALUE 0.
           77 command-arg-num USAGE BINARY-LONG VALUE 0.
           77 response-timestamp PIC X(21).

           77 checkpoint-status PIC X(02) VALUE "00".
           77 CHECKPOINT-FRAMES USAGE BINARY-LONG VALUE 600.
           77 checkpoint-timer USAGE BINARY-LONG VALUE 0.
           77 checkpoint-delete-name PIC X(20).
           77 ckpt-start-time PIC X(14).
           77 ckpt-last-time PIC X(14).
           77 ckpt-bounce-disp PIC 9(05).
           77 ckpt-color-disp PIC 9(05).
           77 ckpt-start-secs USAGE BINARY-LONG VALUE 0.
           77 ckpt-last-secs USAGE BINARY-LONG VALUE 0.
           77 ckpt-duration-secs USAGE BINARY-LONG VALUE 0.
           77 ckpt-duration-disp PIC 9(05).

           77 severity-config-status PIC X(02) VALUE "00".
           77 SEV-MAX USAGE BINARY-LONG VALUE 20.
           01 sev-table.
             05 sev-entry OCCURS 20 TIMES.
               10 sev-code PIC X(04).
               10 sev-class PIC X(01).
           77 sev-count USAGE BINARY-LONG VALUE 0.
           77 sev-scan USAGE BINARY-LONG VALUE 0.
           77 sev-code-text PIC X(05).
           77 sev-class-text PIC X(05).
           77 error-code-text PIC X(04).
           77 audio-disabled PIC X(01) VALUE "N".

           77 languages-config-status PIC X(02) VALUE "00".
           77 LANG-MAX USAGE BINARY-LONG VALUE 4.
           01 lang-table.
             05 lang-entry OCCURS 4 TIMES.
               10 lang-code PIC X(08).
               10 lang-messages-file PIC X(60).
               10 lang-font-file PIC X(60).
               10 lang-font-size USAGE BINARY-LONG.
           77 lang-count USAGE BINARY-LONG VALUE 0.
           77 lang-index USAGE BINARY-LONG VALUE 1.
           77 lang-size-text PIC X(05).
           77 font-file-name PIC X(60)
               VALUE "fonts/freesansbold.ttf".
           77 font-file-z PIC X(61).
           77 font-file-len USAGE BINARY-LONG VALUE 0.

           77 hours-config-status PIC X(02) VALUE "00".
           77 HOURS-CHECK-FRAMES USAGE BINARY-LONG VALUE 300.
           01 hours-table.
             05 hours-entry OCCURS 7 TIMES.
               10 hours-open USAGE BINARY-LONG.
               10 hours-close USAGE BINARY-LONG.
           77 hours-count USAGE BINARY-LONG VALUE 0.
           77 hours-timer USAGE BINARY-LONG VALUE 300.
           77 hours-open-text PIC X(05).
           77 hours-close-text PIC X(05).
           77 hours-day USAGE BINARY-LONG VALUE 0.
           77 hours-date-int USAGE BINARY-LONG VALUE 0.

           77 scene-config-status PIC X(02) VALUE "00".
           77 SCENE-MAX USAGE BINARY-LONG VALUE 8.
           01 scene-table.
             05 scene-entry OCCURS 8 TIMES.
               10 obj-texture USAGE POINTER.
               10 obj-rect.
                 15 obj-rect-x USAGE BINARY-LONG.
                 15 obj-rect-y USAGE BINARY-LONG.
                 15 obj-rect-w USAGE BINARY-LONG.
                 15 obj-rect-h USAGE BINARY-LONG.
               10 obj-xvel USAGE BINARY-LONG.
               10 obj-yvel USAGE BINARY-LONG.
               10 obj-style PIC X(01).
               10 obj-sound PIC X(01).
               10 obj-bounces USAGE BINARY-LONG.
           77 scene-count USAGE BINARY-LONG VALUE 0.
           77 scene-scan USAGE BINARY-LONG VALUE 0.
           77 scene-path PIC X(60).
           77 scene-path-z PIC X(61).
           77 scene-path-len USAGE BINARY-LONG VALUE 0.
           77 scene-x-text PIC X(08).
           77 scene-y-text PIC X(08).
           77 scene-xv-text PIC X(08).
           77 scene-bounce-disp PIC 9(05).

           77 calendar-config-status PIC X(02) VALUE "00".
           77 CAL-MAX USAGE BINARY-LONG VALUE 16.
           01 cal-table.
             05 cal-entry OCCURS 16 TIMES.
               10 cal-date PIC 9(08).
               10 cal-open USAGE BINARY-LONG.
               10 cal-close USAGE BINARY-LONG.
               10 cal-slide-file PIC X(60).
               10 cal-message-file PIC X(60).
           77 cal-count USAGE BINARY-LONG VALUE 0.
           77 cal-scan USAGE BINARY-LONG VALUE 0.
           77 cal-found USAGE BINARY-LONG VALUE 0.
           77 cal-applied USAGE BINARY-LONG VALUE 0.
           77 cal-date-text PIC X(08).
           77 cal-open-text PIC X(05).
           77 cal-close-text PIC X(05).
           77 cal-today PIC 9(08) VALUE 0.
           77 cal-now PIC X(21).
           77 sched-apply-file PIC X(60).
           77 hours-eff-open USAGE BINARY-LONG VALUE 0.
           77 hours-eff-close USAGE BINARY-LONG VALUE 0.
           77 hours-closed PIC X(01) VALUE "N".

           77 playlist-config-status PIC X(02) VALUE "00".
           77 play-history-status PIC X(02) VALUE "00".
           77 TRACK-MAX USAGE BINARY-LONG VALUE 20.
           77 MUSIC-CHECK-FRAMES USAGE BINARY-LONG VALUE 60.
           01 track-table.
             05 track-entry OCCURS 20 TIMES.
               10 track-file PIC X(60).
           77 track-count USAGE BINARY-LONG VALUE 0.
           77 track-index USAGE BINARY-LONG VALUE 0.
           77 track-shuffle PIC X(01) VALUE "N".
           77 track-first-line PIC X(01) VALUE "Y".
           77 track-z PIC X(61).
           77 track-z-len USAGE BINARY-LONG VALUE 0.
           77 music-check-timer USAGE BINARY-LONG VALUE 0.
           77 play-history-time PIC X(21).
           77 play-track-open PIC X(01) VALUE "N".
           77 play-audible PIC X(01) VALUE "N".
           77 play-event PIC X(08).
           77 play-stop-reason PIC X(08).
           77 play-clock-time PIC X(21).
           77 play-clock-int USAGE BINARY-LONG VALUE 0.
           77 play-clock-secs USAGE BINARY-LONG VALUE 0.
           77 play-start-int USAGE BINARY-LONG VALUE 0.
           77 play-start-secs USAGE BINARY-LONG VALUE 0.
           77 play-from-int USAGE BINARY-LONG VALUE 0.
           77 play-from-secs USAGE BINARY-LONG VALUE 0.
           77 play-heard-secs USAGE BINARY-LONG VALUE 0.
           77 play-quiet-secs USAGE BINARY-LONG VALUE 0.
           77 play-heard-disp PIC 9(05).
           77 play-quiet-disp PIC 9(05).

           77 layout-config-status PIC X(02) VALUE "00".
           77 layout-present PIC X(01) VALUE "N".
           77 zone-w-text PIC X(08).
           77 zone-h-text PIC X(08).
           01 media-zone.
             05 media-zone-x USAGE BINARY-LONG VALUE 0.
             05 media-zone-y USAGE BINARY-LONG VALUE 0.
             05 media-zone-w USAGE BINARY-LONG VALUE 800.
             05 media-zone-h USAGE BINARY-LONG VALUE 600.
           01 message-zone.
             05 message-zone-x USAGE BINARY-LONG VALUE 0.
             05 message-zone-y USAGE BINARY-LONG VALUE 0.
             05 message-zone-w USAGE BINARY-LONG VALUE 800.
             05 message-zone-h USAGE BINARY-LONG VALUE 600.
           01 ticker-zone.
             05 ticker-zone-x USAGE BINARY-LONG VALUE 0.
             05 ticker-zone-y USAGE BINARY-LONG VALUE 560.
             05 ticker-zone-w USAGE BINARY-LONG VALUE 800.
             05 ticker-zone-h USAGE BINARY-LONG VALUE 40.
           01 status-zone.
             05 status-zone-x USAGE BINARY-LONG VALUE 10.
             05 status-zone-y USAGE BINARY-LONG VALUE 10.
             05 status-zone-w USAGE BINARY-LONG VALUE 400.
             05 status-zone-h USAGE BINARY-LONG VALUE 300.

           77 ticker-config-status PIC X(02) VALUE "00".
           77 ticker-file-status PIC X(02) VALUE "00".
           77 TICKER-POLL-FRAMES USAGE BINARY-LONG VALUE 600.
           77 TICKER-STALE-SECONDS USAGE BINARY-LONG VALUE 120.
           77 TICKER-SCROLL-SPEED USAGE BINARY-LONG VALUE 2.
           77 TICKER-FONT-SIZE USAGE BINARY-LONG VALUE 24.
           77 ticker-fallback PIC X(120)
               VALUE "Welcome".
           77 ticker-text PIC X(120) VALUE SPACES.
           77 ticker-new PIC X(120) VALUE SPACES.
           77 ticker-z PIC X(121).
           77 ticker-len USAGE BINARY-LONG VALUE 0.
           77 ticker-poll-timer USAGE BINARY-LONG VALUE 0.
           77 ticker-stale PIC X(01) VALUE "N".
           77 ticker-stale-logged PIC X(01) VALUE "N".
           77 ticker-font USAGE POINTER VALUE NULL.
           77 ticker-texture USAGE POINTER VALUE NULL.
           01 ticker-rect.
             05 ticker-rect-x USAGE BINARY-LONG VALUE 0.
             05 ticker-rect-y USAGE BINARY-LONG VALUE 0.
             05 ticker-rect-w USAGE BINARY-LONG VALUE 0.
             05 ticker-rect-h USAGE BINARY-LONG VALUE 0.
           77 ticker-exist-name PIC X(60)
               VALUE "data/ticker.dat".
           01 ticker-exist-info.
           77 ticker-mod-secs USAGE BINARY-LONG VALUE 0.
           77 ticker-age USAGE BINARY-LONG VALUE 0.

           77 emergency-file-status PIC X(02) VALUE "00".
           77 EMERGENCY-POLL-FRAMES USAGE BINARY-LONG VALUE 30.
           77 EMERGENCY-FONT-SIZE USAGE BINARY-LONG VALUE 48.
           77 EMERGENCY-LINE-MAX USAGE BINARY-LONG VALUE 4.
           77 EMERGENCY-MARGIN USAGE BINARY-LONG VALUE 40.
           77 EMERGENCY-DEFAULT-TEXT PIC X(60)
               VALUE "EMERGENCY - PLEASE FOLLOW STAFF INSTRUCTIONS".
           77 emergency-active PIC X(01) VALUE "N".
           77 emergency-poll-timer USAGE BINARY-LONG VALUE 0.
           77 emergency-exist-name PIC X(60)
               VALUE "data/emergency.dat".
           77 emergency-exist-info PIC X(64).
           77 emergency-delete-name PIC X(20).
           77 emergency-source PIC X(12) VALUE SPACES.
           01 emergency-line-table.
             05 emergency-line OCCURS 4 TIMES PIC X(120).
           77 emergency-line-count USAGE BINARY-LONG VALUE 0.
           77 emergency-work PIC X(490).
           77 emergency-new PIC X(480) VALUE SPACES.
           77 emergency-text PIC X(480) VALUE SPACES.
           77 emergency-z PIC X(481).
           77 emergency-len USAGE BINARY-LONG VALUE 0.
           77 emergency-wrap USAGE BINARY-LONG VALUE 0.
           77 emergency-font USAGE POINTER VALUE NULL.
           77 emergency-texture USAGE POINTER VALUE NULL.
           01 emergency-rect.
             05 emergency-rect-x USAGE BINARY-LONG VALUE 0.
             05 emergency-rect-y USAGE BINARY-LONG VALUE 0.
             05 emergency-rect-w USAGE BINARY-LONG VALUE 0.
             05 emergency-rect-h USAGE BINARY-LONG VALUE 0.
           77 emergency-start-time PIC X(21).
           77 emergency-end-time PIC X(21).
           77 emergency-start-int USAGE BINARY-LONG VALUE 0.
           77 emergency-start-secs USAGE BINARY-LONG VALUE 0.
           77 emergency-end-int USAGE BINARY-LONG VALUE 0.
           77 emergency-end-secs USAGE BINARY-LONG VALUE 0.
           77 emergency-shown-secs USAGE BINARY-LONG VALUE 0.
           77 emergency-shown-disp PIC 9(07).
           77 command-notice PIC X(120).

           77 BUTTON-SIZE USAGE BINARY-LONG VALUE 64.
           77 BUTTON-MARGIN USAGE BINARY-LONG VALUE 10.
           77 BUTTON-MAX USAGE BINARY-LONG VALUE 4.
           77 VOLUME-STEP USAGE BINARY-LONG VALUE 8.
           77 button-font USAGE POINTER VALUE NULL.
           77 BUTTON-FONT-SIZE USAGE BINARY-LONG VALUE 28.
           01 button-table.
             05 button-entry OCCURS 4 TIMES.
               10 button-rect.
                 15 button-rect-x USAGE BINARY-LONG.
                 15 button-rect-y USAGE BINARY-LONG.
                 15 button-rect-w USAGE BINARY-LONG.
                 15 button-rect-h USAGE BINARY-LONG.
               10 button-label USAGE POINTER.
               10 button-label-rect.
                 15 button-label-x USAGE BINARY-LONG.
                 15 button-label-y USAGE BINARY-LONG.
                 15 button-label-w USAGE BINARY-LONG.
                 15 button-label-h USAGE BINARY-LONG.
           77 button-scan USAGE BINARY-LONG VALUE 0.
           77 button-count USAGE BINARY-LONG VALUE 3.
           77 button-slot USAGE BINARY-LONG VALUE 0.
           77 button-text PIC X(03).
           77 touch-x USAGE BINARY-LONG VALUE 0.
           77 touch-y USAGE BINARY-LONG VALUE 0.
           77 touch-handled PIC X(01) VALUE "N".

           77 survey-config-status PIC X(02) VALUE "00".
           77 survey-log-status PIC X(02) VALUE "00".
           77 SURVEY-MAX USAGE BINARY-LONG VALUE 8.
           77 SURVEY-CHOICE-MAX USAGE BINARY-LONG VALUE 4.
           77 SURVEY-CHECK-FRAMES USAGE BINARY-LONG VALUE 300.
           77 SURVEY-TIMEOUT-FRAMES USAGE BINARY-LONG VALUE 1800.
           77 SURVEY-THANKS-FRAMES USAGE BINARY-LONG VALUE 180.
           77 SURVEY-FONT-SIZE USAGE BINARY-LONG VALUE 32.
           77 SURVEY-MARGIN USAGE BINARY-LONG VALUE 40.
           77 SURVEY-CHOICE-HEIGHT USAGE BINARY-LONG VALUE 60.
           77 SURVEY-CHOICE-GAP USAGE BINARY-LONG VALUE 16.
           77 SURVEY-THANKS-TEXT PIC X(60)
               VALUE "Thank you for your feedback!".
           01 survey-table.
             05 survey-entry OCCURS 8 TIMES.
               10 survey-id PIC X(08).
               10 survey-from PIC 9(08).
               10 survey-thru PIC 9(08).
               10 survey-question PIC X(120).
               10 survey-choice-count USAGE BINARY-LONG.
               10 survey-choice PIC X(40) OCCURS 4 TIMES.
               10 survey-open PIC X(01).
           77 survey-count USAGE BINARY-LONG VALUE 0.
           77 survey-scan USAGE BINARY-LONG VALUE 0.
           77 survey-found USAGE BINARY-LONG VALUE 0.
           77 survey-open-count USAGE BINARY-LONG VALUE 0.
           77 survey-current USAGE BINARY-LONG VALUE 0.
           77 survey-answered USAGE BINARY-LONG VALUE 0.
           77 survey-answer USAGE BINARY-LONG VALUE 0.
           77 survey-answer-disp PIC 9(01).
           77 survey-answered-disp PIC 9(02).
           77 survey-fields USAGE BINARY-LONG VALUE 0.
           77 survey-id-text PIC X(08).
           77 survey-from-text PIC X(08).
           77 survey-thru-text PIC X(08).
           77 survey-body PIC X(300).
           77 survey-active PIC X(01) VALUE "N".
           77 survey-thanks PIC X(01) VALUE "N".
           77 survey-end-reason PIC X(12) VALUE SPACES.
           77 survey-timer USAGE BINARY-LONG VALUE 0.
           77 survey-check-timer USAGE BINARY-LONG VALUE 0.
           77 survey-today PIC 9(08) VALUE 0.
           77 survey-now PIC X(21).
           77 survey-text PIC X(120).
           77 survey-z PIC X(121).
           77 survey-len USAGE BINARY-LONG VALUE 0.
           77 survey-wrap USAGE BINARY-LONG VALUE 0.
           77 survey-block-h USAGE BINARY-LONG VALUE 0.
           77 survey-font USAGE POINTER VALUE NULL.
           77 survey-texture USAGE POINTER VALUE NULL.
           01 survey-rect.
             05 survey-rect-x USAGE BINARY-LONG VALUE 0.
             05 survey-rect-y USAGE BINARY-LONG VALUE 0.
             05 survey-rect-w USAGE BINARY-LONG VALUE 0.
             05 survey-rect-h USAGE BINARY-LONG VALUE 0.
           77 survey-choice-scan USAGE BINARY-LONG VALUE 0.
           01 survey-box-table.
             05 survey-box-entry OCCURS 4 TIMES.
               10 survey-box-rect.
                 15 survey-box-x USAGE BINARY-LONG.
                 15 survey-box-y USAGE BINARY-LONG.
                 15 survey-box-w USAGE BINARY-LONG.
                 15 survey-box-h USAGE BINARY-LONG.
               10 survey-label USAGE POINTER.
               10 survey-label-rect.
                 15 survey-label-x USAGE BINARY-LONG.
                 15 survey-label-y USAGE BINARY-LONG.
                 15 survey-label-w USAGE BINARY-LONG.
                 15 survey-label-h USAGE BINARY-LONG.

           77 snapshots-config-status PIC X(02) VALUE "00".
           77 SNAP-MAX USAGE BINARY-LONG VALUE 24.
           77 SNAP-CHECK-FRAMES USAGE BINARY-LONG VALUE 300.
           77 SNAP-WINDOW-MINUTES USAGE BINARY-LONG VALUE 5.
           01 snap-table.
             05 snap-entry OCCURS 24 TIMES.
               10 snap-hhmm USAGE BINARY-LONG.
               10 snap-taken PIC X(01).
           77 snap-count USAGE BINARY-LONG VALUE 0.
           77 snap-scan USAGE BINARY-LONG VALUE 0.
           77 snap-timer USAGE BINARY-LONG VALUE 0.
           77 snap-day PIC X(08) VALUE SPACES.
           77 snap-now PIC X(21).
           77 snap-now-hhmm USAGE BINARY-LONG VALUE 0.
           77 snap-now-minutes USAGE BINARY-LONG VALUE 0.
           77 snap-due-minutes USAGE BINARY-LONG VALUE 0.

           77 version-stamp-status PIC X(02) VALUE "00".
           77 config-version-text PIC X(10) VALUE "NONE".
           77 touch-y-disp PIC 9(05).
           77 touch-obj-disp PIC 9(02).

           77 DIAG-MAX USAGE BINARY-LONG VALUE 8.
           77 DIAG-REFRESH-FRAMES USAGE BINARY-LONG VALUE 60.
           77 DIAG-FONT-SIZE USAGE BINARY-LONG VALUE 20.
           77 diag-overlay PIC X(01) VALUE "N".
           77 diag-font USAGE POINTER VALUE NULL.
           01 diag-table.
             05 diag-entry OCCURS 8 TIMES.
               10 diag-texture USAGE POINTER VALUE NULL.
               10 diag-rect.
                 15 diag-rect-x USAGE BINARY-LONG.
                 15 diag-rect-y USAGE BINARY-LONG.
                 15 diag-rect-w USAGE BINARY-LONG.
                 15 diag-rect-h USAGE BINARY-LONG.
           77 diag-timer USAGE BINARY-LONG VALUE 0.
           77 diag-scan USAGE BINARY-LONG VALUE 0.
           77 diag-line-text PIC X(60).
           77 diag-line-z PIC X(61).
           77 diag-line-len USAGE BINARY-LONG VALUE 0.
           77 diag-now-secs USAGE BINARY-LONG VALUE 0.
           77 diag-uptime-secs USAGE BINARY-LONG VALUE 0.
           77 diag-uptime-disp PIC 9(06).
           77 diag-num-disp PIC 9(05).
           77 diag-small-disp PIC 9(03).
           77 event-text PIC X(80).
           77 event-count-disp PIC 9(03).

           77 bounce-count USAGE BINARY-LONG VALUE 0.
           77 color-change-count USAGE BINARY-LONG VALUE 0.
           77 session-start-time PIC X(21).
           77 session-end-time PIC X(21).
           77 session-start-secs USAGE BINARY-LONG VALUE 0.
           77 SESSION-STARTED PIC X(01) VALUE "N".
           77 session-end-secs USAGE BINARY-LONG VALUE 0.
           77 session-duration-secs USAGE BINARY-LONG VALUE 0.
           77 report-bounce-disp PIC 9(05).
           77 report-color-disp PIC 9(05).
           77 report-duration-disp PIC 9(05).

           77 MESSAGE-MAX USAGE BINARY-LONG VALUE 10.
           77 MESSAGE-INTERVAL-FRAMES USAGE BINARY-LONG VALUE 180.
           01 message-table.
             05 message-entry OCCURS 10 TIMES.
               10 message-line PIC X(41).
           77 message-count USAGE BINARY-LONG VALUE 0.
           77 message-index USAGE BINARY-LONG VALUE 1.
           77 message-timer USAGE BINARY-LONG VALUE 0.
           77 message-len USAGE BINARY-LONG VALUE 0.

           77 DISPLAY-INDEX USAGE BINARY-LONG VALUE 0.
           77 FULLSCREEN-FLAG USAGE BINARY-LONG VALUE 0.
           77 window-pos-x USAGE BINARY-LONG VALUE 0.
           77 window-pos-y USAGE BINARY-LONG VALUE 0.
           77 window-flags USAGE BINARY-LONG VALUE 0.

           77 SDL_INIT_EVERYTHING USAGE UNSIGNED-INT VALUE 62001.
           77 IMG_INIT_PNG USAGE BINARY-LONG VALUE 2.
           77 MIX_INIT_OGG USAGE BINARY-LONG VALUE 16.
           77 SDL_WINDOWPOS_CENTERED USAGE UNSIGNED-INT VALUE 805240832.
           77 SDL_WINDOW_FULLSCREEN_DESKTOP USAGE BINARY-LONG
               VALUE 4097.
           77 MIX_DEFAULT_FREQUENCY USAGE BINARY-LONG VALUE 44100.
           77 MIX_DEFAULT_FORMAT USAGE BINARY-LONG VALUE 32784.
           77 MIX_DEFAULT_CHANNELS USAGE BINARY-LONG VALUE 2.

           77 SDL_QUIT USAGE BINARY-LONG VALUE 256.
           77 SDL_WINDOWEVENT USAGE BINARY-LONG VALUE 512.
           77 SDL_WINDOWEVENT_RESIZED USAGE BINARY-LONG VALUE 5.
           77 SDL_WINDOW_RESIZABLE USAGE BINARY-LONG VALUE 32.
           77 SDL_CONTROLLERAXISMOTION USAGE BINARY-LONG VALUE 1616.
           77 SDL_CONTROLLERBUTTONDOWN USAGE BINARY-LONG VALUE 1617.
           77 SDL_CONTROLLERBUTTONUP USAGE BINARY-LONG VALUE 1618.
           77 SDL_PAD_BUTTON_UP USAGE BINARY-LONG VALUE 11.
           77 SDL_PAD_BUTTON_DOWN USAGE BINARY-LONG VALUE 12.
           77 SDL_PAD_BUTTON_LEFT USAGE BINARY-LONG VALUE 13.
           77 SDL_PAD_BUTTON_RIGHT USAGE BINARY-LONG VALUE 14.
           77 SDL_CONTROLLER_AXIS_LEFTX USAGE BINARY-LONG VALUE 0.
           77 SDL_CONTROLLER_AXIS_LEFTY USAGE BINARY-LONG VALUE 1.
           77 SDL_PAD_AXIS_DEADZONE USAGE BINARY-SHORT VALUE 8000.
           77 SDL_KEYDOWN USAGE BINARY-LONG VALUE 768.
           77 SDL_KEYUP USAGE BINARY-LONG VALUE 769.
           77 SDL_MOUSEBUTTONDOWN USAGE BINARY-LONG VALUE 1025.
           77 SDL_SCANCODE_ESCAPE USAGE BINARY-LONG VALUE 41.
           77 SDL_SCANCODE_SPACE USAGE BINARY-LONG VALUE 44.
           77 SDL_SCANCODE_RIGHT USAGE BINARY-LONG VALUE 80.
           77 SDL_SCANCODE_LEFT USAGE BINARY-LONG VALUE 81.
           77 SDL_SCANCODE_DOWN USAGE BINARY-LONG VALUE 82.
           77 SDL_SCANCODE_UP USAGE BINARY-LONG VALUE 83.
           77 SDL_SCANCODE_F12 USAGE BINARY-LONG VALUE 69.
           77 SDL_SCANCODE_P USAGE BINARY-LONG VALUE 19.
           77 SDL_SCANCODE_R USAGE BINARY-LONG VALUE 21.
           77 SDL_SCANCODE_D USAGE BINARY-LONG VALUE 7.

           77 SDL_PIXELFORMAT_RGBA32 USAGE UNSIGNED-INT VALUE 376840196.
           77 SCREENSHOT-RMASK USAGE UNSIGNED-INT VALUE 255.
           77 sdl-sound USAGE POINTER VALUE NULL.
           77 cobol-sound USAGE POINTER VALUE NULL.
           77 music-ptr USAGE POINTER VALUE NULL.
           77 sound-volume USAGE BINARY-LONG VALUE 128.
           77 screenshot-surf USAGE POINTER VALUE NULL.

           77 screenshot-pitch USAGE BINARY-LONG VALUE 0.
           77 screenshot-timestamp PIC X(21).
           77 screenshot-filename PIC X(50).
           77 screenshot-filename-len USAGE BINARY-LONG VALUE 0.
           77 SCREENSHOT-BUFFER-BYTES USAGE BINARY-LONG VALUE 8294400.
           77 screenshot-req-bytes USAGE BINARY-LONG VALUE 0.
           77 screenshot-width-disp PIC 9(05).
           77 screenshot-height-disp PIC 9(05).
           01 screenshot-pixel-buff.
             05 screenshot-pixel-arr USAGE
                 BINARY-CHAR UNSIGNED OCCURS 8294400 TIMES.

           77 playing USAGE BINARY-LONG VALUE 1.
           77 PAUSED USAGE BINARY-LONG VALUE 0.
           77 return-value USAGE BINARY-LONG VALUE 0.

           77 idle-timer USAGE BINARY-LONG VALUE 0.
           77 IDLE-THRESHOLD-FRAMES USAGE BINARY-LONG VALUE 600.
           77 ATTRACT-MODE USAGE BINARY-LONG VALUE 0.
           77 ATTRACT-VEL-MULTIPLIER USAGE BINARY-LONG VALUE 2.
           77 attract-color-timer USAGE BINARY-LONG VALUE 0.
           77 ATTRACT-COLOR-INTERVAL-FRAMES USAGE BINARY-LONG VALUE 90.

           77 error-message PIC X(50).
           77 error-code PIC 9(04) VALUE 0.

           01 sdl-event.
             05 sdl-event-default.
               10 sdl-event-type USAGE BINARY-LONG UNSIGNED.
               10 FILLER USAGE BINARY-CHAR OCCURS 52 TIMES.
             05 keyboard-event REDEFINES sdl-event-default.
               10 keyboard-event-type USAGE BINARY-LONG UNSIGNED.
               10 keyboard-event-timestamp USAGE BINARY-LONG UNSIGNED.
               10 keyboard-event-windowID USAGE BINARY-LONG UNSIGNED.
               10 keyboard-event-state USAGE BINARY-CHAR UNSIGNED.
               10 keyboard-event-repeat USAGE BINARY-CHAR UNSIGNED.
               10 keyboard-event-padding2 USAGE BINARY-CHAR UNSIGNED.
               10 keyboard-event-padding3 USAGE BINARY-CHAR UNSIGNED.
               10 keyboard-event-scancode USAGE BINARY-LONG.
               10 keyboard-event-sym USAGE BINARY-LONG.
               10 keyboard-event-mod USAGE BINARY-SHORT UNSIGNED.
               10 keyboard-event-unused USAGE BINARY-LONG UNSIGNED.
             05 window-event REDEFINES sdl-event-default.
               10 window-event-type USAGE BINARY-LONG UNSIGNED.
               10 window-event-timestamp USAGE BINARY-LONG UNSIGNED.
               10 window-event-windowID USAGE BINARY-LONG UNSIGNED.
               10 window-event-event USAGE BINARY-CHAR UNSIGNED.
               10 window-event-padding1 USAGE BINARY-CHAR UNSIGNED.
               10 window-event-padding2 USAGE BINARY-CHAR UNSIGNED.
               10 window-event-padding3 USAGE BINARY-CHAR UNSIGNED.
               10 window-event-data1 USAGE BINARY-LONG.
               10 window-event-data2 USAGE BINARY-LONG.
             05 controller-button-event REDEFINES sdl-event-default.
               10 controller-button-type USAGE BINARY-LONG UNSIGNED.
               10 controller-button-timestamp
                   USAGE BINARY-LONG UNSIGNED.
               10 controller-button-which USAGE BINARY-LONG.
               10 controller-button-button USAGE BINARY-CHAR UNSIGNED.
               10 controller-button-state USAGE BINARY-CHAR UNSIGNED.
               10 controller-button-padding1 USAGE BINARY-CHAR UNSIGNED.
               10 controller-button-padding2 USAGE BINARY-CHAR UNSIGNED.
             05 mouse-button-event REDEFINES sdl-event-default.
               10 mouse-button-type USAGE BINARY-LONG UNSIGNED.
               10 mouse-button-timestamp USAGE BINARY-LONG UNSIGNED.
               10 mouse-button-windowID USAGE BINARY-LONG UNSIGNED.
               10 mouse-button-which USAGE BINARY-LONG UNSIGNED.
               10 mouse-button-button USAGE BINARY-CHAR UNSIGNED.
               10 mouse-button-state USAGE BINARY-CHAR UNSIGNED.
               10 mouse-button-clicks USAGE BINARY-CHAR UNSIGNED.
               10 mouse-button-padding1 USAGE BINARY-CHAR UNSIGNED.
               10 mouse-button-x USAGE BINARY-LONG.
               10 mouse-button-y USAGE BINARY-LONG.
             05 controller-axis-event REDEFINES sdl-event-default.
               10 controller-axis-type USAGE BINARY-LONG UNSIGNED.
               10 controller-axis-timestamp USAGE BINARY-LONG UNSIGNED.
               10 controller-axis-which USAGE BINARY-LONG.
               10 controller-axis-axis USAGE BINARY-CHAR UNSIGNED.
               10 controller-axis-padding1 USAGE BINARY-CHAR UNSIGNED.
               10 controller-axis-padding2 USAGE BINARY-CHAR UNSIGNED.
             05 bg-color-b USAGE BINARY-CHAR UNSIGNED VALUE 0.
             05 bg-color-a USAGE BINARY-CHAR UNSIGNED VALUE 255.
           
           77 font-size USAGE BINARY-LONG VALUE 80.
           01 font-color-struct.
             05 text-color-r USAGE BINARY-CHAR UNSIGNED VALUE 255.
             05 text-color-g USAGE BINARY-CHAR UNSIGNED VALUE 255.
             05 text-color-b USAGE BINARY-CHAR UNSIGNED VALUE 255.
             05 text-color-a USAGE BINARY-CHAR UNSIGNED VALUE 255.
           01 font-color REDEFINES font-color-struct
               USAGE BINARY-LONG UNSIGNED.

           77 text-vel USAGE BINARY-LONG VALUE 3.
           77 text-xvel USAGE BINARY-LONG VALUE 3.
           77 text-yvel USAGE BINARY-LONG VALUE 3.
           01 text-rect.
             05 text-rect-x USAGE BINARY-LONG VALUE 200.
             05 text-rect-y USAGE BINARY-LONG VALUE 0.
             05 text-rect-w USAGE BINARY-LONG VALUE 0.
             05 text-rect-h USAGE BINARY-LONG VALUE 0.

           77 loading-image USAGE POINTER VALUE NULL.
           01 loading-rect.
             05 loading-rect-x USAGE BINARY-LONG VALUE 0.
             05 loading-rect-y USAGE BINARY-LONG VALUE 0.
             05 loading-rect-w USAGE BINARY-LONG VALUE 0.
             05 loading-rect-h USAGE BINARY-LONG VALUE 0.
           
           77 sprite-vel USAGE BINARY-LONG VALUE 5.
           01 sprite-rect.
             05 sprite-rect-x USAGE BINARY-LONG VALUE 0.
             05 sprite-rect-y USAGE BINARY-LONG VALUE 0.
             05 sprite-rect-w USAGE BINARY-LONG VALUE 0.
             05 sprite-rect-h USAGE BINARY-LONG VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-SDL.
           PERFORM LOAD-MEDIA.
           PERFORM START-SESSION.
           PERFORM POLL-EMERGENCY-FILE.

           PERFORM UNTIL playing EQUAL 0
               PERFORM CHECK-INPUT
               PERFORM CHECK-COMMAND-FILE
               PERFORM CHECK-EMERGENCY
               IF emergency-active EQUAL "N" THEN
                   PERFORM CHECK-HOURS
               END-IF
               PERFORM CHECK-SURVEY
               PERFORM CHECK-CHECKPOINT

               IF PAUSED EQUAL 0 AND emergency-active EQUAL "N" THEN
                   PERFORM UPDATE-IDLE-STATE
                   PERFORM CHECK-SCHEDULE
                   PERFORM UPDATE-TEXT
               PERFORM CHECK-HEARTBEAT
               PERFORM CHECK-DIAGNOSTICS
               PERFORM CHECK-TICKER
               IF emergency-active EQUAL "N" THEN
                   PERFORM CHECK-MUSIC
               END-IF
               PERFORM CHECK-SNAPSHOTS

               EVALUATE TRUE
                   WHEN emergency-active EQUAL "Y"
                       PERFORM DRAW-EMERGENCY
                   WHEN survey-active EQUAL "Y"
                       PERFORM DRAW-SURVEY
                   WHEN OTHER
                       PERFORM DRAW-ALL
               END-EVALUATE

               CALL "SDL_Delay" USING
                   BY VALUE 16
           PERFORM LOAD-LANGUAGES.
           PERFORM LOAD-HOURS.
           PERFORM LOAD-TICKER-CONFIG.
           PERFORM LOAD-PERFORMANCE-CONFIG.
           PERFORM LOAD-SNAPSHOT-TIMES.
           PERFORM LOAD-SURVEY.

           CALL "SDL_Init" USING
               BY VALUE SDL_INIT_EVERYTHING
               RETURNING return-value
           END-CALL.

           IF return-value NOT EQUAL 0 THEN
               MOVE "Error initializing SDL2" TO error-message
               MOVE 1001 TO error-code
               PERFORM PRINT-ERROR

           CALL "TTF_Init" RETURNING return-value END-CALL.

           IF return-value NOT EQUAL 0 THEN
               MOVE "Error initializing SDL_ttf" TO error-message
               MOVE 1003 TO error-code
               PERFORM PRINT-ERROR
               RETURNING return-value
           END-CALL.

           IF return-value NOT EQUAL 0 THEN
               MOVE "Error opening Audio" TO error-message
               MOVE 1005 TO error-code
               PERFORM PRINT-ERROR
               RETURNING sdl-window
           END-CALL.

           IF sdl-window EQUAL NULL THEN
               MOVE "Error creating Window" TO error-message
               MOVE 1010 TO error-code
               PERFORM PRINT-ERROR
               RETURNING sdl-renderer
           END-CALL.

           IF sdl-renderer EQUAL NULL THEN
               MOVE "Error creating Renderer" TO error-message
               MOVE 1011 TO error-code
               PERFORM PRINT-ERROR
               RETURNING icon-surf
           END-CALL.

           IF icon-surf EQUAL NULL THEN
               MOVE "Error loading Surface" TO error-message
               MOVE 1021 TO error-code
               PERFORM PRINT-ERROR
               RETURNING background
           END-CALL.

           IF background EQUAL NULL THEN
               MOVE "Error loading Texture" TO error-message
               MOVE 1020 TO error-code
               PERFORM PRINT-ERROR
                   RETURNING sprite-image
               END-CALL

               IF sprite-image EQUAL NULL THEN
                   MOVE "Error loading Texture" TO error-message
                   MOVE 1020 TO error-code
                   PERFORM PRINT-ERROR
                       RETURNING return-value
                   END-CALL

                   IF return-value NOT EQUAL 0 THEN
                       MOVE "Error querying Texture" TO error-message
                       MOVE 1040 TO error-code
                       PERFORM PRINT-ERROR
               RETURNING sdl-sound
           END-CALL.

           IF sdl-sound EQUAL NULL THEN
               MOVE "Error loading Chunk" TO error-message
               MOVE 1022 TO error-code
               PERFORM PRINT-ERROR
               RETURNING cobol-sound
           END-CALL.

           IF cobol-sound EQUAL NULL THEN
               MOVE "Error loading Chunk" TO error-message
               MOVE 1022 TO error-code
               PERFORM PRINT-ERROR
           PERFORM OPEN-TICKER-FONT.
           PERFORM POLL-TICKER-FILE.

           PERFORM OPEN-EMERGENCY-FONT.
           PERFORM OPEN-SURVEY-FONT.

           IF loading-image NOT EQUAL NULL THEN
               CALL "SDL_DestroyTexture" USING
                   BY VALUE loading-image
               RETURNING text-surface
           END-CALL.

           IF text-surface EQUAL NULL THEN
               MOVE "Error creating Surface" TO error-message
               MOVE 1030 TO error-code
               PERFORM PRINT-ERROR
           END-CALL.
           SET text-surface TO NULL.

           IF loading-image EQUAL NULL THEN
               MOVE "Error creating Texture" TO error-message
               MOVE 1032 TO error-code
               PERFORM PRINT-ERROR
               END-CALL
           END-IF.

           PERFORM UPDATE-PLAY-AUDIBLE.

           EXIT.

       PLAY-MUSIC.
                       RETURNING music-ptr
                   END-CALL

                   IF music-ptr EQUAL NULL THEN
                       PERFORM LOG-MUSIC-WARNING
                   ELSE
                       CALL "Mix_PlayMusic" USING
       START-NEXT-TRACK.
           IF audio-disabled EQUAL "N"
           AND track-count IS GREATER THAN ZERO THEN
               MOVE "END" TO play-stop-reason
               PERFORM END-PLAY-HISTORY

               IF music-ptr NOT EQUAL NULL THEN
                   CALL "Mix_HaltMusic"
                       RETURNING return-value
                   RETURNING music-ptr
               END-CALL

               IF music-ptr EQUAL NULL THEN
                   PERFORM LOG-MUSIC-WARNING
               ELSE
                   CALL "Mix_PlayMusic" USING
                   CALL "Mix_PlayingMusic"
                       RETURNING return-value
                   END-CALL
                   IF return-value EQUAL 0 THEN
                       PERFORM START-NEXT-TRACK
                   END-IF
               END-IF
           EXIT.

       WRITE-PLAY-HISTORY.
           MOVE "Y" TO play-track-open.
           MOVE "N" TO play-audible.
           MOVE 0 TO play-heard-secs play-quiet-secs.

           PERFORM UPDATE-PLAY-AUDIBLE.
           MOVE play-clock-int TO play-start-int.
           MOVE play-clock-secs TO play-start-secs.

           MOVE "START" TO play-event.
           PERFORM WRITE-PLAY-RECORD.

           EXIT.

       END-PLAY-HISTORY.
           IF play-track-open EQUAL "Y" THEN
               MOVE "N" TO play-track-open
               PERFORM UPDATE-PLAY-AUDIBLE

               COMPUTE play-quiet-secs =
                   (play-clock-int - play-start-int) * 86400
                   + play-clock-secs - play-start-secs
                   - play-heard-secs
               IF play-quiet-secs IS LESS THAN ZERO THEN
                   MOVE 0 TO play-quiet-secs
               END-IF

               MOVE play-stop-reason TO play-event
               PERFORM WRITE-PLAY-RECORD
           END-IF.

           EXIT.

       UPDATE-PLAY-AUDIBLE.
           MOVE FUNCTION CURRENT-DATE TO play-clock-time.
           COMPUTE play-clock-int = FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL(play-clock-time(1:8))).
           COMPUTE play-clock-secs =
               FUNCTION NUMVAL(play-clock-time(9:2)) * 3600
               + FUNCTION NUMVAL(play-clock-time(11:2)) * 60
               + FUNCTION NUMVAL(play-clock-time(13:2)).

           IF play-track-open EQUAL "Y"
           AND PAUSED EQUAL 0
           AND emergency-active EQUAL "N"
           AND sound-volume IS GREATER THAN ZERO THEN
               IF play-audible EQUAL "N" THEN
                   MOVE "Y" TO play-audible
                   MOVE play-clock-int TO play-from-int
                   MOVE play-clock-secs TO play-from-secs
               END-IF
           ELSE
               IF play-audible EQUAL "Y" THEN
                   MOVE "N" TO play-audible
                   COMPUTE play-heard-secs = play-heard-secs
                       + (play-clock-int - play-from-int) * 86400
                       + play-clock-secs - play-from-secs
               END-IF
           END-IF.

           EXIT.

       WRITE-PLAY-RECORD.
           MOVE FUNCTION CURRENT-DATE TO play-history-time.
           MOVE play-heard-secs TO play-heard-disp.
           MOVE play-quiet-secs TO play-quiet-disp.

           OPEN EXTEND play-history.
           IF play-history-status EQUAL "35" THEN
           MOVE SPACES TO play-history-record.
           STRING play-history-time(1:8) "-" play-history-time(9:6)
               " station=" station-id
               " event=" play-event
               " heard=" play-heard-disp
               " quiet=" play-quiet-disp
               " track=" FUNCTION TRIM(track-file(track-index))
               DELIMITED BY SIZE INTO play-history-record
           END-STRING.
               RETURNING text-surface
           END-CALL.

           IF text-surface EQUAL NULL THEN
               MOVE "Error creating text Surface" TO error-message
               MOVE 1030 TO error-code
               PERFORM PRINT-ERROR
           END-CALL.
           SET text-surface TO NULL.

           IF text-image EQUAL NULL THEN
               MOVE "Error creating Texture from Surface"
               TO error-message
               MOVE 1032 TO error-code
               RETURNING return-value
           END-CALL.

           IF return-value NOT EQUAL 0 THEN
               MOVE "Error querying Texture" TO error-message
               MOVE 1040 TO error-code
               PERFORM PRINT-ERROR

           EXIT.

       LOAD-PERFORMANCE-CONFIG.
           OPEN INPUT performance-config.

           IF performance-config-status EQUAL "00" THEN
               READ performance-config
                   AT END
                       CONTINUE
                   NOT AT END
                       COMPUTE PERF-SAMPLE-FRAMES = FUNCTION NUMVAL
                           (FUNCTION TRIM(performance-config-line)) * 60
               END-READ

               CLOSE performance-config
           END-IF.

           IF PERF-SAMPLE-FRAMES IS LESS THAN HEARTBEAT-FRAMES THEN
               MOVE HEARTBEAT-FRAMES TO PERF-SAMPLE-FRAMES
           END-IF.

           EXIT.

       OPEN-TICKER-FONT.
           COMPUTE font-file-len =
               FUNCTION LENGTH(FUNCTION TRIM(font-file-name)) + 1.

           EXIT.

       CHECK-TICKER-AGE.
           MOVE FUNCTION CURRENT-DATE TO ticker-now-time.

           COMPUTE ticker-now-integer = FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL(ticker-now-time(1:8))).
           COMPUTE ticker-now-secs =
               FUNCTION NUMVAL(ticker-now-time(9:2)) * 3600
               + FUNCTION NUMVAL(ticker-now-time(11:2)) * 60
               + FUNCTION NUMVAL(ticker-now-time(13:2)).

           COMPUTE ticker-mod-integer = FUNCTION INTEGER-OF-DATE
               (ticker-mod-yyyy * 10000
               + ticker-mod-mm * 100 + ticker-mod-dd).
           COMPUTE ticker-mod-secs =
               ticker-mod-hh * 3600
               + ticker-mod-mi * 60 + ticker-mod-ss.

           COMPUTE ticker-age =
               (ticker-now-integer - ticker-mod-integer) * 86400
               + ticker-now-secs - ticker-mod-secs.

           IF ticker-age IS GREATER THAN TICKER-STALE-SECONDS THEN
               MOVE "Y" TO ticker-stale
           END-IF.

           EXIT.

       READ-TICKER-FILE.
           OPEN INPUT ticker-file.

           IF ticker-file-status EQUAL "00" THEN
               READ ticker-file
                   AT END
                       MOVE ticker-fallback TO ticker-new
                   NOT AT END
                       MOVE ticker-file-line TO ticker-new
               END-READ

               CLOSE ticker-file
           ELSE
               MOVE ticker-fallback TO ticker-new
           END-IF.

           MOVE "00" TO ticker-file-status.

           IF ticker-new EQUAL SPACES THEN
               MOVE ticker-fallback TO ticker-new
           END-IF.

           EXIT.

       APPLY-TICKER-TEXT.
           IF ticker-new NOT EQUAL ticker-text
           OR ticker-texture EQUAL NULL THEN
               MOVE ticker-new TO ticker-text
               PERFORM RENDER-TICKER-TEXTURE
               COMPUTE ticker-rect-x =
                   ticker-zone-x + ticker-zone-w
           END-IF.

           EXIT.

       RENDER-TICKER-TEXTURE.
           IF ticker-font NOT EQUAL NULL THEN
               IF ticker-texture NOT EQUAL NULL THEN
                   CALL "SDL_DestroyTexture" USING
                       BY VALUE ticker-texture
                       RETURNING return-value
                   END-CALL
                   SET ticker-texture TO NULL
               END-IF

               COMPUTE ticker-len = FUNCTION LENGTH
                   (FUNCTION TRIM(ticker-text)) + 1
               MOVE ticker-text TO ticker-z
               MOVE X"00" TO ticker-z(ticker-len:1)

               CALL "TTF_RenderText_Blended" USING
                   BY VALUE ticker-font
                   BY REFERENCE ticker-z
                   BY VALUE font-color
                   RETURNING text-surface
               END-CALL

               IF text-surface NOT EQUAL NULL THEN
                   CALL "SDL_CreateTextureFromSurface" USING
                       BY VALUE sdl-renderer
                       BY VALUE text-surface
                       RETURNING ticker-texture
                   END-CALL

                   CALL "SDL_FreeSurface" USING
                       BY VALUE text-surface
                       RETURNING return-value
                   END-CALL
                   SET text-surface TO NULL

                   IF ticker-texture NOT EQUAL NULL THEN
                       CALL "SDL_QueryTexture" USING
                           BY VALUE ticker-texture
                           BY REFERENCE NULL
                           BY REFERENCE NULL
                           BY REFERENCE ticker-rect-w
                           BY REFERENCE ticker-rect-h
                           RETURNING return-value
                       END-CALL
                   END-IF
               END-IF
           END-IF.

           EXIT.

       UPDATE-TICKER.
           IF ticker-texture NOT EQUAL NULL THEN
               SUBTRACT TICKER-SCROLL-SPEED FROM ticker-rect-x
               IF ticker-rect-x + ticker-rect-w IS LESS THAN
               ticker-zone-x THEN
                   COMPUTE ticker-rect-x =
                       ticker-zone-x + ticker-zone-w
               END-IF
           END-IF.

           EXIT.

       DRAW-TICKER.
           IF ticker-texture NOT EQUAL NULL THEN
               COMPUTE ticker-rect-y = ticker-zone-y
                   + ticker-zone-h - ticker-rect-h

               CALL "SDL_RenderSetClipRect" USING
                   BY VALUE sdl-renderer
                   BY REFERENCE ticker-zone
                   RETURNING return-value
               END-CALL

               CALL "SDL_RenderCopy" USING
                   BY VALUE sdl-renderer
                   BY VALUE ticker-texture
                   BY REFERENCE NULL
                   BY REFERENCE ticker-rect
                   RETURNING return-value
               END-CALL

               CALL "SDL_RenderSetClipRect" USING
                   BY VALUE sdl-renderer
                   BY REFERENCE NULL
                   RETURNING return-value
               END-CALL
           END-IF.

           EXIT.

       CHECK-EMERGENCY.
           ADD 1 TO emergency-poll-timer.

           IF emergency-poll-timer IS GREATER THAN OR EQUAL TO
           EMERGENCY-POLL-FRAMES THEN
               SET emergency-poll-timer TO ZERO
               PERFORM POLL-EMERGENCY-FILE
           END-IF.

           EXIT.

       POLL-EMERGENCY-FILE.
           CALL "CBL_CHECK_FILE_EXIST" USING
               emergency-exist-name emergency-exist-info
               RETURNING return-value
           END-CALL.

           MOVE "drop file" TO emergency-source.

           IF return-value EQUAL 0 THEN
               PERFORM READ-EMERGENCY-FILE
               PERFORM APPLY-EMERGENCY-TEXT
           ELSE
               IF emergency-active EQUAL "Y" THEN
                   PERFORM CLEAR-EMERGENCY
               END-IF
           END-IF.

           EXIT.

       READ-EMERGENCY-FILE.
           MOVE SPACES TO emergency-line-table.
           MOVE 0 TO emergency-line-count.

           OPEN INPUT emergency-file.

           IF emergency-file-status EQUAL "00" THEN
               PERFORM WITH TEST AFTER UNTIL emergency-file-status
                   NOT EQUAL "00"
                   OR emergency-line-count EQUAL EMERGENCY-LINE-MAX
                   READ emergency-file
                       AT END
                           CONTINUE
                       NOT AT END
                           IF emergency-file-line NOT EQUAL SPACES
                               ADD 1 TO emergency-line-count
                               MOVE emergency-file-line TO
                                   emergency-line(emergency-line-count)
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE emergency-file
           END-IF.

           MOVE "00" TO emergency-file-status.

           MOVE SPACES TO emergency-work.
           STRING FUNCTION TRIM(emergency-line(1)) " "
               FUNCTION TRIM(emergency-line(2)) " "
               FUNCTION TRIM(emergency-line(3)) " "
               FUNCTION TRIM(emergency-line(4))
               DELIMITED BY SIZE INTO emergency-work
           END-STRING.
           MOVE FUNCTION TRIM(emergency-work) TO emergency-new.

           IF emergency-line-count EQUAL 0 THEN
               IF emergency-active EQUAL "Y" THEN
                   MOVE emergency-text TO emergency-new
               ELSE
                   MOVE EMERGENCY-DEFAULT-TEXT TO emergency-new
               END-IF
           END-IF.

           EXIT.

       APPLY-EMERGENCY-TEXT.
           IF emergency-active EQUAL "N" THEN
               PERFORM START-EMERGENCY
           ELSE
               IF emergency-new NOT EQUAL emergency-text THEN
                   MOVE emergency-new TO emergency-text
                   PERFORM RENDER-EMERGENCY-TEXTURE
                   MOVE 2024 TO event-code
                   MOVE SPACES TO event-text
                   STRING "Emergency notice changed by "
                       FUNCTION TRIM(emergency-source) ": "
                       FUNCTION TRIM(emergency-text)
                       DELIMITED BY SIZE INTO event-text
                   END-STRING
                   PERFORM WRITE-EVENT
               END-IF
           END-IF.

           EXIT.

       START-EMERGENCY.
           MOVE "Y" TO emergency-active.
           MOVE emergency-new TO emergency-text.

           MOVE FUNCTION CURRENT-DATE TO emergency-start-time.
           COMPUTE emergency-start-int = FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL(emergency-start-time(1:8))).
           COMPUTE emergency-start-secs =
               FUNCTION NUMVAL(emergency-start-time(9:2)) * 3600
               + FUNCTION NUMVAL(emergency-start-time(11:2)) * 60
               + FUNCTION NUMVAL(emergency-start-time(13:2)).

           IF audio-disabled EQUAL "N" THEN
               CALL "Mix_PauseMusic" END-CALL
               CALL "Mix_HaltChannel" USING
                   BY VALUE -1
                   RETURNING return-value
               END-CALL
           END-IF.

           PERFORM UPDATE-PLAY-AUDIBLE.

           PERFORM RENDER-EMERGENCY-TEXTURE.

           MOVE 2022 TO event-code.
           MOVE SPACES TO event-text.
           STRING "Emergency notice shown by "
               FUNCTION TRIM(emergency-source) ": "
               FUNCTION TRIM(emergency-text)
               DELIMITED BY SIZE INTO event-text
           END-STRING.
           PERFORM WRITE-EVENT.

           EXIT.

       CLEAR-EMERGENCY.
           MOVE "N" TO emergency-active.
           MOVE SPACES TO emergency-text.

           MOVE FUNCTION CURRENT-DATE TO emergency-end-time.
           COMPUTE emergency-end-int = FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL(emergency-end-time(1:8))).
           COMPUTE emergency-end-secs =
               FUNCTION NUMVAL(emergency-end-time(9:2)) * 3600
               + FUNCTION NUMVAL(emergency-end-time(11:2)) * 60
               + FUNCTION NUMVAL(emergency-end-time(13:2)).
           COMPUTE emergency-shown-secs =
               (emergency-end-int - emergency-start-int) * 86400
               + emergency-end-secs - emergency-start-secs.
           MOVE emergency-shown-secs TO emergency-shown-disp.

           IF emergency-texture NOT EQUAL NULL THEN
               CALL "SDL_DestroyTexture" USING
                   BY VALUE emergency-texture
                   RETURNING return-value
               END-CALL
               SET emergency-texture TO NULL
           END-IF.

           IF audio-disabled EQUAL "N" AND PAUSED EQUAL 0 THEN
               CALL "Mix_ResumeMusic" END-CALL
           END-IF.

           PERFORM UPDATE-PLAY-AUDIBLE.

           MOVE 2023 TO event-code.
           MOVE SPACES TO event-text.
           STRING "Emergency notice cleared by "
               FUNCTION TRIM(emergency-source) ", shown "
               emergency-shown-disp " seconds"
               DELIMITED BY SIZE INTO event-text
           END-STRING.
           PERFORM WRITE-EVENT.

           EXIT.

       OPEN-EMERGENCY-FONT.
           CALL "TTF_OpenFont" USING
               BY REFERENCE Z"fonts/freesansbold.ttf"
               BY VALUE EMERGENCY-FONT-SIZE
               RETURNING emergency-font
           END-CALL.

           EXIT.

       RENDER-EMERGENCY-TEXTURE.
           IF emergency-texture NOT EQUAL NULL THEN
               CALL "SDL_DestroyTexture" USING
                   BY VALUE emergency-texture
                   RETURNING return-value
               END-CALL
               SET emergency-texture TO NULL
           END-IF.

           IF emergency-font NOT EQUAL NULL THEN
               COMPUTE emergency-len = FUNCTION LENGTH
                   (FUNCTION TRIM(emergency-text)) + 1
               MOVE emergency-text TO emergency-z
               MOVE X"00" TO emergency-z(emergency-len:1)
               COMPUTE emergency-wrap =
                   WINDOW_WIDTH - EMERGENCY-MARGIN * 2

               CALL "TTF_RenderText_Blended_Wrapped" USING
                   BY VALUE emergency-font
                   BY REFERENCE emergency-z
                   BY VALUE font-color
                   BY VALUE emergency-wrap
                   RETURNING text-surface
               END-CALL

               IF text-surface NOT EQUAL NULL THEN
                   CALL "SDL_CreateTextureFromSurface" USING
                       BY VALUE sdl-renderer
                       BY VALUE text-surface
                       RETURNING emergency-texture
                   END-CALL

                   CALL "SDL_FreeSurface" USING
                       BY VALUE text-surface
                       RETURNING return-value
                   END-CALL
                   SET text-surface TO NULL

                   IF emergency-texture NOT EQUAL NULL THEN
                       CALL "SDL_QueryTexture" USING
                           BY VALUE emergency-texture
                           BY REFERENCE NULL
                           BY REFERENCE NULL
                           BY REFERENCE emergency-rect-w
                           BY REFERENCE emergency-rect-h
                           RETURNING return-value
                       END-CALL
                   END-IF
               END-IF
           END-IF.

           EXIT.

       DRAW-EMERGENCY.
           CALL "SDL_SetRenderDrawColor" USING
               BY VALUE sdl-renderer
               BY VALUE 160
               BY VALUE 0
               BY VALUE 0
               BY VALUE 255
               RETURNING return-value
           END-CALL.

           CALL "SDL_RenderClear" USING
               BY VALUE sdl-renderer
               RETURNING return-value
           END-CALL.

           IF emergency-texture NOT EQUAL NULL THEN
               COMPUTE emergency-rect-x =
                   (WINDOW_WIDTH - emergency-rect-w) / 2
               COMPUTE emergency-rect-y =
                   (WINDOW_HEIGHT - emergency-rect-h) / 2

               CALL "SDL_RenderCopy" USING
                   BY VALUE sdl-renderer
                   BY VALUE emergency-texture
                   BY REFERENCE NULL
                   BY REFERENCE emergency-rect
                   RETURNING return-value
               END-CALL
           END-IF.

           CALL "SDL_SetRenderDrawColor" USING
               BY VALUE sdl-renderer
               BY VALUE bg-color-r
               BY VALUE bg-color-g
               BY VALUE bg-color-b
               BY VALUE bg-color-a
               RETURNING return-value
           END-CALL.

           CALL "SDL_RenderPresent" USING
               BY VALUE sdl-renderer
               RETURNING return-value
           END-CALL.

           EXIT.

       LOAD-SURVEY.
           OPEN INPUT survey-config.

           IF survey-config-status EQUAL "00" THEN
               PERFORM WITH TEST AFTER UNTIL survey-config-status
                   NOT EQUAL "00" OR survey-count EQUAL SURVEY-MAX
                   READ survey-config
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM PARSE-SURVEY-LINE
                   END-READ
               END-PERFORM

               CLOSE survey-config
           END-IF.

           MOVE "00" TO survey-config-status.

           PERFORM CHECK-SURVEY-DATES.

           EXIT.

       PARSE-SURVEY-LINE.
           MOVE SPACES TO survey-id-text survey-from-text
               survey-thru-text survey-body.
           MOVE 1 TO survey-len.

           UNSTRING survey-config-line DELIMITED BY ALL " "
               INTO survey-id-text survey-from-text survey-thru-text
               WITH POINTER survey-len
           END-UNSTRING.

           IF survey-len IS LESS THAN 300 THEN
               MOVE survey-config-line(survey-len:) TO survey-body
           END-IF.

           ADD 1 TO survey-count.
           MOVE SPACES TO survey-question(survey-count)
               survey-choice(survey-count 1)
               survey-choice(survey-count 2)
               survey-choice(survey-count 3)
               survey-choice(survey-count 4).
           MOVE 0 TO survey-fields.

           UNSTRING survey-body DELIMITED BY "|"
               INTO survey-question(survey-count)
               survey-choice(survey-count 1)
               survey-choice(survey-count 2)
               survey-choice(survey-count 3)
               survey-choice(survey-count 4)
               TALLYING IN survey-fields
           END-UNSTRING.

           COMPUTE survey-choice-count(survey-count) =
               survey-fields - 1.

           IF survey-id-text NOT EQUAL SPACES
           AND survey-id-text(1:1) NOT EQUAL "*"
           AND survey-from-text IS NUMERIC
           AND survey-thru-text IS NUMERIC
           AND survey-from-text IS NOT GREATER THAN survey-thru-text
           AND survey-question(survey-count) NOT EQUAL SPACES
           AND survey-choice-count(survey-count) IS GREATER THAN 1
           AND survey-choice(survey-count 1) NOT EQUAL SPACES
           AND survey-choice(survey-count 2) NOT EQUAL SPACES THEN
               MOVE survey-id-text TO survey-id(survey-count)
               MOVE survey-from-text TO survey-from(survey-count)
               MOVE survey-thru-text TO survey-thru(survey-count)
               MOVE "N" TO survey-open(survey-count)
           ELSE
               SUBTRACT 1 FROM survey-count
           END-IF.

           EXIT.

       CHECK-SURVEY-DATES.
           MOVE FUNCTION CURRENT-DATE TO survey-now.
           COMPUTE survey-today = FUNCTION NUMVAL(survey-now(1:8)).

           MOVE 0 TO survey-open-count.
           PERFORM VARYING survey-scan FROM 1 BY 1
               UNTIL survey-scan IS GREATER THAN survey-count
               IF survey-today IS NOT LESS THAN survey-from(survey-scan)
               AND survey-today IS NOT GREATER THAN
               survey-thru(survey-scan) THEN
                   MOVE "Y" TO survey-open(survey-scan)
                   ADD 1 TO survey-open-count
               ELSE
                   MOVE "N" TO survey-open(survey-scan)
               END-IF
           END-PERFORM.

           IF survey-open-count IS GREATER THAN ZERO
           AND survey-active EQUAL "N" THEN
               MOVE 4 TO button-count
           ELSE
               MOVE 3 TO button-count
           END-IF.

           EXIT.

       CHECK-SURVEY.
           ADD 1 TO survey-check-timer.

           IF survey-check-timer IS GREATER THAN OR EQUAL TO
           SURVEY-CHECK-FRAMES THEN
               SET survey-check-timer TO ZERO
               PERFORM CHECK-SURVEY-DATES
           END-IF.

           IF survey-active EQUAL "Y" THEN
               ADD 1 TO survey-timer
               EVALUATE TRUE
                   WHEN emergency-active EQUAL "Y"
                       MOVE "emergency" TO survey-end-reason
                       PERFORM ABANDON-SURVEY
                   WHEN survey-thanks EQUAL "Y"
                   AND survey-timer IS NOT LESS THAN
                   SURVEY-THANKS-FRAMES
                       PERFORM END-SURVEY
                   WHEN survey-thanks EQUAL "N"
                   AND survey-timer IS NOT LESS THAN
                   SURVEY-TIMEOUT-FRAMES
                       MOVE "timeout" TO survey-end-reason
                       PERFORM ABANDON-SURVEY
               END-EVALUATE
           END-IF.

           EXIT.

       START-SURVEY.
           PERFORM CHECK-SURVEY-DATES.

           IF survey-open-count IS GREATER THAN ZERO THEN
               MOVE "Y" TO survey-active
               MOVE "N" TO survey-thanks
               MOVE 0 TO survey-current
               MOVE 0 TO survey-answered
               MOVE 3 TO button-count

               MOVE survey-open-count TO survey-answered-disp
               MOVE 2025 TO event-code
               MOVE SPACES TO event-text
               STRING "Survey started, " survey-answered-disp
                   " question(s) open"
                   DELIMITED BY SIZE INTO event-text
               END-STRING
               PERFORM WRITE-EVENT

               PERFORM NEXT-SURVEY-QUESTION
           END-IF.

           EXIT.

       NEXT-SURVEY-QUESTION.
           SET survey-timer TO ZERO.

           COMPUTE survey-scan = survey-current + 1.
           MOVE 0 TO survey-found.
           PERFORM UNTIL survey-scan IS GREATER THAN survey-count
               OR survey-found NOT EQUAL 0
               IF survey-open(survey-scan) EQUAL "Y" THEN
                   MOVE survey-scan TO survey-found
               ELSE
                   ADD 1 TO survey-scan
               END-IF
           END-PERFORM.

           IF survey-found EQUAL 0 THEN
               PERFORM SHOW-SURVEY-THANKS
           ELSE
               MOVE survey-found TO survey-current
               PERFORM RENDER-SURVEY-QUESTION
           END-IF.

           EXIT.

       SHOW-SURVEY-THANKS.
           MOVE "Y" TO survey-thanks.
           SET survey-timer TO ZERO.

           PERFORM DESTROY-SURVEY-TEXTURES.
           MOVE SURVEY-THANKS-TEXT TO survey-text.
           PERFORM RENDER-SURVEY-TEXT.

           MOVE survey-answered TO survey-answered-disp.
           MOVE 2026 TO event-code.
           MOVE SPACES TO event-text.
           STRING "Survey completed, " survey-answered-disp
               " answer(s) recorded"
               DELIMITED BY SIZE INTO event-text
           END-STRING.
           PERFORM WRITE-EVENT.

           EXIT.

       ABANDON-SURVEY.
           MOVE survey-answered TO survey-answered-disp.
           MOVE 2027 TO event-code.
           MOVE SPACES TO event-text.
           STRING "Survey abandoned (" FUNCTION TRIM(survey-end-reason)
               ") after " survey-answered-disp " answer(s)"
               DELIMITED BY SIZE INTO event-text
           END-STRING.
           PERFORM WRITE-EVENT.

           PERFORM END-SURVEY.

           EXIT.

       END-SURVEY.
           MOVE "N" TO survey-active.
           MOVE "N" TO survey-thanks.
           MOVE 0 TO survey-current.
           SET survey-timer TO ZERO.

           PERFORM DESTROY-SURVEY-TEXTURES.
           PERFORM CHECK-SURVEY-DATES.

           EXIT.

       HIT-TEST-SURVEY.
           MOVE "Y" TO touch-handled.
           MOVE "SURVEY-MISS" TO touch-target.

           IF survey-thanks EQUAL "N" THEN
               PERFORM COMPUTE-SURVEY-RECTS

               MOVE 0 TO survey-answer
               PERFORM VARYING survey-choice-scan FROM 1 BY 1
                   UNTIL survey-choice-scan IS GREATER THAN
                   survey-choice-count(survey-current)
                   OR survey-answer NOT EQUAL 0
                   IF touch-x IS GREATER THAN OR EQUAL TO
                   survey-box-x(survey-choice-scan)
                   AND touch-x IS LESS THAN
                   survey-box-x(survey-choice-scan)
                   + survey-box-w(survey-choice-scan)
                   AND touch-y IS GREATER THAN OR EQUAL TO
                   survey-box-y(survey-choice-scan)
                   AND touch-y IS LESS THAN
                   survey-box-y(survey-choice-scan)
                   + survey-box-h(survey-choice-scan) THEN
                       MOVE survey-choice-scan TO survey-answer
                   END-IF
               END-PERFORM

               IF survey-answer NOT EQUAL 0 THEN
                   MOVE survey-answer TO survey-answer-disp
                   MOVE SPACES TO touch-target
                   STRING "SURVEY-" survey-answer-disp
                       DELIMITED BY SIZE INTO touch-target
                   END-STRING
                   ADD 1 TO survey-answered
                   PERFORM WRITE-SURVEY-RESPONSE
                   PERFORM NEXT-SURVEY-QUESTION
               END-IF
           END-IF.

           EXIT.

       WRITE-SURVEY-RESPONSE.
           MOVE FUNCTION CURRENT-DATE TO survey-now.

           OPEN EXTEND survey-log.
           IF survey-log-status EQUAL "35" THEN
               OPEN OUTPUT survey-log
           END-IF.

           MOVE SPACES TO survey-log-record.
           STRING survey-now(1:8) "-" survey-now(9:6)
               " station=" station-id
               " question=" survey-id(survey-current)
               " answer=" survey-answer-disp " "
               FUNCTION TRIM
               (survey-choice(survey-current survey-answer))
               DELIMITED BY SIZE INTO survey-log-record
           END-STRING.
           WRITE survey-log-record.

           CLOSE survey-log.

           EXIT.

       OPEN-SURVEY-FONT.
           CALL "TTF_OpenFont" USING
               BY REFERENCE font-file-z
               BY VALUE SURVEY-FONT-SIZE
               RETURNING survey-font
           END-CALL.

           EXIT.

       RENDER-SURVEY-QUESTION.
           PERFORM DESTROY-SURVEY-TEXTURES.

           MOVE survey-question(survey-current) TO survey-text.
           PERFORM RENDER-SURVEY-TEXT.

           IF survey-font NOT EQUAL NULL THEN
               PERFORM VARYING survey-choice-scan FROM 1 BY 1
                   UNTIL survey-choice-scan IS GREATER THAN
                   survey-choice-count(survey-current)
                   PERFORM RENDER-SURVEY-LABEL
               END-PERFORM
           END-IF.

           EXIT.

       RENDER-SURVEY-TEXT.
           IF survey-font NOT EQUAL NULL THEN
               COMPUTE survey-len = FUNCTION LENGTH
                   (FUNCTION TRIM(survey-text)) + 1
               MOVE FUNCTION TRIM(survey-text) TO survey-z
               MOVE X"00" TO survey-z(survey-len:1)
               COMPUTE survey-wrap =
                   WINDOW_WIDTH - SURVEY-MARGIN * 2

               CALL "TTF_RenderText_Blended_Wrapped" USING
                   BY VALUE survey-font
                   BY REFERENCE survey-z
                   BY VALUE font-color
                   BY VALUE survey-wrap
                   RETURNING text-surface
               END-CALL

                   CALL "SDL_CreateTextureFromSurface" USING
                       BY VALUE sdl-renderer
                       BY VALUE text-surface
                       RETURNING survey-texture
                   END-CALL

                   CALL "SDL_FreeSurface" USING
                   END-CALL
                   SET text-surface TO NULL

                   IF survey-texture NOT EQUAL NULL THEN
                       CALL "SDL_QueryTexture" USING
                           BY VALUE survey-texture
                           BY REFERENCE NULL
                           BY REFERENCE NULL
                           BY REFERENCE survey-rect-w
                           BY REFERENCE survey-rect-h
                           RETURNING return-value
                       END-CALL
                   END-IF

           EXIT.

       RENDER-SURVEY-LABEL.
           MOVE FUNCTION TRIM
               (survey-choice(survey-current survey-choice-scan))
               TO survey-text.
           COMPUTE survey-len = FUNCTION LENGTH
               (FUNCTION TRIM(survey-text)) + 1.
           MOVE survey-text TO survey-z.
           MOVE X"00" TO survey-z(survey-len:1).

           CALL "TTF_RenderText_Blended" USING
               BY VALUE survey-font
               BY REFERENCE survey-z
               BY VALUE font-color
               RETURNING text-surface
           END-CALL.

           IF text-surface NOT EQUAL NULL THEN
               CALL "SDL_CreateTextureFromSurface" USING
                   BY VALUE sdl-renderer
                   BY VALUE text-surface
                   RETURNING survey-label(survey-choice-scan)
               END-CALL

               CALL "SDL_FreeSurface" USING
                   BY VALUE text-surface
                   RETURNING return-value
               END-CALL
               SET text-surface TO NULL

               IF survey-label(survey-choice-scan) NOT EQUAL NULL THEN
                   CALL "SDL_QueryTexture" USING
                       BY VALUE survey-label(survey-choice-scan)
                       BY REFERENCE NULL
                       BY REFERENCE NULL
                       BY REFERENCE survey-label-w(survey-choice-scan)
                       BY REFERENCE survey-label-h(survey-choice-scan)
                       RETURNING return-value
                   END-CALL
               END-IF
           END-IF.

           EXIT.

       DESTROY-SURVEY-TEXTURES.
           IF survey-texture NOT EQUAL NULL THEN
               CALL "SDL_DestroyTexture" USING
                   BY VALUE survey-texture
                   RETURNING return-value
               END-CALL
               SET survey-texture TO NULL
           END-IF.

           PERFORM VARYING survey-choice-scan FROM 1 BY 1
               UNTIL survey-choice-scan IS GREATER THAN
               SURVEY-CHOICE-MAX
               IF survey-label(survey-choice-scan) NOT EQUAL NULL THEN
                   CALL "SDL_DestroyTexture" USING
                       BY VALUE survey-label(survey-choice-scan)
                       RETURNING return-value
                   END-CALL
                   SET survey-label(survey-choice-scan) TO NULL
               END-IF
           END-PERFORM.

           EXIT.

       COMPUTE-SURVEY-RECTS.
           COMPUTE survey-block-h =
               survey-choice-count(survey-current)
               * (SURVEY-CHOICE-HEIGHT + SURVEY-CHOICE-GAP)
               - SURVEY-CHOICE-GAP.

           PERFORM VARYING survey-choice-scan FROM 1 BY 1
               UNTIL survey-choice-scan IS GREATER THAN
               survey-choice-count(survey-current)
               MOVE SURVEY-MARGIN TO survey-box-x(survey-choice-scan)
               COMPUTE survey-box-y(survey-choice-scan) =
                   WINDOW_HEIGHT - SURVEY-MARGIN - survey-block-h
                   + (survey-choice-scan - 1)
                   * (SURVEY-CHOICE-HEIGHT + SURVEY-CHOICE-GAP)
               COMPUTE survey-box-w(survey-choice-scan) =
                   WINDOW_WIDTH - SURVEY-MARGIN * 2
               MOVE SURVEY-CHOICE-HEIGHT TO
                   survey-box-h(survey-choice-scan)

               IF survey-label(survey-choice-scan) NOT EQUAL NULL THEN
                   COMPUTE survey-label-x(survey-choice-scan) =
                       survey-box-x(survey-choice-scan)
                       + (survey-box-w(survey-choice-scan)
                       - survey-label-w(survey-choice-scan)) / 2
                   COMPUTE survey-label-y(survey-choice-scan) =
                       survey-box-y(survey-choice-scan)
                       + (SURVEY-CHOICE-HEIGHT
                       - survey-label-h(survey-choice-scan)) / 2
               END-IF
           END-PERFORM.

           EXIT.

       DRAW-SURVEY.
           CALL "SDL_SetRenderDrawColor" USING
               BY VALUE sdl-renderer
               BY VALUE 0
               BY VALUE 48
               BY VALUE 96
               BY VALUE 255
               RETURNING return-value
           END-CALL.

           CALL "SDL_RenderClear" USING
               BY VALUE sdl-renderer
               RETURNING return-value
           END-CALL.

           IF survey-texture NOT EQUAL NULL THEN
               COMPUTE survey-rect-x =
                   (WINDOW_WIDTH - survey-rect-w) / 2
               IF survey-thanks EQUAL "Y" THEN
                   COMPUTE survey-rect-y =
                       (WINDOW_HEIGHT - survey-rect-h) / 2
               ELSE
                   MOVE SURVEY-MARGIN TO survey-rect-y
               END-IF

               CALL "SDL_RenderCopy" USING
                   BY VALUE sdl-renderer
                   BY VALUE survey-texture
                   BY REFERENCE NULL
                   BY REFERENCE survey-rect
                   RETURNING return-value
               END-CALL
           END-IF.

           IF survey-thanks EQUAL "N" THEN
               PERFORM COMPUTE-SURVEY-RECTS

               CALL "SDL_SetRenderDrawColor" USING
                   BY VALUE sdl-renderer
                   BY VALUE 64
                   BY VALUE 64
                   BY VALUE 64
                   BY VALUE 255
                   RETURNING return-value
               END-CALL

               PERFORM VARYING survey-choice-scan FROM 1 BY 1
                   UNTIL survey-choice-scan IS GREATER THAN
                   survey-choice-count(survey-current)
                   CALL "SDL_RenderFillRect" USING
                       BY VALUE sdl-renderer
                       BY REFERENCE survey-box-rect(survey-choice-scan)
                       RETURNING return-value
                   END-CALL
                   IF survey-label(survey-choice-scan) NOT EQUAL NULL
                   THEN
                       CALL "SDL_RenderCopy" USING
                           BY VALUE sdl-renderer
                           BY VALUE survey-label(survey-choice-scan)
                           BY REFERENCE NULL
                           BY REFERENCE
                               survey-label-rect(survey-choice-scan)
                           RETURNING return-value
                       END-CALL
                   END-IF
               END-PERFORM
           END-IF.

           CALL "SDL_SetRenderDrawColor" USING
               BY VALUE sdl-renderer
               BY VALUE bg-color-r
               BY VALUE bg-color-g
               BY VALUE bg-color-b
               BY VALUE bg-color-a
               RETURNING return-value
           END-CALL.

           CALL "SDL_RenderPresent" USING
               BY VALUE sdl-renderer
               RETURNING return-value
           END-CALL.

           EXIT.

       LOAD-CALENDAR.
               RETURNING font-ptr
           END-CALL.

           IF font-ptr EQUAL NULL THEN
               MOVE "Error creating Font" TO error-message
               MOVE 1012 TO error-code
               PERFORM PRINT-ERROR
           EXIT.

       POLL-INPUT.
           PERFORM WITH TEST AFTER UNTIL return-value EQUAL 0
               CALL "SDL_PollEvent"
                  USING BY REFERENCE sdl-event
                  RETURNING return-value
               END-CALL
               IF return-value NOT EQUAL 0 THEN
               EVALUATE sdl-event-type
                   WHEN SDL_QUIT
                      PERFORM CLEAN-AND-EXIT
                   WHEN SDL_WINDOWEVENT
                       IF window-event-event EQUAL
                       SDL_WINDOWEVENT_RESIZED THEN
                           MOVE window-event-data1 TO WINDOW_WIDTH
                           MOVE window-event-data2 TO WINDOW_HEIGHT
                       END-EVALUATE
                   WHEN SDL_MOUSEBUTTONDOWN
                       PERFORM RESET-IDLE-TIMER
                       IF emergency-active EQUAL "N" THEN
                           PERFORM HANDLE-TOUCH
                       END-IF
                   WHEN SDL_KEYDOWN
                       PERFORM RESET-IDLE-TIMER
                       IF MACRO-MODE EQUAL "RECORD" THEN
                           MOVE "D" TO macro-event-type
                           PERFORM RECORD-KEY-EVENT
                       END-IF
                       IF emergency-active EQUAL "N" THEN
                           PERFORM PROCESS-KEY-EVENT
                       END-IF
                   WHEN SDL_KEYUP
                       IF MACRO-MODE EQUAL "RECORD" THEN
                           MOVE "U" TO macro-event-type

           PERFORM COMPUTE-BUTTON-RECTS.

           IF survey-active EQUAL "Y" THEN
               PERFORM HIT-TEST-SURVEY
           END-IF.

           PERFORM VARYING button-scan FROM 1 BY 1
               UNTIL button-scan IS GREATER THAN button-count
               OR touch-handled EQUAL "Y"
               IF touch-x IS GREATER THAN OR EQUAL TO
               button-rect-x(button-scan)
               WHEN 3
                   MOVE "BTN-PAUSE" TO touch-target
                   PERFORM TOGGLE-PAUSE
               WHEN 4
                   MOVE "BTN-SURVEY" TO touch-target
                   PERFORM START-SURVEY
           END-EVALUATE.

           EXIT.

       COMPUTE-BUTTON-RECTS.
           PERFORM VARYING button-scan FROM 1 BY 1
               UNTIL button-scan IS GREATER THAN button-count
               IF button-scan EQUAL 4 THEN
                   MOVE 4 TO button-slot
               ELSE
                   COMPUTE button-slot = 4 - button-scan
               END-IF
               COMPUTE button-rect-x(button-scan) = WINDOW_WIDTH
                   - button-slot
                   * (BUTTON-SIZE + BUTTON-MARGIN)
               COMPUTE button-rect-y(button-scan) = WINDOW_HEIGHT
                   - BUTTON-SIZE - BUTTON-MARGIN

           IF button-font NOT EQUAL NULL THEN
               PERFORM VARYING button-scan FROM 1 BY 1
                   UNTIL button-scan IS GREATER THAN BUTTON-MAX
                   EVALUATE button-scan
                       WHEN 1
                           MOVE Z"-" TO button-text
                           MOVE Z"+" TO button-text
                       WHEN 3
                           MOVE Z"II" TO button-text
                       WHEN 4
                           MOVE Z"?" TO button-text
                   END-EVALUATE

                   CALL "TTF_RenderText_Blended" USING
           END-CALL.

           PERFORM VARYING button-scan FROM 1 BY 1
               UNTIL button-scan IS GREATER THAN button-count
               CALL "SDL_RenderFillRect" USING
                   BY VALUE sdl-renderer
                   BY REFERENCE button-rect(button-scan)
           END-CALL.

           PERFORM VARYING button-scan FROM 1 BY 1
               UNTIL button-scan IS GREATER THAN button-count
               IF button-label(button-scan) NOT EQUAL NULL THEN
                   CALL "SDL_RenderCopy" USING
                       BY VALUE sdl-renderer

           MOVE 7 TO diag-scan.
           MOVE SPACES TO diag-line-text.
           IF PAUSED EQUAL 1 THEN
               MOVE "STATE PAUSED" TO diag-line-text
           ELSE
               IF ATTRACT-MODE EQUAL 1 THEN
                   MOVE "STATE ATTRACT" TO diag-line-text
               ELSE
                   MOVE "STATE RUNNING" TO diag-line-text
           EXIT.

       TOGGLE-PAUSE.
           IF PAUSED EQUAL 0 THEN
               SET PAUSED TO 1
               MOVE 2003 TO event-code
               MOVE "Paused" TO event-text
               IF audio-disabled EQUAL "N"
               AND emergency-active EQUAL "N" THEN
                   CALL "Mix_PauseMusic" END-CALL
               END-IF
           ELSE
               SET PAUSED TO 0
               MOVE 2004 TO event-code
               MOVE "Resumed" TO event-text
               IF audio-disabled EQUAL "N"
               AND emergency-active EQUAL "N" THEN
                   CALL "Mix_ResumeMusic" END-CALL
               END-IF
           END-IF.

           PERFORM UPDATE-PLAY-AUDIBLE.

           PERFORM WRITE-EVENT.

           EXIT.
               ADD 1 TO idle-timer
           END-IF.

           IF ATTRACT-MODE EQUAL 0 THEN
               IF idle-timer IS GREATER THAN OR EQUAL TO
               IDLE-THRESHOLD-FRAMES THEN
                   PERFORM ENTER-ATTRACT-MODE
       RESET-IDLE-TIMER.
           SET idle-timer TO ZERO.

           IF ATTRACT-MODE EQUAL 1 THEN
               PERFORM EXIT-ATTRACT-MODE
           END-IF.

               RETURNING return-value
           END-CALL.

           IF return-value NOT EQUAL 0 THEN
               MOVE "Error reading Pixels" TO error-message
               MOVE 1050 TO error-code
               PERFORM PRINT-ERROR
               RETURNING screenshot-surf
           END-CALL.

           IF screenshot-surf EQUAL NULL THEN
               MOVE "Error creating Surface" TO error-message
               MOVE 1030 TO error-code
               PERFORM PRINT-ERROR
               RETURNING return-value
           END-CALL.

           IF return-value NOT EQUAL 0 THEN
               MOVE "Error saving Screenshot" TO error-message
               MOVE 1051 TO error-code
               PERFORM PRINT-ERROR
                   RETURNING obj-texture(scene-count)
               END-CALL

               IF obj-texture(scene-count) EQUAL NULL THEN
                   MOVE "Error loading Texture" TO error-message
                   MOVE 1020 TO error-code
                   PERFORM PRINT-ERROR
                   PERFORM WRITE-EVENT
                   PERFORM CLEAN-AND-EXIT
               WHEN "PAUSE"
                   IF PAUSED EQUAL 0 THEN
                       PERFORM TOGGLE-PAUSE
                   END-IF
                   PERFORM WRITE-COMMAND-ACK
               WHEN "RESUME"
                   IF PAUSED EQUAL 1 THEN
                       PERFORM TOGGLE-PAUSE
                   END-IF
                   PERFORM WRITE-COMMAND-ACK
                   PERFORM WRITE-COMMAND-ACK
               WHEN "VOLUME"
                   PERFORM EXECUTE-VOLUME-COMMAND
               WHEN "EMERGENCY"
                   PERFORM EXECUTE-EMERGENCY-COMMAND
               WHEN "ALLCLEAR"
                   PERFORM EXECUTE-ALLCLEAR-COMMAND
               WHEN "VERSION"
                   PERFORM READ-CONFIG-VERSION
                   MOVE SPACES TO command-result

           EXIT.

       EXECUTE-EMERGENCY-COMMAND.
           MOVE FUNCTION TRIM(command-entry(command-scan))
               TO command-notice.
           COMPUTE command-arg-pos =
               FUNCTION LENGTH(FUNCTION TRIM(command-verb)) + 1.

           MOVE SPACES TO emergency-new.
           IF command-arg-pos IS LESS THAN 120 THEN
               MOVE FUNCTION TRIM(command-notice(command-arg-pos:))
                   TO emergency-new
           END-IF.
           IF emergency-new EQUAL SPACES THEN
               MOVE EMERGENCY-DEFAULT-TEXT TO emergency-new
           END-IF.

           OPEN OUTPUT emergency-file.
           IF emergency-file-status EQUAL "00" THEN
               MOVE emergency-new TO emergency-file-line
               WRITE emergency-file-line
               CLOSE emergency-file
           END-IF.
           MOVE "00" TO emergency-file-status.

           MOVE "command" TO emergency-source.
           PERFORM APPLY-EMERGENCY-TEXT.

           MOVE "OK emergency notice shown" TO command-result.
           PERFORM WRITE-COMMAND-ACK.

           EXIT.

       EXECUTE-ALLCLEAR-COMMAND.
           MOVE "data/emergency.dat" TO emergency-delete-name.
           CALL "CBL_DELETE_FILE" USING
               emergency-delete-name
               RETURNING return-value
           END-CALL.

           IF emergency-active EQUAL "Y" THEN
               MOVE "command" TO emergency-source
               PERFORM CLEAR-EMERGENCY
               MOVE "OK emergency notice cleared" TO command-result
           ELSE
               MOVE "OK no emergency notice showing" TO command-result
           END-IF.

           PERFORM WRITE-COMMAND-ACK.

           EXIT.

       READ-CONFIG-VERSION.
           MOVE "NONE" TO config-version-text.

           MOVE SPACES TO response-file-line.
           STRING response-timestamp(1:8) "-"
               response-timestamp(9:6) " "
               FUNCTION TRIM(command-entry(command-scan)(1:40)) " "
               FUNCTION TRIM(command-result)
               DELIMITED BY SIZE INTO response-file-line
           END-STRING.
               MOVE "Closing time shutdown" TO event-text
               PERFORM WRITE-EVENT

               MOVE "Y" TO hours-closed
               PERFORM WRITE-HEARTBEAT

               PERFORM SHOW-CLOSED-SCREEN

               PERFORM CLEAN-AND-EXIT

           MOVE heartbeat-now-secs TO heartbeat-last-secs.

           IF PAUSED EQUAL 1 THEN
               MOVE "PAUSED" TO heartbeat-state
           ELSE
               IF ATTRACT-MODE EQUAL 1 THEN
                   MOVE "ATTRACT" TO heartbeat-state
               ELSE
                   MOVE "RUNNING" TO heartbeat-state
               END-IF
           END-IF.

           IF emergency-active EQUAL "Y" THEN
               MOVE "EMERG" TO heartbeat-state
           END-IF.

           IF hours-closed EQUAL "Y" THEN
               MOVE "CLOSED" TO heartbeat-state
           END-IF.

           OPEN OUTPUT heartbeat-file.

           MOVE SPACES TO heartbeat-line.

           CLOSE heartbeat-file.

           ADD HEARTBEAT-FRAMES TO perf-sample-timer.

           IF perf-sample-timer IS GREATER THAN OR EQUAL TO
           PERF-SAMPLE-FRAMES AND heartbeat-elapsed IS GREATER THAN
           ZERO THEN
               SET perf-sample-timer TO ZERO
               PERFORM WRITE-PERF-SAMPLE
           END-IF.

           EXIT.

       WRITE-PERF-SAMPLE.
           MOVE SPACES TO perf-content.

           EVALUATE TRUE
               WHEN emergency-active EQUAL "Y"
                   MOVE "EMERGENCY" TO perf-content
               WHEN survey-active EQUAL "Y"
                   STRING "SURVEY " survey-id(survey-current)
                       DELIMITED BY SIZE INTO perf-content
                   END-STRING
               WHEN message-count IS GREATER THAN ZERO
                   STRING "MESSAGE " message-line(message-index)
                       DELIMITED BY X"00" INTO perf-content
                   END-STRING
               WHEN OTHER
                   MOVE "NONE" TO perf-content
           END-EVALUATE.

           IF ticker-texture NOT EQUAL NULL THEN
               MOVE "Y" TO perf-ticker
           ELSE
               MOVE "N" TO perf-ticker
           END-IF.

           MOVE scene-count TO perf-objects-disp.

           OPEN EXTEND performance-log.
           IF performance-log-status EQUAL "35" THEN
               OPEN OUTPUT performance-log
           END-IF.

           MOVE SPACES TO performance-log-record.
           STRING heartbeat-time(1:8) "-" heartbeat-time(9:6)
               " station=" station-id
               " program=SOUND-EFFECTS"
               " fps=" heartbeat-fps-disp
               " objects=" perf-objects-disp
               " state=" heartbeat-state
               " ticker=" perf-ticker
               " content=" FUNCTION TRIM(perf-content)
               DELIMITED BY SIZE INTO performance-log-record
           END-STRING.
           WRITE performance-log-record.

           CLOSE performance-log.

           EXIT.

       LOAD-STATION.
           EXIT.

       CLEAN-AND-EXIT.
           IF emergency-active EQUAL "Y" THEN
               MOVE "shutdown" TO emergency-source
               PERFORM CLEAR-EMERGENCY
           END-IF.

           IF survey-active EQUAL "Y" THEN
               IF survey-thanks EQUAL "Y" THEN
                   PERFORM END-SURVEY
               ELSE
                   MOVE "shutdown" TO survey-end-reason
                   PERFORM ABANDON-SURVEY
               END-IF
           END-IF.

           MOVE "SHUTDOWN" TO play-stop-reason.
           PERFORM END-PLAY-HISTORY.

           PERFORM WRITE-USAGE-REPORT.
           PERFORM DELETE-CHECKPOINT.

           END-IF.

           PERFORM VARYING button-scan FROM 1 BY 1
               UNTIL button-scan IS GREATER THAN BUTTON-MAX
               IF button-label(button-scan) NOT EQUAL NULL THEN
                   CALL "SDL_DestroyTexture" USING
                       BY VALUE button-label(button-scan)
               SET ticker-font TO NULL
           END-IF.

           IF emergency-font NOT EQUAL NULL THEN
               CALL "TTF_CloseFont" USING
                   BY VALUE emergency-font
                   RETURNING return-value
               END-CALL
               SET emergency-font TO NULL
           END-IF.

           IF survey-font NOT EQUAL NULL THEN
               CALL "TTF_CloseFont" USING
                   BY VALUE survey-font
                   RETURNING return-value
               END-CALL
               SET survey-font TO NULL
           END-IF.

           PERFORM DESTROY-DIAG-TEXTURES.

           IF diag-font NOT EQUAL NULL THEN
