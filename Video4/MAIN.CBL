               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS play-log-status.

           SELECT emergency-file ASSIGN TO "data/emergency.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS emergency-file-status.

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
           FD play-log.
           01 play-log-record PIC X(140).

           FD emergency-file.
           01 emergency-file-line PIC X(120).

           FD performance-config.
           01 performance-config-line PIC X(40).

           FD performance-log.
           01 performance-log-record PIC X(200).

       WORKING-STORAGE SECTION.
           77 WINDOW_TITLE PIC X(20) VALUE Z"Background".
           77 WINDOW_WIDTH USAGE BINARY-LONG VALUE 800.
           77 WINDOW_HEIGHT USAGE BINARY-LONG VALUE 600.
           77 window-title-len USAGE BINARY-LONG VALUE 0.

           77 display-config-status PIC X(02) VALUE "00".
           77 error-log-status PIC X(02) VALUE "00".
               VALUE "config/slideshow.cfg".
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
           77 show-loading PIC X(01) VALUE "Y".

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
           77 event-count-disp PIC 9(03).

           77 heartbeat-status PIC X(02) VALUE "00".
           77 HEARTBEAT-FRAMES USAGE BINARY-LONG VALUE 180.
           77 heartbeat-timer USAGE BINARY-LONG VALUE 0.
           77 heartbeat-time PIC X(21).
           77 heartbeat-now-secs USAGE BINARY-LONG VALUE 0.
           77 heartbeat-last-secs USAGE BINARY-LONG VALUE 0.
           77 heartbeat-elapsed USAGE BINARY-LONG VALUE 0.
           77 heartbeat-fps USAGE BINARY-LONG VALUE 0.
           77 heartbeat-fps-disp PIC 9(04).

           77 performance-config-status PIC X(02) VALUE "00".
           77 performance-log-status PIC X(02) VALUE "00".
           77 PERF-SAMPLE-FRAMES USAGE BINARY-LONG VALUE 3600.
           77 perf-sample-timer USAGE BINARY-LONG VALUE 0.
           77 perf-state PIC X(08).
           77 perf-content PIC X(60).

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
           77 error-fatal PIC X(01) VALUE "N".

           77 SLIDE-MAX USAGE BINARY-LONG VALUE 20.
           77 SLIDE-INTERVAL-FRAMES USAGE BINARY-LONG VALUE 300.
           01 slide-table.
             05 slide-entry OCCURS 20 TIMES.
               10 slide-texture USAGE POINTER VALUE NULL.
               10 slide-file PIC X(60).
               10 slide-dwell-frames USAGE BINARY-LONG.
               10 slide-from-date PIC 9(08).
               10 slide-thru-date PIC 9(08).
               10 slide-kind PIC X(01).
           77 slide-count USAGE BINARY-LONG VALUE 0.
           77 slide-index USAGE BINARY-LONG VALUE 1.
           77 slide-timer USAGE BINARY-LONG VALUE 0.
           77 slide-filename PIC X(61).
           77 slide-filename-len USAGE BINARY-LONG VALUE 0.
           77 slide-path-text PIC X(60).
           77 slide-dwell-text PIC X(08).
           77 slide-from-text PIC X(08).
           77 slide-thru-text PIC X(08).
           77 slide-prev-count USAGE BINARY-LONG VALUE 0.
           77 slide-parse-dwell USAGE BINARY-LONG VALUE 0.
           77 slide-parse-from PIC 9(08) VALUE 0.
           77 slide-parse-thru PIC 9(08) VALUE 0.
           77 slide-today PIC 9(08) VALUE 0.
           77 slide-valid PIC X(01) VALUE "Y".
           77 slide-cand USAGE BINARY-LONG VALUE 0.
           77 slide-next USAGE BINARY-LONG VALUE 0.
           77 slide-advance-scan USAGE BINARY-LONG VALUE 0.
           77 slide-is-video PIC X(01) VALUE "N".
           77 slide-path-len USAGE BINARY-LONG VALUE 0.
           77 slide-ext-pos USAGE BINARY-LONG VALUE 0.
           77 advance-done PIC X(01) VALUE "N".
           77 advance-guard USAGE BINARY-LONG VALUE 0.
           77 VIDEO-PLAYER-PREFIX PIC X(40)
               VALUE "ffplay -fs -autoexit -loglevel quiet ".
           77 video-command PIC X(120).
           77 video-exist-info PIC X(64).
           77 video-exist-name PIC X(60).

           77 PRELOAD-LEAD-MINUTES USAGE BINARY-LONG VALUE 5.
           01 pend-table.
             05 pend-entry OCCURS 20 TIMES.
               10 pend-texture USAGE POINTER VALUE NULL.
               10 pend-file PIC X(60).
               10 pend-dwell-frames USAGE BINARY-LONG.
               10 pend-from-date PIC 9(08).
               10 pend-thru-date PIC 9(08).
               10 pend-kind PIC X(01).
           77 pend-count USAGE BINARY-LONG VALUE 0.
           77 pend-scan USAGE BINARY-LONG VALUE 0.
           01 pend-line-table.
             05 pend-line-entry OCCURS 20 TIMES PIC X(100).
           77 pend-line-count USAGE BINARY-LONG VALUE 0.
           77 pend-line-next USAGE BINARY-LONG VALUE 1.
           77 preload-state PIC X(01) VALUE "N".
           77 preload-window USAGE BINARY-LONG VALUE 0.
           77 preload-slide-file PIC X(60).
           77 prior-slide-file PIC X(60).
           77 now-minutes USAGE BINARY-LONG VALUE 0.
           77 end-minutes USAGE BINARY-LONG VALUE 0.
           77 minutes-left USAGE BINARY-LONG VALUE 0.
           77 next-window USAGE BINARY-LONG VALUE 0.

           77 play-log-status PIC X(02) VALUE "00".
           77 play-start-time PIC X(21) VALUE SPACES.
           77 play-end-time PIC X(21).
           77 play-start-secs USAGE BINARY-LONG VALUE 0.
           77 play-end-secs USAGE BINARY-LONG VALUE 0.
           77 play-secs USAGE BINARY-LONG VALUE 0.
           77 play-secs-disp PIC 9(05).
           77 play-window-disp PIC 9(02).

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

           77 font-ptr USAGE POINTER VALUE NULL.
           77 font-size USAGE BINARY-LONG VALUE 40.
           01 font-color-struct.
             05 text-color-r USAGE BINARY-CHAR UNSIGNED VALUE 255.
             05 text-color-g USAGE BINARY-CHAR UNSIGNED VALUE 255.
             05 text-color-b USAGE BINARY-CHAR UNSIGNED VALUE 255.
             05 text-color-a USAGE BINARY-CHAR UNSIGNED VALUE 255.
           01 font-color REDEFINES font-color-struct
               USAGE BINARY-LONG UNSIGNED.
           77 text-surface USAGE POINTER VALUE NULL.
           77 loading-image USAGE POINTER VALUE NULL.
           01 loading-rect.
             05 loading-rect-x USAGE BINARY-LONG VALUE 0.
             05 loading-rect-y USAGE BINARY-LONG VALUE 0.
             05 loading-rect-w USAGE BINARY-LONG VALUE 0.
             05 loading-rect-h USAGE BINARY-LONG VALUE 0.

           77 DISPLAY-INDEX USAGE BINARY-LONG VALUE 0.
           77 FULLSCREEN-FLAG USAGE BINARY-LONG VALUE 0.
           77 window-pos-x USAGE BINARY-LONG VALUE 0.
           77 window-pos-y USAGE BINARY-LONG VALUE 0.
           77 window-flags USAGE BINARY-LONG VALUE 0.

           77 SDL_INIT_EVERYTHING USAGE UNSIGNED-INT VALUE 62001.
           77 IMG_INIT_PNG USAGE BINARY-LONG VALUE 2.
           77 SDL_WINDOWPOS_CENTERED USAGE UNSIGNED-INT VALUE 805240832.
           77 SDL_WINDOW_FULLSCREEN_DESKTOP USAGE BINARY-LONG
               VALUE 4097.

           77 SDL_QUIT USAGE BINARY-LONG VALUE 256.
           77 SDL_KEYDOWN USAGE BINARY-LONG VALUE 768.
           77 SDL_SCANCODE_ESCAPE USAGE BINARY-LONG VALUE 41.
           77 SDL_SCANCODE_R USAGE BINARY-LONG VALUE 21.

           77 error-ptr USAGE POINTER VALUE NULL.
           77 sdl-window USAGE POINTER VALUE NULL.
           77 sdl-renderer USAGE POINTER VALUE NULL.
           77 background USAGE POINTER VALUE NULL.

           77 playing USAGE BINARY-LONG VALUE 1.
           77 return-value USAGE BINARY-LONG VALUE 0.

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

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM INITIALIZE-SDL.
           PERFORM LOAD-MEDIA.
           PERFORM POLL-EMERGENCY-FILE.

           PERFORM UNTIL playing EQUAL 0
               PERFORM CHECK-INPUT
               PERFORM CHECK-EMERGENCY
               IF emergency-active EQUAL "N" THEN
                   PERFORM CHECK-SCHEDULE
                   PERFORM PRELOAD-STEP
                   PERFORM ADVANCE-SLIDESHOW
               END-IF
               PERFORM CHECK-HEARTBEAT
               IF emergency-active EQUAL "Y" THEN
                   PERFORM DRAW-EMERGENCY
               ELSE
                   PERFORM DRAW-ALL
               END-IF

               CALL "SDL_Delay" USING
                   BY VALUE 16
           PERFORM LOAD-CALENDAR.
           PERFORM LOAD-SCHEDULE.
           PERFORM LOAD-SEVERITY.
           PERFORM LOAD-PERFORMANCE-CONFIG.

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
               RETURNING font-ptr
           END-CALL.

           IF font-ptr EQUAL NULL THEN
               MOVE "Error creating Font" TO error-message
               MOVE 1012 TO error-code
               PERFORM PRINT-ERROR
               PERFORM INSTALL-FIRST-SLIDE
           END-IF.

           PERFORM OPEN-EMERGENCY-FONT.

           IF loading-image NOT EQUAL NULL THEN
               CALL "SDL_DestroyTexture" USING
                   BY VALUE loading-image
                   RETURNING slide-texture(1)
               END-CALL

               IF slide-texture(1) EQUAL NULL THEN
                   MOVE "Error loading Texture" TO error-message
                   MOVE 1020 TO error-code
                   PERFORM PRINT-ERROR
               RETURNING slide-texture(slide-count)
           END-CALL.

           IF slide-texture(slide-count) EQUAL NULL THEN
               MOVE "Error loading Texture" TO error-message
               MOVE 1020 TO error-code
               PERFORM PRINT-ERROR
               RETURNING pend-texture(pend-count)
           END-CALL.

           IF pend-texture(pend-count) EQUAL NULL THEN
               MOVE "Error loading Texture" TO error-message
               MOVE 1020 TO error-code
               PERFORM PRINT-ERROR
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

           PERFORM WRITE-PLAY-RECORD.

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

           SET slide-timer TO ZERO.
           IF background NOT EQUAL NULL THEN
               PERFORM START-PLAY-TIMER
           END-IF.

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
               BY VALUE 0
               BY VALUE 0
               BY VALUE 0
               BY VALUE 255
               RETURNING return-value
           END-CALL.

           CALL "SDL_RenderPresent" USING
               BY VALUE sdl-renderer
               RETURNING return-value
           END-CALL.

           EXIT.

       CHECK-INPUT.
           PERFORM WITH TEST AFTER UNTIL return-value EQUAL 0
               CALL "SDL_PollEvent"
                  USING BY REFERENCE sdl-event
                  RETURNING return-value
               END-CALL
               IF return-value NOT EQUAL 0 THEN
               EVALUATE sdl-event-type
                   WHEN SDL_QUIT
                      PERFORM CLEAN-AND-EXIT
                   WHEN SDL_KEYDOWN
                       IF emergency-active EQUAL "N" THEN
                           EVALUATE keyboard-event-scancode
                               WHEN SDL_SCANCODE_ESCAPE
                                   PERFORM CLEAN-AND-EXIT
                               WHEN SDL_SCANCODE_R
                                   PERFORM HOT-RELOAD
                           END-EVALUATE
                       END-IF
              END-EVALUATE
              END-IF
           END-PERFORM.
           MOVE heartbeat-fps-disp TO heartbeat-line.
           WRITE heartbeat-line.

           IF emergency-active EQUAL "Y" THEN
               MOVE "EMERG" TO heartbeat-line
           ELSE
               MOVE "RUNNING" TO heartbeat-line
           END-IF.
           WRITE heartbeat-line.

           CLOSE heartbeat-file.

           ADD HEARTBEAT-FRAMES TO perf-sample-timer.

           IF perf-sample-timer IS GREATER THAN OR EQUAL TO
           PERF-SAMPLE-FRAMES AND heartbeat-elapsed IS GREATER THAN
           ZERO THEN
               SET perf-sample-timer TO ZERO
               PERFORM WRITE-PERF-SAMPLE
           END-IF.

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

       WRITE-PERF-SAMPLE.
           MOVE SPACES TO perf-content.

           IF emergency-active EQUAL "Y" THEN
               MOVE "EMERG" TO perf-state
               MOVE "EMERGENCY" TO perf-content
           ELSE
               MOVE "RUNNING" TO perf-state
               IF slide-count IS GREATER THAN ZERO THEN
                   IF slide-kind(slide-index) EQUAL "V" THEN
                       STRING "VIDEO "
                           FUNCTION TRIM(slide-file(slide-index))
                           DELIMITED BY SIZE INTO perf-content
                       END-STRING
                   ELSE
                       STRING "SLIDE "
                           FUNCTION TRIM(slide-file(slide-index))
                           DELIMITED BY SIZE INTO perf-content
                       END-STRING
                   END-IF
               ELSE
                   MOVE "NONE" TO perf-content
               END-IF
           END-IF.

           OPEN EXTEND performance-log.
           IF performance-log-status EQUAL "35" THEN
               OPEN OUTPUT performance-log
           END-IF.

           MOVE SPACES TO performance-log-record.
           STRING heartbeat-time(1:8) "-" heartbeat-time(9:6)
               " station=" station-id
               " program=BACKGROUND   "
               " fps=" heartbeat-fps-disp
               " objects=00"
               " state=" perf-state
               " ticker=N"
               " content=" FUNCTION TRIM(perf-content)
               DELIMITED BY SIZE INTO performance-log-record
           END-STRING.
           WRITE performance-log-record.

           CLOSE performance-log.

           EXIT.

       LOAD-STATION.
           PERFORM WRITE-PLAY-RECORD.
           PERFORM DISCARD-PENDING.

           IF emergency-active EQUAL "Y" THEN
               MOVE "shutdown" TO emergency-source
               PERFORM CLEAR-EMERGENCY
           END-IF.

           MOVE 2002 TO event-code.
           MOVE "BACKGROUND exiting" TO event-text.
           PERFORM WRITE-EVENT.
           END-CALL.
           SET font-ptr TO NULL.

           IF emergency-font NOT EQUAL NULL THEN
               CALL "TTF_CloseFont" USING
                   BY VALUE emergency-font
                   RETURNING return-value
               END-CALL
               SET emergency-font TO NULL
           END-IF.

           CALL "SDL_DestroyRenderer" USING
               BY VALUE sdl-renderer
               RETURNING return-value
