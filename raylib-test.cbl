           SELECT audit-file ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-audit-file-status.
           SELECT audit-seq-file ASSIGN TO DYNAMIC ws-audseq-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-audseq-file-status.
           SELECT startup-log-file ASSIGN TO "STARTUPLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-log-file-status.
           SELECT calendar-file ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-cal-file-status.
           SELECT oncall-file ASSIGN TO "ONCALL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-oncall-file-status.
           SELECT page-out-file ASSIGN TO "PAGEOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-page-file-status.
           SELECT esc-log-file ASSIGN TO "ESCLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-esclog-file-status.
           SELECT ticket-file ASSIGN TO "TICKETS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-ticket-file-status.
           SELECT rc-rules-file ASSIGN TO "RCRULES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-rcr-file-status.
           SELECT replay-file ASSIGN TO DYNAMIC ws-replay-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-replay-file-status.

       DATA DIVISION.
       FILE SECTION.
           05 cfg-refresh-secs    PIC 9(4).
           05 cfg-console-id      PIC X(04).
           05 cfg-wallboard-flag  PIC X(01).
           05 cfg-replay-date     PIC X(08).

       FD  job-status-file.
       01  job-status-record.
           05 aud-action-code     PIC X(02).
           05 aud-action-desc     PIC X(40).
           05 aud-console-id      PIC X(04).
           05 aud-seq-num         PIC 9(08).

       FD  audit-seq-file.
       01  audit-seq-record.
           05 asq-console-id      PIC X(04).
           05 asq-last-seq        PIC 9(08).

       FD  startup-log-file.
       01  startup-log-record.
           05 rs-abend-code       PIC X(08).
           05 rs-step-name        PIC X(08).

       FD  oncall-file.
       01  oncall-record.
           05 onc-level           PIC 9(01).
           05 onc-shift-code      PIC X(01).
           05 onc-contact-id      PIC X(08).
           05 onc-contact-name    PIC X(20).
           05 onc-contact-number  PIC X(20).
           05 onc-threshold-mins  PIC 9(04).

       FD  page-out-file.
       01  page-out-record.
           05 pgo-timestamp       PIC X(14).
           05 pgo-job-name        PIC X(20).
           05 pgo-level           PIC 9(01).
           05 pgo-contact-id      PIC X(08).
           05 pgo-contact-name    PIC X(20).
           05 pgo-contact-number  PIC X(20).
           05 pgo-age-mins        PIC 9(04).
           05 pgo-console-id      PIC X(04).

       FD  esc-log-file.
       01  esc-log-record.
           05 esl-timestamp       PIC X(14).
           05 esl-job-name        PIC X(20).
           05 esl-level           PIC 9(01).
           05 esl-action          PIC X(01).
           05 esl-contact-id      PIC X(08).
           05 esl-console-id      PIC X(04).

       FD  ticket-file.
       01  ticket-record.
           05 tk-job-name         PIC X(20).
           05 tk-run-date         PIC X(08).
           05 tk-request-stamp    PIC X(14).
           05 tk-note-stamp       PIC X(14).
           05 tk-ticket-num       PIC X(12).
           05 tk-ticket-status    PIC X(10).
           05 tk-update-stamp     PIC X(14).

       FD  rc-rules-file.
       01  rc-rule-record.
           05 rr-record-type      PIC X(01).
           05 rr-job-pattern      PIC X(20).
           05 rr-max-ok-rc        PIC X(04).
           05 rr-warn-low-rc      PIC X(04).
           05 rr-warn-high-rc     PIC X(04).
       01  rc-abend-record.
           05 ra-record-type      PIC X(01).
           05 ra-abend-code       PIC X(08).

       FD  replay-file.
       01  replay-hist-record.
           05 rh-run-date         PIC X(08).
           05 rh-job-name         PIC X(20).
           05 rh-status-code      PIC X(01).
           05 rh-start-time       PIC X(08).
           05 rh-end-time         PIC X(08).
       01  replay-audit-record.
           05 rau-operator-id     PIC X(08).
           05 rau-timestamp       PIC X(14).
           05 rau-action-code     PIC X(02).
           05 rau-action-desc     PIC X(40).
           05 rau-console-id      PIC X(04).
           05 rau-seq-num         PIC X(08).
       01  replay-alert-record.
           05 ral-timestamp       PIC X(14).
           05 ral-job-name        PIC X(20).
           05 ral-status-code     PIC X(01).
           05 ral-expected-time   PIC X(08).
           05 ral-breach-type     PIC X(01).

       WORKING-STORAGE SECTION.
       01 width PIC 9(4) COMP-5 VALUE 1920.
       01 height PIC 9(4) COMP-5 VALUE 1080.
       01 ws-job-file-status     PIC X(02) VALUE SPACES.
       01 ws-ckp-file-status     PIC X(02) VALUE SPACES.
       01 ws-audit-file-status   PIC X(02) VALUE SPACES.
       01 ws-audseq-file-status  PIC X(02) VALUE SPACES.
       01 ws-log-file-status     PIC X(02) VALUE SPACES.

       01 ws-headless-flag PIC X(01) VALUE "N".
       01 ws-wallboard-flag PIC X(01) VALUE "N".
           88 wallboard-mode VALUE "Y".
       01 ws-ckpt-name    PIC X(30) VALUE SPACES.
       01 ws-audseq-name  PIC X(30) VALUE SPACES.
       01 ws-audit-seq    PIC 9(08) VALUE 0.
       01 ws-ackj-file-status PIC X(02) VALUE SPACES.
       01 ws-ackj-eof-flag PIC X(01) VALUE "N".
           88 ack-journal-eof VALUE "Y".
       01 ws-jobs-running   PIC 9(04) VALUE 0.
       01 ws-jobs-complete  PIC 9(04) VALUE 0.
       01 ws-jobs-error     PIC 9(04) VALUE 0.
       01 ws-jobs-warning   PIC 9(04) VALUE 0.
       01 ws-count-disp     PIC ZZZ9.

       01 ws-env-flag PIC X(04) VALUE "TEST".
       01 ws-blk-pass    PIC 9(03) VALUE 0.
       01 ws-rs-depth    PIC 9(02) VALUE 0.

       01 ws-oncall-file-status PIC X(02) VALUE SPACES.
       01 ws-page-file-status PIC X(02) VALUE SPACES.
       01 ws-esclog-file-status PIC X(02) VALUE SPACES.
       01 ws-oncall-eof-flag PIC X(01) VALUE "N".
           88 oncall-file-eof VALUE "Y".
       01 ws-esclog-eof-flag PIC X(01) VALUE "N".
           88 esclog-file-eof VALUE "Y".
       01 ws-oncall-count PIC 9(02) VALUE 0.
       01 ws-oncall-index PIC 9(02) VALUE 0.
       01 ws-oncall-found PIC 9(02) VALUE 0.
       01 ws-oncall-table.
           05 ws-oncall-entry OCCURS 30 TIMES.
              10 oc-level          PIC 9(01).
              10 oc-shift-code     PIC X(01).
              10 oc-contact-id     PIC X(08).
              10 oc-contact-name   PIC X(20).
              10 oc-contact-number PIC X(20).
              10 oc-threshold-mins PIC 9(04).
       01 ws-esc-count PIC 9(03) VALUE 0.
       01 ws-esc-index PIC 9(03) VALUE 0.
       01 ws-esc-found PIC 9(03) VALUE 0.
       01 ws-esc-key   PIC X(20) VALUE SPACES.
       01 ws-esc-table.
           05 ws-esc-entry OCCURS 200 TIMES.
              10 es-job-name       PIC X(20).
              10 es-level          PIC 9(01).
              10 es-stopped-flag   PIC X(01).
              10 es-contact-id     PIC X(08).
       01 ws-night-start  PIC X(14) VALUE SPACES.
       01 ws-night-day-int PIC 9(07) VALUE 0.
       01 ws-night-day    PIC 9(08) VALUE 0.
       01 ws-esc-shift    PIC X(01) VALUE SPACES.
       01 ws-esc-level    PIC 9(01) VALUE 0.
       01 ws-esc-target   PIC 9(01) VALUE 0.
       01 ws-esc-age-secs PIC 9(06) VALUE 0.
       01 ws-esc-age-mins PIC 9(04) VALUE 0.
       01 ws-esc-last-secs PIC 9(06) VALUE 0.
       01 ws-esc-elapsed  PIC 9(06) VALUE 0.
       01 ws-esc-first-flag PIC X(01) VALUE "Y".
           88 esc-check-pending VALUE "Y".
       01 ws-esc-line     PIC X(40) VALUE SPACES.
       01 ws-esc-check-secs PIC 9(03) VALUE 60.

       01 ws-ticket-file-status PIC X(02) VALUE SPACES.
       01 ws-ticket-eof-flag PIC X(01) VALUE "N".
           88 ticket-file-eof VALUE "Y".
       01 ws-ticket-count PIC 9(03) VALUE 0.
       01 ws-ticket-index PIC 9(03) VALUE 0.
       01 ws-ticket-found PIC 9(03) VALUE 0.
       01 ws-ticket-key   PIC X(20) VALUE SPACES.
       01 ws-ticket-table.
           05 ws-ticket-entry OCCURS 200 TIMES.
              10 tkt-job-name      PIC X(20).
              10 tkt-ticket-num    PIC X(12).
              10 tkt-ticket-status PIC X(10).
       01 ws-ticket-line  PIC X(30) VALUE SPACES.

       01 ws-rcr-file-status PIC X(02) VALUE SPACES.
       01 ws-rcr-eof-flag PIC X(01) VALUE "N".
           88 rcr-file-eof VALUE "Y".
       01 ws-rcrule-count PIC 9(03) VALUE 0.
       01 ws-rcrule-index PIC 9(03) VALUE 0.
       01 ws-rcrule-found PIC 9(03) VALUE 0.
       01 ws-rcrule-table.
           05 ws-rcrule-entry OCCURS 200 TIMES.
              10 rl-job-pattern    PIC X(20).
              10 rl-match-type     PIC X(01).
              10 rl-prefix-len     PIC 9(02).
              10 rl-max-ok-rc      PIC 9(04).
              10 rl-warn-low-rc    PIC 9(04).
              10 rl-warn-high-rc   PIC 9(04).
       01 ws-crit-count PIC 9(03) VALUE 0.
       01 ws-crit-index PIC 9(03) VALUE 0.
       01 ws-crit-table.
           05 ws-crit-entry OCCURS 100 TIMES.
              10 ca-abend-code     PIC X(08).
       01 ws-rc-job       PIC X(20) VALUE SPACES.
       01 ws-rc-code      PIC X(04) VALUE SPACES.
       01 ws-rc-abend     PIC X(08) VALUE SPACES.
       01 ws-rc-class     PIC X(01) VALUE "E".
       01 ws-rc-value     PIC 9(04) VALUE 0.
       01 ws-rc-best-len  PIC 9(02) VALUE 0.
       01 ws-rc-pat-len   PIC 9(02) VALUE 0.
       01 ws-rc-crit-flag PIC X(01) VALUE "N".
           88 abend-is-critical VALUE "Y".

       01 ws-time-now      PIC X(08) VALUE SPACES.
       01 ws-now-secs      PIC 9(06) VALUE 0.
       01 ws-conv-time     PIC X(08) VALUE SPACES.
       01 ws-proj-flag    PIC X(01) VALUE "N".
           88 projected-late VALUE "Y".

       01 ws-replay-file-status PIC X(02) VALUE SPACES.
       01 ws-replay-eof-flag PIC X(01) VALUE "N".
           88 replay-file-eof VALUE "Y".
       01 ws-replay-flag  PIC X(01) VALUE "N".
           88 replay-mode VALUE "Y".
       01 ws-replay-name  PIC X(30) VALUE SPACES.
       01 ws-replay-date  PIC X(08) VALUE SPACES.
       01 ws-replay-prev-date PIC X(08) VALUE SPACES.
       01 ws-replay-now-date PIC X(08) VALUE SPACES.
       01 ws-replay-date-9 PIC 9(08) VALUE 0.
       01 ws-replay-int   PIC 9(07) VALUE 0.
       01 ws-replay-rel   PIC 9(05) VALUE 0.
       01 ws-replay-secs  PIC 9(06) VALUE 0.
       01 ws-replay-rem   PIC 9(06) VALUE 0.
       01 ws-replay-calc  PIC S9(06) VALUE 0.
       01 ws-replay-step  PIC S9(05) VALUE 0.
       01 ws-replay-clock PIC X(08) VALUE "00:00:00".
       01 ws-replay-stamp PIC X(14) VALUE SPACES.
       01 ws-replay-line  PIC X(60) VALUE SPACES.
       01 ws-key-clock-fwd  PIC 9(03) COMP-5 VALUE 262.
       01 ws-key-clock-back PIC 9(03) COMP-5 VALUE 263.
       01 ws-key-hour-back  PIC 9(03) COMP-5 VALUE 264.
       01 ws-key-hour-fwd   PIC 9(03) COMP-5 VALUE 265.
       01 ws-rel-secs     PIC 9(05) VALUE 0.
       01 ws-stamp-in     PIC X(14) VALUE SPACES.
       01 ws-stamp-ok-flag PIC X(01) VALUE "N".
           88 stamp-in-night VALUE "Y".
       01 ws-rp-count PIC 9(04) VALUE 0.
       01 ws-rp-index PIC 9(04) VALUE 0.
       01 ws-rp-found PIC 9(04) VALUE 0.
       01 ws-replay-row-table.
           05 ws-replay-row OCCURS 500 TIMES.
              10 rp-job-name      PIC X(20).
              10 rp-status-code   PIC X(01).
              10 rp-start-time    PIC X(08).
              10 rp-end-time      PIC X(08).
              10 rp-start-rel     PIC 9(05).
              10 rp-end-rel       PIC 9(05).
       01 ws-ae-count PIC 9(04) VALUE 0.
       01 ws-ae-index PIC 9(04) VALUE 0.
       01 ws-replay-ack-table.
           05 ws-replay-ack OCCURS 500 TIMES.
              10 ae-job-name      PIC X(20).
              10 ae-operator-id   PIC X(08).
              10 ae-timestamp     PIC X(14).
              10 ae-rel           PIC 9(05).
       01 ws-al-count PIC 9(04) VALUE 0.
       01 ws-al-index PIC 9(04) VALUE 0.
       01 ws-al-shown PIC 9(04) VALUE 0.
       01 ws-replay-alert-table.
           05 ws-replay-alert OCCURS 200 TIMES.
              10 al-job-name      PIC X(20).
              10 al-timestamp     PIC X(14).
              10 al-breach-type   PIC X(01).
              10 al-expected-time PIC X(08).
              10 al-rel           PIC 9(05).

       01 ws-box-x        PIC 9(4) COMP-5 VALUE 0.
       01 ws-box-y        PIC 9(4) COMP-5 VALUE 0.
       01 ws-box-w        PIC 9(4) COMP-5 VALUE 200.
       PROCEDURE DIVISION.
       main.
           PERFORM initialize-config.
           PERFORM choose-replay-date.
           PERFORM restore-checkpoint.
           PERFORM build-window-title.
           IF NOT replay-mode
               PERFORM open-audit-file
               MOVE "UP" TO ml-state
               PERFORM write-monitor-lock
           END-IF.
           PERFORM operator-sign-on.
           PERFORM load-calendar-table.
           PERFORM load-sla-table.
           PERFORM load-dep-table.
           PERFORM load-ack-table.
           PERFORM load-note-table.
           PERFORM load-oncall-table.
           PERFORM load-ticket-table.
           PERFORM load-rc-rules.
           PERFORM load-history-averages.
           IF replay-mode
               PERFORM load-replay-night
           ELSE
               PERFORM validate-job-extract
           END-IF.

           CALL "INIT_WINDOW" USING BY VALUE width
                                         BY VALUE height
           ELSE
               CALL "SET_TARGET_FPS" USING BY VALUE ws-fps
               PERFORM UNTIL cnd = 1
                   IF NOT refresh-paused AND NOT replay-mode
                       PERFORM check-refresh-timer
                   END-IF
                   IF NOT replay-mode
                       PERFORM scan-sla-breaches
                       PERFORM check-escalation-timer
                   END-IF
                   CALL "BEGIN_DRAWING"
                   CALL "CLEAR_BACKGROUND"
                   IF refresh-paused
                   IF extract-stale
                       PERFORM draw-stale-banner
                   END-IF
                   IF replay-mode
                       PERFORM draw-replay-banner
                   END-IF
                   CALL "END_DRAWING"
                   PERFORM handle-keyboard-input
                   CALL "WINDOW_SHOULD_CLOSE" USING BY REFERENCE cnd
               MOVE "Y" TO ws-headless-flag
               MOVE "INIT_WINDOW FAILED - HEADLESS MODE"
                   TO ws-audit-desc
               IF NOT replay-mode
                   PERFORM write-startup-log-record
               END-IF
               MOVE "HEADLESS MODE ENTERED" TO ws-audit-desc
               MOVE "HM" TO aud-action-code
               PERFORM write-audit-record
           IF extract-stale
               DISPLAY "EXTRACT STALE - " ws-stale-reason
           END-IF.
           IF replay-mode
               MOVE 86399 TO ws-replay-rel
               PERFORM apply-replay-clock
               DISPLAY "REPLAY OF RUN DATE " ws-replay-date
                   " AS AT " ws-replay-clock
           END-IF.
           MOVE 0 TO ws-job-index.
           PERFORM UNTIL ws-job-index >= ws-job-count
               ADD 1 TO ws-job-index
                      INTO ws-detail-line
               DISPLAY ws-detail-line
           END-PERFORM.
           IF NOT replay-mode
               PERFORM scan-sla-breaches
               PERFORM check-escalations
           END-IF.

       write-startup-log-record.
           MOVE FUNCTION CURRENT-DATE(1:14) TO slg-timestamp.
           IF ws-audit-file-status NOT = "00"
               OPEN OUTPUT audit-file
           END-IF.
           PERFORM load-audit-seq.

       load-audit-seq.
           MOVE 0 TO ws-audit-seq.
           OPEN INPUT audit-seq-file.
           IF ws-audseq-file-status = "00"
               READ audit-seq-file
                   NOT AT END
                       IF asq-last-seq IS NUMERIC
                           MOVE asq-last-seq TO ws-audit-seq
                       END-IF
               END-READ
               CLOSE audit-seq-file
           END-IF.

       save-audit-seq.
           MOVE ws-console-id TO asq-console-id.
           MOVE ws-audit-seq TO asq-last-seq.
           OPEN OUTPUT audit-seq-file.
           IF ws-audseq-file-status = "00"
               WRITE audit-seq-record
               CLOSE audit-seq-file
           END-IF.

       operator-sign-on.
           EVALUATE TRUE
               WHEN replay-mode
                   MOVE "REPLAY" TO ws-operator-id
                   MOVE "REPLAY VIEW ONLY" TO ws-operator-name
                   MOVE "1" TO ws-operator-auth
                   MOVE "Y" TO ws-signon-flag
                   DISPLAY "REPLAY MODE - VIEW ONLY - RUN DATE "
                       ws-replay-date
               WHEN wallboard-mode
                   MOVE "WALLBORD" TO ws-operator-id
                   MOVE "WALLBOARD VIEW ONLY" TO ws-operator-name
                   MOVE "1" TO ws-operator-auth
                   MOVE "Y" TO ws-signon-flag
                   MOVE "WALLBOARD MODE - VIEW ONLY" TO ws-audit-desc
                   MOVE "SO" TO aud-action-code
                   PERFORM write-audit-record
                   DISPLAY "WALLBOARD MODE - VIEW ONLY"
               WHEN OTHER
                   PERFORM operator-sign-on-console
           END-EVALUATE.

       operator-sign-on-console.
           PERFORM load-operator-table.
           MOVE "N" TO ws-signon-flag.
               MOVE FUNCTION CURRENT-DATE(1:14) TO aud-timestamp
               MOVE ws-audit-desc TO aud-action-desc
               MOVE ws-console-id TO aud-console-id
               ADD 1 TO ws-audit-seq
               MOVE ws-audit-seq TO aud-seq-num
               WRITE audit-record
               PERFORM save-audit-seq
           END-IF.

       restore-checkpoint.
               MOVE "HX" TO aud-action-code
               PERFORM write-audit-record
           END-IF.
           IF NOT replay-mode
               MOVE ws-screen-id TO ckp-screen-id
               MOVE ws-job-row TO ckp-job-row
               MOVE ws-operator-id TO ckp-operator-id
               MOVE ws-console-id TO ckp-console-id
               OPEN OUTPUT checkpoint-file
               IF ws-ckp-file-status = "00"
                   WRITE checkpoint-record
                   CLOSE checkpoint-file
               END-IF
               MOVE "DOWN" TO ml-state
               PERFORM write-monitor-lock
           END-IF.
           IF ws-audit-file-status = "00"
               CLOSE audit-file
           END-IF.
           CALL "IS_KEY_PRESSED" USING BY VALUE ws-key-ack
                                       BY REFERENCE ws-key-flag.
           IF ws-key-flag = 1 AND NOT wallboard-mode
              AND NOT replay-mode
               PERFORM acknowledge-current-job
           END-IF.
           CALL "IS_KEY_PRESSED" USING BY VALUE ws-key-pause
           CALL "IS_KEY_PRESSED" USING BY VALUE ws-key-refresh
                                       BY REFERENCE ws-key-flag.
           IF ws-key-flag = 1 AND NOT wallboard-mode
              AND NOT replay-mode
               PERFORM validate-job-extract
               PERFORM load-history-averages
               PERFORM load-ticket-table
               MOVE "EXTRACT REFRESHED BY OPERATOR"
                   TO ws-audit-desc
               MOVE "RF" TO aud-action-code
           CALL "IS_KEY_PRESSED" USING BY VALUE ws-key-signoff
                                       BY REFERENCE ws-key-flag.
           IF ws-key-flag = 1 AND screen-eod-recon
              AND NOT wallboard-mode AND NOT replay-mode
               PERFORM sign-off-eod-day
           END-IF.
           CALL "IS_KEY_PRESSED" USING BY VALUE ws-key-worklist
                                       BY REFERENCE ws-key-flag.
           IF ws-key-flag = 1 AND screen-blocked-jobs
              AND NOT wallboard-mode AND NOT replay-mode
               PERFORM write-restart-worklist
           END-IF.
           CALL "IS_KEY_PRESSED" USING BY VALUE ws-key-note
                                       BY REFERENCE ws-key-flag.
           IF ws-key-flag = 1 AND screen-error-log
              AND NOT wallboard-mode AND NOT replay-mode
               PERFORM capture-job-note
           END-IF.
           CALL "IS_KEY_PRESSED" USING BY VALUE ws-key-page-up
               ADD 1 TO ws-page-num
               PERFORM write-audit-record-page-change
           END-IF.
           IF replay-mode
               PERFORM check-replay-keys
           END-IF.

       write-audit-record-page-change.
           MOVE ws-page-num TO ws-row-disp.
           IF ws-elapsed-now >= ws-refresh-secs
               PERFORM validate-job-extract
               PERFORM load-history-averages
               PERFORM load-ticket-table
           END-IF.

       draw-data-stamp.
           MOVE SPACES TO ws-stamp-line.
           IF replay-mode
               STRING "REPLAY CLOCK " ws-replay-clock
                   DELIMITED BY SIZE INTO ws-stamp-line
           ELSE
               STRING "DATA AS OF " ws-load-stamp
                   DELIMITED BY SIZE INTO ws-stamp-line
           END-IF.
           CALL "DRAW_TEXT" USING BY REFERENCE ws-stamp-line
                                  BY VALUE 260
                                  BY VALUE 20
                   TO ak-timestamp(ws-ack-found)
               PERFORM append-ack-journal
           END-IF.
           MOVE jt-job-name(ws-job-row) TO ws-esc-key.
           PERFORM find-esc-entry.
           IF ws-esc-found > 0
               IF es-level(ws-esc-found) > 0
                  AND es-stopped-flag(ws-esc-found) NOT = "Y"
                   PERFORM stop-job-escalation
               END-IF
           END-IF.

       find-ack-entry.
           MOVE 0 TO ws-ack-found.
                       AT END MOVE "Y" TO ws-note-eof-flag
                       NOT AT END
                           IF jn-job-name NOT = SPACES
                              AND (NOT replay-mode
                                   OR (jn-timestamp >= ws-night-start
                                   AND jn-timestamp <= ws-replay-stamp))
                               PERFORM store-note-entry
                           END-IF
                   END-READ
               (FUNCTION NUMVAL(ws-time-digits(1:2)) * 3600)
               + (FUNCTION NUMVAL(ws-time-digits(3:2)) * 60)
               + FUNCTION NUMVAL(ws-time-digits(5:2)).
           IF replay-mode
               MOVE ws-replay-secs TO ws-now-secs
           END-IF.
           COMPUTE ws-page-count =
               (ws-job-count + ws-page-size - 1) / ws-page-size.
           IF ws-page-count < 1
               WHEN "C" MOVE ws-colour-green TO ws-box-colour
               WHEN "R" MOVE ws-colour-amber TO ws-box-colour
               WHEN "E" MOVE ws-colour-red TO ws-box-colour
               WHEN "W" MOVE ws-colour-grey TO ws-box-colour
               WHEN OTHER MOVE ws-colour-white TO ws-box-colour
           END-EVALUATE.
           IF jt-status-code(ws-job-index) = "R"
                         BY VALUE ws-font-size
                         BY VALUE ws-colour-amber
           END-IF.
           MOVE jt-job-name(ws-job-index) TO ws-esc-key.
           PERFORM find-esc-entry.
           IF ws-esc-found > 0
               IF es-level(ws-esc-found) > 0
                   MOVE SPACES TO ws-esc-line
                   IF es-stopped-flag(ws-esc-found) = "Y"
                       STRING "ESC L" es-level(ws-esc-found)
                              " STOPPED"
                              DELIMITED BY SIZE INTO ws-esc-line
                       MOVE ws-colour-grey TO ws-box-colour
                   ELSE
                       STRING "ESC L" es-level(ws-esc-found)
                              " PAGED " es-contact-id(ws-esc-found)
                              DELIMITED BY SIZE INTO ws-esc-line
                       MOVE ws-colour-red TO ws-box-colour
                   END-IF
                   CALL "DRAW_TEXT"
                       USING BY REFERENCE ws-esc-line
                             BY VALUE 1400
                             BY VALUE ws-text-y
                             BY VALUE ws-font-size
                             BY VALUE ws-box-colour
               END-IF
           END-IF.
           MOVE jt-job-name(ws-job-index) TO ws-ticket-key.
           PERFORM find-job-ticket.
           IF ws-ticket-found > 0
               PERFORM build-ticket-line
               CALL "DRAW_TEXT"
                   USING BY REFERENCE ws-ticket-line
                         BY VALUE 1620
                         BY VALUE ws-text-y
                         BY VALUE ws-font-size
                         BY VALUE ws-colour-white
           END-IF.

       build-ack-info-line.
           ACCEPT ws-time-now FROM TIME.
               + (FUNCTION NUMVAL(ws-time-now(3:2)) * 60)
               + FUNCTION NUMVAL(ws-time-now(5:2)).
           ACCEPT ws-current-date FROM DATE YYYYMMDD.
           IF replay-mode
               MOVE ws-replay-secs TO ws-now-secs
               MOVE ws-replay-now-date TO ws-current-date
           END-IF.
           MOVE ak-timestamp(ws-ack-found)(9:6) TO ws-time-digits.
           IF ws-time-digits IS NUMERIC
              AND ak-timestamp(ws-ack-found)(1:8) IS NUMERIC
               IF ws-rej-file-status = "00"
                   CLOSE job-reject-file
               END-IF
               PERFORM apply-rc-rules
               PERFORM purge-ack-entries
               PERFORM merge-ack-journal
               PERFORM drop-tombstoned-acks

       check-job-scheduled-today.
           ACCEPT ws-current-date FROM DATE YYYYMMDD.
           IF replay-mode
               MOVE ws-replay-now-date TO ws-current-date
           END-IF.
           MOVE ws-current-date TO ws-sched-date.
           PERFORM check-date-schedule.

       load-history-averages.
           MOVE 0 TO ws-avg-count.
           ACCEPT ws-current-date FROM DATE YYYYMMDD.
           IF replay-mode
               MOVE ws-replay-date TO ws-current-date
           END-IF.
           COMPUTE ws-today-int =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL
                   (ws-current-date)).
           END-PERFORM.

       tally-history-average.
           IF (jh-status-code = "C" OR jh-status-code = "W")
              AND jh-run-date IS NUMERIC
               COMPUTE ws-hist-int =
                   FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL
                       (jh-run-date))
           PERFORM find-sla-job.
           IF ws-sla-job-found > 0
               IF jt-status-code(ws-sla-job-found) NOT = "C"
                  AND jt-status-code(ws-sla-job-found) NOT = "W"
                  AND st-exp-end-secs(ws-sla-index) < 999999
                  AND st-alerted-flag(ws-sla-index) NOT = "Y"
                   MOVE st-exp-end-secs(ws-sla-index)
               (FUNCTION NUMVAL(ws-time-digits(1:2)) * 3600)
               + (FUNCTION NUMVAL(ws-time-digits(3:2)) * 60)
               + FUNCTION NUMVAL(ws-time-digits(5:2)).
           IF replay-mode
               MOVE ws-replay-secs TO ws-now-secs
           END-IF.
           MOVE 0 TO ws-row-index.
           MOVE 0 TO ws-sla-index.
           PERFORM UNTIL ws-sla-index >= ws-sla-count
               ADD 1 TO ws-sla-index
               PERFORM check-sla-row
           END-PERFORM.
           IF replay-mode
               PERFORM draw-replay-alerts
           END-IF.

       check-sla-row.
           MOVE st-job-name(ws-sla-index) TO ws-sched-job.
           PERFORM find-sla-job.
           IF ws-sla-job-found > 0
               IF jt-status-code(ws-sla-job-found) NOT = "C"
                  AND jt-status-code(ws-sla-job-found) NOT = "W"
                  AND st-exp-end-secs(ws-sla-index) < 999999
                   MOVE st-exp-end-secs(ws-sla-index)
                       TO ws-sla-target
               CLOSE sla-alert-file
           END-IF.

       load-oncall-table.
           MOVE 0 TO ws-oncall-count.
           OPEN INPUT oncall-file.
           IF ws-oncall-file-status = "00"
               MOVE "N" TO ws-oncall-eof-flag
               PERFORM UNTIL oncall-file-eof
                   READ oncall-file
                       AT END MOVE "Y" TO ws-oncall-eof-flag
                       NOT AT END
                           IF ws-oncall-count < 30
                              AND onc-level IS NUMERIC
                              AND onc-level > 0
                              AND onc-threshold-mins IS NUMERIC
                              AND onc-contact-id NOT = SPACES
                               ADD 1 TO ws-oncall-count
                               MOVE oncall-record
                                   TO ws-oncall-entry(ws-oncall-count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE oncall-file
           END-IF.

       check-escalation-timer.
           ACCEPT ws-time-now FROM TIME.
           COMPUTE ws-now-secs =
               (FUNCTION NUMVAL(ws-time-now(1:2)) * 3600)
               + (FUNCTION NUMVAL(ws-time-now(3:2)) * 60)
               + FUNCTION NUMVAL(ws-time-now(5:2)).
           IF ws-now-secs >= ws-esc-last-secs
               COMPUTE ws-esc-elapsed = ws-now-secs - ws-esc-last-secs
           ELSE
               COMPUTE ws-esc-elapsed =
                   ws-now-secs + 86400 - ws-esc-last-secs
           END-IF.
           IF esc-check-pending OR ws-esc-elapsed >= ws-esc-check-secs
               PERFORM check-escalations
           END-IF.

       check-escalations.
           ACCEPT ws-time-now FROM TIME.
           COMPUTE ws-now-secs =
               (FUNCTION NUMVAL(ws-time-now(1:2)) * 3600)
               + (FUNCTION NUMVAL(ws-time-now(3:2)) * 60)
               + FUNCTION NUMVAL(ws-time-now(5:2)).
           MOVE ws-now-secs TO ws-esc-last-secs.
           MOVE "N" TO ws-esc-first-flag.
           PERFORM merge-ack-journal.
           PERFORM drop-tombstoned-acks.
           PERFORM load-esc-state.
           IF NOT wallboard-mode AND ws-oncall-count > 0
               MOVE ws-time-now(1:2) TO ws-time-hh
               EVALUATE TRUE
                   WHEN ws-time-hh >= 6 AND ws-time-hh < 14
                       MOVE "D" TO ws-esc-shift
                   WHEN ws-time-hh >= 14 AND ws-time-hh < 22
                       MOVE "E" TO ws-esc-shift
                   WHEN OTHER
                       MOVE "N" TO ws-esc-shift
               END-EVALUATE
               MOVE 0 TO ws-job-index
               PERFORM UNTIL ws-job-index >= ws-job-count
                   ADD 1 TO ws-job-index
                   IF jt-status-code(ws-job-index) = "E"
                       PERFORM check-job-escalation
                   END-IF
               END-PERFORM
           END-IF.

       set-night-start.
           ACCEPT ws-current-date FROM DATE YYYYMMDD.
           ACCEPT ws-time-now FROM TIME.
           MOVE SPACES TO ws-night-start.
           IF ws-time-now(1:2) >= "12"
               STRING ws-current-date "120000"
                   DELIMITED BY SIZE INTO ws-night-start
           ELSE
               COMPUTE ws-night-day-int =
                   FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL
                       (ws-current-date)) - 1
               COMPUTE ws-night-day =
                   FUNCTION DATE-OF-INTEGER(ws-night-day-int)
               STRING ws-night-day "120000"
                   DELIMITED BY SIZE INTO ws-night-start
           END-IF.
           IF replay-mode
               MOVE SPACES TO ws-night-start
               STRING ws-replay-prev-date "120000"
                   DELIMITED BY SIZE INTO ws-night-start
           END-IF.

       load-esc-state.
           PERFORM set-night-start.
           MOVE 0 TO ws-esc-count.
           OPEN INPUT esc-log-file.
           IF ws-esclog-file-status = "00"
               MOVE "N" TO ws-esclog-eof-flag
               PERFORM UNTIL esclog-file-eof
                   READ esc-log-file
                       AT END MOVE "Y" TO ws-esclog-eof-flag
                       NOT AT END
                           IF esl-timestamp >= ws-night-start
                              AND (NOT replay-mode
                                   OR esl-timestamp <= ws-replay-stamp)
                              AND esl-job-name NOT = SPACES
                              AND esl-level IS NUMERIC
                               PERFORM apply-esc-log-record
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE esc-log-file
           END-IF.

       apply-esc-log-record.
           MOVE esl-job-name TO ws-esc-key.
           PERFORM find-esc-entry.
           IF ws-esc-found = 0 AND ws-esc-count < 200
               ADD 1 TO ws-esc-count
               MOVE ws-esc-count TO ws-esc-found
               MOVE ws-esc-key TO es-job-name(ws-esc-found)
               MOVE 0 TO es-level(ws-esc-found)
               MOVE "N" TO es-stopped-flag(ws-esc-found)
               MOVE SPACES TO es-contact-id(ws-esc-found)
           END-IF.
           IF ws-esc-found > 0
               IF esl-action = "S"
                   MOVE "Y" TO es-stopped-flag(ws-esc-found)
               ELSE
                   IF es-stopped-flag(ws-esc-found) = "Y"
                      OR esl-level > es-level(ws-esc-found)
                       MOVE esl-level TO es-level(ws-esc-found)
                       MOVE esl-contact-id
                           TO es-contact-id(ws-esc-found)
                       MOVE "N" TO es-stopped-flag(ws-esc-found)
                   END-IF
               END-IF
           END-IF.

       find-esc-entry.
           MOVE 0 TO ws-esc-found.
           MOVE 0 TO ws-esc-index.
           PERFORM UNTIL ws-esc-index >= ws-esc-count
                      OR ws-esc-found > 0
               ADD 1 TO ws-esc-index
               IF es-job-name(ws-esc-index) = ws-esc-key
                   MOVE ws-esc-index TO ws-esc-found
               END-IF
           END-PERFORM.

       check-job-escalation.
           MOVE jt-job-name(ws-job-index) TO ws-ack-key.
           PERFORM find-ack-entry.
           MOVE jt-job-name(ws-job-index) TO ws-esc-key.
           PERFORM find-esc-entry.
           IF ws-ack-found > 0
               IF ws-esc-found > 0
                   IF es-level(ws-esc-found) > 0
                      AND es-stopped-flag(ws-esc-found) NOT = "Y"
                       PERFORM stop-job-escalation
                   END-IF
               END-IF
           ELSE
               PERFORM compute-error-age
               IF time-value-ok
                   PERFORM find-escalation-target
                   MOVE 0 TO ws-esc-level
                   IF ws-esc-found > 0
                       IF es-stopped-flag(ws-esc-found) NOT = "Y"
                           MOVE es-level(ws-esc-found) TO ws-esc-level
                       END-IF
                   END-IF
                   PERFORM UNTIL ws-esc-level >= ws-esc-target
                       ADD 1 TO ws-esc-level
                       PERFORM find-oncall-contact
                       IF ws-oncall-found > 0
                           PERFORM raise-job-escalation
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       compute-error-age.
           MOVE jt-end-time(ws-job-index) TO ws-conv-time.
           PERFORM convert-time-to-seconds.
           IF NOT time-value-ok
               MOVE jt-start-time(ws-job-index) TO ws-conv-time
               PERFORM convert-time-to-seconds
           END-IF.
           IF time-value-ok
               IF ws-now-secs >= ws-conv-secs
                   COMPUTE ws-esc-age-secs = ws-now-secs - ws-conv-secs
               ELSE
                   COMPUTE ws-esc-age-secs =
                       ws-now-secs + 86400 - ws-conv-secs
               END-IF
               COMPUTE ws-esc-age-mins = ws-esc-age-secs / 60
           END-IF.

       find-escalation-target.
           MOVE 0 TO ws-esc-target.
           MOVE 0 TO ws-esc-level.
           PERFORM UNTIL ws-esc-level >= 9
               ADD 1 TO ws-esc-level
               PERFORM find-oncall-contact
               IF ws-oncall-found > 0
                   IF oc-threshold-mins(ws-oncall-found)
                      <= ws-esc-age-mins
                       MOVE ws-esc-level TO ws-esc-target
                   END-IF
               END-IF
           END-PERFORM.

       find-oncall-contact.
           MOVE 0 TO ws-oncall-found.
           MOVE 0 TO ws-oncall-index.
           PERFORM UNTIL ws-oncall-index >= ws-oncall-count
               ADD 1 TO ws-oncall-index
               IF oc-level(ws-oncall-index) = ws-esc-level
                   IF oc-shift-code(ws-oncall-index) = ws-esc-shift
                       MOVE ws-oncall-index TO ws-oncall-found
                   ELSE
                       IF oc-shift-code(ws-oncall-index) = "*"
                          AND ws-oncall-found = 0
                           MOVE ws-oncall-index TO ws-oncall-found
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       raise-job-escalation.
           IF ws-esc-found = 0 AND ws-esc-count < 200
               ADD 1 TO ws-esc-count
               MOVE ws-esc-count TO ws-esc-found
               MOVE jt-job-name(ws-job-index)
                   TO es-job-name(ws-esc-found)
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO pgo-timestamp.
           MOVE jt-job-name(ws-job-index) TO pgo-job-name.
           MOVE ws-esc-level TO pgo-level.
           MOVE oc-contact-id(ws-oncall-found) TO pgo-contact-id.
           MOVE oc-contact-name(ws-oncall-found) TO pgo-contact-name.
           MOVE oc-contact-number(ws-oncall-found)
               TO pgo-contact-number.
           MOVE ws-esc-age-mins TO pgo-age-mins.
           MOVE ws-console-id TO pgo-console-id.
           OPEN EXTEND page-out-file.
           IF ws-page-file-status NOT = "00"
               OPEN OUTPUT page-out-file
           END-IF.
           IF ws-page-file-status = "00"
               WRITE page-out-record
               CLOSE page-out-file
           END-IF.
           MOVE pgo-timestamp TO esl-timestamp.
           MOVE pgo-job-name TO esl-job-name.
           MOVE ws-esc-level TO esl-level.
           MOVE "E" TO esl-action.
           MOVE pgo-contact-id TO esl-contact-id.
           MOVE ws-console-id TO esl-console-id.
           PERFORM write-esc-log-record.
           IF ws-esc-found > 0
               MOVE ws-esc-level TO es-level(ws-esc-found)
               MOVE "N" TO es-stopped-flag(ws-esc-found)
               MOVE pgo-contact-id TO es-contact-id(ws-esc-found)
           END-IF.
           MOVE SPACES TO ws-audit-desc.
           STRING "ESC L" ws-esc-level " " DELIMITED BY SIZE
                  jt-job-name(ws-job-index) DELIMITED BY SPACE
                  " TO " pgo-contact-id DELIMITED BY SIZE
                  INTO ws-audit-desc.
           MOVE "EL" TO aud-action-code.
           PERFORM write-audit-record.

       stop-job-escalation.
           IF NOT wallboard-mode
               MOVE FUNCTION CURRENT-DATE(1:14) TO esl-timestamp
               MOVE es-job-name(ws-esc-found) TO esl-job-name
               MOVE es-level(ws-esc-found) TO esl-level
               MOVE "S" TO esl-action
               MOVE ws-operator-id TO esl-contact-id
               MOVE ws-console-id TO esl-console-id
               PERFORM write-esc-log-record
               MOVE SPACES TO ws-audit-desc
               STRING "ESC STOPPED L" es-level(ws-esc-found) " "
                      es-job-name(ws-esc-found)
                      DELIMITED BY SIZE INTO ws-audit-desc
               MOVE "ES" TO aud-action-code
               PERFORM write-audit-record
           END-IF.
           MOVE "Y" TO es-stopped-flag(ws-esc-found).

       write-esc-log-record.
           OPEN EXTEND esc-log-file.
           IF ws-esclog-file-status NOT = "00"
               OPEN OUTPUT esc-log-file
           END-IF.
           IF ws-esclog-file-status = "00"
               WRITE esc-log-record
               CLOSE esc-log-file
           END-IF.

       load-ticket-table.
           PERFORM set-night-start.
           MOVE 0 TO ws-ticket-count.
           OPEN INPUT ticket-file.
           IF ws-ticket-file-status = "00"
               MOVE "N" TO ws-ticket-eof-flag
               PERFORM UNTIL ticket-file-eof
                   READ ticket-file
                       AT END MOVE "Y" TO ws-ticket-eof-flag
                       NOT AT END
                           IF tk-job-name NOT = SPACES
                              AND tk-request-stamp >= ws-night-start
                              AND (NOT replay-mode
                              OR tk-request-stamp <= ws-replay-stamp)
                               PERFORM store-ticket-entry
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ticket-file
           END-IF.

       store-ticket-entry.
           MOVE tk-job-name TO ws-ticket-key.
           PERFORM find-job-ticket.
           IF ws-ticket-found = 0 AND ws-ticket-count < 200
               ADD 1 TO ws-ticket-count
               MOVE ws-ticket-count TO ws-ticket-found
               MOVE ws-ticket-key TO tkt-job-name(ws-ticket-found)
           END-IF.
           IF ws-ticket-found > 0
               MOVE tk-ticket-num TO tkt-ticket-num(ws-ticket-found)
               MOVE tk-ticket-status
                   TO tkt-ticket-status(ws-ticket-found)
           END-IF.

       find-job-ticket.
           MOVE 0 TO ws-ticket-found.
           MOVE 0 TO ws-ticket-index.
           PERFORM UNTIL ws-ticket-index >= ws-ticket-count
                      OR ws-ticket-found > 0
               ADD 1 TO ws-ticket-index
               IF tkt-job-name(ws-ticket-index) = ws-ticket-key
                   MOVE ws-ticket-index TO ws-ticket-found
               END-IF
           END-PERFORM.

       build-ticket-line.
           MOVE SPACES TO ws-ticket-line.
           IF tkt-ticket-num(ws-ticket-found) = SPACES
               MOVE "TICKET REQUESTED" TO ws-ticket-line
           ELSE
               STRING "TKT " tkt-ticket-num(ws-ticket-found)
                      " " tkt-ticket-status(ws-ticket-found)
                      DELIMITED BY SIZE INTO ws-ticket-line
           END-IF.

       load-rc-rules.
           MOVE 0 TO ws-rcrule-count.
           MOVE 0 TO ws-crit-count.
           OPEN INPUT rc-rules-file.
           IF ws-rcr-file-status = "00"
               MOVE "N" TO ws-rcr-eof-flag
               PERFORM UNTIL rcr-file-eof
                   READ rc-rules-file
                       AT END MOVE "Y" TO ws-rcr-eof-flag
                       NOT AT END PERFORM store-rc-rule
                   END-READ
               END-PERFORM
               CLOSE rc-rules-file
           END-IF.

       store-rc-rule.
           EVALUATE rr-record-type
               WHEN "R"
                   IF rr-job-pattern NOT = SPACES
                      AND rr-max-ok-rc IS NUMERIC
                      AND ws-rcrule-count < 200
                       ADD 1 TO ws-rcrule-count
                       MOVE rr-job-pattern
                           TO rl-job-pattern(ws-rcrule-count)
                       MOVE rr-max-ok-rc
                           TO rl-max-ok-rc(ws-rcrule-count)
                       IF rr-warn-low-rc IS NUMERIC
                          AND rr-warn-high-rc IS NUMERIC
                           MOVE rr-warn-low-rc
                               TO rl-warn-low-rc(ws-rcrule-count)
                           MOVE rr-warn-high-rc
                               TO rl-warn-high-rc(ws-rcrule-count)
                       ELSE
                           MOVE 9999 TO rl-warn-low-rc(ws-rcrule-count)
                           MOVE 0 TO rl-warn-high-rc(ws-rcrule-count)
                       END-IF
                       MOVE 0 TO ws-rc-pat-len
                       INSPECT rr-job-pattern TALLYING ws-rc-pat-len
                           FOR CHARACTERS BEFORE INITIAL "*"
                       IF ws-rc-pat-len < 20
                           MOVE "P" TO rl-match-type(ws-rcrule-count)
                           MOVE ws-rc-pat-len
                               TO rl-prefix-len(ws-rcrule-count)
                       ELSE
                           MOVE "X" TO rl-match-type(ws-rcrule-count)
                           MOVE 20 TO rl-prefix-len(ws-rcrule-count)
                       END-IF
                   END-IF
               WHEN "A"
                   IF ra-abend-code NOT = SPACES
                      AND ws-crit-count < 100
                       ADD 1 TO ws-crit-count
                       MOVE ra-abend-code
                           TO ca-abend-code(ws-crit-count)
                   END-IF
           END-EVALUATE.

       classify-return-code.
           MOVE "E" TO ws-rc-class.
           MOVE "N" TO ws-rc-crit-flag.
           IF ws-rc-abend NOT = SPACES
               MOVE 0 TO ws-crit-index
               PERFORM UNTIL ws-crit-index >= ws-crit-count
                   ADD 1 TO ws-crit-index
                   IF ca-abend-code(ws-crit-index) = ws-rc-abend
                       MOVE "Y" TO ws-rc-crit-flag
                   END-IF
               END-PERFORM
           END-IF.
           IF NOT abend-is-critical AND ws-rc-code IS NUMERIC
               PERFORM find-rc-rule
               IF ws-rcrule-found > 0
                   MOVE ws-rc-code TO ws-rc-value
                   IF ws-rc-value <= rl-max-ok-rc(ws-rcrule-found)
                       MOVE "C" TO ws-rc-class
                   ELSE
                       IF ws-rc-value >=
                          rl-warn-low-rc(ws-rcrule-found)
                          AND ws-rc-value <=
                              rl-warn-high-rc(ws-rcrule-found)
                           MOVE "W" TO ws-rc-class
                       END-IF
                   END-IF
               END-IF
           END-IF.

       find-rc-rule.
           MOVE 0 TO ws-rcrule-found.
           MOVE 0 TO ws-rc-best-len.
           MOVE 0 TO ws-rcrule-index.
           PERFORM UNTIL ws-rcrule-index >= ws-rcrule-count
               ADD 1 TO ws-rcrule-index
               MOVE rl-prefix-len(ws-rcrule-index) TO ws-rc-pat-len
               IF rl-match-type(ws-rcrule-index) = "X"
                   IF rl-job-pattern(ws-rcrule-index) = ws-rc-job
                       MOVE ws-rcrule-index TO ws-rcrule-found
                       MOVE 21 TO ws-rc-best-len
                   END-IF
               ELSE
                   IF ws-rcrule-found = 0
                      OR ws-rc-pat-len > ws-rc-best-len
                       IF ws-rc-pat-len = 0
                           MOVE ws-rcrule-index TO ws-rcrule-found
                           MOVE 0 TO ws-rc-best-len
                       ELSE
                           IF ws-rc-job(1:ws-rc-pat-len) =
                              rl-job-pattern(ws-rcrule-index)
                                  (1:ws-rc-pat-len)
                               MOVE ws-rcrule-index TO ws-rcrule-found
                               MOVE ws-rc-pat-len TO ws-rc-best-len
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       apply-rc-rules.
           MOVE 0 TO ws-job-index.
           PERFORM UNTIL ws-job-index >= ws-job-count
               ADD 1 TO ws-job-index
               IF jt-status-code(ws-job-index) = "E"
                  AND ws-rcrule-count > 0
                   PERFORM find-job-detail
                   IF ws-detail-found > 0
                       MOVE jt-job-name(ws-job-index) TO ws-rc-job
                       MOVE dt-return-code(ws-detail-found)
                           TO ws-rc-code
                       MOVE dt-abend-code(ws-detail-found)
                           TO ws-rc-abend
                       PERFORM classify-return-code
                       MOVE ws-rc-class
                           TO jt-status-code(ws-job-index)
                   END-IF
               END-IF
           END-PERFORM.

       load-dep-table.
           MOVE 0 TO ws-dep-count.
           OPEN INPUT job-dep-file.
           MOVE 0 TO ws-jobs-running.
           MOVE 0 TO ws-jobs-complete.
           MOVE 0 TO ws-jobs-error.
           MOVE 0 TO ws-jobs-warning.
           MOVE 0 TO ws-job-index.
           PERFORM UNTIL ws-job-index >= ws-job-count
               ADD 1 TO ws-job-index
                   WHEN "R" ADD 1 TO ws-jobs-running
                   WHEN "C" ADD 1 TO ws-jobs-complete
                   WHEN "E" ADD 1 TO ws-jobs-error
                   WHEN "W" ADD 1 TO ws-jobs-warning
               END-EVALUATE
           END-PERFORM.

                                  BY VALUE 120
                                  BY VALUE ws-font-size
                                  BY VALUE ws-colour-red.
           MOVE ws-jobs-warning TO ws-count-disp.
           MOVE SPACES TO ws-detail-line.
           STRING "WARNING:  " ws-count-disp DELIMITED BY SIZE
               INTO ws-detail-line.
           CALL "DRAW_TEXT" USING BY REFERENCE ws-detail-line
                                  BY VALUE 20
                                  BY VALUE 150
                                  BY VALUE ws-font-size
                                  BY VALUE ws-colour-grey.
           IF eod-signed-off
               MOVE SPACES TO ws-signed-line
               STRING "DAY SIGNED OFF BY " ws-operator-id
                      DELIMITED BY SIZE INTO ws-signed-line
               CALL "DRAW_TEXT" USING BY REFERENCE ws-signed-line
                                      BY VALUE 20
                                      BY VALUE 190
                                      BY VALUE ws-font-size
                                      BY VALUE ws-colour-green
           ELSE
               CALL "DRAW_TEXT" USING
                   BY REFERENCE "PRESS S TO SIGN OFF THE DAY"
                   BY VALUE 20
                   BY VALUE 190
                   BY VALUE ws-font-size
                   BY VALUE ws-colour-white
           END-IF.
               STRING "ERROR:    " ws-count-disp
                   DELIMITED BY SIZE INTO ws-eod-line
               PERFORM write-eod-line
               MOVE ws-jobs-warning TO ws-count-disp
               MOVE SPACES TO ws-eod-line
               STRING "WARNING:  " ws-count-disp
                   DELIMITED BY SIZE INTO ws-eod-line
               PERFORM write-eod-line
               MOVE SPACES TO ws-eod-line
               PERFORM write-eod-line
               MOVE "JOB DETAIL:" TO ws-eod-line
               PERFORM UNTIL ws-job-index >= ws-job-count
                   ADD 1 TO ws-job-index
                   IF jt-status-code(ws-job-index) NOT = "C"
                      AND jt-status-code(ws-job-index) NOT = "W"
                       ADD 1 TO ws-except-count
                       MOVE jt-job-name(ws-job-index)
                           TO ws-ticket-key
                       PERFORM find-job-ticket
                       MOVE SPACES TO ws-ticket-line
                       IF ws-ticket-found > 0
                           PERFORM build-ticket-line
                       END-IF
                       MOVE SPACES TO ws-eod-line
                       STRING "  " jt-job-name(ws-job-index)
                              " STATUS " jt-status-code
                                  (ws-job-index)
                              "  " ws-ticket-line
                              DELIMITED BY SIZE INTO ws-eod-line
                       PERFORM write-eod-line
                   END-IF
               END-IF
               MOVE SPACES TO ws-eod-line
               PERFORM write-eod-line
               MOVE "WARNINGS - ENDED WITHIN RC TOLERANCE:"
                   TO ws-eod-line
               PERFORM write-eod-line
               MOVE 0 TO ws-job-index
               PERFORM UNTIL ws-job-index >= ws-job-count
                   ADD 1 TO ws-job-index
                   IF jt-status-code(ws-job-index) = "W"
                       PERFORM find-job-detail
                       MOVE SPACES TO ws-eod-line
                       IF ws-detail-found > 0
                           STRING "  " jt-job-name(ws-job-index)
                                  " RC " dt-return-code
                                      (ws-detail-found)
                                  " STEP " dt-step-name
                                      (ws-detail-found)
                                  DELIMITED BY SIZE INTO ws-eod-line
                       ELSE
                           STRING "  " jt-job-name(ws-job-index)
                               DELIMITED BY SIZE INTO ws-eod-line
                       END-IF
                       PERFORM write-eod-line
                   END-IF
               END-PERFORM
               IF ws-jobs-warning = 0
                   MOVE "  NONE" TO ws-eod-line
                   PERFORM write-eod-line
               END-IF
               MOVE SPACES TO ws-eod-line
               PERFORM write-eod-line
               MOVE SPACES TO ws-eod-line
               STRING "SIGNED OFF BY " ws-operator-id
                      " " ws-operator-name
                       IF cfg-wallboard-flag = "Y"
                           MOVE "Y" TO ws-wallboard-flag
                       END-IF
                       IF cfg-replay-date NOT = SPACES
                           MOVE cfg-replay-date TO ws-replay-date
                       END-IF
               END-READ
               CLOSE config-file
           END-IF.
                  ws-console-id DELIMITED BY SPACE
                  ".DAT" DELIMITED BY SIZE
                  INTO ws-ckpt-name.
           MOVE SPACES TO ws-audseq-name.
           STRING "AUDSEQ-" DELIMITED BY SIZE
                  ws-console-id DELIMITED BY SPACE
                  ".DAT" DELIMITED BY SIZE
                  INTO ws-audseq-name.
           COMPUTE ws-rows-per-page = (height - 200) / 60.
           IF ws-rows-per-page < 1
               MOVE 1 TO ws-rows-per-page
           COMPUTE ws-detail2-y = height - 40.

       build-window-title.
           IF ws-title-override NOT = SPACES AND NOT replay-mode
               MOVE ws-title-override TO window-title
           ELSE
               ACCEPT ws-current-date FROM DATE YYYYMMDD
               IF replay-mode
                   MOVE ws-replay-date TO ws-current-date
               END-IF
               STRING ws-current-date(1:4) "-"
                      ws-current-date(5:2) "-"
                      ws-current-date(7:2)
                      DELIMITED BY SIZE INTO ws-run-date
               IF replay-mode
                   STRING ws-env-flag DELIMITED BY SPACE
                          "MON REPLAY " DELIMITED BY SIZE
                          ws-run-date DELIMITED BY SIZE
                          INTO window-title
               ELSE
                   STRING ws-env-flag DELIMITED BY SPACE
                          "MON " DELIMITED BY SIZE
                          ws-run-date DELIMITED BY SIZE
                          INTO window-title
               END-IF
           END-IF.

       choose-replay-date.
           IF ws-replay-date = SPACES AND NOT wallboard-mode
               DISPLAY "REPLAY RUN DATE (YYYYMMDD, BLANK = LIVE): "
                   WITH NO ADVANCING
               ACCEPT ws-replay-date
           END-IF.
           IF ws-replay-date NOT = SPACES
               ACCEPT ws-current-date FROM DATE YYYYMMDD
               MOVE "Y" TO ws-replay-flag
               IF ws-replay-date IS NUMERIC
                   MOVE ws-replay-date TO ws-replay-date-9
                   IF FUNCTION TEST-DATE-YYYYMMDD(ws-replay-date-9)
                      NOT = 0
                      OR ws-replay-date > ws-current-date
                       MOVE "N" TO ws-replay-flag
                   END-IF
               ELSE
                   MOVE "N" TO ws-replay-flag
               END-IF
               IF NOT replay-mode
                   DISPLAY "BAD REPLAY DATE " ws-replay-date
                       " - MONITOR NOT STARTED"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE ws-replay-int =
                   FUNCTION INTEGER-OF-DATE(ws-replay-date-9) - 1
               COMPUTE ws-replay-date-9 =
                   FUNCTION DATE-OF-INTEGER(ws-replay-int)
               MOVE ws-replay-date-9 TO ws-replay-prev-date
           END-IF.

       load-replay-night.
           MOVE 0 TO ws-rp-count.
           MOVE "JOBHIST.DAT" TO ws-replay-name.
           PERFORM read-replay-history.
           IF ws-rp-count = 0
               MOVE SPACES TO ws-replay-name
               STRING "JOBHIST-" ws-replay-date(1:6) ".DAT"
                   DELIMITED BY SIZE INTO ws-replay-name
               PERFORM read-replay-history
           END-IF.
           MOVE 0 TO ws-ae-count.
           MOVE 0 TO ws-al-count.
           MOVE SPACES TO ws-replay-name.
           STRING "AUDIT-" ws-replay-prev-date(1:6) ".DAT"
               DELIMITED BY SIZE INTO ws-replay-name.
           PERFORM read-replay-audit.
           MOVE SPACES TO ws-replay-name.
           STRING "SLAALERT-" ws-replay-prev-date(1:6) ".DAT"
               DELIMITED BY SIZE INTO ws-replay-name.
           PERFORM read-replay-alerts.
           IF ws-replay-date(1:6) NOT = ws-replay-prev-date(1:6)
               MOVE SPACES TO ws-replay-name
               STRING "AUDIT-" ws-replay-date(1:6) ".DAT"
                   DELIMITED BY SIZE INTO ws-replay-name
               PERFORM read-replay-audit
               MOVE SPACES TO ws-replay-name
               STRING "SLAALERT-" ws-replay-date(1:6) ".DAT"
                   DELIMITED BY SIZE INTO ws-replay-name
               PERFORM read-replay-alerts
           END-IF.
           MOVE "AUDIT.DAT" TO ws-replay-name.
           PERFORM read-replay-audit.
           MOVE "SLAALERT.DAT" TO ws-replay-name.
           PERFORM read-replay-alerts.
           MOVE 99999 TO ws-replay-rel.
           MOVE 0 TO ws-rp-index.
           PERFORM UNTIL ws-rp-index >= ws-rp-count
               ADD 1 TO ws-rp-index
               IF rp-start-rel(ws-rp-index) < ws-replay-rel
                   MOVE rp-start-rel(ws-rp-index) TO ws-replay-rel
               END-IF
           END-PERFORM.
           IF ws-replay-rel > 86399
               MOVE 0 TO ws-replay-rel
           END-IF.
           PERFORM apply-replay-clock.
           MOVE ws-rp-count TO ws-count-disp.
           DISPLAY "REPLAY " ws-replay-date " - " ws-count-disp
               " JOB ROWS LOADED".
           IF ws-rp-count = 0
               DISPLAY "NO JOBHIST ROWS FOR RUN DATE " ws-replay-date
           END-IF.

       read-replay-history.
           OPEN INPUT replay-file.
           IF ws-replay-file-status = "00"
               MOVE "N" TO ws-replay-eof-flag
               PERFORM UNTIL replay-file-eof
                   READ replay-file
                       AT END MOVE "Y" TO ws-replay-eof-flag
                       NOT AT END
                           IF rh-run-date = ws-replay-date
                              AND rh-job-name NOT = SPACES
                              AND ws-rp-count < 500
                               PERFORM store-replay-row
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE replay-file
           END-IF.

       store-replay-row.
           ADD 1 TO ws-rp-count.
           MOVE rh-job-name TO rp-job-name(ws-rp-count).
           MOVE rh-status-code TO rp-status-code(ws-rp-count).
           MOVE rh-start-time TO rp-start-time(ws-rp-count).
           MOVE rh-end-time TO rp-end-time(ws-rp-count).
           MOVE rh-start-time TO ws-conv-time.
           PERFORM convert-time-to-seconds.
           IF time-value-ok
               PERFORM convert-secs-to-relative
               MOVE ws-rel-secs TO rp-start-rel(ws-rp-count)
           ELSE
               MOVE 99999 TO rp-start-rel(ws-rp-count)
           END-IF.
           MOVE rh-end-time TO ws-conv-time.
           PERFORM convert-time-to-seconds.
           IF time-value-ok
               PERFORM convert-secs-to-relative
               MOVE ws-rel-secs TO rp-end-rel(ws-rp-count)
               IF ws-rel-secs < rp-start-rel(ws-rp-count)
                   MOVE 86399 TO rp-end-rel(ws-rp-count)
               END-IF
           ELSE
               MOVE 99999 TO rp-end-rel(ws-rp-count)
           END-IF.

       read-replay-audit.
           OPEN INPUT replay-file.
           IF ws-replay-file-status = "00"
               MOVE "N" TO ws-replay-eof-flag
               PERFORM UNTIL replay-file-eof
                   READ replay-file
                       AT END MOVE "Y" TO ws-replay-eof-flag
                       NOT AT END
                           IF rau-action-code = "AK"
                              AND rau-action-desc(1:8) = "ACK JOB "
                              AND rau-action-desc(9:4) NOT = "ROW "
                               PERFORM store-replay-ack
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE replay-file
           END-IF.

       store-replay-ack.
           MOVE rau-timestamp TO ws-stamp-in.
           PERFORM convert-stamp-to-relative.
           IF stamp-in-night AND ws-ae-count < 500
               ADD 1 TO ws-ae-count
               MOVE rau-action-desc(9:20) TO ae-job-name(ws-ae-count)
               MOVE rau-operator-id TO ae-operator-id(ws-ae-count)
               MOVE rau-timestamp TO ae-timestamp(ws-ae-count)
               MOVE ws-rel-secs TO ae-rel(ws-ae-count)
           END-IF.

       read-replay-alerts.
           OPEN INPUT replay-file.
           IF ws-replay-file-status = "00"
               MOVE "N" TO ws-replay-eof-flag
               PERFORM UNTIL replay-file-eof
                   READ replay-file
                       AT END MOVE "Y" TO ws-replay-eof-flag
                       NOT AT END
                           IF ral-job-name NOT = SPACES
                               PERFORM store-replay-alert
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE replay-file
           END-IF.

       store-replay-alert.
           MOVE ral-timestamp TO ws-stamp-in.
           PERFORM convert-stamp-to-relative.
           IF stamp-in-night AND ws-al-count < 200
               ADD 1 TO ws-al-count
               MOVE ral-job-name TO al-job-name(ws-al-count)
               MOVE ral-timestamp TO al-timestamp(ws-al-count)
               MOVE ral-breach-type TO al-breach-type(ws-al-count)
               MOVE ral-expected-time TO al-expected-time(ws-al-count)
               MOVE ws-rel-secs TO al-rel(ws-al-count)
           END-IF.

       convert-secs-to-relative.
           IF ws-conv-secs >= 43200
               COMPUTE ws-rel-secs = ws-conv-secs - 43200
           ELSE
               COMPUTE ws-rel-secs = ws-conv-secs + 43200
           END-IF.

       convert-stamp-to-relative.
           MOVE "N" TO ws-stamp-ok-flag.
           MOVE SPACES TO ws-conv-time.
           STRING ws-stamp-in(9:2) ":" ws-stamp-in(11:2) ":"
                  ws-stamp-in(13:2)
                  DELIMITED BY SIZE INTO ws-conv-time.
           PERFORM convert-time-to-seconds.
           IF time-value-ok
               PERFORM convert-secs-to-relative
               IF (ws-stamp-in(1:8) = ws-replay-prev-date
                   AND ws-conv-secs >= 43200)
                  OR (ws-stamp-in(1:8) = ws-replay-date
                   AND ws-conv-secs < 43200)
                   MOVE "Y" TO ws-stamp-ok-flag
               END-IF
           END-IF.

       apply-replay-clock.
           IF ws-replay-rel < 43200
               COMPUTE ws-replay-secs = ws-replay-rel + 43200
               MOVE ws-replay-prev-date TO ws-replay-now-date
           ELSE
               COMPUTE ws-replay-secs = ws-replay-rel - 43200
               MOVE ws-replay-date TO ws-replay-now-date
           END-IF.
           DIVIDE ws-replay-secs BY 3600
               GIVING ws-time-hh REMAINDER ws-replay-rem.
           DIVIDE ws-replay-rem BY 60
               GIVING ws-time-mm REMAINDER ws-time-ss.
           MOVE SPACES TO ws-replay-clock.
           STRING ws-time-hh ":" ws-time-mm ":" ws-time-ss
               DELIMITED BY SIZE INTO ws-replay-clock.
           MOVE SPACES TO ws-replay-stamp.
           STRING ws-replay-now-date ws-time-hh ws-time-mm ws-time-ss
               DELIMITED BY SIZE INTO ws-replay-stamp.
           PERFORM set-night-start.
           PERFORM build-replay-jobs.
           PERFORM build-replay-acks.
           PERFORM load-esc-state.
           PERFORM load-note-table.
           PERFORM load-ticket-table.

       build-replay-jobs.
           MOVE 0 TO ws-job-count.
           MOVE 0 TO ws-rp-index.
           PERFORM UNTIL ws-rp-index >= ws-rp-count
               ADD 1 TO ws-rp-index
               IF rp-start-rel(ws-rp-index) <= ws-replay-rel
                   ADD 1 TO ws-job-count
                   MOVE rp-job-name(ws-rp-index)
                       TO jt-job-name(ws-job-count)
                   MOVE rp-start-time(ws-rp-index)
                       TO jt-start-time(ws-job-count)
                   IF rp-end-rel(ws-rp-index) <= ws-replay-rel
                       MOVE rp-status-code(ws-rp-index)
                           TO jt-status-code(ws-job-count)
                       MOVE rp-end-time(ws-rp-index)
                           TO jt-end-time(ws-job-count)
                   ELSE
                       MOVE "R" TO jt-status-code(ws-job-count)
                       MOVE SPACES TO jt-end-time(ws-job-count)
                   END-IF
               END-IF
           END-PERFORM.

       build-replay-acks.
           MOVE 0 TO ws-ack-count.
           MOVE 0 TO ws-ae-index.
           PERFORM UNTIL ws-ae-index >= ws-ae-count
               ADD 1 TO ws-ae-index
               IF ae-rel(ws-ae-index) <= ws-replay-rel
                   PERFORM apply-replay-ack
               END-IF
           END-PERFORM.

       apply-replay-ack.
           MOVE 0 TO ws-rp-found.
           MOVE 0 TO ws-rp-index.
           PERFORM UNTIL ws-rp-index >= ws-rp-count
                      OR ws-rp-found > 0
               ADD 1 TO ws-rp-index
               IF rp-job-name(ws-rp-index) = ae-job-name(ws-ae-index)
                   MOVE ws-rp-index TO ws-rp-found
               END-IF
           END-PERFORM.
           IF ws-rp-found > 0
               IF rp-status-code(ws-rp-found) = "E"
                  AND rp-end-rel(ws-rp-found) <= ae-rel(ws-ae-index)
                   MOVE ae-job-name(ws-ae-index) TO ws-ack-key
                   PERFORM find-ack-entry
                   IF ws-ack-found = 0 AND ws-ack-count < 200
                       ADD 1 TO ws-ack-count
                       MOVE ws-ack-count TO ws-ack-found
                       MOVE ws-ack-key TO ak-job-name(ws-ack-found)
                       MOVE SPACES TO ak-timestamp(ws-ack-found)
                   END-IF
                   IF ws-ack-found > 0
                      AND ae-timestamp(ws-ae-index) >=
                          ak-timestamp(ws-ack-found)
                       MOVE ae-operator-id(ws-ae-index)
                           TO ak-operator-id(ws-ack-found)
                       MOVE ae-timestamp(ws-ae-index)
                           TO ak-timestamp(ws-ack-found)
                   END-IF
               END-IF
           END-IF.

       check-replay-keys.
           MOVE 0 TO ws-replay-step.
           CALL "IS_KEY_PRESSED" USING BY VALUE ws-key-clock-fwd
                                       BY REFERENCE ws-key-flag.
           IF ws-key-flag = 1
               MOVE 300 TO ws-replay-step
           END-IF.
           CALL "IS_KEY_PRESSED" USING BY VALUE ws-key-clock-back
                                       BY REFERENCE ws-key-flag.
           IF ws-key-flag = 1
               MOVE -300 TO ws-replay-step
           END-IF.
           CALL "IS_KEY_PRESSED" USING BY VALUE ws-key-hour-fwd
                                       BY REFERENCE ws-key-flag.
           IF ws-key-flag = 1
               MOVE 3600 TO ws-replay-step
           END-IF.
           CALL "IS_KEY_PRESSED" USING BY VALUE ws-key-hour-back
                                       BY REFERENCE ws-key-flag.
           IF ws-key-flag = 1
               MOVE -3600 TO ws-replay-step
           END-IF.
           IF ws-replay-step NOT = 0
               COMPUTE ws-replay-calc = ws-replay-rel + ws-replay-step
               IF ws-replay-calc < 0
                   MOVE 0 TO ws-replay-calc
               END-IF
               IF ws-replay-calc > 86399
                   MOVE 86399 TO ws-replay-calc
               END-IF
               MOVE ws-replay-calc TO ws-replay-rel
               PERFORM apply-replay-clock
           END-IF.

       draw-replay-banner.
           MOVE SPACES TO ws-replay-line.
           STRING "REPLAY OF RUN DATE " ws-replay-date(1:4) "-"
                  ws-replay-date(5:2) "-" ws-replay-date(7:2)
                  " - VIEW ONLY"
                  DELIMITED BY SIZE INTO ws-replay-line.
           CALL "DRAW_RECTANGLE" USING BY VALUE 920
                                       BY VALUE 15
                                       BY VALUE 440
                                       BY VALUE 25
                                       BY VALUE ws-colour-red.
           CALL "DRAW_TEXT" USING BY REFERENCE ws-replay-line
                                  BY VALUE 925
                                  BY VALUE 20
                                  BY VALUE ws-font-size
                                  BY VALUE ws-colour-white.

       draw-replay-alerts.
           MOVE SPACES TO ws-replay-line.
           STRING "SLA ALERTS RAISED BY " ws-replay-clock
               DELIMITED BY SIZE INTO ws-replay-line.
           CALL "DRAW_TEXT" USING BY REFERENCE ws-replay-line
                                  BY VALUE 700
                                  BY VALUE 60
                                  BY VALUE ws-font-size
                                  BY VALUE ws-colour-amber.
           MOVE 0 TO ws-al-shown.
           MOVE 0 TO ws-al-index.
           PERFORM UNTIL ws-al-index >= ws-al-count
               ADD 1 TO ws-al-index
               IF al-rel(ws-al-index) <= ws-replay-rel
                   ADD 1 TO ws-al-shown
                   COMPUTE ws-text-y = 60 + (ws-al-shown * 30)
                   IF ws-text-y < ws-detail-y
                       PERFORM draw-replay-alert-row
                   END-IF
               END-IF
           END-PERFORM.
           IF ws-al-shown = 0
               CALL "DRAW_TEXT" USING BY REFERENCE "NONE"
                                      BY VALUE 700
                                      BY VALUE 90
                                      BY VALUE ws-font-size
                                      BY VALUE ws-colour-green
           END-IF.

       draw-replay-alert-row.
           MOVE SPACES TO ws-replay-line.
           IF al-breach-type(ws-al-index) = "S"
               STRING al-timestamp(ws-al-index)(9:2) ":"
                      al-timestamp(ws-al-index)(11:2) ":"
                      al-timestamp(ws-al-index)(13:2) " "
                      al-job-name(ws-al-index)
                      " NOT STARTED  EXP START "
                      al-expected-time(ws-al-index)
                      DELIMITED BY SIZE INTO ws-replay-line
           ELSE
               STRING al-timestamp(ws-al-index)(9:2) ":"
                      al-timestamp(ws-al-index)(11:2) ":"
                      al-timestamp(ws-al-index)(13:2) " "
                      al-job-name(ws-al-index)
                      " LATE  EXP END "
                      al-expected-time(ws-al-index)
                      DELIMITED BY SIZE INTO ws-replay-line
           END-IF.
           CALL "DRAW_TEXT" USING BY REFERENCE ws-replay-line
                                  BY VALUE 700
                                  BY VALUE ws-text-y
                                  BY VALUE ws-font-size
                                  BY VALUE ws-colour-red.
