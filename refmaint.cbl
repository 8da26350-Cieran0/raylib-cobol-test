       IDENTIFICATION DIVISION.
       PROGRAM-ID. refmaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT operator-file ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-oper-file-status.
           SELECT audit-file ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-audit-file-status.
           SELECT audit-seq-file ASSIGN TO "AUDSEQ-RMNT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-audseq-file-status.
           SELECT monitor-lock-file ASSIGN TO "MONLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-lock-file-status.
           SELECT job-sla-file ASSIGN TO "JOBSLA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-sla-file-status.
           SELECT job-dep-file ASSIGN TO "JOBDEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-dep-file-status.
           SELECT calendar-file ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-cal-file-status.
           SELECT job-history-file ASSIGN TO "JOBHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-hist-file-status.
           SELECT job-status-file ASSIGN TO "JOBSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-job-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD  operator-file.
       01  operator-record.
           05 op-operator-id      PIC X(08).
           05 op-operator-pin     PIC X(04).
           05 op-operator-name    PIC X(20).
           05 op-shift-code       PIC X(01).
           05 op-auth-level       PIC X(01).
           05 op-status-flag      PIC X(01).
           05 op-pin-date         PIC X(08).
           05 op-fail-count       PIC 9(02).

       FD  audit-file.
       01  audit-record.
           05 aud-operator-id     PIC X(08).
           05 aud-timestamp       PIC X(14).
           05 aud-action-code     PIC X(02).
           05 aud-action-desc     PIC X(40).
           05 aud-console-id      PIC X(04).
           05 aud-seq-num         PIC 9(08).

       FD  audit-seq-file.
       01  audit-seq-record.
           05 asq-console-id      PIC X(04).
           05 asq-last-seq        PIC 9(08).

       FD  monitor-lock-file.
       01  monitor-lock-record.
           05 ml-state            PIC X(04).
           05 ml-timestamp        PIC X(14).
           05 ml-console-id       PIC X(04).

       FD  job-sla-file.
       01  job-sla-record.
           05 sla-job-name        PIC X(20).
           05 sla-expected-start  PIC X(08).
           05 sla-expected-end    PIC X(08).

       FD  job-dep-file.
       01  job-dep-record.
           05 dep-pred-name       PIC X(20).
           05 dep-succ-name       PIC X(20).

       FD  calendar-file.
       01  calendar-holiday-record.
           05 cal-record-type     PIC X(01).
           05 cal-date            PIC X(08).
       01  calendar-weekend-record.
           05 cw-record-type      PIC X(01).
           05 cw-sat-flag         PIC X(01).
           05 cw-sun-flag         PIC X(01).
       01  calendar-freq-record.
           05 cf-record-type      PIC X(01).
           05 cf-job-name         PIC X(20).
           05 cf-freq-code        PIC X(01).
           05 cf-day-num          PIC X(01).

       FD  job-history-file.
       01  job-history-record.
           05 jh-run-date         PIC X(08).
           05 jh-job-name         PIC X(20).
           05 jh-status-code      PIC X(01).
           05 jh-start-time       PIC X(08).
           05 jh-end-time         PIC X(08).

       FD  job-status-file.
       01  job-status-record.
           05 js-record-type      PIC X(01).
           05 js-job-name         PIC X(20).
           05 js-status-code      PIC X(01).
           05 js-start-time       PIC X(08).
           05 js-end-time         PIC X(08).

       WORKING-STORAGE SECTION.
       01 ws-oper-file-status    PIC X(02) VALUE SPACES.
       01 ws-audit-file-status   PIC X(02) VALUE SPACES.
       01 ws-audseq-file-status  PIC X(02) VALUE SPACES.
       01 ws-audit-seq           PIC 9(08) VALUE 0.
       01 ws-lock-file-status    PIC X(02) VALUE SPACES.
       01 ws-sla-file-status     PIC X(02) VALUE SPACES.
       01 ws-dep-file-status     PIC X(02) VALUE SPACES.
       01 ws-cal-file-status     PIC X(02) VALUE SPACES.
       01 ws-hist-file-status    PIC X(02) VALUE SPACES.
       01 ws-job-file-status     PIC X(02) VALUE SPACES.

       01 ws-lock-eof-flag PIC X(01) VALUE "N".
           88 lock-file-eof VALUE "Y".
       01 ws-monitor-up-flag PIC X(01) VALUE "N".
           88 monitor-is-up VALUE "Y".
       01 ws-lock-count    PIC 9(02) VALUE 0.
       01 ws-lock-index    PIC 9(02) VALUE 0.
       01 ws-lock-found    PIC 9(02) VALUE 0.
       01 ws-lock-table.
           05 ws-lock-entry OCCURS 10 TIMES.
              10 lk-console-id    PIC X(04).
              10 lk-state         PIC X(04).

       01 ws-oper-eof-flag PIC X(01) VALUE "N".
           88 operator-file-eof VALUE "Y".
       01 ws-oper-count   PIC 9(03) VALUE 0.
       01 ws-oper-index   PIC 9(03) VALUE 0.
       01 ws-oper-found   PIC 9(03) VALUE 0.
       01 ws-oper-table.
           05 ws-oper-entry OCCURS 100 TIMES.
              10 ot-operator-id   PIC X(08).
              10 ot-operator-pin  PIC X(04).
              10 ot-status-flag   PIC X(01).
              10 ot-auth-level    PIC X(01).

       01 ws-super-id     PIC X(08) VALUE SPACES.
       01 ws-super-pin    PIC X(04) VALUE SPACES.
       01 ws-super-flag   PIC X(01) VALUE "N".
           88 supervisor-signed-on VALUE "Y".
       01 ws-super-tries  PIC 9(01) VALUE 0.

       01 ws-sla-eof-flag PIC X(01) VALUE "N".
           88 sla-file-eof VALUE "Y".
       01 ws-sla-dirty-flag PIC X(01) VALUE "N".
           88 sla-table-dirty VALUE "Y".
       01 ws-sla-count PIC 9(04) VALUE 0.
       01 ws-sla-index PIC 9(04) VALUE 0.
       01 ws-sla-found PIC 9(04) VALUE 0.
       01 ws-sla-table.
           05 ws-sla-entry OCCURS 200 TIMES.
              10 st-job-name      PIC X(20).
              10 st-exp-start     PIC X(08).
              10 st-exp-end       PIC X(08).

       01 ws-dep-eof-flag PIC X(01) VALUE "N".
           88 dep-file-eof VALUE "Y".
       01 ws-dep-dirty-flag PIC X(01) VALUE "N".
           88 dep-table-dirty VALUE "Y".
       01 ws-dep-count PIC 9(04) VALUE 0.
       01 ws-dep-index PIC 9(04) VALUE 0.
       01 ws-dep-found PIC 9(04) VALUE 0.
       01 ws-dep-skip  PIC 9(04) VALUE 0.
       01 ws-dep-table.
           05 ws-dep-entry OCCURS 400 TIMES.
              10 dp-pred-name     PIC X(20).
              10 dp-succ-name     PIC X(20).

       01 ws-cal-eof-flag PIC X(01) VALUE "N".
           88 cal-file-eof VALUE "Y".
       01 ws-cal-dirty-flag PIC X(01) VALUE "N".
           88 cal-table-dirty VALUE "Y".
       01 ws-weekend-flag PIC X(01) VALUE "N".
           88 weekend-record-held VALUE "Y".
       01 ws-sat-run-flag PIC X(01) VALUE "Y".
       01 ws-sun-run-flag PIC X(01) VALUE "Y".
       01 ws-holiday-count PIC 9(03) VALUE 0.
       01 ws-holiday-index PIC 9(03) VALUE 0.
       01 ws-holiday-found PIC 9(03) VALUE 0.
       01 ws-holiday-slot  PIC 9(03) VALUE 0.
       01 ws-holiday-table.
           05 ws-holiday-entry OCCURS 100 TIMES.
              10 hd-date          PIC X(08).
       01 ws-freq-count PIC 9(03) VALUE 0.
       01 ws-freq-index PIC 9(03) VALUE 0.
       01 ws-freq-found PIC 9(03) VALUE 0.
       01 ws-freq-table.
           05 ws-freq-entry OCCURS 200 TIMES.
              10 fq-job-name      PIC X(20).
              10 fq-freq-code     PIC X(01).
              10 fq-day-num       PIC X(01).

       01 ws-hist-eof-flag PIC X(01) VALUE "N".
           88 hist-file-eof VALUE "Y".
       01 ws-job-eof-flag PIC X(01) VALUE "N".
           88 job-file-eof VALUE "Y".
       01 ws-known-count PIC 9(04) VALUE 0.
       01 ws-known-index PIC 9(04) VALUE 0.
       01 ws-known-found PIC 9(04) VALUE 0.
       01 ws-known-key   PIC X(20) VALUE SPACES.
       01 ws-known-table.
           05 ws-known-entry OCCURS 500 TIMES.
              10 kj-job-name      PIC X(20).

       01 ws-reach-count PIC 9(04) VALUE 0.
       01 ws-reach-index PIC 9(04) VALUE 0.
       01 ws-reach-scan  PIC 9(04) VALUE 0.
       01 ws-reach-found PIC 9(04) VALUE 0.
       01 ws-reach-target PIC X(20) VALUE SPACES.
       01 ws-reach-table.
           05 ws-reach-entry OCCURS 500 TIMES.
              10 rc-job-name      PIC X(20).
       01 ws-cycle-flag  PIC X(01) VALUE "N".
           88 dep-cycle-found VALUE "Y".

       01 ws-menu-choice  PIC X(01) VALUE SPACE.
       01 ws-done-flag    PIC X(01) VALUE "N".
           88 maint-done VALUE "Y".
       01 ws-valid-flag   PIC X(01) VALUE "N".
           88 entry-valid VALUE "Y".

       01 ws-target-id    PIC X(08) VALUE SPACES.
       01 ws-target-job   PIC X(20) VALUE SPACES.
       01 ws-target-job2  PIC X(20) VALUE SPACES.
       01 ws-new-pred     PIC X(20) VALUE SPACES.
       01 ws-new-succ     PIC X(20) VALUE SPACES.
       01 ws-new-start    PIC X(08) VALUE SPACES.
       01 ws-new-end      PIC X(08) VALUE SPACES.
       01 ws-new-date     PIC X(08) VALUE SPACES.
       01 ws-old-date     PIC X(08) VALUE SPACES.
       01 ws-new-sat      PIC X(01) VALUE SPACE.
       01 ws-new-sun      PIC X(01) VALUE SPACE.
       01 ws-new-code     PIC X(01) VALUE SPACE.
       01 ws-new-day      PIC X(01) VALUE SPACE.
       01 ws-date-9       PIC 9(08) VALUE 0.

       01 ws-conv-time     PIC X(08) VALUE SPACES.
       01 ws-time-digits   PIC X(06) VALUE SPACES.
       01 ws-time-hh       PIC 9(02) VALUE 0.
       01 ws-time-mm       PIC 9(02) VALUE 0.
       01 ws-time-ss       PIC 9(02) VALUE 0.
       01 ws-time-ok-flag  PIC X(01) VALUE "N".
           88 time-value-ok VALUE "Y".

       01 ws-current-date PIC X(08) VALUE SPACES.
       01 ws-audit-desc   PIC X(40) VALUE SPACES.
       01 ws-desc-ptr     PIC 9(02) VALUE 0.

       PROCEDURE DIVISION.
       main.
           ACCEPT ws-current-date FROM DATE YYYYMMDD.
           PERFORM check-monitor-lock.
           IF monitor-is-up
               DISPLAY "MONITOR IS UP - REFERENCE MAINTENANCE REFUSED"
               DISPLAY "STOP ALL CONSOLES OR CLEAR MONLOCK.DAT"
               STOP RUN
           END-IF.
           PERFORM load-operator-table.
           IF ws-oper-count = 0
               DISPLAY "OPERATOR.DAT UNAVAILABLE OR EMPTY"
               STOP RUN
           END-IF.
           PERFORM load-known-jobs.
           PERFORM load-sla-table.
           PERFORM load-dep-table.
           PERFORM load-calendar-table.
           PERFORM open-audit-file.
           PERFORM supervisor-sign-on.
           IF NOT supervisor-signed-on
               DISPLAY "SUPERVISOR SIGN-ON FAILED"
               MOVE "REF MAINT SIGN-ON FAILED" TO ws-audit-desc
               MOVE "SF" TO aud-action-code
               PERFORM write-audit-record
               PERFORM close-audit-file
               STOP RUN
           END-IF.
           MOVE "N" TO ws-done-flag.
           PERFORM UNTIL maint-done
               PERFORM show-maint-menu
               ACCEPT ws-menu-choice
               EVALUATE ws-menu-choice
                   WHEN "1" PERFORM add-sla-entry
                   WHEN "2" PERFORM change-sla-entry
                   WHEN "3" PERFORM delete-sla-entry
                   WHEN "4" PERFORM add-dep-entry
                   WHEN "5" PERFORM change-dep-entry
                   WHEN "6" PERFORM delete-dep-entry
                   WHEN "7" PERFORM add-holiday-entry
                   WHEN "8" PERFORM change-holiday-entry
                   WHEN "9" PERFORM delete-holiday-entry
                   WHEN "W" PERFORM change-weekend-flags
                   WHEN "F" PERFORM add-freq-entry
                   WHEN "G" PERFORM change-freq-entry
                   WHEN "H" PERFORM delete-freq-entry
                   WHEN "0" MOVE "Y" TO ws-done-flag
                   WHEN OTHER DISPLAY "INVALID CHOICE"
               END-EVALUATE
           END-PERFORM.
           IF sla-table-dirty
               PERFORM rewrite-sla-file
           END-IF.
           IF dep-table-dirty
               PERFORM rewrite-dep-file
           END-IF.
           IF cal-table-dirty
               PERFORM rewrite-calendar-file
           END-IF.
           PERFORM close-audit-file.
           STOP RUN.

       check-monitor-lock.
           MOVE "N" TO ws-monitor-up-flag.
           MOVE 0 TO ws-lock-count.
           OPEN INPUT monitor-lock-file.
           IF ws-lock-file-status = "00"
               MOVE "N" TO ws-lock-eof-flag
               PERFORM UNTIL lock-file-eof
                   READ monitor-lock-file
                       AT END MOVE "Y" TO ws-lock-eof-flag
                       NOT AT END PERFORM note-lock-state
                   END-READ
               END-PERFORM
               CLOSE monitor-lock-file
           END-IF.
           MOVE 0 TO ws-lock-index.
           PERFORM UNTIL ws-lock-index >= ws-lock-count
               ADD 1 TO ws-lock-index
               IF lk-state(ws-lock-index) = "UP"
                   MOVE "Y" TO ws-monitor-up-flag
               END-IF
           END-PERFORM.

       note-lock-state.
           MOVE 0 TO ws-lock-found.
           MOVE 0 TO ws-lock-index.
           PERFORM UNTIL ws-lock-index >= ws-lock-count
                      OR ws-lock-found > 0
               ADD 1 TO ws-lock-index
               IF lk-console-id(ws-lock-index) = ml-console-id
                   MOVE ws-lock-index TO ws-lock-found
               END-IF
           END-PERFORM.
           IF ws-lock-found = 0 AND ws-lock-count < 10
               ADD 1 TO ws-lock-count
               MOVE ws-lock-count TO ws-lock-found
               MOVE ml-console-id TO lk-console-id(ws-lock-found)
           END-IF.
           IF ws-lock-found > 0
               MOVE ml-state TO lk-state(ws-lock-found)
           END-IF.

       show-maint-menu.
           DISPLAY " ".
           DISPLAY "SCHEDULE REFERENCE MAINTENANCE".
           DISPLAY "  1  ADD SLA           2  CHANGE SLA".
           DISPLAY "  3  DELETE SLA".
           DISPLAY "  4  ADD DEPENDENCY    5  CHANGE DEPENDENCY".
           DISPLAY "  6  DELETE DEPENDENCY".
           DISPLAY "  7  ADD HOLIDAY       8  CHANGE HOLIDAY".
           DISPLAY "  9  DELETE HOLIDAY    W  CHANGE WEEKEND RUN FLAGS".
           DISPLAY "  F  ADD FREQUENCY     G  CHANGE FREQUENCY".
           DISPLAY "  H  DELETE FREQUENCY".
           DISPLAY "  0  EXIT".
           DISPLAY "CHOICE: " WITH NO ADVANCING.

       supervisor-sign-on.
           MOVE "N" TO ws-super-flag.
           MOVE 0 TO ws-super-tries.
           PERFORM UNTIL supervisor-signed-on OR ws-super-tries >= 3
               ADD 1 TO ws-super-tries
               DISPLAY "SUPERVISOR SIGN-ON"
               DISPLAY "OPERATOR ID: " WITH NO ADVANCING
               ACCEPT ws-super-id
               DISPLAY "PIN: " WITH NO ADVANCING
               ACCEPT ws-super-pin
               MOVE ws-super-id TO ws-target-id
               PERFORM find-operator-entry
               IF ws-oper-found > 0
                  AND ot-operator-pin(ws-oper-found) = ws-super-pin
                  AND ot-status-flag(ws-oper-found) = "A"
                  AND ot-auth-level(ws-oper-found) = "2"
                   MOVE "Y" TO ws-super-flag
               ELSE
                   DISPLAY "NOT A VALID ACTIVE LEVEL-2 SUPERVISOR"
               END-IF
           END-PERFORM.
           IF supervisor-signed-on
               MOVE SPACES TO ws-audit-desc
               STRING "REF MAINT SIGN-ON " ws-super-id
                   DELIMITED BY SIZE INTO ws-audit-desc
               MOVE "SO" TO aud-action-code
               PERFORM write-audit-record
           END-IF.

       find-operator-entry.
           MOVE 0 TO ws-oper-found.
           MOVE 0 TO ws-oper-index.
           PERFORM UNTIL ws-oper-index >= ws-oper-count
                      OR ws-oper-found > 0
               ADD 1 TO ws-oper-index
               IF ot-operator-id(ws-oper-index) = ws-target-id
                   MOVE ws-oper-index TO ws-oper-found
               END-IF
           END-PERFORM.

       load-operator-table.
           MOVE 0 TO ws-oper-count.
           OPEN INPUT operator-file.
           IF ws-oper-file-status = "00"
               MOVE "N" TO ws-oper-eof-flag
               PERFORM UNTIL operator-file-eof
                   READ operator-file
                       AT END MOVE "Y" TO ws-oper-eof-flag
                       NOT AT END
                           IF ws-oper-count < 100
                              AND op-operator-id NOT = SPACES
                               ADD 1 TO ws-oper-count
                               MOVE op-operator-id
                                   TO ot-operator-id(ws-oper-count)
                               MOVE op-operator-pin
                                   TO ot-operator-pin(ws-oper-count)
                               MOVE op-auth-level
                                   TO ot-auth-level(ws-oper-count)
                               IF op-status-flag = SPACE
                                   MOVE "A" TO
                                       ot-status-flag(ws-oper-count)
                               ELSE
                                   MOVE op-status-flag TO
                                       ot-status-flag(ws-oper-count)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE operator-file
           END-IF.

       load-known-jobs.
           MOVE 0 TO ws-known-count.
           OPEN INPUT job-history-file.
           IF ws-hist-file-status = "00"
               MOVE "N" TO ws-hist-eof-flag
               PERFORM UNTIL hist-file-eof
                   READ job-history-file
                       AT END MOVE "Y" TO ws-hist-eof-flag
                       NOT AT END
                           IF jh-job-name NOT = SPACES
                               MOVE jh-job-name TO ws-known-key
                               PERFORM note-known-job
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE job-history-file
           END-IF.
           OPEN INPUT job-status-file.
           IF ws-job-file-status = "00"
               MOVE "N" TO ws-job-eof-flag
               PERFORM UNTIL job-file-eof
                   READ job-status-file
                       AT END MOVE "Y" TO ws-job-eof-flag
                       NOT AT END
                           IF js-record-type = "1"
                              AND js-job-name NOT = SPACES
                               MOVE js-job-name TO ws-known-key
                               PERFORM note-known-job
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE job-status-file
           END-IF.
           IF ws-known-count = 0
               DISPLAY "NO JOB NAMES ON JOBHIST.DAT OR JOBSTAT.DAT"
               DISPLAY "NEW ENTRIES WILL BE REFUSED"
           END-IF.

       note-known-job.
           PERFORM find-known-job.
           IF ws-known-found = 0 AND ws-known-count < 500
               ADD 1 TO ws-known-count
               MOVE ws-known-key TO kj-job-name(ws-known-count)
           END-IF.

       find-known-job.
           MOVE 0 TO ws-known-found.
           MOVE 0 TO ws-known-index.
           PERFORM UNTIL ws-known-index >= ws-known-count
                      OR ws-known-found > 0
               ADD 1 TO ws-known-index
               IF kj-job-name(ws-known-index) = ws-known-key
                   MOVE ws-known-index TO ws-known-found
               END-IF
           END-PERFORM.

       load-sla-table.
           MOVE 0 TO ws-sla-count.
           OPEN INPUT job-sla-file.
           IF ws-sla-file-status = "00"
               MOVE "N" TO ws-sla-eof-flag
               PERFORM UNTIL sla-file-eof
                   READ job-sla-file
                       AT END MOVE "Y" TO ws-sla-eof-flag
                       NOT AT END
                           IF ws-sla-count < 200
                              AND sla-job-name NOT = SPACES
                               ADD 1 TO ws-sla-count
                               MOVE sla-job-name
                                   TO st-job-name(ws-sla-count)
                               MOVE sla-expected-start
                                   TO st-exp-start(ws-sla-count)
                               MOVE sla-expected-end
                                   TO st-exp-end(ws-sla-count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE job-sla-file
           END-IF.

       load-dep-table.
           MOVE 0 TO ws-dep-count.
           OPEN INPUT job-dep-file.
           IF ws-dep-file-status = "00"
               MOVE "N" TO ws-dep-eof-flag
               PERFORM UNTIL dep-file-eof
                   READ job-dep-file
                       AT END MOVE "Y" TO ws-dep-eof-flag
                       NOT AT END
                           IF ws-dep-count < 400
                              AND dep-pred-name NOT = SPACES
                              AND dep-succ-name NOT = SPACES
                               ADD 1 TO ws-dep-count
                               MOVE dep-pred-name
                                   TO dp-pred-name(ws-dep-count)
                               MOVE dep-succ-name
                                   TO dp-succ-name(ws-dep-count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE job-dep-file
           END-IF.

       load-calendar-table.
           MOVE 0 TO ws-holiday-count.
           MOVE 0 TO ws-freq-count.
           MOVE "Y" TO ws-sat-run-flag.
           MOVE "Y" TO ws-sun-run-flag.
           MOVE "N" TO ws-weekend-flag.
           OPEN INPUT calendar-file.
           IF ws-cal-file-status = "00"
               MOVE "N" TO ws-cal-eof-flag
               PERFORM UNTIL cal-file-eof
                   READ calendar-file
                       AT END MOVE "Y" TO ws-cal-eof-flag
                       NOT AT END PERFORM store-calendar-record
                   END-READ
               END-PERFORM
               CLOSE calendar-file
           END-IF.

       store-calendar-record.
           EVALUATE cal-record-type
               WHEN "H"
                   IF ws-holiday-count < 100
                      AND cal-date IS NUMERIC
                       ADD 1 TO ws-holiday-count
                       MOVE cal-date
                           TO hd-date(ws-holiday-count)
                   END-IF
               WHEN "W"
                   MOVE cw-sat-flag TO ws-sat-run-flag
                   MOVE cw-sun-flag TO ws-sun-run-flag
                   MOVE "Y" TO ws-weekend-flag
               WHEN "F"
                   IF ws-freq-count < 200
                      AND cf-job-name NOT = SPACES
                       ADD 1 TO ws-freq-count
                       MOVE cf-job-name
                           TO fq-job-name(ws-freq-count)
                       MOVE cf-freq-code
                           TO fq-freq-code(ws-freq-count)
                       MOVE cf-day-num
                           TO fq-day-num(ws-freq-count)
                   END-IF
           END-EVALUATE.

       accept-job-name.
           DISPLAY "JOB NAME: " WITH NO ADVANCING.
           ACCEPT ws-target-job.

       check-job-known.
           MOVE ws-target-job TO ws-known-key.
           PERFORM find-known-job.
           IF ws-known-found = 0
               MOVE "N" TO ws-valid-flag
               DISPLAY "UNKNOWN JOB NAME " ws-target-job
           END-IF.

       find-sla-entry.
           MOVE 0 TO ws-sla-found.
           MOVE 0 TO ws-sla-index.
           PERFORM UNTIL ws-sla-index >= ws-sla-count
                      OR ws-sla-found > 0
               ADD 1 TO ws-sla-index
               IF st-job-name(ws-sla-index) = ws-target-job
                   MOVE ws-sla-index TO ws-sla-found
               END-IF
           END-PERFORM.

       accept-sla-times.
           MOVE "Y" TO ws-valid-flag.
           DISPLAY "EXPECTED START (HH:MM:SS, BLANK = NONE): "
               WITH NO ADVANCING.
           ACCEPT ws-new-start.
           DISPLAY "EXPECTED END   (HH:MM:SS, BLANK = NONE): "
               WITH NO ADVANCING.
           ACCEPT ws-new-end.
           IF ws-new-start = SPACES AND ws-new-end = SPACES
               MOVE "N" TO ws-valid-flag
               DISPLAY "AT LEAST ONE EXPECTED TIME REQUIRED"
           END-IF.
           IF entry-valid AND ws-new-start NOT = SPACES
               MOVE ws-new-start TO ws-conv-time
               PERFORM validate-time-format
               IF NOT time-value-ok
                   MOVE "N" TO ws-valid-flag
                   DISPLAY "BAD START TIME " ws-new-start
               END-IF
           END-IF.
           IF entry-valid AND ws-new-end NOT = SPACES
               MOVE ws-new-end TO ws-conv-time
               PERFORM validate-time-format
               IF NOT time-value-ok
                   MOVE "N" TO ws-valid-flag
                   DISPLAY "BAD END TIME " ws-new-end
               END-IF
           END-IF.

       validate-time-format.
           MOVE "N" TO ws-time-ok-flag.
           IF ws-conv-time(3:1) = ":" AND ws-conv-time(6:1) = ":"
               MOVE SPACES TO ws-time-digits
               STRING ws-conv-time(1:2) ws-conv-time(4:2)
                      ws-conv-time(7:2)
                      DELIMITED BY SIZE INTO ws-time-digits
               IF ws-time-digits IS NUMERIC
                   MOVE ws-time-digits(1:2) TO ws-time-hh
                   MOVE ws-time-digits(3:2) TO ws-time-mm
                   MOVE ws-time-digits(5:2) TO ws-time-ss
                   IF ws-time-hh < 24 AND ws-time-mm < 60
                      AND ws-time-ss < 60
                       MOVE "Y" TO ws-time-ok-flag
                   END-IF
               END-IF
           END-IF.

       add-sla-entry.
           PERFORM accept-job-name.
           MOVE "Y" TO ws-valid-flag.
           PERFORM check-job-known.
           IF entry-valid
               PERFORM find-sla-entry
               IF ws-sla-found > 0
                   MOVE "N" TO ws-valid-flag
                   DISPLAY "SLA ALREADY ON FILE - USE CHANGE"
               END-IF
           END-IF.
           IF entry-valid AND ws-sla-count >= 200
               MOVE "N" TO ws-valid-flag
               DISPLAY "SLA TABLE FULL"
           END-IF.
           IF entry-valid
               PERFORM accept-sla-times
           END-IF.
           IF entry-valid
               ADD 1 TO ws-sla-count
               MOVE ws-sla-count TO ws-sla-found
               MOVE ws-target-job TO st-job-name(ws-sla-found)
               MOVE ws-new-start TO st-exp-start(ws-sla-found)
               MOVE ws-new-end TO st-exp-end(ws-sla-found)
               MOVE "Y" TO ws-sla-dirty-flag
               MOVE SPACES TO ws-audit-desc
               STRING "A " st-job-name(ws-sla-found) " "
                      st-exp-start(ws-sla-found) " "
                      st-exp-end(ws-sla-found)
                      DELIMITED BY SIZE INTO ws-audit-desc
               MOVE "SA" TO aud-action-code
               PERFORM write-audit-record
               DISPLAY "SLA ADDED"
           END-IF.

       change-sla-entry.
           PERFORM accept-job-name.
           PERFORM find-sla-entry.
           IF ws-sla-found = 0
               DISPLAY "SLA NOT ON FILE"
           ELSE
               DISPLAY "CURRENT START " st-exp-start(ws-sla-found)
                   " END " st-exp-end(ws-sla-found)
               PERFORM accept-sla-times
               IF entry-valid
                   MOVE SPACES TO ws-audit-desc
                   STRING "B " st-job-name(ws-sla-found) " "
                          st-exp-start(ws-sla-found) " "
                          st-exp-end(ws-sla-found)
                          DELIMITED BY SIZE INTO ws-audit-desc
                   MOVE "SM" TO aud-action-code
                   PERFORM write-audit-record
                   MOVE ws-new-start TO st-exp-start(ws-sla-found)
                   MOVE ws-new-end TO st-exp-end(ws-sla-found)
                   MOVE "Y" TO ws-sla-dirty-flag
                   MOVE SPACES TO ws-audit-desc
                   STRING "A " st-job-name(ws-sla-found) " "
                          st-exp-start(ws-sla-found) " "
                          st-exp-end(ws-sla-found)
                          DELIMITED BY SIZE INTO ws-audit-desc
                   MOVE "SM" TO aud-action-code
                   PERFORM write-audit-record
                   DISPLAY "SLA CHANGED"
               END-IF
           END-IF.

       delete-sla-entry.
           PERFORM accept-job-name.
           PERFORM find-sla-entry.
           IF ws-sla-found = 0
               DISPLAY "SLA NOT ON FILE"
           ELSE
               MOVE SPACES TO ws-audit-desc
               STRING "B " st-job-name(ws-sla-found) " "
                      st-exp-start(ws-sla-found) " "
                      st-exp-end(ws-sla-found)
                      DELIMITED BY SIZE INTO ws-audit-desc
               MOVE "SX" TO aud-action-code
               PERFORM write-audit-record
               MOVE ws-sla-found TO ws-sla-index
               PERFORM UNTIL ws-sla-index >= ws-sla-count
                   MOVE ws-sla-entry(ws-sla-index + 1)
                       TO ws-sla-entry(ws-sla-index)
                   ADD 1 TO ws-sla-index
               END-PERFORM
               SUBTRACT 1 FROM ws-sla-count
               MOVE "Y" TO ws-sla-dirty-flag
               DISPLAY "SLA DELETED"
           END-IF.

       accept-dep-pair.
           DISPLAY "PREDECESSOR JOB: " WITH NO ADVANCING.
           ACCEPT ws-target-job.
           DISPLAY "SUCCESSOR JOB:   " WITH NO ADVANCING.
           ACCEPT ws-target-job2.

       find-dep-entry.
           MOVE 0 TO ws-dep-found.
           MOVE 0 TO ws-dep-index.
           PERFORM UNTIL ws-dep-index >= ws-dep-count
                      OR ws-dep-found > 0
               ADD 1 TO ws-dep-index
               IF dp-pred-name(ws-dep-index) = ws-new-pred
                  AND dp-succ-name(ws-dep-index) = ws-new-succ
                  AND ws-dep-index NOT = ws-dep-skip
                   MOVE ws-dep-index TO ws-dep-found
               END-IF
           END-PERFORM.

       validate-dep-pair.
           MOVE "Y" TO ws-valid-flag.
           IF ws-new-pred = SPACES OR ws-new-succ = SPACES
               MOVE "N" TO ws-valid-flag
               DISPLAY "BOTH JOB NAMES REQUIRED"
           END-IF.
           IF entry-valid
               MOVE ws-new-pred TO ws-target-job
               PERFORM check-job-known
           END-IF.
           IF entry-valid
               MOVE ws-new-succ TO ws-target-job
               PERFORM check-job-known
           END-IF.
           IF entry-valid
               PERFORM find-dep-entry
               IF ws-dep-found > 0
                   MOVE "N" TO ws-valid-flag
                   DISPLAY "DEPENDENCY ALREADY ON FILE"
               END-IF
           END-IF.
           IF entry-valid
               PERFORM check-new-dep-cycle
               IF dep-cycle-found
                   MOVE "N" TO ws-valid-flag
                   DISPLAY "REFUSED - " ws-new-succ
                   DISPLAY "  ALREADY LEADS BACK TO " ws-new-pred
                   MOVE SPACES TO ws-audit-desc
                   STRING "CYCLE REFUSED " DELIMITED BY SIZE
                          ws-new-pred DELIMITED BY SPACE
                          ">" DELIMITED BY SIZE
                          ws-new-succ DELIMITED BY SPACE
                          INTO ws-audit-desc
                   MOVE "DC" TO aud-action-code
                   PERFORM write-audit-record
               END-IF
           END-IF.

       check-new-dep-cycle.
           MOVE "N" TO ws-cycle-flag.
           IF ws-new-pred = ws-new-succ
               MOVE "Y" TO ws-cycle-flag
           END-IF.
           MOVE 1 TO ws-reach-count.
           MOVE ws-new-succ TO rc-job-name(1).
           MOVE ws-new-pred TO ws-reach-target.
           MOVE 0 TO ws-reach-scan.
           PERFORM UNTIL ws-reach-scan >= ws-reach-count
                      OR dep-cycle-found
               ADD 1 TO ws-reach-scan
               MOVE 0 TO ws-dep-index
               PERFORM UNTIL ws-dep-index >= ws-dep-count
                          OR dep-cycle-found
                   ADD 1 TO ws-dep-index
                   IF ws-dep-index NOT = ws-dep-skip
                      AND dp-pred-name(ws-dep-index) =
                          rc-job-name(ws-reach-scan)
                       PERFORM note-reached-job
                   END-IF
               END-PERFORM
           END-PERFORM.

       note-reached-job.
           IF dp-succ-name(ws-dep-index) = ws-reach-target
               MOVE "Y" TO ws-cycle-flag
           ELSE
               MOVE 0 TO ws-reach-found
               MOVE 0 TO ws-reach-index
               PERFORM UNTIL ws-reach-index >= ws-reach-count
                          OR ws-reach-found > 0
                   ADD 1 TO ws-reach-index
                   IF rc-job-name(ws-reach-index) =
                      dp-succ-name(ws-dep-index)
                       MOVE ws-reach-index TO ws-reach-found
                   END-IF
               END-PERFORM
               IF ws-reach-found = 0 AND ws-reach-count < 500
                   ADD 1 TO ws-reach-count
                   MOVE dp-succ-name(ws-dep-index)
                       TO rc-job-name(ws-reach-count)
               END-IF
           END-IF.

       build-dep-audit-desc.
           MOVE 3 TO ws-desc-ptr.
           STRING ws-new-pred DELIMITED BY SPACE
                  ">" DELIMITED BY SIZE
                  ws-new-succ DELIMITED BY SPACE
                  INTO ws-audit-desc WITH POINTER ws-desc-ptr.

       add-dep-entry.
           PERFORM accept-dep-pair.
           MOVE ws-target-job TO ws-new-pred.
           MOVE ws-target-job2 TO ws-new-succ.
           MOVE 0 TO ws-dep-skip.
           IF ws-dep-count >= 400
               DISPLAY "DEPENDENCY TABLE FULL"
           ELSE
               PERFORM validate-dep-pair
               IF entry-valid
                   ADD 1 TO ws-dep-count
                   MOVE ws-new-pred TO dp-pred-name(ws-dep-count)
                   MOVE ws-new-succ TO dp-succ-name(ws-dep-count)
                   MOVE "Y" TO ws-dep-dirty-flag
                   MOVE "A " TO ws-audit-desc
                   PERFORM build-dep-audit-desc
                   MOVE "DA" TO aud-action-code
                   PERFORM write-audit-record
                   DISPLAY "DEPENDENCY ADDED"
               END-IF
           END-IF.

       change-dep-entry.
           PERFORM accept-dep-pair.
           MOVE ws-target-job TO ws-new-pred.
           MOVE ws-target-job2 TO ws-new-succ.
           MOVE 0 TO ws-dep-skip.
           PERFORM find-dep-entry.
           IF ws-dep-found = 0
               DISPLAY "DEPENDENCY NOT ON FILE"
           ELSE
               MOVE ws-dep-found TO ws-dep-skip
               DISPLAY "NEW PREDECESSOR (BLANK = KEEP): "
                   WITH NO ADVANCING
               ACCEPT ws-new-pred
               DISPLAY "NEW SUCCESSOR   (BLANK = KEEP): "
                   WITH NO ADVANCING
               ACCEPT ws-new-succ
               IF ws-new-pred = SPACES
                   MOVE dp-pred-name(ws-dep-skip) TO ws-new-pred
               END-IF
               IF ws-new-succ = SPACES
                   MOVE dp-succ-name(ws-dep-skip) TO ws-new-succ
               END-IF
               PERFORM validate-dep-pair
               IF entry-valid
                   MOVE "B " TO ws-audit-desc
                   MOVE 3 TO ws-desc-ptr
                   STRING dp-pred-name(ws-dep-skip) DELIMITED BY SPACE
                          ">" DELIMITED BY SIZE
                          dp-succ-name(ws-dep-skip) DELIMITED BY SPACE
                          INTO ws-audit-desc WITH POINTER ws-desc-ptr
                   MOVE "DM" TO aud-action-code
                   PERFORM write-audit-record
                   MOVE ws-new-pred TO dp-pred-name(ws-dep-skip)
                   MOVE ws-new-succ TO dp-succ-name(ws-dep-skip)
                   MOVE "Y" TO ws-dep-dirty-flag
                   MOVE "A " TO ws-audit-desc
                   PERFORM build-dep-audit-desc
                   MOVE "DM" TO aud-action-code
                   PERFORM write-audit-record
                   DISPLAY "DEPENDENCY CHANGED"
               END-IF
           END-IF.

       delete-dep-entry.
           PERFORM accept-dep-pair.
           MOVE ws-target-job TO ws-new-pred.
           MOVE ws-target-job2 TO ws-new-succ.
           MOVE 0 TO ws-dep-skip.
           PERFORM find-dep-entry.
           IF ws-dep-found = 0
               DISPLAY "DEPENDENCY NOT ON FILE"
           ELSE
               MOVE "B " TO ws-audit-desc
               PERFORM build-dep-audit-desc
               MOVE "DX" TO aud-action-code
               PERFORM write-audit-record
               MOVE ws-dep-found TO ws-dep-index
               PERFORM UNTIL ws-dep-index >= ws-dep-count
                   MOVE ws-dep-entry(ws-dep-index + 1)
                       TO ws-dep-entry(ws-dep-index)
                   ADD 1 TO ws-dep-index
               END-PERFORM
               SUBTRACT 1 FROM ws-dep-count
               MOVE "Y" TO ws-dep-dirty-flag
               DISPLAY "DEPENDENCY DELETED"
           END-IF.

       accept-holiday-date.
           DISPLAY "HOLIDAY DATE (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT ws-new-date.

       validate-holiday-date.
           MOVE "Y" TO ws-valid-flag.
           IF ws-new-date IS NUMERIC
               MOVE ws-new-date TO ws-date-9
               IF FUNCTION TEST-DATE-YYYYMMDD(ws-date-9) NOT = 0
                   MOVE "N" TO ws-valid-flag
               END-IF
           ELSE
               MOVE "N" TO ws-valid-flag
           END-IF.
           IF NOT entry-valid
               DISPLAY "BAD DATE " ws-new-date
           ELSE
               PERFORM find-holiday-entry
               IF ws-holiday-found > 0
                   MOVE "N" TO ws-valid-flag
                   DISPLAY "HOLIDAY ALREADY ON FILE"
               END-IF
           END-IF.

       find-holiday-entry.
           MOVE 0 TO ws-holiday-found.
           MOVE 0 TO ws-holiday-index.
           PERFORM UNTIL ws-holiday-index >= ws-holiday-count
                      OR ws-holiday-found > 0
               ADD 1 TO ws-holiday-index
               IF hd-date(ws-holiday-index) = ws-new-date
                   MOVE ws-holiday-index TO ws-holiday-found
               END-IF
           END-PERFORM.

       add-holiday-entry.
           PERFORM accept-holiday-date.
           IF ws-holiday-count >= 100
               DISPLAY "HOLIDAY TABLE FULL"
           ELSE
               PERFORM validate-holiday-date
               IF entry-valid
                   ADD 1 TO ws-holiday-count
                   MOVE ws-new-date TO hd-date(ws-holiday-count)
                   MOVE "Y" TO ws-cal-dirty-flag
                   MOVE SPACES TO ws-audit-desc
                   STRING "A H " ws-new-date
                       DELIMITED BY SIZE INTO ws-audit-desc
                   MOVE "CA" TO aud-action-code
                   PERFORM write-audit-record
                   DISPLAY "HOLIDAY ADDED"
               END-IF
           END-IF.

       change-holiday-entry.
           PERFORM accept-holiday-date.
           PERFORM find-holiday-entry.
           IF ws-holiday-found = 0
               DISPLAY "HOLIDAY NOT ON FILE"
           ELSE
               MOVE ws-new-date TO ws-old-date
               MOVE ws-holiday-found TO ws-holiday-slot
               DISPLAY "NEW DATE (YYYYMMDD): " WITH NO ADVANCING
               ACCEPT ws-new-date
               PERFORM validate-holiday-date
               IF entry-valid
                   MOVE SPACES TO ws-audit-desc
                   STRING "B H " ws-old-date
                       DELIMITED BY SIZE INTO ws-audit-desc
                   MOVE "CM" TO aud-action-code
                   PERFORM write-audit-record
                   MOVE ws-new-date TO hd-date(ws-holiday-slot)
                   MOVE "Y" TO ws-cal-dirty-flag
                   MOVE SPACES TO ws-audit-desc
                   STRING "A H " ws-new-date
                       DELIMITED BY SIZE INTO ws-audit-desc
                   MOVE "CM" TO aud-action-code
                   PERFORM write-audit-record
                   DISPLAY "HOLIDAY CHANGED"
               END-IF
           END-IF.

       delete-holiday-entry.
           PERFORM accept-holiday-date.
           PERFORM find-holiday-entry.
           IF ws-holiday-found = 0
               DISPLAY "HOLIDAY NOT ON FILE"
           ELSE
               MOVE SPACES TO ws-audit-desc
               STRING "B H " ws-new-date
                   DELIMITED BY SIZE INTO ws-audit-desc
               MOVE "CX" TO aud-action-code
               PERFORM write-audit-record
               MOVE ws-holiday-found TO ws-holiday-index
               PERFORM UNTIL ws-holiday-index >= ws-holiday-count
                   MOVE hd-date(ws-holiday-index + 1)
                       TO hd-date(ws-holiday-index)
                   ADD 1 TO ws-holiday-index
               END-PERFORM
               SUBTRACT 1 FROM ws-holiday-count
               MOVE "Y" TO ws-cal-dirty-flag
               DISPLAY "HOLIDAY DELETED"
           END-IF.

       change-weekend-flags.
           DISPLAY "CURRENT SATURDAY RUN " ws-sat-run-flag
               " SUNDAY RUN " ws-sun-run-flag.
           DISPLAY "SATURDAY IS A PROCESSING DAY (Y/N): "
               WITH NO ADVANCING.
           ACCEPT ws-new-sat.
           DISPLAY "SUNDAY IS A PROCESSING DAY (Y/N):   "
               WITH NO ADVANCING.
           ACCEPT ws-new-sun.
           IF (ws-new-sat NOT = "Y" AND ws-new-sat NOT = "N")
              OR (ws-new-sun NOT = "Y" AND ws-new-sun NOT = "N")
               DISPLAY "FLAGS MUST BE Y OR N - NOT CHANGED"
           ELSE
               MOVE SPACES TO ws-audit-desc
               STRING "B W " ws-sat-run-flag " " ws-sun-run-flag
                   DELIMITED BY SIZE INTO ws-audit-desc
               MOVE "CM" TO aud-action-code
               PERFORM write-audit-record
               MOVE ws-new-sat TO ws-sat-run-flag
               MOVE ws-new-sun TO ws-sun-run-flag
               MOVE "Y" TO ws-weekend-flag
               MOVE "Y" TO ws-cal-dirty-flag
               MOVE SPACES TO ws-audit-desc
               STRING "A W " ws-sat-run-flag " " ws-sun-run-flag
                   DELIMITED BY SIZE INTO ws-audit-desc
               MOVE "CM" TO aud-action-code
               PERFORM write-audit-record
               DISPLAY "WEEKEND RUN FLAGS CHANGED"
           END-IF.

       find-freq-entry.
           MOVE 0 TO ws-freq-found.
           MOVE 0 TO ws-freq-index.
           PERFORM UNTIL ws-freq-index >= ws-freq-count
                      OR ws-freq-found > 0
               ADD 1 TO ws-freq-index
               IF fq-job-name(ws-freq-index) = ws-target-job
                   MOVE ws-freq-index TO ws-freq-found
               END-IF
           END-PERFORM.

       accept-freq-detail.
           MOVE "Y" TO ws-valid-flag.
           DISPLAY "FREQUENCY (D=DAILY W=WEEKDAYS S=SET DAY "
               "M=MONTH END): " WITH NO ADVANCING.
           ACCEPT ws-new-code.
           MOVE SPACE TO ws-new-day.
           EVALUATE ws-new-code
               WHEN "D"
               WHEN "W"
               WHEN "M"
                   CONTINUE
               WHEN "S"
                   DISPLAY "DAY NUMBER (1=MON ... 7=SUN): "
                       WITH NO ADVANCING
                   ACCEPT ws-new-day
                   IF ws-new-day < "1" OR ws-new-day > "7"
                       MOVE "N" TO ws-valid-flag
                       DISPLAY "DAY NUMBER MUST BE 1 TO 7"
                   END-IF
               WHEN OTHER
                   MOVE "N" TO ws-valid-flag
                   DISPLAY "BAD FREQUENCY CODE " ws-new-code
           END-EVALUATE.

       build-freq-audit-desc.
           STRING fq-job-name(ws-freq-found) " "
                  fq-freq-code(ws-freq-found) " "
                  fq-day-num(ws-freq-found)
                  DELIMITED BY SIZE INTO ws-audit-desc(5:36).

       add-freq-entry.
           PERFORM accept-job-name.
           MOVE "Y" TO ws-valid-flag.
           PERFORM check-job-known.
           IF entry-valid
               PERFORM find-freq-entry
               IF ws-freq-found > 0
                   MOVE "N" TO ws-valid-flag
                   DISPLAY "FREQUENCY ALREADY ON FILE - USE CHANGE"
               END-IF
           END-IF.
           IF entry-valid AND ws-freq-count >= 200
               MOVE "N" TO ws-valid-flag
               DISPLAY "FREQUENCY TABLE FULL"
           END-IF.
           IF entry-valid
               PERFORM accept-freq-detail
           END-IF.
           IF entry-valid
               ADD 1 TO ws-freq-count
               MOVE ws-freq-count TO ws-freq-found
               MOVE ws-target-job TO fq-job-name(ws-freq-found)
               MOVE ws-new-code TO fq-freq-code(ws-freq-found)
               MOVE ws-new-day TO fq-day-num(ws-freq-found)
               MOVE "Y" TO ws-cal-dirty-flag
               MOVE "A F " TO ws-audit-desc
               PERFORM build-freq-audit-desc
               MOVE "CA" TO aud-action-code
               PERFORM write-audit-record
               DISPLAY "FREQUENCY ADDED"
           END-IF.

       change-freq-entry.
           PERFORM accept-job-name.
           PERFORM find-freq-entry.
           IF ws-freq-found = 0
               DISPLAY "FREQUENCY NOT ON FILE"
           ELSE
               DISPLAY "CURRENT FREQUENCY " fq-freq-code(ws-freq-found)
                   " DAY " fq-day-num(ws-freq-found)
               PERFORM accept-freq-detail
               IF entry-valid
                   MOVE "B F " TO ws-audit-desc
                   PERFORM build-freq-audit-desc
                   MOVE "CM" TO aud-action-code
                   PERFORM write-audit-record
                   MOVE ws-new-code TO fq-freq-code(ws-freq-found)
                   MOVE ws-new-day TO fq-day-num(ws-freq-found)
                   MOVE "Y" TO ws-cal-dirty-flag
                   MOVE "A F " TO ws-audit-desc
                   PERFORM build-freq-audit-desc
                   MOVE "CM" TO aud-action-code
                   PERFORM write-audit-record
                   DISPLAY "FREQUENCY CHANGED"
               END-IF
           END-IF.

       delete-freq-entry.
           PERFORM accept-job-name.
           PERFORM find-freq-entry.
           IF ws-freq-found = 0
               DISPLAY "FREQUENCY NOT ON FILE"
           ELSE
               MOVE "B F " TO ws-audit-desc
               PERFORM build-freq-audit-desc
               MOVE "CX" TO aud-action-code
               PERFORM write-audit-record
               MOVE ws-freq-found TO ws-freq-index
               PERFORM UNTIL ws-freq-index >= ws-freq-count
                   MOVE ws-freq-entry(ws-freq-index + 1)
                       TO ws-freq-entry(ws-freq-index)
                   ADD 1 TO ws-freq-index
               END-PERFORM
               SUBTRACT 1 FROM ws-freq-count
               MOVE "Y" TO ws-cal-dirty-flag
               DISPLAY "FREQUENCY DELETED"
           END-IF.

       rewrite-sla-file.
           OPEN OUTPUT job-sla-file.
           IF ws-sla-file-status = "00"
               MOVE 0 TO ws-sla-index
               PERFORM UNTIL ws-sla-index >= ws-sla-count
                   ADD 1 TO ws-sla-index
                   MOVE st-job-name(ws-sla-index) TO sla-job-name
                   MOVE st-exp-start(ws-sla-index)
                       TO sla-expected-start
                   MOVE st-exp-end(ws-sla-index) TO sla-expected-end
                   WRITE job-sla-record
               END-PERFORM
               CLOSE job-sla-file
               MOVE "N" TO ws-sla-dirty-flag
               DISPLAY "JOBSLA.DAT UPDATED"
           ELSE
               DISPLAY "JOBSLA.DAT REWRITE FAILED "
                   ws-sla-file-status
           END-IF.

       rewrite-dep-file.
           OPEN OUTPUT job-dep-file.
           IF ws-dep-file-status = "00"
               MOVE 0 TO ws-dep-index
               PERFORM UNTIL ws-dep-index >= ws-dep-count
                   ADD 1 TO ws-dep-index
                   MOVE dp-pred-name(ws-dep-index) TO dep-pred-name
                   MOVE dp-succ-name(ws-dep-index) TO dep-succ-name
                   WRITE job-dep-record
               END-PERFORM
               CLOSE job-dep-file
               MOVE "N" TO ws-dep-dirty-flag
               DISPLAY "JOBDEP.DAT UPDATED"
           ELSE
               DISPLAY "JOBDEP.DAT REWRITE FAILED "
                   ws-dep-file-status
           END-IF.

       rewrite-calendar-file.
           OPEN OUTPUT calendar-file.
           IF ws-cal-file-status = "00"
               IF weekend-record-held
                   MOVE SPACES TO calendar-weekend-record
                   MOVE "W" TO cw-record-type
                   MOVE ws-sat-run-flag TO cw-sat-flag
                   MOVE ws-sun-run-flag TO cw-sun-flag
                   WRITE calendar-weekend-record
               END-IF
               MOVE 0 TO ws-holiday-index
               PERFORM UNTIL ws-holiday-index >= ws-holiday-count
                   ADD 1 TO ws-holiday-index
                   MOVE SPACES TO calendar-holiday-record
                   MOVE "H" TO cal-record-type
                   MOVE hd-date(ws-holiday-index) TO cal-date
                   WRITE calendar-holiday-record
               END-PERFORM
               MOVE 0 TO ws-freq-index
               PERFORM UNTIL ws-freq-index >= ws-freq-count
                   ADD 1 TO ws-freq-index
                   MOVE SPACES TO calendar-freq-record
                   MOVE "F" TO cf-record-type
                   MOVE fq-job-name(ws-freq-index) TO cf-job-name
                   MOVE fq-freq-code(ws-freq-index) TO cf-freq-code
                   MOVE fq-day-num(ws-freq-index) TO cf-day-num
                   WRITE calendar-freq-record
               END-PERFORM
               CLOSE calendar-file
               MOVE "N" TO ws-cal-dirty-flag
               DISPLAY "CALENDAR.DAT UPDATED"
           ELSE
               DISPLAY "CALENDAR.DAT REWRITE FAILED "
                   ws-cal-file-status
           END-IF.

       open-audit-file.
           OPEN EXTEND audit-file.
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
           MOVE "RMNT" TO asq-console-id.
           MOVE ws-audit-seq TO asq-last-seq.
           OPEN OUTPUT audit-seq-file.
           IF ws-audseq-file-status = "00"
               WRITE audit-seq-record
               CLOSE audit-seq-file
           END-IF.

       close-audit-file.
           IF ws-audit-file-status = "00"
               CLOSE audit-file
           END-IF.

       write-audit-record.
           IF ws-audit-file-status = "00"
               MOVE ws-super-id TO aud-operator-id
               MOVE FUNCTION CURRENT-DATE(1:14) TO aud-timestamp
               MOVE ws-audit-desc TO aud-action-desc
               MOVE "RMNT" TO aud-console-id
               ADD 1 TO ws-audit-seq
               MOVE ws-audit-seq TO aud-seq-num
               WRITE audit-record
               PERFORM save-audit-seq
           END-IF.
