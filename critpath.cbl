       IDENTIFICATION DIVISION.
       PROGRAM-ID. critpath.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT job-status-file ASSIGN TO "JOBSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-job-file-status.
           SELECT job-history-file ASSIGN TO "JOBHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-hist-file-status.
           SELECT job-dep-file ASSIGN TO "JOBDEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-dep-file-status.
           SELECT job-sla-file ASSIGN TO "JOBSLA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-sla-file-status.
           SELECT calendar-file ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-cal-file-status.
           SELECT critpath-report-file ASSIGN TO "CRITPATH.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-rpt-file-status.
           SELECT rc-rules-file ASSIGN TO "RCRULES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-rcr-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD  job-status-file.
       01  job-status-record.
           05 js-record-type      PIC X(01).
           05 js-job-name         PIC X(20).
           05 js-status-code      PIC X(01).
           05 js-start-time       PIC X(08).
           05 js-end-time         PIC X(08).
       01  job-detail-record.
           05 jd-record-type      PIC X(01).
           05 jd-job-name         PIC X(20).
           05 jd-return-code      PIC X(04).
           05 jd-abend-code       PIC X(08).
           05 jd-step-name        PIC X(08).
           05 jd-message          PIC X(40).

       FD  job-history-file.
       01  job-history-record.
           05 jh-run-date         PIC X(08).
           05 jh-job-name         PIC X(20).
           05 jh-status-code      PIC X(01).
           05 jh-start-time       PIC X(08).
           05 jh-end-time         PIC X(08).

       FD  job-dep-file.
       01  job-dep-record.
           05 dep-pred-name       PIC X(20).
           05 dep-succ-name       PIC X(20).

       FD  job-sla-file.
       01  job-sla-record.
           05 sla-job-name        PIC X(20).
           05 sla-expected-start  PIC X(08).
           05 sla-expected-end    PIC X(08).

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

       FD  critpath-report-file.
       01  critpath-report-line   PIC X(80).

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

       WORKING-STORAGE SECTION.
       01 ws-job-file-status     PIC X(02) VALUE SPACES.
       01 ws-hist-file-status    PIC X(02) VALUE SPACES.
       01 ws-dep-file-status     PIC X(02) VALUE SPACES.
       01 ws-sla-file-status     PIC X(02) VALUE SPACES.
       01 ws-cal-file-status     PIC X(02) VALUE SPACES.
       01 ws-rpt-file-status     PIC X(02) VALUE SPACES.

       01 ws-job-eof-flag PIC X(01) VALUE "N".
           88 job-file-eof VALUE "Y".
       01 ws-hist-eof-flag PIC X(01) VALUE "N".
           88 hist-file-eof VALUE "Y".
       01 ws-dep-eof-flag PIC X(01) VALUE "N".
           88 dep-file-eof VALUE "Y".
       01 ws-sla-eof-flag PIC X(01) VALUE "N".
           88 sla-file-eof VALUE "Y".
       01 ws-cal-eof-flag PIC X(01) VALUE "N".
           88 cal-file-eof VALUE "Y".

       01 ws-current-date  PIC X(08) VALUE SPACES.
       01 ws-time-now      PIC X(08) VALUE SPACES.
       01 ws-today-int     PIC 9(07) VALUE 0.
       01 ws-hist-int      PIC 9(07) VALUE 0.
       01 ws-hist-age      PIC S9(05) VALUE 0.
       01 ws-now-secs      PIC 9(06) VALUE 0.
       01 ws-now-rel       PIC 9(07) VALUE 0.

       01 ws-conv-time     PIC X(08) VALUE SPACES.
       01 ws-conv-secs     PIC 9(06) VALUE 0.
       01 ws-conv-rel      PIC 9(07) VALUE 0.
       01 ws-time-digits   PIC X(06) VALUE SPACES.
       01 ws-time-hh       PIC 9(02) VALUE 0.
       01 ws-time-mm       PIC 9(02) VALUE 0.
       01 ws-time-ss       PIC 9(02) VALUE 0.
       01 ws-time-ok-flag  PIC X(01) VALUE "N".
           88 time-value-ok VALUE "Y".
       01 ws-hist-start-secs PIC 9(06) VALUE 0.
       01 ws-hist-end-secs   PIC 9(06) VALUE 0.
       01 ws-hist-elapsed    PIC 9(06) VALUE 0.

       01 ws-node-count PIC 9(04) VALUE 0.
       01 ws-node-index PIC 9(04) VALUE 0.
       01 ws-node-found PIC 9(04) VALUE 0.
       01 ws-node-key   PIC X(20) VALUE SPACES.
       01 ws-node-table.
           05 ws-node-entry OCCURS 500 TIMES.
              10 nd-job-name      PIC X(20).
              10 nd-status-code   PIC X(01).
              10 nd-start-time    PIC X(08).
              10 nd-end-time      PIC X(08).
              10 nd-sched-flag    PIC X(01).
              10 nd-fixed-flag    PIC X(01).
              10 nd-path-flag     PIC X(01).
              10 nd-hist-secs     PIC 9(09).
              10 nd-hist-count    PIC 9(04).
              10 nd-cost-secs     PIC 9(06).
              10 nd-sla-end       PIC 9(07).
              10 nd-sla-time      PIC X(08).
              10 nd-pred-count    PIC 9(04).
              10 nd-succ-count    PIC 9(04).
              10 nd-crit-pred     PIC 9(04).
              10 nd-early-start   PIC 9(07).
              10 nd-early-finish  PIC 9(07).
              10 nd-late-finish   PIC S9(07).
              10 nd-late-start    PIC S9(07).
              10 nd-slack-secs    PIC S9(07).

       01 ws-dep-count PIC 9(04) VALUE 0.
       01 ws-dep-index PIC 9(04) VALUE 0.
       01 ws-dep-table.
           05 ws-dep-entry OCCURS 400 TIMES.
              10 dp-pred-index    PIC 9(04).
              10 dp-succ-index    PIC 9(04).
       01 ws-pred-index PIC 9(04) VALUE 0.
       01 ws-succ-index PIC 9(04) VALUE 0.

       01 ws-pass-count  PIC 9(04) VALUE 0.
       01 ws-changed-flag PIC X(01) VALUE "N".
           88 pass-changed VALUE "Y".
       01 ws-cycle-flag  PIC X(01) VALUE "N".
           88 dep-cycle-found VALUE "Y".
       01 ws-elapsed-secs PIC 9(06) VALUE 0.
       01 ws-project-finish PIC 9(07) VALUE 0.
       01 ws-root-count  PIC 9(04) VALUE 0.
       01 ws-final-count PIC 9(04) VALUE 0.
       01 ws-last-node   PIC 9(04) VALUE 0.

       01 ws-path-count PIC 9(04) VALUE 0.
       01 ws-path-index PIC 9(04) VALUE 0.
       01 ws-path-table.
           05 ws-path-entry OCCURS 500 TIMES.
              10 pt-node-index    PIC 9(04).

       01 ws-order-count PIC 9(04) VALUE 0.
       01 ws-order-index PIC 9(04) VALUE 0.
       01 ws-order-scan  PIC 9(04) VALUE 0.
       01 ws-order-hold  PIC 9(04) VALUE 0.
       01 ws-order-table.
           05 ws-order-entry OCCURS 500 TIMES.
              10 or-node-index    PIC 9(04).

       01 ws-holiday-count PIC 9(03) VALUE 0.
       01 ws-holiday-index PIC 9(03) VALUE 0.
       01 ws-holiday-table.
           05 ws-holiday-entry OCCURS 100 TIMES.
              10 hd-date          PIC X(08).
       01 ws-sat-run-flag PIC X(01) VALUE "Y".
       01 ws-sun-run-flag PIC X(01) VALUE "Y".
       01 ws-freq-count PIC 9(03) VALUE 0.
       01 ws-freq-index PIC 9(03) VALUE 0.
       01 ws-freq-found PIC 9(03) VALUE 0.
       01 ws-freq-table.
           05 ws-freq-entry OCCURS 200 TIMES.
              10 fq-job-name      PIC X(20).
              10 fq-freq-code     PIC X(01).
              10 fq-day-num       PIC X(01).
       01 ws-sched-job  PIC X(20) VALUE SPACES.
       01 ws-sched-date PIC X(08) VALUE SPACES.
       01 ws-sched-flag PIC X(01) VALUE "Y".
           88 job-scheduled VALUE "Y".
       01 ws-sched-int  PIC 9(07) VALUE 0.
       01 ws-sched-dow  PIC 9(01) VALUE 0.
       01 ws-sched-next PIC 9(08) VALUE 0.
       01 ws-sched-holiday-flag PIC X(01) VALUE "N".
       01 ws-sched-mend-flag PIC X(01) VALUE "N".

       01 ws-detail-count PIC 9(04) VALUE 0.
       01 ws-detail-index PIC 9(04) VALUE 0.
       01 ws-detail-found PIC 9(04) VALUE 0.
       01 ws-detail-table.
           05 ws-detail-entry OCCURS 500 TIMES.
              10 dt-job-name      PIC X(20).
              10 dt-return-code   PIC X(04).
              10 dt-abend-code    PIC X(08).

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

       01 ws-clock-rel    PIC 9(07) VALUE 0.
       01 ws-clock-secs   PIC 9(07) VALUE 0.
       01 ws-clock-text   PIC X(10) VALUE SPACES.
       01 ws-clock-hh     PIC 9(02) VALUE 0.
       01 ws-clock-mm     PIC 9(02) VALUE 0.
       01 ws-clock-ss     PIC 9(02) VALUE 0.
       01 ws-start-text   PIC X(10) VALUE SPACES.
       01 ws-finish-text  PIC X(10) VALUE SPACES.
       01 ws-late-text    PIC X(10) VALUE SPACES.
       01 ws-margin-secs  PIC S9(07) VALUE 0.
       01 ws-margin-mins  PIC S9(05) VALUE 0.
       01 ws-margin-disp  PIC -(5)9.
       01 ws-margin-text  PIC X(06) VALUE SPACES.
       01 ws-avg-mins     PIC 9(05) VALUE 0.
       01 ws-avg-disp     PIC ZZZZ9.
       01 ws-seq-disp     PIC ZZZ9.
       01 ws-count-disp   PIC ZZZ9.
       01 ws-count-disp2  PIC ZZZ9.
       01 ws-count-disp3  PIC ZZZ9.
       01 ws-count-disp4  PIC ZZZ9.
       01 ws-outcome-text PIC X(12) VALUE SPACES.
       01 ws-state-text   PIC X(02) VALUE SPACES.
       01 ws-crit-text    PIC X(04) VALUE SPACES.
       01 ws-report-line  PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       main.
           ACCEPT ws-current-date FROM DATE YYYYMMDD.
           COMPUTE ws-today-int =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL
                   (ws-current-date)).
           ACCEPT ws-time-now FROM TIME.
           MOVE ws-time-now(1:6) TO ws-time-digits.
           COMPUTE ws-now-secs =
               (FUNCTION NUMVAL(ws-time-digits(1:2)) * 3600)
               + (FUNCTION NUMVAL(ws-time-digits(3:2)) * 60)
               + FUNCTION NUMVAL(ws-time-digits(5:2)).
           MOVE ws-now-secs TO ws-conv-secs.
           PERFORM convert-secs-to-relative.
           MOVE ws-conv-rel TO ws-now-rel.
           PERFORM load-calendar-table.
           PERFORM load-dep-table.
           PERFORM load-rc-rules.
           PERFORM load-job-extract.
           PERFORM load-sla-table.
           PERFORM load-history-averages.
           PERFORM cost-each-job.
           PERFORM forward-pass.
           PERFORM backward-pass.
           PERFORM trace-critical-path.
           PERFORM write-critpath-report.
           STOP RUN.

       find-node-entry.
           MOVE 0 TO ws-node-found.
           MOVE 0 TO ws-node-index.
           PERFORM UNTIL ws-node-index >= ws-node-count
                      OR ws-node-found > 0
               ADD 1 TO ws-node-index
               IF nd-job-name(ws-node-index) = ws-node-key
                   MOVE ws-node-index TO ws-node-found
               END-IF
           END-PERFORM.

       add-node-entry.
           PERFORM find-node-entry.
           IF ws-node-found = 0 AND ws-node-count < 500
               ADD 1 TO ws-node-count
               MOVE ws-node-count TO ws-node-found
               MOVE ws-node-key TO nd-job-name(ws-node-found)
               MOVE SPACE TO nd-status-code(ws-node-found)
               MOVE SPACES TO nd-start-time(ws-node-found)
               MOVE SPACES TO nd-end-time(ws-node-found)
               MOVE "Y" TO nd-sched-flag(ws-node-found)
               MOVE "N" TO nd-fixed-flag(ws-node-found)
               MOVE "N" TO nd-path-flag(ws-node-found)
               MOVE 0 TO nd-hist-secs(ws-node-found)
               MOVE 0 TO nd-hist-count(ws-node-found)
               MOVE 0 TO nd-cost-secs(ws-node-found)
               MOVE 9999999 TO nd-sla-end(ws-node-found)
               MOVE SPACES TO nd-sla-time(ws-node-found)
               MOVE 0 TO nd-pred-count(ws-node-found)
               MOVE 0 TO nd-succ-count(ws-node-found)
               MOVE 0 TO nd-crit-pred(ws-node-found)
               MOVE 0 TO nd-early-start(ws-node-found)
               MOVE 0 TO nd-early-finish(ws-node-found)
               MOVE 0 TO nd-late-finish(ws-node-found)
               MOVE 0 TO nd-late-start(ws-node-found)
               MOVE 0 TO nd-slack-secs(ws-node-found)
           END-IF.

       load-dep-table.
           MOVE 0 TO ws-dep-count.
           OPEN INPUT job-dep-file.
           IF ws-dep-file-status NOT = "00"
               DISPLAY "JOBDEP.DAT OPEN FAILED " ws-dep-file-status
           ELSE
               MOVE "N" TO ws-dep-eof-flag
               PERFORM UNTIL dep-file-eof
                   READ job-dep-file
                       AT END MOVE "Y" TO ws-dep-eof-flag
                       NOT AT END
                           IF dep-pred-name NOT = SPACES
                              AND dep-succ-name NOT = SPACES
                              AND ws-dep-count < 400
                               PERFORM store-dep-entry
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE job-dep-file
           END-IF.

       store-dep-entry.
           MOVE dep-pred-name TO ws-node-key.
           PERFORM add-node-entry.
           MOVE ws-node-found TO ws-pred-index.
           MOVE dep-succ-name TO ws-node-key.
           PERFORM add-node-entry.
           MOVE ws-node-found TO ws-succ-index.
           IF ws-pred-index > 0 AND ws-succ-index > 0
               ADD 1 TO ws-dep-count
               MOVE ws-pred-index TO dp-pred-index(ws-dep-count)
               MOVE ws-succ-index TO dp-succ-index(ws-dep-count)
               ADD 1 TO nd-succ-count(ws-pred-index)
               ADD 1 TO nd-pred-count(ws-succ-index)
           END-IF.

       load-job-extract.
           OPEN INPUT job-status-file.
           IF ws-job-file-status NOT = "00"
               DISPLAY "JOBSTAT.DAT OPEN FAILED " ws-job-file-status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           ELSE
               MOVE 0 TO ws-detail-count
               MOVE "N" TO ws-job-eof-flag
               PERFORM UNTIL job-file-eof
                   READ job-status-file
                       AT END MOVE "Y" TO ws-job-eof-flag
                       NOT AT END
                           IF jd-record-type = "2"
                              AND jd-job-name NOT = SPACES
                              AND ws-detail-count < 500
                               ADD 1 TO ws-detail-count
                               MOVE jd-job-name
                                   TO dt-job-name(ws-detail-count)
                               MOVE jd-return-code
                                   TO dt-return-code(ws-detail-count)
                               MOVE jd-abend-code
                                   TO dt-abend-code(ws-detail-count)
                           END-IF
                           IF js-record-type = "1"
                              AND js-job-name NOT = SPACES
                               MOVE js-job-name TO ws-node-key
                               PERFORM add-node-entry
                               IF ws-node-found > 0
                                   MOVE js-status-code TO
                                       nd-status-code(ws-node-found)
                                   MOVE js-start-time TO
                                       nd-start-time(ws-node-found)
                                   MOVE js-end-time TO
                                       nd-end-time(ws-node-found)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE job-status-file
               IF ws-rcrule-count > 0
                   MOVE 0 TO ws-node-index
                   PERFORM UNTIL ws-node-index >= ws-node-count
                       ADD 1 TO ws-node-index
                       IF nd-status-code(ws-node-index) = "E"
                           PERFORM reclassify-node-status
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       reclassify-node-status.
           MOVE 0 TO ws-detail-found.
           MOVE 0 TO ws-detail-index.
           PERFORM UNTIL ws-detail-index >= ws-detail-count
               ADD 1 TO ws-detail-index
               IF dt-job-name(ws-detail-index) =
                  nd-job-name(ws-node-index)
                   MOVE ws-detail-index TO ws-detail-found
               END-IF
           END-PERFORM.
           IF ws-detail-found > 0
               MOVE nd-job-name(ws-node-index) TO ws-rc-job
               MOVE dt-return-code(ws-detail-found) TO ws-rc-code
               MOVE dt-abend-code(ws-detail-found) TO ws-rc-abend
               PERFORM classify-return-code
               MOVE ws-rc-class TO nd-status-code(ws-node-index)
           END-IF.

       load-sla-table.
           OPEN INPUT job-sla-file.
           IF ws-sla-file-status = "00"
               MOVE "N" TO ws-sla-eof-flag
               PERFORM UNTIL sla-file-eof
                   READ job-sla-file
                       AT END MOVE "Y" TO ws-sla-eof-flag
                       NOT AT END
                           MOVE sla-job-name TO ws-node-key
                           PERFORM find-node-entry
                           IF ws-node-found > 0
                               MOVE sla-expected-end TO ws-conv-time
                               PERFORM convert-time-to-seconds
                               IF time-value-ok
                                   PERFORM convert-secs-to-relative
                                   MOVE ws-conv-rel TO
                                       nd-sla-end(ws-node-found)
                                   MOVE sla-expected-end TO
                                       nd-sla-time(ws-node-found)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE job-sla-file
           END-IF.

       convert-time-to-seconds.
           MOVE "N" TO ws-time-ok-flag.
           STRING ws-conv-time(1:2) ws-conv-time(4:2)
                  ws-conv-time(7:2)
                  DELIMITED BY SIZE INTO ws-time-digits.
           IF ws-time-digits IS NUMERIC
               MOVE ws-time-digits(1:2) TO ws-time-hh
               MOVE ws-time-digits(3:2) TO ws-time-mm
               MOVE ws-time-digits(5:2) TO ws-time-ss
               IF ws-time-hh < 24 AND ws-time-mm < 60
                  AND ws-time-ss < 60
                   COMPUTE ws-conv-secs =
                       (ws-time-hh * 3600) + (ws-time-mm * 60)
                       + ws-time-ss
                   MOVE "Y" TO ws-time-ok-flag
               END-IF
           END-IF.

       convert-secs-to-relative.
           IF ws-conv-secs >= 43200
               COMPUTE ws-conv-rel = ws-conv-secs - 43200
           ELSE
               COMPUTE ws-conv-rel = ws-conv-secs + 43200
           END-IF.

       load-history-averages.
           OPEN INPUT job-history-file.
           IF ws-hist-file-status = "00"
               MOVE "N" TO ws-hist-eof-flag
               PERFORM UNTIL hist-file-eof
                   READ job-history-file
                       AT END MOVE "Y" TO ws-hist-eof-flag
                       NOT AT END PERFORM tally-history-average
                   END-READ
               END-PERFORM
               CLOSE job-history-file
           END-IF.

       tally-history-average.
           IF (jh-status-code = "C" OR jh-status-code = "W")
              AND jh-run-date IS NUMERIC
               COMPUTE ws-hist-int =
                   FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL
                       (jh-run-date))
               COMPUTE ws-hist-age = ws-today-int - ws-hist-int
               IF ws-hist-age >= 1 AND ws-hist-age <= 30
                   MOVE jh-job-name TO ws-sched-job
                   MOVE jh-run-date TO ws-sched-date
                   PERFORM check-date-schedule
                   IF job-scheduled
                       PERFORM add-history-elapsed
                   END-IF
               END-IF
           END-IF.

       add-history-elapsed.
           MOVE jh-job-name TO ws-node-key.
           PERFORM find-node-entry.
           IF ws-node-found > 0
               MOVE jh-start-time TO ws-conv-time
               PERFORM convert-time-to-seconds
               IF time-value-ok
                   MOVE ws-conv-secs TO ws-hist-start-secs
                   MOVE jh-end-time TO ws-conv-time
                   PERFORM convert-time-to-seconds
               END-IF
               IF time-value-ok
                   MOVE ws-conv-secs TO ws-hist-end-secs
                   IF ws-hist-end-secs >= ws-hist-start-secs
                       COMPUTE ws-hist-elapsed =
                           ws-hist-end-secs - ws-hist-start-secs
                   ELSE
                       COMPUTE ws-hist-elapsed = ws-hist-end-secs
                           + 86400 - ws-hist-start-secs
                   END-IF
                   ADD ws-hist-elapsed TO nd-hist-secs(ws-node-found)
                   ADD 1 TO nd-hist-count(ws-node-found)
               END-IF
           END-IF.

       cost-each-job.
           MOVE 0 TO ws-node-index.
           PERFORM UNTIL ws-node-index >= ws-node-count
               ADD 1 TO ws-node-index
               IF nd-hist-count(ws-node-index) > 0
                   COMPUTE nd-cost-secs(ws-node-index) =
                       nd-hist-secs(ws-node-index)
                       / nd-hist-count(ws-node-index)
               END-IF
               IF nd-status-code(ws-node-index) = SPACE
                   MOVE nd-job-name(ws-node-index) TO ws-sched-job
                   MOVE ws-current-date TO ws-sched-date
                   PERFORM check-date-schedule
                   IF NOT job-scheduled
                       MOVE "N" TO nd-sched-flag(ws-node-index)
                       MOVE 0 TO nd-cost-secs(ws-node-index)
                   END-IF
               END-IF
           END-PERFORM.

       forward-pass.
           MOVE 0 TO ws-node-index.
           PERFORM UNTIL ws-node-index >= ws-node-count
               ADD 1 TO ws-node-index
               PERFORM set-initial-times
           END-PERFORM.
           MOVE 0 TO ws-pass-count.
           MOVE "Y" TO ws-changed-flag.
           PERFORM UNTIL NOT pass-changed
                      OR ws-pass-count > ws-node-count
               ADD 1 TO ws-pass-count
               MOVE "N" TO ws-changed-flag
               MOVE 0 TO ws-dep-index
               PERFORM UNTIL ws-dep-index >= ws-dep-count
                   ADD 1 TO ws-dep-index
                   MOVE dp-pred-index(ws-dep-index) TO ws-pred-index
                   MOVE dp-succ-index(ws-dep-index) TO ws-succ-index
                   IF nd-fixed-flag(ws-succ-index) = "N"
                      AND nd-early-finish(ws-pred-index) >
                          nd-early-start(ws-succ-index)
                       MOVE nd-early-finish(ws-pred-index)
                           TO nd-early-start(ws-succ-index)
                       COMPUTE nd-early-finish(ws-succ-index) =
                           nd-early-start(ws-succ-index)
                           + nd-cost-secs(ws-succ-index)
                       MOVE "Y" TO ws-changed-flag
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF pass-changed
               MOVE "Y" TO ws-cycle-flag
           END-IF.
           MOVE 0 TO ws-dep-index.
           PERFORM UNTIL ws-dep-index >= ws-dep-count
               ADD 1 TO ws-dep-index
               MOVE dp-pred-index(ws-dep-index) TO ws-pred-index
               MOVE dp-succ-index(ws-dep-index) TO ws-succ-index
               IF nd-crit-pred(ws-succ-index) = 0
                   MOVE ws-pred-index TO nd-crit-pred(ws-succ-index)
               ELSE
                   IF nd-early-finish(ws-pred-index) >
                      nd-early-finish(nd-crit-pred(ws-succ-index))
                       MOVE ws-pred-index
                           TO nd-crit-pred(ws-succ-index)
                   END-IF
               END-IF
           END-PERFORM.

       set-initial-times.
           MOVE ws-now-rel TO nd-early-start(ws-node-index).
           COMPUTE nd-early-finish(ws-node-index) =
               ws-now-rel + nd-cost-secs(ws-node-index).
           EVALUATE nd-status-code(ws-node-index)
               WHEN "C"
               WHEN "W"
                   MOVE "Y" TO nd-fixed-flag(ws-node-index)
                   MOVE ws-now-rel TO nd-early-finish(ws-node-index)
                   MOVE nd-start-time(ws-node-index) TO ws-conv-time
                   PERFORM convert-time-to-seconds
                   IF time-value-ok
                       MOVE ws-conv-secs TO ws-hist-start-secs
                       PERFORM convert-secs-to-relative
                       MOVE ws-conv-rel
                           TO nd-early-start(ws-node-index)
                       MOVE nd-end-time(ws-node-index)
                           TO ws-conv-time
                       PERFORM convert-time-to-seconds
                   END-IF
                   IF time-value-ok
                       IF ws-conv-secs >= ws-hist-start-secs
                           COMPUTE ws-elapsed-secs =
                               ws-conv-secs - ws-hist-start-secs
                       ELSE
                           COMPUTE ws-elapsed-secs = ws-conv-secs
                               + 86400 - ws-hist-start-secs
                       END-IF
                       COMPUTE nd-early-finish(ws-node-index) =
                           nd-early-start(ws-node-index)
                           + ws-elapsed-secs
                   END-IF
               WHEN "R"
                   MOVE "Y" TO nd-fixed-flag(ws-node-index)
                   MOVE nd-start-time(ws-node-index) TO ws-conv-time
                   PERFORM convert-time-to-seconds
                   IF time-value-ok
                       PERFORM convert-secs-to-relative
                       MOVE ws-conv-rel
                           TO nd-early-start(ws-node-index)
                       COMPUTE nd-early-finish(ws-node-index) =
                           ws-conv-rel + nd-cost-secs(ws-node-index)
                       IF nd-early-finish(ws-node-index) < ws-now-rel
                           MOVE ws-now-rel
                               TO nd-early-finish(ws-node-index)
                       END-IF
                   END-IF
           END-EVALUATE.

       backward-pass.
           MOVE 0 TO ws-project-finish.
           MOVE 0 TO ws-last-node.
           MOVE 0 TO ws-root-count.
           MOVE 0 TO ws-final-count.
           MOVE 0 TO ws-node-index.
           PERFORM UNTIL ws-node-index >= ws-node-count
               ADD 1 TO ws-node-index
               IF nd-pred-count(ws-node-index) = 0
                   ADD 1 TO ws-root-count
               END-IF
               IF nd-succ-count(ws-node-index) = 0
                   ADD 1 TO ws-final-count
                   IF nd-early-finish(ws-node-index) >
                      ws-project-finish
                       MOVE nd-early-finish(ws-node-index)
                           TO ws-project-finish
                       MOVE ws-node-index TO ws-last-node
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 0 TO ws-node-index.
           PERFORM UNTIL ws-node-index >= ws-node-count
               ADD 1 TO ws-node-index
               IF nd-sla-end(ws-node-index) < 9999999
                   MOVE nd-sla-end(ws-node-index)
                       TO nd-late-finish(ws-node-index)
               ELSE
                   IF nd-succ-count(ws-node-index) = 0
                       MOVE ws-project-finish
                           TO nd-late-finish(ws-node-index)
                   ELSE
                       MOVE 9999999 TO nd-late-finish(ws-node-index)
                   END-IF
               END-IF
               COMPUTE nd-late-start(ws-node-index) =
                   nd-late-finish(ws-node-index)
                   - nd-cost-secs(ws-node-index)
           END-PERFORM.
           MOVE 0 TO ws-pass-count.
           MOVE "Y" TO ws-changed-flag.
           PERFORM UNTIL NOT pass-changed
                      OR ws-pass-count > ws-node-count
               ADD 1 TO ws-pass-count
               MOVE "N" TO ws-changed-flag
               MOVE 0 TO ws-dep-index
               PERFORM UNTIL ws-dep-index >= ws-dep-count
                   ADD 1 TO ws-dep-index
                   MOVE dp-pred-index(ws-dep-index) TO ws-pred-index
                   MOVE dp-succ-index(ws-dep-index) TO ws-succ-index
                   IF nd-late-start(ws-succ-index) <
                      nd-late-finish(ws-pred-index)
                       MOVE nd-late-start(ws-succ-index)
                           TO nd-late-finish(ws-pred-index)
                       COMPUTE nd-late-start(ws-pred-index) =
                           nd-late-finish(ws-pred-index)
                           - nd-cost-secs(ws-pred-index)
                       MOVE "Y" TO ws-changed-flag
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE 0 TO ws-node-index.
           PERFORM UNTIL ws-node-index >= ws-node-count
               ADD 1 TO ws-node-index
               IF nd-status-code(ws-node-index) = "C"
                  OR nd-status-code(ws-node-index) = "W"
                   MOVE 9999999 TO nd-slack-secs(ws-node-index)
               ELSE
                   COMPUTE nd-slack-secs(ws-node-index) =
                       nd-late-finish(ws-node-index)
                       - nd-early-finish(ws-node-index)
               END-IF
           END-PERFORM.

       trace-critical-path.
           MOVE 0 TO ws-path-count.
           MOVE ws-last-node TO ws-node-index.
           PERFORM UNTIL ws-node-index = 0
                      OR ws-path-count >= ws-node-count
               ADD 1 TO ws-path-count
               MOVE ws-node-index TO pt-node-index(ws-path-count)
               MOVE "Y" TO nd-path-flag(ws-node-index)
               MOVE nd-crit-pred(ws-node-index) TO ws-node-index
               IF ws-node-index > 0
                   IF nd-path-flag(ws-node-index) = "Y"
                       MOVE 0 TO ws-node-index
                   END-IF
               END-IF
           END-PERFORM.

       format-clock-time.
           COMPUTE ws-clock-secs = ws-clock-rel + 43200.
           IF ws-clock-secs >= 86400
               SUBTRACT 86400 FROM ws-clock-secs
           END-IF.
           IF ws-clock-secs >= 86400
               SUBTRACT 86400 FROM ws-clock-secs
           END-IF.
           COMPUTE ws-clock-hh = ws-clock-secs / 3600.
           COMPUTE ws-clock-mm =
               (ws-clock-secs - (ws-clock-hh * 3600)) / 60.
           COMPUTE ws-clock-ss = ws-clock-secs
               - (ws-clock-hh * 3600) - (ws-clock-mm * 60).
           MOVE SPACES TO ws-clock-text.
           STRING ws-clock-hh ":" ws-clock-mm ":" ws-clock-ss
               DELIMITED BY SIZE INTO ws-clock-text.
           IF ws-clock-rel >= 86400
               MOVE "+1" TO ws-clock-text(9:2)
           END-IF.

       set-state-text.
           IF nd-sched-flag(ws-node-index) = "N"
               MOVE "NS" TO ws-state-text
           ELSE
               IF nd-status-code(ws-node-index) = SPACE
                   MOVE "-" TO ws-state-text
               ELSE
                   MOVE nd-status-code(ws-node-index) TO ws-state-text
               END-IF
           END-IF.

       write-critpath-report.
           OPEN OUTPUT critpath-report-file.
           IF ws-rpt-file-status NOT = "00"
               DISPLAY "CRITPATH.RPT OPEN FAILED " ws-rpt-file-status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO ws-report-line.
           STRING "CRITICAL PATH AND COMPLETION FORECAST  RUN DATE "
                  ws-current-date(1:4) "-" ws-current-date(5:2) "-"
                  ws-current-date(7:2) "  AS AT "
                  ws-time-now(1:2) ":" ws-time-now(3:2) ":"
                  ws-time-now(5:2)
                  DELIMITED BY SIZE INTO ws-report-line.
           PERFORM write-report-line.
           MOVE SPACES TO ws-report-line.
           PERFORM write-report-line.
           MOVE ws-node-count TO ws-count-disp.
           MOVE ws-root-count TO ws-count-disp2.
           MOVE ws-final-count TO ws-count-disp3.
           MOVE ws-dep-count TO ws-count-disp4.
           STRING "JOBS " ws-count-disp "  ROOTS " ws-count-disp2
                  "  FINAL JOBS " ws-count-disp3
                  "  DEPENDENCIES " ws-count-disp4
                  DELIMITED BY SIZE INTO ws-report-line.
           PERFORM write-report-line.
           IF dep-cycle-found
               MOVE "JOBDEP.DAT CONTAINS A CYCLE - FORECAST UNRELIABLE"
                   TO ws-report-line
               PERFORM write-report-line
           END-IF.
           MOVE SPACES TO ws-report-line.
           PERFORM write-report-line.
           IF ws-last-node = 0
               MOVE "NO JOBS FOUND ON JOBDEP.DAT OR JOBSTAT.DAT"
                   TO ws-report-line
               PERFORM write-report-line
           ELSE
               PERFORM write-critical-path-section
               PERFORM write-final-job-section
               PERFORM write-slack-section
           END-IF.
           CLOSE critpath-report-file.
           MOVE ws-project-finish TO ws-clock-rel.
           PERFORM format-clock-time.
           DISPLAY "FORECAST BATCH COMPLETION " ws-clock-text.
           DISPLAY "CRITICAL PATH REPORT WRITTEN TO CRITPATH.RPT".

       write-critical-path-section.
           MOVE "CRITICAL PATH (CHAIN DRIVING THE LATEST FINISH)"
               TO ws-report-line.
           PERFORM write-report-line.
           MOVE SPACES TO ws-report-line.
           STRING "  SEQ  JOB NAME              ST  START       "
                  "FINISH      AVG MIN"
                  DELIMITED BY SIZE INTO ws-report-line.
           PERFORM write-report-line.
           MOVE ws-path-count TO ws-path-index.
           PERFORM UNTIL ws-path-index = 0
               MOVE pt-node-index(ws-path-index) TO ws-node-index
               COMPUTE ws-seq-disp = ws-path-count - ws-path-index + 1
               PERFORM set-state-text
               MOVE nd-early-start(ws-node-index) TO ws-clock-rel
               PERFORM format-clock-time
               MOVE ws-clock-text TO ws-start-text
               MOVE nd-early-finish(ws-node-index) TO ws-clock-rel
               PERFORM format-clock-time
               MOVE ws-clock-text TO ws-finish-text
               COMPUTE ws-avg-mins = nd-cost-secs(ws-node-index) / 60
               MOVE ws-avg-mins TO ws-avg-disp
               MOVE SPACES TO ws-report-line
               STRING " " ws-seq-disp "  " nd-job-name(ws-node-index)
                      "  " ws-state-text "  " ws-start-text
                      "  " ws-finish-text "  " ws-avg-disp
                      DELIMITED BY SIZE INTO ws-report-line
               PERFORM write-report-line
               SUBTRACT 1 FROM ws-path-index
           END-PERFORM.
           MOVE SPACES TO ws-report-line.
           PERFORM write-report-line.

       write-final-job-section.
           MOVE "FINAL JOB FORECAST AGAINST JOBSLA END TIME"
               TO ws-report-line.
           PERFORM write-report-line.
           MOVE SPACES TO ws-report-line.
           STRING " JOB NAME              ST  FORECAST    SLA END     "
                  "MARGIN MIN  OUTCOME"
                  DELIMITED BY SIZE INTO ws-report-line.
           PERFORM write-report-line.
           MOVE 0 TO ws-node-index.
           PERFORM UNTIL ws-node-index >= ws-node-count
               ADD 1 TO ws-node-index
               IF nd-succ-count(ws-node-index) = 0
                  AND (nd-pred-count(ws-node-index) > 0
                       OR nd-sla-end(ws-node-index) < 9999999)
                   PERFORM write-final-job-line
               END-IF
           END-PERFORM.
           MOVE SPACES TO ws-report-line.
           PERFORM write-report-line.

       write-final-job-line.
           PERFORM set-state-text.
           MOVE nd-early-finish(ws-node-index) TO ws-clock-rel.
           PERFORM format-clock-time.
           MOVE ws-clock-text TO ws-finish-text.
           MOVE SPACES TO ws-late-text.
           MOVE SPACES TO ws-margin-text.
           IF nd-sla-end(ws-node-index) < 9999999
               MOVE nd-sla-time(ws-node-index) TO ws-late-text
               COMPUTE ws-margin-secs = nd-sla-end(ws-node-index)
                   - nd-early-finish(ws-node-index)
               COMPUTE ws-margin-mins = ws-margin-secs / 60
               MOVE ws-margin-mins TO ws-margin-disp
               MOVE ws-margin-disp TO ws-margin-text
               IF ws-margin-secs < 0
                   IF nd-status-code(ws-node-index) = "C"
                      OR nd-status-code(ws-node-index) = "W"
                       MOVE "DONE LATE" TO ws-outcome-text
                   ELSE
                       MOVE "WILL MISS" TO ws-outcome-text
                   END-IF
               ELSE
                   IF nd-status-code(ws-node-index) = "C"
                      OR nd-status-code(ws-node-index) = "W"
                       MOVE "DONE" TO ws-outcome-text
                   ELSE
                       MOVE "ON TIME" TO ws-outcome-text
                   END-IF
               END-IF
           ELSE
               MOVE "NO SLA" TO ws-outcome-text
           END-IF.
           MOVE SPACES TO ws-report-line.
           STRING " " nd-job-name(ws-node-index) "  " ws-state-text
                  "  " ws-finish-text "  " ws-late-text
                  "  " ws-margin-text "      " ws-outcome-text
                  DELIMITED BY SIZE INTO ws-report-line.
           PERFORM write-report-line.

       write-slack-section.
           MOVE 0 TO ws-order-count.
           MOVE 0 TO ws-node-index.
           PERFORM UNTIL ws-node-index >= ws-node-count
               ADD 1 TO ws-node-index
               ADD 1 TO ws-order-count
               MOVE ws-node-index TO or-node-index(ws-order-count)
           END-PERFORM.
           PERFORM sort-by-slack.
           MOVE "SLACK BY JOB (LEAST FIRST, * = ON CRITICAL PATH)"
               TO ws-report-line.
           PERFORM write-report-line.
           MOVE SPACES TO ws-report-line.
           STRING " JOB NAME              ST  EST START   EST FINISH  "
                  "SLACK MIN"
                  DELIMITED BY SIZE INTO ws-report-line.
           PERFORM write-report-line.
           MOVE 0 TO ws-order-index.
           PERFORM UNTIL ws-order-index >= ws-order-count
               ADD 1 TO ws-order-index
               MOVE or-node-index(ws-order-index) TO ws-node-index
               PERFORM write-slack-line
           END-PERFORM.

       sort-by-slack.
           MOVE 0 TO ws-order-index.
           PERFORM UNTIL ws-order-index >= ws-order-count
               ADD 1 TO ws-order-index
               MOVE ws-order-index TO ws-order-scan
               PERFORM UNTIL ws-order-scan >= ws-order-count
                   ADD 1 TO ws-order-scan
                   IF nd-slack-secs(or-node-index(ws-order-scan)) <
                      nd-slack-secs(or-node-index(ws-order-index))
                       MOVE or-node-index(ws-order-index)
                           TO ws-order-hold
                       MOVE or-node-index(ws-order-scan)
                           TO or-node-index(ws-order-index)
                       MOVE ws-order-hold
                           TO or-node-index(ws-order-scan)
                   END-IF
               END-PERFORM
           END-PERFORM.

       write-slack-line.
           PERFORM set-state-text.
           MOVE nd-early-start(ws-node-index) TO ws-clock-rel.
           PERFORM format-clock-time.
           MOVE ws-clock-text TO ws-start-text.
           MOVE nd-early-finish(ws-node-index) TO ws-clock-rel.
           PERFORM format-clock-time.
           MOVE ws-clock-text TO ws-finish-text.
           IF nd-path-flag(ws-node-index) = "Y"
               MOVE "*" TO ws-crit-text
           ELSE
               MOVE SPACES TO ws-crit-text
           END-IF.
           MOVE SPACES TO ws-report-line.
           IF nd-status-code(ws-node-index) = "C"
              OR nd-status-code(ws-node-index) = "W"
               STRING " " nd-job-name(ws-node-index) "  "
                      ws-state-text "  " ws-start-text "  "
                      ws-finish-text "    DONE " ws-crit-text
                      DELIMITED BY SIZE INTO ws-report-line
           ELSE
               COMPUTE ws-margin-mins =
                   nd-slack-secs(ws-node-index) / 60
               MOVE ws-margin-mins TO ws-margin-disp
               STRING " " nd-job-name(ws-node-index) "  "
                      ws-state-text "  " ws-start-text "  "
                      ws-finish-text "  " ws-margin-disp " "
                      ws-crit-text
                      DELIMITED BY SIZE INTO ws-report-line
           END-IF.
           PERFORM write-report-line.

       write-report-line.
           MOVE ws-report-line TO critpath-report-line.
           WRITE critpath-report-line.

       load-calendar-table.
           MOVE 0 TO ws-holiday-count.
           MOVE 0 TO ws-freq-count.
           MOVE "Y" TO ws-sat-run-flag.
           MOVE "Y" TO ws-sun-run-flag.
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

       check-date-schedule.
           MOVE "Y" TO ws-sched-flag.
           IF ws-sched-date IS NUMERIC
               COMPUTE ws-sched-int =
                   FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL
                       (ws-sched-date))
               COMPUTE ws-sched-dow =
                   FUNCTION MOD(ws-sched-int - 1, 7) + 1
               COMPUTE ws-sched-next =
                   FUNCTION DATE-OF-INTEGER(ws-sched-int + 1)
               MOVE "N" TO ws-sched-mend-flag
               IF ws-sched-next(5:2) NOT = ws-sched-date(5:2)
                   MOVE "Y" TO ws-sched-mend-flag
               END-IF
               MOVE "N" TO ws-sched-holiday-flag
               MOVE 0 TO ws-holiday-index
               PERFORM UNTIL ws-holiday-index >= ws-holiday-count
                   ADD 1 TO ws-holiday-index
                   IF hd-date(ws-holiday-index) = ws-sched-date
                       MOVE "Y" TO ws-sched-holiday-flag
                   END-IF
               END-PERFORM
               MOVE 0 TO ws-freq-found
               MOVE 0 TO ws-freq-index
               PERFORM UNTIL ws-freq-index >= ws-freq-count
                          OR ws-freq-found > 0
                   ADD 1 TO ws-freq-index
                   IF fq-job-name(ws-freq-index) = ws-sched-job
                       MOVE ws-freq-index TO ws-freq-found
                   END-IF
               END-PERFORM
               IF ws-freq-found > 0
                   EVALUATE fq-freq-code(ws-freq-found)
                       WHEN "W"
                           IF ws-sched-dow > 5
                              OR ws-sched-holiday-flag = "Y"
                               MOVE "N" TO ws-sched-flag
                           END-IF
                       WHEN "S"
                           IF fq-day-num(ws-freq-found) NOT =
                              ws-sched-dow
                              OR ws-sched-holiday-flag = "Y"
                               MOVE "N" TO ws-sched-flag
                           END-IF
                       WHEN "M"
                           IF ws-sched-mend-flag NOT = "Y"
                              OR ws-sched-holiday-flag = "Y"
                               MOVE "N" TO ws-sched-flag
                           END-IF
                       WHEN OTHER
                           PERFORM check-processing-day
                   END-EVALUATE
               ELSE
                   PERFORM check-processing-day
               END-IF
           END-IF.

       check-processing-day.
           IF ws-sched-dow = 6 AND ws-sat-run-flag NOT = "Y"
               MOVE "N" TO ws-sched-flag
           END-IF.
           IF ws-sched-dow = 7 AND ws-sun-run-flag NOT = "Y"
               MOVE "N" TO ws-sched-flag
           END-IF.
           IF ws-sched-holiday-flag = "Y"
               MOVE "N" TO ws-sched-flag
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
