           SELECT calendar-file ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-cal-file-status.
           SELECT rc-rules-file ASSIGN TO "RCRULES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-rcr-file-status.

       DATA DIVISION.
       FILE SECTION.
           05 cf-freq-code        PIC X(01).
           05 cf-day-num          PIC X(01).

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
       01 ws-warn-count   PIC 9(04) VALUE 0.
       01 ws-ok-count     PIC 9(04) VALUE 0.

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

       01 ws-trend-count   PIC 9(04) VALUE 0.
       01 ws-trend-index   PIC 9(04) VALUE 0.
       01 ws-trend-found   PIC 9(04) VALUE 0.
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL
                   (ws-current-date)).
           PERFORM load-calendar-table.
           PERFORM load-rc-rules.
           PERFORM load-detail-table.
           PERFORM archive-tonight-extract.
           PERFORM load-history-averages.
           PERFORM write-trend-report.
               IF ws-hist-file-status NOT = "00"
                   DISPLAY "JOBHIST.DAT OPEN FAILED "
                       ws-hist-file-status
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
               CLOSE job-history-file
               MOVE ws-archived-count TO ws-count-disp
               DISPLAY "ARCHIVED " ws-count-disp " RECORDS"
               IF ws-warn-count > 0 OR ws-ok-count > 0
                   MOVE ws-warn-count TO ws-count-disp
                   DISPLAY "  RC TOLERANCE - " ws-count-disp
                       " ERROR(S) ARCHIVED AS WARNING"
                   MOVE ws-ok-count TO ws-count-disp
                   DISPLAY "  RC TOLERANCE - " ws-count-disp
                       " ERROR(S) ARCHIVED AS COMPLETE"
               END-IF
           END-IF.

       load-detail-table.
           MOVE 0 TO ws-detail-count.
           OPEN INPUT job-status-file.
           IF ws-job-file-status = "00"
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
                   END-READ
               END-PERFORM
               CLOSE job-status-file
           END-IF.

       find-detail-entry.
           MOVE 0 TO ws-detail-found.
           MOVE 0 TO ws-detail-index.
           PERFORM UNTIL ws-detail-index >= ws-detail-count
               ADD 1 TO ws-detail-index
               IF dt-job-name(ws-detail-index) = js-job-name
                   MOVE ws-detail-index TO ws-detail-found
               END-IF
           END-PERFORM.

       check-already-archived.
           MOVE "N" TO ws-archived-flag.
           OPEN INPUT job-history-file.
           END-IF.

       archive-status-record.
           MOVE js-status-code TO ws-rc-class.
           IF js-status-code = "E" AND ws-rcrule-count > 0
               PERFORM find-detail-entry
               IF ws-detail-found > 0
                   MOVE js-job-name TO ws-rc-job
                   MOVE dt-return-code(ws-detail-found) TO ws-rc-code
                   MOVE dt-abend-code(ws-detail-found) TO ws-rc-abend
                   PERFORM classify-return-code
               END-IF
           END-IF.
           IF NOT tonight-already-archived
               MOVE ws-current-date TO jh-run-date
               MOVE js-job-name TO jh-job-name
               MOVE ws-rc-class TO jh-status-code
               EVALUATE TRUE
                   WHEN js-status-code = "E" AND ws-rc-class = "W"
                       ADD 1 TO ws-warn-count
                   WHEN js-status-code = "E" AND ws-rc-class = "C"
                       ADD 1 TO ws-ok-count
               END-EVALUATE
               MOVE js-start-time TO jh-start-time
               MOVE js-end-time TO jh-end-time
               WRITE job-history-record
               ADD 1 TO ws-archived-count
           END-IF.
           MOVE js-job-name TO ws-tally-name.
           MOVE ws-rc-class TO ws-tally-status.
           MOVE js-start-time TO ws-tally-start.
           MOVE js-end-time TO ws-tally-end.
           PERFORM note-tonight-elapsed.
                   MOVE 0 TO wt-hist-count(ws-trend-found)
               END-IF
           END-IF.
           IF ws-trend-found > 0
              AND (ws-tally-status = "C" OR ws-tally-status = "W")
               PERFORM compute-elapsed-seconds
               IF time-value-ok
                   MOVE ws-elapsed-secs
           END-IF.

       tally-history-record.
           IF (jh-status-code = "C" OR jh-status-code = "W")
              AND jh-run-date IS NUMERIC
              AND jh-run-date NOT = ws-current-date
               COMPUTE ws-hist-int =
           OPEN OUTPUT trend-report-file.
           IF ws-rpt-file-status NOT = "00"
               DISPLAY "JOBTREND.RPT OPEN FAILED " ws-rpt-file-status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO ws-report-line.
               MOVE ws-report-line TO trend-report-line
               WRITE trend-report-line
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
