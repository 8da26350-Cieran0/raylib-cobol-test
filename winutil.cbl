       IDENTIFICATION DIVISION.
       PROGRAM-ID. winutil.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT job-history-file ASSIGN TO DYNAMIC ws-hist-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-hist-file-status.
           SELECT job-sla-file ASSIGN TO "JOBSLA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-sla-file-status.
           SELECT calendar-file ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-cal-file-status.
           SELECT winutil-report-file ASSIGN TO "WINUTIL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-rpt-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD  job-history-file.
       01  job-history-record.
           05 jh-run-date         PIC X(08).
           05 jh-job-name         PIC X(20).
           05 jh-status-code      PIC X(01).
           05 jh-start-time       PIC X(08).
           05 jh-end-time         PIC X(08).

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

       FD  winutil-report-file.
       01  winutil-report-line    PIC X(80).

       WORKING-STORAGE SECTION.
       01 ws-hist-file-status    PIC X(02) VALUE SPACES.
       01 ws-sla-file-status     PIC X(02) VALUE SPACES.
       01 ws-cal-file-status     PIC X(02) VALUE SPACES.
       01 ws-rpt-file-status     PIC X(02) VALUE SPACES.

       01 ws-hist-eof-flag PIC X(01) VALUE "N".
           88 hist-file-eof VALUE "Y".
       01 ws-sla-eof-flag PIC X(01) VALUE "N".
           88 sla-file-eof VALUE "Y".
       01 ws-cal-eof-flag PIC X(01) VALUE "N".
           88 cal-file-eof VALUE "Y".

       01 ws-current-date  PIC X(08) VALUE SPACES.
       01 ws-from-date     PIC X(08) VALUE SPACES.
       01 ws-to-date       PIC X(08) VALUE SPACES.
       01 ws-date-9        PIC 9(08) VALUE 0.
       01 ws-from-int      PIC 9(07) VALUE 0.
       01 ws-to-int        PIC 9(07) VALUE 0.
       01 ws-hist-int      PIC 9(07) VALUE 0.
       01 ws-day-span      PIC 9(04) VALUE 0.
       01 ws-hist-name     PIC X(30) VALUE SPACES.
       01 ws-scan-yyyy     PIC 9(04) VALUE 0.
       01 ws-scan-mm       PIC 9(02) VALUE 0.
       01 ws-scan-month    PIC X(06) VALUE SPACES.
       01 ws-end-month     PIC X(06) VALUE SPACES.
       01 ws-date-ok-flag  PIC X(01) VALUE "Y".
           88 date-range-ok VALUE "Y".

       01 ws-conv-time     PIC X(08) VALUE SPACES.
       01 ws-conv-secs     PIC 9(06) VALUE 0.
       01 ws-conv-rel      PIC 9(07) VALUE 0.
       01 ws-time-digits   PIC X(06) VALUE SPACES.
       01 ws-time-hh       PIC 9(02) VALUE 0.
       01 ws-time-mm       PIC 9(02) VALUE 0.
       01 ws-time-ss       PIC 9(02) VALUE 0.
       01 ws-time-ok-flag  PIC X(01) VALUE "N".
           88 time-value-ok VALUE "Y".

       01 ws-day-index PIC 9(04) VALUE 0.
       01 ws-day-table.
           05 ws-day-entry OCCURS 366 TIMES.
              10 dy-date          PIC X(08).
              10 dy-proc-flag     PIC X(01).
              10 dy-run-count     PIC 9(04).
              10 dy-last-end      PIC 9(07).
              10 dy-slot-count    PIC 9(03) OCCURS 96 TIMES.

       01 ws-slot-index PIC 9(03) VALUE 0.
       01 ws-slot-found PIC 9(03) VALUE 0.
       01 ws-slot-table.
           05 ws-slot-entry OCCURS 96 TIMES.
              10 sl-total-count   PIC 9(07).
              10 sl-peak-count    PIC 9(03).
              10 sl-avg-count     PIC 9(03)V9.
              10 sl-pick-flag     PIC X(01).
       01 ws-first-slot  PIC 9(03) VALUE 0.
       01 ws-last-slot   PIC 9(03) VALUE 0.
       01 ws-active-first PIC 9(03) VALUE 0.
       01 ws-active-last  PIC 9(03) VALUE 0.
       01 ws-quiet-first  PIC 9(03) VALUE 0.
       01 ws-quiet-count  PIC 9(03) VALUE 0.
       01 ws-max-peak     PIC 9(03) VALUE 0.
       01 ws-max-avg      PIC 9(03)V9 VALUE 0.
       01 ws-busy-count   PIC 9(02) VALUE 0.
       01 ws-busy-limit   PIC 9(02) VALUE 10.

       01 ws-sla-count PIC 9(03) VALUE 0.
       01 ws-sla-index PIC 9(03) VALUE 0.
       01 ws-sla-found PIC 9(03) VALUE 0.
       01 ws-sla-table.
           05 ws-sla-entry OCCURS 200 TIMES.
              10 dl-job-name      PIC X(20).
              10 dl-end-rel       PIC 9(07).
              10 dl-run-count     PIC 9(04).
              10 dl-end-total     PIC 9(09).
              10 dl-latest-end    PIC 9(07).
              10 dl-gap-total     PIC S9(09).
              10 dl-gap-least     PIC S9(07).
              10 dl-late-count    PIC 9(04).
       01 ws-latest-deadline PIC 9(07) VALUE 0.

       01 ws-order-count PIC 9(03) VALUE 0.
       01 ws-order-index PIC 9(03) VALUE 0.
       01 ws-order-scan  PIC 9(03) VALUE 0.
       01 ws-order-hold  PIC 9(03) VALUE 0.
       01 ws-order-table.
           05 ws-order-entry OCCURS 200 TIMES.
              10 or-sla-index     PIC 9(03).

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

       01 ws-run-start    PIC 9(07) VALUE 0.
       01 ws-run-end      PIC 9(07) VALUE 0.
       01 ws-gap-secs     PIC S9(07) VALUE 0.
       01 ws-days-used    PIC 9(04) VALUE 0.
       01 ws-days-nonproc PIC 9(04) VALUE 0.
       01 ws-days-nohist  PIC 9(04) VALUE 0.
       01 ws-runs-counted PIC 9(07) VALUE 0.
       01 ws-runs-nonproc PIC 9(07) VALUE 0.
       01 ws-runs-notime  PIC 9(07) VALUE 0.
       01 ws-last-end-total PIC 9(09) VALUE 0.
       01 ws-last-end-max   PIC 9(07) VALUE 0.
       01 ws-last-end-avg   PIC 9(07) VALUE 0.

       01 ws-clock-rel    PIC 9(07) VALUE 0.
       01 ws-clock-secs   PIC 9(07) VALUE 0.
       01 ws-clock-text   PIC X(10) VALUE SPACES.
       01 ws-clock-hh     PIC 9(02) VALUE 0.
       01 ws-clock-mm     PIC 9(02) VALUE 0.
       01 ws-clock-ss     PIC 9(02) VALUE 0.
       01 ws-start-text   PIC X(10) VALUE SPACES.
       01 ws-finish-text  PIC X(10) VALUE SPACES.
       01 ws-late-text    PIC X(10) VALUE SPACES.
       01 ws-margin-mins  PIC S9(05) VALUE 0.
       01 ws-margin-disp  PIC -(5)9.
       01 ws-margin-disp2 PIC -(5)9.
       01 ws-pct-long     PIC 9(03) VALUE 0.
       01 ws-pct-disp     PIC ZZ9.
       01 ws-avg-disp     PIC ZZ9.9.
       01 ws-peak-disp    PIC ZZ9.
       01 ws-count-disp   PIC ZZZ9.
       01 ws-count-disp2  PIC ZZZ9.
       01 ws-count-disp3  PIC ZZZ9.
       01 ws-runs-disp    PIC ZZZZZZ9.
       01 ws-bar-len      PIC 9(02) VALUE 0.
       01 ws-bar-text     PIC X(30) VALUE SPACES.
       01 ws-report-line  PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       main.
           ACCEPT ws-current-date FROM DATE YYYYMMDD.
           DISPLAY "TO DATE (YYYYMMDD, BLANK = TODAY): "
               WITH NO ADVANCING.
           ACCEPT ws-to-date.
           DISPLAY "FROM DATE (YYYYMMDD, BLANK = 30 DAYS TO TO DATE): "
               WITH NO ADVANCING.
           ACCEPT ws-from-date.
           PERFORM validate-date-range.
           IF NOT date-range-ok
               DISPLAY "BAD DATE RANGE - REPORT NOT PRODUCED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM load-calendar-table.
           PERFORM build-day-table.
           PERFORM load-sla-table.
           PERFORM load-history-runs.
           PERFORM summarise-slots.
           PERFORM write-winutil-report.
           STOP RUN.

       validate-date-range.
           MOVE "Y" TO ws-date-ok-flag.
           IF ws-to-date = SPACES
               MOVE ws-current-date TO ws-to-date
           END-IF.
           IF ws-to-date IS NUMERIC
               MOVE ws-to-date TO ws-date-9
               IF FUNCTION TEST-DATE-YYYYMMDD(ws-date-9) NOT = 0
                   MOVE "N" TO ws-date-ok-flag
               ELSE
                   COMPUTE ws-to-int =
                       FUNCTION INTEGER-OF-DATE(ws-date-9)
               END-IF
           ELSE
               MOVE "N" TO ws-date-ok-flag
           END-IF.
           IF date-range-ok AND ws-from-date = SPACES
               COMPUTE ws-date-9 =
                   FUNCTION DATE-OF-INTEGER(ws-to-int - 29)
               MOVE ws-date-9 TO ws-from-date
           END-IF.
           IF date-range-ok
               IF ws-from-date IS NUMERIC
                   MOVE ws-from-date TO ws-date-9
                   IF FUNCTION TEST-DATE-YYYYMMDD(ws-date-9) NOT = 0
                       MOVE "N" TO ws-date-ok-flag
                   ELSE
                       COMPUTE ws-from-int =
                           FUNCTION INTEGER-OF-DATE(ws-date-9)
                   END-IF
               ELSE
                   MOVE "N" TO ws-date-ok-flag
               END-IF
           END-IF.
           IF date-range-ok
               IF ws-from-int > ws-to-int
                   MOVE "N" TO ws-date-ok-flag
               ELSE
                   COMPUTE ws-day-span = ws-to-int - ws-from-int + 1
                   IF ws-day-span > 366
                       MOVE "N" TO ws-date-ok-flag
                   END-IF
               END-IF
           END-IF.

       build-day-table.
           MOVE 0 TO ws-day-index.
           PERFORM UNTIL ws-day-index >= ws-day-span
               ADD 1 TO ws-day-index
               COMPUTE ws-date-9 = FUNCTION DATE-OF-INTEGER
                   (ws-from-int + ws-day-index - 1)
               MOVE ws-date-9 TO dy-date(ws-day-index)
               MOVE SPACES TO ws-sched-job
               MOVE dy-date(ws-day-index) TO ws-sched-date
               PERFORM check-date-schedule
               MOVE ws-sched-flag TO dy-proc-flag(ws-day-index)
               MOVE 0 TO dy-run-count(ws-day-index)
               MOVE 0 TO dy-last-end(ws-day-index)
               MOVE 0 TO ws-slot-index
               PERFORM UNTIL ws-slot-index >= 96
                   ADD 1 TO ws-slot-index
                   MOVE 0 TO dy-slot-count(ws-day-index, ws-slot-index)
               END-PERFORM
           END-PERFORM.

       load-sla-table.
           MOVE 0 TO ws-sla-count.
           MOVE 0 TO ws-latest-deadline.
           OPEN INPUT job-sla-file.
           IF ws-sla-file-status = "00"
               MOVE "N" TO ws-sla-eof-flag
               PERFORM UNTIL sla-file-eof
                   READ job-sla-file
                       AT END MOVE "Y" TO ws-sla-eof-flag
                       NOT AT END
                           IF sla-job-name NOT = SPACES
                              AND ws-sla-count < 200
                               PERFORM store-sla-deadline
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE job-sla-file
           END-IF.

       store-sla-deadline.
           MOVE sla-expected-end TO ws-conv-time.
           PERFORM convert-time-to-seconds.
           IF time-value-ok
               PERFORM convert-secs-to-relative
               ADD 1 TO ws-sla-count
               MOVE sla-job-name TO dl-job-name(ws-sla-count)
               MOVE ws-conv-rel TO dl-end-rel(ws-sla-count)
               MOVE 0 TO dl-run-count(ws-sla-count)
               MOVE 0 TO dl-end-total(ws-sla-count)
               MOVE 0 TO dl-latest-end(ws-sla-count)
               MOVE 0 TO dl-gap-total(ws-sla-count)
               MOVE 9999999 TO dl-gap-least(ws-sla-count)
               MOVE 0 TO dl-late-count(ws-sla-count)
               IF ws-conv-rel > ws-latest-deadline
                   MOVE ws-conv-rel TO ws-latest-deadline
               END-IF
           END-IF.

       find-sla-entry.
           MOVE 0 TO ws-sla-found.
           MOVE 0 TO ws-sla-index.
           PERFORM UNTIL ws-sla-index >= ws-sla-count
                      OR ws-sla-found > 0
               ADD 1 TO ws-sla-index
               IF dl-job-name(ws-sla-index) = jh-job-name
                   MOVE ws-sla-index TO ws-sla-found
               END-IF
           END-PERFORM.

       load-history-runs.
           MOVE ws-from-date(1:4) TO ws-scan-yyyy.
           MOVE ws-from-date(5:2) TO ws-scan-mm.
           MOVE ws-current-date(1:6) TO ws-end-month.
           IF ws-to-date(1:6) > ws-end-month
               MOVE ws-to-date(1:6) TO ws-end-month
           END-IF.
           MOVE ws-from-date(1:6) TO ws-scan-month.
           PERFORM UNTIL ws-scan-month > ws-end-month
               MOVE SPACES TO ws-hist-name
               STRING "JOBHIST-" ws-scan-month ".DAT"
                   DELIMITED BY SIZE INTO ws-hist-name
               OPEN INPUT job-history-file
               IF ws-hist-file-status = "00"
                   PERFORM read-history-file
               END-IF
               IF ws-scan-mm = 12
                   ADD 1 TO ws-scan-yyyy
                   MOVE 1 TO ws-scan-mm
               ELSE
                   ADD 1 TO ws-scan-mm
               END-IF
               MOVE SPACES TO ws-scan-month
               STRING ws-scan-yyyy ws-scan-mm
                   DELIMITED BY SIZE INTO ws-scan-month
           END-PERFORM.
           MOVE "JOBHIST.DAT" TO ws-hist-name.
           OPEN INPUT job-history-file.
           IF ws-hist-file-status NOT = "00"
               DISPLAY "JOBHIST.DAT OPEN FAILED " ws-hist-file-status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM read-history-file.

       read-history-file.
           MOVE "N" TO ws-hist-eof-flag.
           PERFORM UNTIL hist-file-eof
               READ job-history-file
                   AT END MOVE "Y" TO ws-hist-eof-flag
                   NOT AT END PERFORM check-history-run
               END-READ
           END-PERFORM.
           CLOSE job-history-file.

       check-history-run.
           IF jh-run-date IS NUMERIC
              AND jh-run-date >= ws-from-date
              AND jh-run-date <= ws-to-date
               COMPUTE ws-hist-int =
                   FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL
                       (jh-run-date))
               COMPUTE ws-day-index = ws-hist-int - ws-from-int + 1
               IF dy-proc-flag(ws-day-index) NOT = "Y"
                   ADD 1 TO ws-runs-nonproc
               ELSE
                   MOVE "N" TO ws-time-ok-flag
                   IF jh-status-code = "C" OR jh-status-code = "W"
                      OR jh-status-code = "E"
                       MOVE jh-start-time TO ws-conv-time
                       PERFORM convert-time-to-seconds
                   END-IF
                   IF time-value-ok
                       PERFORM convert-secs-to-relative
                       MOVE ws-conv-rel TO ws-run-start
                       MOVE jh-end-time TO ws-conv-time
                       PERFORM convert-time-to-seconds
                   END-IF
                   IF time-value-ok
                       PERFORM convert-secs-to-relative
                       MOVE ws-conv-rel TO ws-run-end
                       PERFORM tally-history-run
                   ELSE
                       ADD 1 TO ws-runs-notime
                   END-IF
               END-IF
           END-IF.

       tally-history-run.
           IF ws-run-end < ws-run-start
               ADD 86400 TO ws-run-end
               IF ws-run-end > 86400
                   MOVE 86400 TO ws-run-end
               END-IF
           END-IF.
           COMPUTE ws-first-slot = (ws-run-start / 900) + 1.
           IF ws-run-end > ws-run-start
               COMPUTE ws-last-slot = ((ws-run-end - 1) / 900) + 1
           ELSE
               MOVE ws-first-slot TO ws-last-slot
           END-IF.
           IF ws-last-slot > 96
               MOVE 96 TO ws-last-slot
           END-IF.
           MOVE ws-first-slot TO ws-slot-index.
           PERFORM UNTIL ws-slot-index > ws-last-slot
               IF dy-slot-count(ws-day-index, ws-slot-index) < 999
                   ADD 1 TO dy-slot-count(ws-day-index, ws-slot-index)
               END-IF
               ADD 1 TO ws-slot-index
           END-PERFORM.
           ADD 1 TO ws-runs-counted.
           ADD 1 TO dy-run-count(ws-day-index).
           IF ws-run-end > dy-last-end(ws-day-index)
               MOVE ws-run-end TO dy-last-end(ws-day-index)
           END-IF.
           PERFORM find-sla-entry.
           IF ws-sla-found > 0
               COMPUTE ws-gap-secs =
                   dl-end-rel(ws-sla-found) - ws-run-end
               ADD 1 TO dl-run-count(ws-sla-found)
               ADD ws-run-end TO dl-end-total(ws-sla-found)
               ADD ws-gap-secs TO dl-gap-total(ws-sla-found)
               IF ws-run-end > dl-latest-end(ws-sla-found)
                   MOVE ws-run-end TO dl-latest-end(ws-sla-found)
               END-IF
               IF ws-gap-secs < dl-gap-least(ws-sla-found)
                   MOVE ws-gap-secs TO dl-gap-least(ws-sla-found)
               END-IF
               IF ws-gap-secs < 0
                   ADD 1 TO dl-late-count(ws-sla-found)
               END-IF
           END-IF.

       summarise-slots.
           MOVE 0 TO ws-slot-index.
           PERFORM UNTIL ws-slot-index >= 96
               ADD 1 TO ws-slot-index
               MOVE 0 TO sl-total-count(ws-slot-index)
               MOVE 0 TO sl-peak-count(ws-slot-index)
               MOVE 0 TO sl-avg-count(ws-slot-index)
               MOVE "N" TO sl-pick-flag(ws-slot-index)
           END-PERFORM.
           MOVE 0 TO ws-day-index.
           PERFORM UNTIL ws-day-index >= ws-day-span
               ADD 1 TO ws-day-index
               IF dy-proc-flag(ws-day-index) NOT = "Y"
                   ADD 1 TO ws-days-nonproc
               ELSE
                   IF dy-run-count(ws-day-index) = 0
                       ADD 1 TO ws-days-nohist
                   ELSE
                       PERFORM add-day-to-slots
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 0 TO ws-active-first.
           MOVE 0 TO ws-active-last.
           MOVE 0 TO ws-slot-index.
           PERFORM UNTIL ws-slot-index >= 96
               ADD 1 TO ws-slot-index
               IF ws-days-used > 0
                   COMPUTE sl-avg-count(ws-slot-index) ROUNDED =
                       sl-total-count(ws-slot-index) / ws-days-used
               END-IF
               IF sl-peak-count(ws-slot-index) > 0
                   IF ws-active-first = 0
                       MOVE ws-slot-index TO ws-active-first
                   END-IF
                   MOVE ws-slot-index TO ws-active-last
               END-IF
               IF sl-peak-count(ws-slot-index) > ws-max-peak
                   MOVE sl-peak-count(ws-slot-index) TO ws-max-peak
               END-IF
               IF sl-avg-count(ws-slot-index) > ws-max-avg
                   MOVE sl-avg-count(ws-slot-index) TO ws-max-avg
               END-IF
           END-PERFORM.
           IF ws-days-used > 0
               COMPUTE ws-last-end-avg =
                   ws-last-end-total / ws-days-used
           END-IF.

       add-day-to-slots.
           ADD 1 TO ws-days-used.
           ADD dy-last-end(ws-day-index) TO ws-last-end-total.
           IF dy-last-end(ws-day-index) > ws-last-end-max
               MOVE dy-last-end(ws-day-index) TO ws-last-end-max
           END-IF.
           MOVE 0 TO ws-slot-index.
           PERFORM UNTIL ws-slot-index >= 96
               ADD 1 TO ws-slot-index
               ADD dy-slot-count(ws-day-index, ws-slot-index)
                   TO sl-total-count(ws-slot-index)
               IF dy-slot-count(ws-day-index, ws-slot-index) >
                  sl-peak-count(ws-slot-index)
                   MOVE dy-slot-count(ws-day-index, ws-slot-index)
                       TO sl-peak-count(ws-slot-index)
               END-IF
           END-PERFORM.

       write-winutil-report.
           OPEN OUTPUT winutil-report-file.
           IF ws-rpt-file-status NOT = "00"
               DISPLAY "WINUTIL.RPT OPEN FAILED " ws-rpt-file-status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO ws-report-line.
           STRING "BATCH WINDOW UTILISATION  "
                  ws-from-date(1:4) "-" ws-from-date(5:2) "-"
                  ws-from-date(7:2) " TO "
                  ws-to-date(1:4) "-" ws-to-date(5:2) "-"
                  ws-to-date(7:2) "  RUN DATE "
                  ws-current-date(1:4) "-" ws-current-date(5:2) "-"
                  ws-current-date(7:2)
                  DELIMITED BY SIZE INTO ws-report-line.
           PERFORM write-report-line.
           MOVE SPACES TO ws-report-line.
           PERFORM write-report-line.
           MOVE ws-days-used TO ws-count-disp.
           MOVE ws-days-nonproc TO ws-count-disp2.
           MOVE ws-days-nohist TO ws-count-disp3.
           STRING "PROCESSING DAYS " ws-count-disp
                  "  NON-PROCESSING SKIPPED " ws-count-disp2
                  "  NO HISTORY " ws-count-disp3
                  DELIMITED BY SIZE INTO ws-report-line.
           PERFORM write-report-line.
           MOVE SPACES TO ws-report-line.
           MOVE ws-runs-counted TO ws-runs-disp.
           STRING "JOB RUNS COUNTED " ws-runs-disp
                  DELIMITED BY SIZE INTO ws-report-line.
           PERFORM write-report-line.
           MOVE SPACES TO ws-report-line.
           MOVE ws-runs-nonproc TO ws-runs-disp.
           STRING "RUNS ON NON-PROCESSING DAYS IGNORED " ws-runs-disp
                  DELIMITED BY SIZE INTO ws-report-line.
           PERFORM write-report-line.
           MOVE SPACES TO ws-report-line.
           MOVE ws-runs-notime TO ws-runs-disp.
           STRING "RUNS WITHOUT START/END TIMES IGNORED " ws-runs-disp
                  DELIMITED BY SIZE INTO ws-report-line.
           PERFORM write-report-line.
           MOVE SPACES TO ws-report-line.
           PERFORM write-report-line.
           IF ws-days-used = 0 OR ws-active-first = 0
               MOVE "NO JOB RUNS ON PROCESSING DAYS IN THIS RANGE"
                   TO ws-report-line
               PERFORM write-report-line
           ELSE
               PERFORM write-profile-section
               PERFORM write-busiest-section
               PERFORM write-quiet-section
               PERFORM write-headroom-section
           END-IF.
           CLOSE winutil-report-file.
           DISPLAY "WINDOW UTILISATION REPORT WRITTEN TO WINUTIL.RPT".

       write-profile-section.
           MOVE "CONCURRENCY BY 15-MINUTE SLOT (JOBS RUNNING)"
               TO ws-report-line.
           PERFORM write-report-line.
           MOVE SPACES TO ws-report-line.
           STRING "  SLOT           AVG  PEAK  PCT  "
                  "PROFILE (# = 1 JOB ON AVERAGE)"
                  DELIMITED BY SIZE INTO ws-report-line.
           PERFORM write-report-line.
           MOVE ws-active-first TO ws-slot-index.
           PERFORM UNTIL ws-slot-index > ws-active-last
               PERFORM write-slot-line
               ADD 1 TO ws-slot-index
           END-PERFORM.
           MOVE SPACES TO ws-report-line.
           MOVE ws-max-avg TO ws-avg-disp.
           MOVE ws-max-peak TO ws-peak-disp.
           STRING "  HIGHEST AVERAGE " ws-avg-disp
                  "  HIGHEST PEAK " ws-peak-disp
                  "  (PCT = PERCENT OF HIGHEST PEAK)"
                  DELIMITED BY SIZE INTO ws-report-line.
           PERFORM write-report-line.
           MOVE SPACES TO ws-report-line.
           PERFORM write-report-line.

       write-slot-line.
           PERFORM set-slot-text.
           MOVE sl-avg-count(ws-slot-index) TO ws-avg-disp.
           MOVE sl-peak-count(ws-slot-index) TO ws-peak-disp.
           IF ws-max-peak > 0
               COMPUTE ws-pct-long ROUNDED =
                   (sl-avg-count(ws-slot-index) * 100) / ws-max-peak
           ELSE
               MOVE 0 TO ws-pct-long
           END-IF.
           MOVE ws-pct-long TO ws-pct-disp.
           COMPUTE ws-bar-len ROUNDED = sl-avg-count(ws-slot-index).
           IF sl-avg-count(ws-slot-index) > 30
               MOVE 30 TO ws-bar-len
           END-IF.
           MOVE SPACES TO ws-bar-text.
           IF ws-bar-len > 0
               MOVE ALL "#" TO ws-bar-text(1:ws-bar-len)
           END-IF.
           MOVE SPACES TO ws-report-line.
           STRING "  " ws-start-text(1:5) "-" ws-finish-text(1:5)
                  "  " ws-avg-disp "   " ws-peak-disp "  "
                  ws-pct-disp "%  " ws-bar-text
                  DELIMITED BY SIZE INTO ws-report-line.
           PERFORM write-report-line.

       set-slot-text.
           COMPUTE ws-clock-rel = (ws-slot-index - 1) * 900.
           PERFORM format-clock-time.
           MOVE ws-clock-text TO ws-start-text.
           COMPUTE ws-clock-rel = ws-slot-index * 900.
           PERFORM format-clock-time.
           MOVE ws-clock-text TO ws-finish-text.

       write-busiest-section.
           MOVE "BUSIEST SLOTS (HIGHEST AVERAGE CONCURRENCY)"
               TO ws-report-line.
           PERFORM write-report-line.
           MOVE SPACES TO ws-report-line.
           STRING "  RANK  SLOT           AVG  PEAK"
                  DELIMITED BY SIZE INTO ws-report-line.
           PERFORM write-report-line.
           MOVE 0 TO ws-busy-count.
           MOVE 1 TO ws-slot-found.
           PERFORM UNTIL ws-busy-count >= ws-busy-limit
                      OR ws-slot-found = 0
               PERFORM pick-busiest-slot
               IF ws-slot-found > 0
                   ADD 1 TO ws-busy-count
                   MOVE "Y" TO sl-pick-flag(ws-slot-found)
                   MOVE ws-slot-found TO ws-slot-index
                   PERFORM set-slot-text
                   MOVE ws-busy-count TO ws-count-disp
                   MOVE sl-avg-count(ws-slot-index) TO ws-avg-disp
                   MOVE sl-peak-count(ws-slot-index) TO ws-peak-disp
                   MOVE SPACES TO ws-report-line
                   STRING "  " ws-count-disp "  "
                          ws-start-text(1:5) "-" ws-finish-text(1:5)
                          "  " ws-avg-disp "   " ws-peak-disp
                          DELIMITED BY SIZE INTO ws-report-line
                   PERFORM write-report-line
               END-IF
           END-PERFORM.
           MOVE SPACES TO ws-report-line.
           PERFORM write-report-line.

       pick-busiest-slot.
           MOVE 0 TO ws-slot-found.
           MOVE 0 TO ws-slot-index.
           PERFORM UNTIL ws-slot-index >= 96
               ADD 1 TO ws-slot-index
               IF sl-pick-flag(ws-slot-index) = "N"
                  AND sl-peak-count(ws-slot-index) > 0
                   IF ws-slot-found = 0
                       MOVE ws-slot-index TO ws-slot-found
                   ELSE
                       IF sl-avg-count(ws-slot-index) >
                          sl-avg-count(ws-slot-found)
                          OR (sl-avg-count(ws-slot-index) =
                              sl-avg-count(ws-slot-found)
                              AND sl-peak-count(ws-slot-index) >
                                  sl-peak-count(ws-slot-found))
                           MOVE ws-slot-index TO ws-slot-found
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       write-quiet-section.
           MOVE "QUIET STRETCHES INSIDE THE WINDOW (NOTHING RAN)"
               TO ws-report-line.
           PERFORM write-report-line.
           MOVE 0 TO ws-quiet-first.
           MOVE 0 TO ws-quiet-count.
           MOVE ws-active-first TO ws-slot-index.
           PERFORM UNTIL ws-slot-index > ws-active-last
               IF sl-peak-count(ws-slot-index) = 0
                   IF ws-quiet-first = 0
                       MOVE ws-slot-index TO ws-quiet-first
                   END-IF
               ELSE
                   IF ws-quiet-first > 0
                       PERFORM write-quiet-line
                   END-IF
               END-IF
               ADD 1 TO ws-slot-index
           END-PERFORM.
           IF ws-quiet-count = 0
               MOVE "  NONE - AT LEAST ONE JOB RAN IN EVERY SLOT"
                   TO ws-report-line
               PERFORM write-report-line
           END-IF.
           MOVE SPACES TO ws-report-line.
           PERFORM write-report-line.

       write-quiet-line.
           ADD 1 TO ws-quiet-count.
           COMPUTE ws-clock-rel = (ws-quiet-first - 1) * 900.
           PERFORM format-clock-time.
           MOVE ws-clock-text TO ws-start-text.
           COMPUTE ws-clock-rel = (ws-slot-index - 1) * 900.
           PERFORM format-clock-time.
           MOVE ws-clock-text TO ws-finish-text.
           COMPUTE ws-margin-mins =
               (ws-slot-index - ws-quiet-first) * 15.
           MOVE ws-margin-mins TO ws-margin-disp.
           MOVE SPACES TO ws-report-line.
           STRING "  " ws-start-text(1:5) "-" ws-finish-text(1:5)
                  "  " ws-margin-disp " MIN"
                  DELIMITED BY SIZE INTO ws-report-line.
           PERFORM write-report-line.
           MOVE 0 TO ws-quiet-first.

       write-headroom-section.
           MOVE "HEADROOM TO JOBSLA.DAT DEADLINES (TIGHTEST FIRST)"
               TO ws-report-line.
           PERFORM write-report-line.
           MOVE 0 TO ws-order-count.
           MOVE 0 TO ws-sla-index.
           PERFORM UNTIL ws-sla-index >= ws-sla-count
               ADD 1 TO ws-sla-index
               IF dl-run-count(ws-sla-index) > 0
                   ADD 1 TO ws-order-count
                   MOVE ws-sla-index TO or-sla-index(ws-order-count)
               END-IF
           END-PERFORM.
           IF ws-order-count = 0
               MOVE "  NO SLA JOBS RAN ON PROCESSING DAYS IN THIS RANGE"
                   TO ws-report-line
               PERFORM write-report-line
           ELSE
               PERFORM sort-by-headroom
               MOVE SPACES TO ws-report-line
               STRING "  JOB NAME              DEADLINE  RUNS  "
                      "AVG END  LATEST  AVG GAP  MIN GAP  LATE"
                      DELIMITED BY SIZE INTO ws-report-line
               PERFORM write-report-line
               MOVE 0 TO ws-order-index
               PERFORM UNTIL ws-order-index >= ws-order-count
                   ADD 1 TO ws-order-index
                   MOVE or-sla-index(ws-order-index) TO ws-sla-index
                   PERFORM write-headroom-line
               END-PERFORM
               MOVE SPACES TO ws-report-line
               STRING "  (GAPS IN MINUTES, NEGATIVE = FINISHED AFTER "
                      "THE DEADLINE)"
                      DELIMITED BY SIZE INTO ws-report-line
               PERFORM write-report-line
           END-IF.
           MOVE SPACES TO ws-report-line.
           PERFORM write-report-line.
           MOVE ws-last-end-avg TO ws-clock-rel.
           PERFORM format-clock-time.
           MOVE ws-clock-text TO ws-start-text.
           MOVE ws-last-end-max TO ws-clock-rel.
           PERFORM format-clock-time.
           MOVE ws-clock-text TO ws-finish-text.
           MOVE SPACES TO ws-report-line.
           STRING "LAST COMPLETION OF THE NIGHT  AVERAGE "
                  ws-start-text "  LATEST " ws-finish-text
                  DELIMITED BY SIZE INTO ws-report-line.
           PERFORM write-report-line.
           IF ws-sla-count > 0
               MOVE ws-latest-deadline TO ws-clock-rel
               PERFORM format-clock-time
               MOVE ws-clock-text TO ws-late-text
               COMPUTE ws-margin-mins =
                   (ws-latest-deadline - ws-last-end-avg) / 60
               MOVE ws-margin-mins TO ws-margin-disp
               COMPUTE ws-margin-mins =
                   (ws-latest-deadline - ws-last-end-max) / 60
               MOVE ws-margin-mins TO ws-margin-disp2
               MOVE SPACES TO ws-report-line
               STRING "LATEST SLA DEADLINE           " ws-late-text
                      DELIMITED BY SIZE INTO ws-report-line
               PERFORM write-report-line
               MOVE SPACES TO ws-report-line
               STRING "QUIET TIME BEFORE IT  AVERAGE "
                      ws-margin-disp " MIN  LEAST " ws-margin-disp2
                      " MIN"
                      DELIMITED BY SIZE INTO ws-report-line
               PERFORM write-report-line
           END-IF.

       sort-by-headroom.
           MOVE 0 TO ws-order-index.
           PERFORM UNTIL ws-order-index >= ws-order-count
               ADD 1 TO ws-order-index
               MOVE ws-order-index TO ws-order-scan
               PERFORM UNTIL ws-order-scan >= ws-order-count
                   ADD 1 TO ws-order-scan
                   IF dl-gap-least(or-sla-index(ws-order-scan)) <
                      dl-gap-least(or-sla-index(ws-order-index))
                       MOVE or-sla-index(ws-order-index)
                           TO ws-order-hold
                       MOVE or-sla-index(ws-order-scan)
                           TO or-sla-index(ws-order-index)
                       MOVE ws-order-hold
                           TO or-sla-index(ws-order-scan)
                   END-IF
               END-PERFORM
           END-PERFORM.

       write-headroom-line.
           MOVE dl-end-rel(ws-sla-index) TO ws-clock-rel.
           PERFORM format-clock-time.
           MOVE ws-clock-text TO ws-late-text.
           COMPUTE ws-clock-rel = dl-end-total(ws-sla-index)
               / dl-run-count(ws-sla-index).
           PERFORM format-clock-time.
           MOVE ws-clock-text TO ws-start-text.
           MOVE dl-latest-end(ws-sla-index) TO ws-clock-rel.
           PERFORM format-clock-time.
           MOVE ws-clock-text TO ws-finish-text.
           COMPUTE ws-margin-mins = dl-gap-total(ws-sla-index)
               / dl-run-count(ws-sla-index) / 60.
           MOVE ws-margin-mins TO ws-margin-disp.
           COMPUTE ws-margin-mins = dl-gap-least(ws-sla-index) / 60.
           MOVE ws-margin-mins TO ws-margin-disp2.
           MOVE dl-run-count(ws-sla-index) TO ws-count-disp.
           MOVE dl-late-count(ws-sla-index) TO ws-count-disp2.
           MOVE SPACES TO ws-report-line.
           STRING "  " dl-job-name(ws-sla-index) "  "
                  ws-late-text(1:5) "    " ws-count-disp "  "
                  ws-start-text(1:5) "    " ws-finish-text(1:5) "  "
                  ws-margin-disp "   " ws-margin-disp2 "  "
                  ws-count-disp2
                  DELIMITED BY SIZE INTO ws-report-line.
           PERFORM write-report-line.

       write-report-line.
           MOVE ws-report-line TO winutil-report-line.
           WRITE winutil-report-line.

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
