           05 aud-timestamp       PIC X(14).
           05 aud-action-code     PIC X(02).
           05 aud-action-desc     PIC X(40).
           05 aud-console-id      PIC X(04).
           05 aud-seq-num         PIC X(08).

       FD  job-history-file.
       01  job-history-record.
       01 ws-window-max   PIC X(08) VALUE SPACES.
       01 ws-window-pick  PIC 9(04) VALUE 0.

       01 ws-warnrun-count PIC 9(04) VALUE 0.
       01 ws-warnrun-index PIC 9(04) VALUE 0.
       01 ws-warnrun-table.
           05 ws-warnrun-entry OCCURS 1000 TIMES.
              10 wr-job-name      PIC X(20).
              10 wr-run-date      PIC X(08).
       01 ws-noise-flag   PIC X(01) VALUE "N".
           88 alert-is-noise VALUE "Y".
       01 ws-next-date    PIC X(08) VALUE SPACES.

       01 ws-jobdate-count PIC 9(04) VALUE 0.
       01 ws-jobdate-index PIC 9(04) VALUE 0.
       01 ws-jobdate-found PIC 9(04) VALUE 0.
       PROCEDURE DIVISION.
       main.
           ACCEPT ws-current-date FROM DATE YYYYMMDD.
           PERFORM load-run-dates.
           PERFORM load-alert-table.
           PERFORM load-ack-table.
           PERFORM load-audit-acks.
           PERFORM mark-run-date-window.
           PERFORM flag-night-alerts.
           PERFORM count-repeat-offenders.
                   READ sla-alert-file
                       AT END MOVE "Y" TO ws-alert-eof-flag
                       NOT AT END
                           PERFORM check-alert-noise
                           IF sal-job-name NOT = SPACES
                              AND NOT alert-is-noise
                               ADD 1 TO ws-alert-total
                           END-IF
                   END-READ
                       READ sla-alert-file
                           AT END MOVE "Y" TO ws-alert-eof-flag
                           NOT AT END
                               PERFORM check-alert-noise
                               IF sal-job-name NOT = SPACES
                                  AND NOT alert-is-noise
                                   PERFORM store-alert-record
                               END-IF
                       END-READ
               END-IF
           END-IF.

       check-alert-noise.
           MOVE "N" TO ws-noise-flag.
           IF sal-status-code = "W"
               MOVE "Y" TO ws-noise-flag
           END-IF.
           IF sal-breach-type = "E" AND sal-status-code = "E"
              AND sal-timestamp(1:8) IS NUMERIC
              AND ws-warnrun-count > 0
               COMPUTE ws-date-9 = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL
                       (sal-timestamp(1:8))) + 1)
               MOVE ws-date-9 TO ws-next-date
               MOVE 0 TO ws-warnrun-index
               PERFORM UNTIL ws-warnrun-index >= ws-warnrun-count
                          OR alert-is-noise
                   ADD 1 TO ws-warnrun-index
                   IF wr-job-name(ws-warnrun-index) = sal-job-name
                      AND (wr-run-date(ws-warnrun-index) =
                              sal-timestamp(1:8)
                           OR wr-run-date(ws-warnrun-index) =
                              ws-next-date)
                       MOVE "Y" TO ws-noise-flag
                   END-IF
               END-PERFORM
           END-IF.

       store-alert-record.
           IF ws-alert-index < ws-alert-skip
               ADD 1 TO ws-alert-index
                       NOT AT END
                           IF jh-run-date IS NUMERIC
                               PERFORM note-run-date
                               IF jh-status-code = "W"
                                  AND ws-warnrun-count < 1000
                                   ADD 1 TO ws-warnrun-count
                                   MOVE jh-job-name
                                       TO wr-job-name(ws-warnrun-count)
                                   MOVE jh-run-date
                                       TO wr-run-date(ws-warnrun-count)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           OPEN OUTPUT triage-report-file.
           IF ws-rpt-file-status NOT = "00"
               DISPLAY "SLATRIAGE.RPT OPEN FAILED " ws-rpt-file-status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO ws-report-line.
