           SELECT audit-file ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-audit-file-status.
           SELECT esc-log-file ASSIGN TO "ESCLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-esclog-file-status.
           SELECT scorecard-report-file ASSIGN TO "SCORECARD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-rpt-file-status.
           05 aud-timestamp       PIC X(14).
           05 aud-action-code     PIC X(02).
           05 aud-action-desc     PIC X(40).
           05 aud-console-id      PIC X(04).
           05 aud-seq-num         PIC X(08).

       FD  esc-log-file.
       01  esc-log-record.
           05 esl-timestamp       PIC X(14).
           05 esl-job-name        PIC X(20).
           05 esl-level           PIC 9(01).
           05 esl-action          PIC X(01).
           05 esl-contact-id      PIC X(08).
           05 esl-console-id      PIC X(04).

       FD  scorecard-report-file.
       01  scorecard-report-line  PIC X(100).
       01 ws-alert-file-status   PIC X(02) VALUE SPACES.
       01 ws-audit-file-status   PIC X(02) VALUE SPACES.
       01 ws-rpt-file-status     PIC X(02) VALUE SPACES.
       01 ws-esclog-file-status  PIC X(02) VALUE SPACES.

       01 ws-hist-eof-flag PIC X(01) VALUE "N".
           88 hist-file-eof VALUE "Y".
           88 alert-file-eof VALUE "Y".
       01 ws-audit-eof-flag PIC X(01) VALUE "N".
           88 audit-file-eof VALUE "Y".
       01 ws-esclog-eof-flag PIC X(01) VALUE "N".
           88 esclog-file-eof VALUE "Y".

       01 ws-current-date  PIC X(08) VALUE SPACES.
       01 ws-score-month   PIC X(06) VALUE SPACES.
              10 sh-ack-count     PIC 9(04).
              10 sh-ack-mins      PIC 9(08).

       01 ws-esc-level    PIC 9(01) VALUE 0.
       01 ws-esc-stop-count PIC 9(04) VALUE 0.
       01 ws-esc-totals.
           05 ws-esc-entry OCCURS 9 TIMES.
              10 es-page-count    PIC 9(04).
       01 ws-esc-max-level PIC 9(01) VALUE 0.

       01 ws-avg-mins     PIC 9(06) VALUE 0.
       01 ws-fail-pct     PIC 9(04) VALUE 0.
       01 ws-runs-disp    PIC ZZZ9.
           PERFORM load-audit-acks.
           PERFORM digest-job-history.
           PERFORM digest-sla-alerts.
           PERFORM digest-escalations.
           PERFORM write-scorecard-report.
           STOP RUN.

                   MOVE 3 TO ws-shift-slot
           END-EVALUATE.

       digest-escalations.
           MOVE 0 TO ws-esc-level.
           PERFORM UNTIL ws-esc-level >= 9
               ADD 1 TO ws-esc-level
               MOVE 0 TO es-page-count(ws-esc-level)
           END-PERFORM.
           MOVE 0 TO ws-esc-stop-count.
           MOVE 0 TO ws-esc-max-level.
           OPEN INPUT esc-log-file.
           IF ws-esclog-file-status = "00"
               MOVE "N" TO ws-esclog-eof-flag
               PERFORM UNTIL esclog-file-eof
                   READ esc-log-file
                       AT END MOVE "Y" TO ws-esclog-eof-flag
                       NOT AT END
                           IF esl-timestamp(1:6) = ws-score-month
                              AND esl-level IS NUMERIC
                              AND esl-level > 0
                               PERFORM tally-escalation
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE esc-log-file
           END-IF.

       tally-escalation.
           IF esl-action = "S"
               ADD 1 TO ws-esc-stop-count
           ELSE
               ADD 1 TO es-page-count(esl-level)
               IF esl-level > ws-esc-max-level
                   MOVE esl-level TO ws-esc-max-level
               END-IF
           END-IF.

       write-scorecard-report.
           OPEN OUTPUT scorecard-report-file.
           IF ws-rpt-file-status NOT = "00"
               DISPLAY "SCORECARD.RPT OPEN FAILED " ws-rpt-file-status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO ws-report-line.
           MOVE 3 TO ws-shift-slot.
           MOVE "  NIGHT   " TO ws-shift-label.
           PERFORM write-shift-score-line.
           MOVE SPACES TO ws-report-line.
           PERFORM write-scorecard-line.
           MOVE "ESCALATIONS BY LEVEL:" TO ws-report-line.
           PERFORM write-scorecard-line.
           IF ws-esc-max-level < 3
               MOVE 3 TO ws-esc-max-level
           END-IF.
           MOVE 0 TO ws-esc-level.
           PERFORM UNTIL ws-esc-level >= ws-esc-max-level
               ADD 1 TO ws-esc-level
               MOVE es-page-count(ws-esc-level) TO ws-count-disp
               MOVE SPACES TO ws-report-line
               STRING "  LEVEL " ws-esc-level "   PAGES SENT "
                      ws-count-disp
                      DELIMITED BY SIZE INTO ws-report-line
               PERFORM write-scorecard-line
           END-PERFORM.
           MOVE ws-esc-stop-count TO ws-count-disp.
           MOVE SPACES TO ws-report-line.
           STRING "  STOPPED ON ACK " ws-count-disp
                  DELIMITED BY SIZE INTO ws-report-line.
           PERFORM write-scorecard-line.
           CLOSE scorecard-report-file.
           DISPLAY "SCORECARD REPORT WRITTEN".

