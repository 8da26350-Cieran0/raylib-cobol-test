           SELECT job-notes-file ASSIGN TO "JOBNOTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-notes-file-status.
           SELECT ticket-file ASSIGN TO "TICKETS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-ticket-file-status.

       DATA DIVISION.
       FILE SECTION.
           05 aud-timestamp       PIC X(14).
           05 aud-action-code     PIC X(02).
           05 aud-action-desc     PIC X(40).
           05 aud-console-id      PIC X(04).
           05 aud-seq-num         PIC X(08).

       FD  handover-report-file.
       01  handover-report-line   PIC X(80).
           05 jn-timestamp        PIC X(14).
           05 jn-note-text        PIC X(60).

       FD  ticket-file.
       01  ticket-record.
           05 tk-job-name         PIC X(20).
           05 tk-run-date         PIC X(08).
           05 tk-request-stamp    PIC X(14).
           05 tk-note-stamp       PIC X(14).
           05 tk-ticket-num       PIC X(12).
           05 tk-ticket-status    PIC X(10).
           05 tk-update-stamp     PIC X(14).

       WORKING-STORAGE SECTION.
       01 ws-audit-file-status   PIC X(02) VALUE SPACES.
       01 ws-rpt-file-status     PIC X(02) VALUE SPACES.
              10 nt-operator-id   PIC X(08).
              10 nt-note-text     PIC X(60).

       01 ws-ticket-file-status PIC X(02) VALUE SPACES.
       01 ws-ticket-eof-flag PIC X(01) VALUE "N".
           88 ticket-file-eof VALUE "Y".
       01 ws-ticket-count  PIC 9(04) VALUE 0.
       01 ws-ticket-index  PIC 9(04) VALUE 0.
       01 ws-ticket-head-flag PIC X(01) VALUE "N".
       01 ws-ticket-table.
           05 ws-ticket-entry OCCURS 300 TIMES.
              10 tc-job-name      PIC X(20).
              10 tc-shift-code    PIC X(01).
              10 tc-shift-date    PIC X(08).
              10 tc-ticket-num    PIC X(12).
              10 tc-ticket-status PIC X(10).

       01 ws-current-date  PIC X(08) VALUE SPACES.
       01 ws-report-line   PIC X(80) VALUE SPACES.
       01 ws-count-disp    PIC ZZZ9.
           ACCEPT ws-current-date FROM DATE YYYYMMDD.
           PERFORM digest-audit-file.
           PERFORM load-note-table.
           PERFORM load-ticket-table.
           PERFORM write-handover-report.
           STOP RUN.

               MOVE jn-note-text TO nt-note-text(ws-note-found)
           END-IF.

       load-ticket-table.
           MOVE 0 TO ws-ticket-count.
           OPEN INPUT ticket-file.
           IF ws-ticket-file-status = "00"
               MOVE "N" TO ws-ticket-eof-flag
               PERFORM UNTIL ticket-file-eof
                   READ ticket-file
                       AT END MOVE "Y" TO ws-ticket-eof-flag
                       NOT AT END
                           IF tk-job-name NOT = SPACES
                              AND tk-request-stamp IS NUMERIC
                              AND ws-ticket-count < 300
                               PERFORM check-ticket-entry
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ticket-file
           END-IF.

       check-ticket-entry.
           MOVE tk-request-stamp(9:2) TO ws-event-hour.
           EVALUATE TRUE
               WHEN ws-event-hour >= 6 AND ws-event-hour < 14
                   MOVE "D" TO ws-shift-code
               WHEN ws-event-hour >= 14 AND ws-event-hour < 22
                   MOVE "E" TO ws-shift-code
               WHEN OTHER
                   MOVE "N" TO ws-shift-code
           END-EVALUATE.
           MOVE tk-request-stamp(1:8) TO ws-shift-date.
           IF ws-event-hour < 6
               COMPUTE ws-date-9 = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL
                       (tk-request-stamp(1:8))) - 1)
               MOVE ws-date-9 TO ws-shift-date
           END-IF.
           MOVE 0 TO ws-group-found.
           MOVE 0 TO ws-group-index.
           PERFORM UNTIL ws-group-index >= ws-group-count
                      OR ws-group-found > 0
               ADD 1 TO ws-group-index
               IF sh-shift-code(ws-group-index) = ws-shift-code
                  AND sh-shift-date(ws-group-index) = ws-shift-date
                   MOVE ws-group-index TO ws-group-found
               END-IF
           END-PERFORM.
           IF ws-group-found > 0
               PERFORM store-ticket-entry
           END-IF.

       store-ticket-entry.
           ADD 1 TO ws-ticket-count.
           MOVE tk-job-name TO tc-job-name(ws-ticket-count).
           MOVE tk-ticket-num TO tc-ticket-num(ws-ticket-count).
           MOVE tk-ticket-status TO tc-ticket-status(ws-ticket-count).
           MOVE ws-shift-code TO tc-shift-code(ws-ticket-count).
           MOVE ws-shift-date TO tc-shift-date(ws-ticket-count).

       digest-audit-file.
           OPEN INPUT audit-file.
           IF ws-audit-file-status NOT = "00"
               DISPLAY "AUDIT.DAT OPEN FAILED " ws-audit-file-status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO ws-audit-eof-flag.
           OPEN OUTPUT handover-report-file.
           IF ws-rpt-file-status NOT = "00"
               DISPLAY "SHIFTHAND.RPT OPEN FAILED " ws-rpt-file-status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO ws-report-line.
                   PERFORM write-note-lines
               END-IF
           END-PERFORM.
           MOVE "N" TO ws-ticket-head-flag.
           MOVE 0 TO ws-ticket-index.
           PERFORM UNTIL ws-ticket-index >= ws-ticket-count
               ADD 1 TO ws-ticket-index
               IF tc-shift-date(ws-ticket-index) =
                  sh-shift-date(ws-group-index)
                  AND tc-shift-code(ws-ticket-index) =
                      sh-shift-code(ws-group-index)
                   PERFORM write-ticket-line
               END-IF
           END-PERFORM.
           COMPUTE ws-pause-mins =
               sh-pause-secs(ws-group-index) / 60.
           MOVE ws-pause-mins TO ws-mins-disp.
               DELIMITED BY SIZE INTO ws-report-line.
           MOVE ws-report-line TO handover-report-line.
           WRITE handover-report-line.

       write-ticket-line.
           IF ws-ticket-head-flag = "N"
               MOVE "  INCIDENT TICKETS:" TO handover-report-line
               WRITE handover-report-line
               MOVE "Y" TO ws-ticket-head-flag
           END-IF.
           MOVE SPACES TO ws-report-line.
           IF tc-ticket-num(ws-ticket-index) = SPACES
               STRING "    " tc-job-name(ws-ticket-index)
                      " AWAITING TICKET NUMBER"
                      DELIMITED BY SIZE INTO ws-report-line
           ELSE
               STRING "    " tc-job-name(ws-ticket-index)
                      " TICKET " tc-ticket-num(ws-ticket-index)
                      " " tc-ticket-status(ws-ticket-index)
                      DELIMITED BY SIZE INTO ws-report-line
           END-IF.
           MOVE ws-report-line TO handover-report-line.
           WRITE handover-report-line.
