       IDENTIFICATION DIVISION.
       PROGRAM-ID. ticketif.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT job-status-file ASSIGN TO "JOBSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-job-file-status.
           SELECT job-notes-file ASSIGN TO "JOBNOTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-notes-file-status.
           SELECT ticket-file ASSIGN TO "TICKETS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-ticket-file-status.
           SELECT ticket-request-file ASSIGN TO "TICKETRQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-treq-file-status.
           SELECT ticket-response-file ASSIGN TO "TICKETRS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-tres-file-status.
           SELECT rc-rules-file ASSIGN TO "RCRULES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-rcr-file-status.
           SELECT retain-file ASSIGN TO "RETAIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-retain-file-status.
           SELECT ticketif-report-file ASSIGN TO "TICKETIF.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-rpt-file-status.

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

       FD  job-notes-file.
       01  job-notes-record.
           05 jn-job-name         PIC X(20).
           05 jn-run-date         PIC X(08).
           05 jn-operator-id      PIC X(08).
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

       FD  ticket-request-file.
       01  ticket-request-record.
           05 tq-request-type     PIC X(01).
           05 tq-job-name         PIC X(20).
           05 tq-run-date         PIC X(08).
           05 tq-request-stamp    PIC X(14).
           05 tq-return-code      PIC X(04).
           05 tq-abend-code       PIC X(08).
           05 tq-step-name        PIC X(08).
           05 tq-message          PIC X(40).
           05 tq-note-text        PIC X(60).

       FD  ticket-response-file.
       01  ticket-response-record.
           05 tr-job-name         PIC X(20).
           05 tr-run-date         PIC X(08).
           05 tr-ticket-num       PIC X(12).
           05 tr-ticket-status    PIC X(10).
           05 tr-update-stamp     PIC X(14).

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

       FD  retain-file.
       01  retain-record.
           05 ret-file-code       PIC X(08).
           05 ret-days            PIC 9(04).

       FD  ticketif-report-file.
       01  ticketif-report-line   PIC X(100).

       WORKING-STORAGE SECTION.
       01 ws-job-file-status     PIC X(02) VALUE SPACES.
       01 ws-notes-file-status   PIC X(02) VALUE SPACES.
       01 ws-ticket-file-status  PIC X(02) VALUE SPACES.
       01 ws-treq-file-status    PIC X(02) VALUE SPACES.
       01 ws-tres-file-status    PIC X(02) VALUE SPACES.
       01 ws-rpt-file-status     PIC X(02) VALUE SPACES.
       01 ws-retain-file-status  PIC X(02) VALUE SPACES.

       01 ws-job-eof-flag PIC X(01) VALUE "N".
           88 job-file-eof VALUE "Y".
       01 ws-note-eof-flag PIC X(01) VALUE "N".
           88 note-file-eof VALUE "Y".
       01 ws-ticket-eof-flag PIC X(01) VALUE "N".
           88 ticket-file-eof VALUE "Y".
       01 ws-tres-eof-flag PIC X(01) VALUE "N".
           88 response-file-eof VALUE "Y".
       01 ws-retain-eof-flag PIC X(01) VALUE "N".
           88 retain-file-eof VALUE "Y".

       01 ws-current-date  PIC X(08) VALUE SPACES.
       01 ws-time-now      PIC X(08) VALUE SPACES.
       01 ws-now-stamp     PIC X(14) VALUE SPACES.
       01 ws-window-start  PIC X(14) VALUE SPACES.
       01 ws-window-day    PIC 9(08) VALUE 0.
       01 ws-night-run-date PIC X(08) VALUE SPACES.
       01 ws-ret-days      PIC 9(04) VALUE 90.
       01 ws-cutoff-date   PIC X(08) VALUE SPACES.
       01 ws-date-9        PIC 9(08) VALUE 0.
       01 ws-aged-count    PIC 9(04) VALUE 0.
       01 ws-ticket-full-flag PIC X(01) VALUE "N".
           88 ticket-table-overflow VALUE "Y".

       01 ws-job-count PIC 9(04) VALUE 0.
       01 ws-job-index PIC 9(04) VALUE 0.
       01 ws-job-found PIC 9(04) VALUE 0.
       01 ws-job-key   PIC X(20) VALUE SPACES.
       01 ws-job-table.
           05 ws-job-entry OCCURS 500 TIMES.
              10 jt-job-name      PIC X(20).
              10 jt-status-code   PIC X(01).
              10 jt-return-code   PIC X(04).
              10 jt-abend-code    PIC X(08).
              10 jt-step-name     PIC X(08).
              10 jt-message       PIC X(40).

       01 ws-note-count PIC 9(04) VALUE 0.
       01 ws-note-index PIC 9(04) VALUE 0.
       01 ws-note-found PIC 9(04) VALUE 0.
       01 ws-note-table.
           05 ws-note-entry OCCURS 200 TIMES.
              10 nt-job-name      PIC X(20).
              10 nt-timestamp     PIC X(14).
              10 nt-note-text     PIC X(60).

       01 ws-ticket-count PIC 9(04) VALUE 0.
       01 ws-ticket-index PIC 9(04) VALUE 0.
       01 ws-ticket-found PIC 9(04) VALUE 0.
       01 ws-ticket-table.
           05 ws-ticket-entry OCCURS 2000 TIMES.
              10 tt-job-name      PIC X(20).
              10 tt-run-date      PIC X(08).
              10 tt-request-stamp PIC X(14).
              10 tt-note-stamp    PIC X(14).
              10 tt-ticket-num    PIC X(12).
              10 tt-ticket-status PIC X(10).
              10 tt-update-stamp  PIC X(14).

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

       01 ws-new-count     PIC 9(04) VALUE 0.
       01 ws-update-count  PIC 9(04) VALUE 0.
       01 ws-applied-count PIC 9(04) VALUE 0.
       01 ws-unmatched-count PIC 9(04) VALUE 0.
       01 ws-awaiting-count PIC 9(04) VALUE 0.
       01 ws-count-disp    PIC ZZZ9.
       01 ws-report-line   PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       main.
           ACCEPT ws-current-date FROM DATE YYYYMMDD.
           ACCEPT ws-time-now FROM TIME.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ws-now-stamp.
           MOVE SPACES TO ws-window-start.
           MOVE ws-current-date TO ws-night-run-date.
           IF ws-time-now(1:2) >= "12"
               STRING ws-current-date "120000"
                   DELIMITED BY SIZE INTO ws-window-start
               COMPUTE ws-window-day = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL
                       (ws-current-date)) + 1)
               MOVE ws-window-day TO ws-night-run-date
           ELSE
               COMPUTE ws-window-day = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL
                       (ws-current-date)) - 1)
               STRING ws-window-day "120000"
                   DELIMITED BY SIZE INTO ws-window-start
           END-IF.
           PERFORM load-rc-rules.
           PERFORM load-retention-days.
           PERFORM load-ticket-table.
           IF ticket-table-overflow
               DISPLAY "TICKETS.DAT HOLDS OVER 2000 TICKETS IN "
                   ws-ret-days " DAYS - NOT PROCESSED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM load-job-extract.
           PERFORM load-note-table.
           OPEN OUTPUT ticketif-report-file.
           IF ws-rpt-file-status NOT = "00"
               DISPLAY "TICKETIF.RPT OPEN FAILED " ws-rpt-file-status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO ws-report-line.
           STRING "SERVICE DESK TICKET INTERFACE  RUN "
                  ws-now-stamp(1:4) "-" ws-now-stamp(5:2) "-"
                  ws-now-stamp(7:2) " " ws-now-stamp(9:2) ":"
                  ws-now-stamp(11:2) ":" ws-now-stamp(13:2)
                  DELIMITED BY SIZE INTO ws-report-line.
           PERFORM write-ticketif-line.
           MOVE SPACES TO ws-report-line.
           PERFORM write-ticketif-line.
           MOVE "RESPONSES APPLIED:" TO ws-report-line.
           PERFORM write-ticketif-line.
           PERFORM apply-ticket-responses.
           IF ws-applied-count = 0 AND ws-unmatched-count = 0
               MOVE "  NONE" TO ws-report-line
               PERFORM write-ticketif-line
           END-IF.
           PERFORM open-ticket-outputs.
           MOVE SPACES TO ws-report-line.
           PERFORM write-ticketif-line.
           MOVE "REQUESTS SENT:" TO ws-report-line.
           PERFORM write-ticketif-line.
           PERFORM raise-ticket-requests.
           CLOSE ticket-request-file.
           IF ws-new-count = 0 AND ws-update-count = 0
               MOVE "  NONE" TO ws-report-line
               PERFORM write-ticketif-line
           END-IF.
           PERFORM rewrite-ticket-file.
           PERFORM write-awaiting-section.
           CLOSE ticketif-report-file.
           MOVE ws-new-count TO ws-count-disp.
           DISPLAY "NEW TICKET REQUESTS   " ws-count-disp.
           MOVE ws-update-count TO ws-count-disp.
           DISPLAY "NOTE UPDATES SENT     " ws-count-disp.
           MOVE ws-applied-count TO ws-count-disp.
           DISPLAY "RESPONSES APPLIED     " ws-count-disp.
           MOVE ws-awaiting-count TO ws-count-disp.
           DISPLAY "AWAITING TICKET NO    " ws-count-disp.
           MOVE ws-aged-count TO ws-count-disp.
           DISPLAY "TICKETS AGED OUT      " ws-count-disp.
           STOP RUN.

       open-ticket-outputs.
           OPEN EXTEND ticket-request-file.
           IF ws-treq-file-status NOT = "00"
               OPEN OUTPUT ticket-request-file
           END-IF.
           IF ws-treq-file-status NOT = "00"
               DISPLAY "TICKETRQ.DAT OPEN FAILED " ws-treq-file-status
               CLOSE ticketif-report-file
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ticket-file.
           IF ws-ticket-file-status NOT = "00"
               DISPLAY "TICKETS.DAT OPEN FAILED " ws-ticket-file-status
               CLOSE ticket-request-file
               CLOSE ticketif-report-file
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       load-retention-days.
           MOVE 90 TO ws-ret-days.
           OPEN INPUT retain-file.
           IF ws-retain-file-status = "00"
               MOVE "N" TO ws-retain-eof-flag
               PERFORM UNTIL retain-file-eof
                   READ retain-file
                       AT END MOVE "Y" TO ws-retain-eof-flag
                       NOT AT END
                           IF ret-file-code = "TICKETS"
                              AND ret-days IS NUMERIC
                               MOVE ret-days TO ws-ret-days
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE retain-file
           END-IF.
           COMPUTE ws-date-9 = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL
                   (ws-current-date)) - ws-ret-days).
           MOVE ws-date-9 TO ws-cutoff-date.

       load-ticket-table.
           MOVE 0 TO ws-ticket-count.
           MOVE 0 TO ws-aged-count.
           MOVE "N" TO ws-ticket-full-flag.
           OPEN INPUT ticket-file.
           IF ws-ticket-file-status = "00"
               MOVE "N" TO ws-ticket-eof-flag
               PERFORM UNTIL ticket-file-eof
                   READ ticket-file
                       AT END MOVE "Y" TO ws-ticket-eof-flag
                       NOT AT END
                           IF tk-job-name NOT = SPACES
                               PERFORM store-ticket-entry
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ticket-file
           END-IF.

       store-ticket-entry.
           IF tk-request-stamp(1:8) IS NUMERIC
              AND tk-request-stamp(1:8) < ws-cutoff-date
               ADD 1 TO ws-aged-count
           ELSE
               IF ws-ticket-count < 2000
                   ADD 1 TO ws-ticket-count
                   MOVE ticket-record
                       TO ws-ticket-entry(ws-ticket-count)
               ELSE
                   MOVE "Y" TO ws-ticket-full-flag
               END-IF
           END-IF.

       load-job-extract.
           MOVE 0 TO ws-job-count.
           OPEN INPUT job-status-file.
           IF ws-job-file-status NOT = "00"
               DISPLAY "JOBSTAT.DAT OPEN FAILED " ws-job-file-status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO ws-job-eof-flag.
           PERFORM UNTIL job-file-eof
               READ job-status-file
                   AT END MOVE "Y" TO ws-job-eof-flag
                   NOT AT END
                       EVALUATE js-record-type
                           WHEN "1"
                               MOVE js-job-name TO ws-job-key
                               PERFORM find-job-entry
                               IF ws-job-found > 0
                                   MOVE js-status-code
                                       TO jt-status-code(ws-job-found)
                               END-IF
                           WHEN "2"
                               MOVE jd-job-name TO ws-job-key
                               PERFORM find-job-entry
                               IF ws-job-found > 0
                                   MOVE jd-return-code
                                       TO jt-return-code(ws-job-found)
                                   MOVE jd-abend-code
                                       TO jt-abend-code(ws-job-found)
                                   MOVE jd-step-name
                                       TO jt-step-name(ws-job-found)
                                   MOVE jd-message
                                       TO jt-message(ws-job-found)
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE job-status-file.
           IF ws-rcrule-count > 0
               MOVE 0 TO ws-job-index
               PERFORM UNTIL ws-job-index >= ws-job-count
                   ADD 1 TO ws-job-index
                   IF jt-status-code(ws-job-index) = "E"
                       MOVE jt-job-name(ws-job-index) TO ws-rc-job
                       MOVE jt-return-code(ws-job-index) TO ws-rc-code
                       MOVE jt-abend-code(ws-job-index) TO ws-rc-abend
                       PERFORM classify-return-code
                       MOVE ws-rc-class TO jt-status-code(ws-job-index)
                   END-IF
               END-PERFORM
           END-IF.

       find-job-entry.
           MOVE 0 TO ws-job-found.
           IF ws-job-key NOT = SPACES
               MOVE 0 TO ws-job-index
               PERFORM UNTIL ws-job-index >= ws-job-count
                          OR ws-job-found > 0
                   ADD 1 TO ws-job-index
                   IF jt-job-name(ws-job-index) = ws-job-key
                       MOVE ws-job-index TO ws-job-found
                   END-IF
               END-PERFORM
               IF ws-job-found = 0 AND ws-job-count < 500
                   ADD 1 TO ws-job-count
                   MOVE ws-job-count TO ws-job-found
                   MOVE ws-job-key TO jt-job-name(ws-job-found)
                   MOVE SPACE TO jt-status-code(ws-job-found)
                   MOVE SPACES TO jt-return-code(ws-job-found)
                   MOVE SPACES TO jt-abend-code(ws-job-found)
                   MOVE SPACES TO jt-step-name(ws-job-found)
                   MOVE SPACES TO jt-message(ws-job-found)
               END-IF
           END-IF.

       load-note-table.
           MOVE 0 TO ws-note-count.
           OPEN INPUT job-notes-file.
           IF ws-notes-file-status = "00"
               MOVE "N" TO ws-note-eof-flag
               PERFORM UNTIL note-file-eof
                   READ job-notes-file
                       AT END MOVE "Y" TO ws-note-eof-flag
                       NOT AT END
                           IF jn-job-name NOT = SPACES
                              AND jn-timestamp >= ws-window-start
                               PERFORM store-note-entry
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE job-notes-file
           END-IF.

       store-note-entry.
           MOVE 0 TO ws-note-found.
           MOVE 0 TO ws-note-index.
           PERFORM UNTIL ws-note-index >= ws-note-count
                      OR ws-note-found > 0
               ADD 1 TO ws-note-index
               IF nt-job-name(ws-note-index) = jn-job-name
                   MOVE ws-note-index TO ws-note-found
               END-IF
           END-PERFORM.
           IF ws-note-found = 0 AND ws-note-count < 200
               ADD 1 TO ws-note-count
               MOVE ws-note-count TO ws-note-found
               MOVE jn-job-name TO nt-job-name(ws-note-found)
               MOVE SPACES TO nt-timestamp(ws-note-found)
           END-IF.
           IF ws-note-found > 0
              AND jn-timestamp >= nt-timestamp(ws-note-found)
               MOVE jn-timestamp TO nt-timestamp(ws-note-found)
               MOVE jn-note-text TO nt-note-text(ws-note-found)
           END-IF.

       find-job-note.
           MOVE 0 TO ws-note-found.
           MOVE 0 TO ws-note-index.
           PERFORM UNTIL ws-note-index >= ws-note-count
                      OR ws-note-found > 0
               ADD 1 TO ws-note-index
               IF nt-job-name(ws-note-index) =
                  jt-job-name(ws-job-index)
                   MOVE ws-note-index TO ws-note-found
               END-IF
           END-PERFORM.

       find-night-ticket.
           MOVE 0 TO ws-ticket-found.
           MOVE 0 TO ws-ticket-index.
           PERFORM UNTIL ws-ticket-index >= ws-ticket-count
               ADD 1 TO ws-ticket-index
               IF tt-job-name(ws-ticket-index) =
                  jt-job-name(ws-job-index)
                  AND tt-request-stamp(ws-ticket-index) >=
                      ws-window-start
                   MOVE ws-ticket-index TO ws-ticket-found
               END-IF
           END-PERFORM.

       raise-ticket-requests.
           MOVE 0 TO ws-job-index.
           PERFORM UNTIL ws-job-index >= ws-job-count
               ADD 1 TO ws-job-index
               IF jt-status-code(ws-job-index) = "E"
                   PERFORM find-job-note
                   PERFORM find-night-ticket
                   IF ws-ticket-found = 0
                       PERFORM send-new-request
                   ELSE
                       IF ws-note-found > 0
                          AND nt-timestamp(ws-note-found) >
                              tt-note-stamp(ws-ticket-found)
                           PERFORM send-note-update
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       send-new-request.
           IF ws-ticket-count < 2000
               ADD 1 TO ws-ticket-count
               MOVE ws-ticket-count TO ws-ticket-found
               MOVE jt-job-name(ws-job-index)
                   TO tt-job-name(ws-ticket-found)
               MOVE ws-night-run-date
                   TO tt-run-date(ws-ticket-found)
               MOVE ws-now-stamp TO tt-request-stamp(ws-ticket-found)
               MOVE SPACES TO tt-note-stamp(ws-ticket-found)
               MOVE SPACES TO tt-ticket-num(ws-ticket-found)
               MOVE "REQUESTED" TO tt-ticket-status(ws-ticket-found)
               MOVE SPACES TO tt-update-stamp(ws-ticket-found)
               MOVE "N" TO tq-request-type
               PERFORM write-ticket-request
               ADD 1 TO ws-new-count
               MOVE SPACES TO ws-report-line
               STRING "  NEW    " tt-job-name(ws-ticket-found)
                      " RUN " tt-run-date(ws-ticket-found)
                      " RC " jt-return-code(ws-job-index)
                      " ABEND " jt-abend-code(ws-job-index)
                      " STEP " jt-step-name(ws-job-index)
                      DELIMITED BY SIZE INTO ws-report-line
               PERFORM write-ticketif-line
           ELSE
               MOVE SPACES TO ws-report-line
               STRING "  TICKET TABLE FULL - NO REQUEST FOR "
                      jt-job-name(ws-job-index)
                      DELIMITED BY SIZE INTO ws-report-line
               PERFORM write-ticketif-line
           END-IF.

       send-note-update.
           MOVE "U" TO tq-request-type.
           PERFORM write-ticket-request.
           ADD 1 TO ws-update-count.
           MOVE SPACES TO ws-report-line.
           STRING "  UPDATE " tt-job-name(ws-ticket-found)
                  " RUN " tt-run-date(ws-ticket-found)
                  " TICKET " tt-ticket-num(ws-ticket-found)
                  " NOTE ADDED"
                  DELIMITED BY SIZE INTO ws-report-line.
           PERFORM write-ticketif-line.

       write-ticket-request.
           MOVE tt-job-name(ws-ticket-found) TO tq-job-name.
           MOVE tt-run-date(ws-ticket-found) TO tq-run-date.
           MOVE ws-now-stamp TO tq-request-stamp.
           MOVE jt-return-code(ws-job-index) TO tq-return-code.
           MOVE jt-abend-code(ws-job-index) TO tq-abend-code.
           MOVE jt-step-name(ws-job-index) TO tq-step-name.
           MOVE jt-message(ws-job-index) TO tq-message.
           IF ws-note-found > 0
               MOVE nt-note-text(ws-note-found) TO tq-note-text
               MOVE nt-timestamp(ws-note-found)
                   TO tt-note-stamp(ws-ticket-found)
           ELSE
               MOVE SPACES TO tq-note-text
           END-IF.
           WRITE ticket-request-record.

       apply-ticket-responses.
           OPEN INPUT ticket-response-file.
           IF ws-tres-file-status = "00"
               MOVE "N" TO ws-tres-eof-flag
               PERFORM UNTIL response-file-eof
                   READ ticket-response-file
                       AT END MOVE "Y" TO ws-tres-eof-flag
                       NOT AT END
                           IF tr-job-name NOT = SPACES
                               PERFORM apply-ticket-response
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ticket-response-file
           END-IF.

       apply-ticket-response.
           MOVE 0 TO ws-ticket-found.
           MOVE 0 TO ws-ticket-index.
           PERFORM UNTIL ws-ticket-index >= ws-ticket-count
               ADD 1 TO ws-ticket-index
               IF tt-job-name(ws-ticket-index) = tr-job-name
                  AND tt-run-date(ws-ticket-index) = tr-run-date
                   MOVE ws-ticket-index TO ws-ticket-found
               END-IF
           END-PERFORM.
           IF ws-ticket-found = 0
               ADD 1 TO ws-unmatched-count
               MOVE SPACES TO ws-report-line
               STRING "  NO REQUEST ON FILE FOR " tr-job-name
                      " RUN " tr-run-date
                      " TICKET " tr-ticket-num
                      DELIMITED BY SIZE INTO ws-report-line
               PERFORM write-ticketif-line
           ELSE
               IF tr-update-stamp > tt-update-stamp(ws-ticket-found)
                  OR tt-update-stamp(ws-ticket-found) = SPACES
                   IF tr-ticket-num NOT = SPACES
                       MOVE tr-ticket-num
                           TO tt-ticket-num(ws-ticket-found)
                   END-IF
                   MOVE tr-ticket-status
                       TO tt-ticket-status(ws-ticket-found)
                   MOVE tr-update-stamp
                       TO tt-update-stamp(ws-ticket-found)
                   ADD 1 TO ws-applied-count
                   MOVE SPACES TO ws-report-line
                   STRING "  " tt-job-name(ws-ticket-found)
                          " RUN " tt-run-date(ws-ticket-found)
                          " TICKET " tt-ticket-num(ws-ticket-found)
                          " " tt-ticket-status(ws-ticket-found)
                          DELIMITED BY SIZE INTO ws-report-line
                   PERFORM write-ticketif-line
               END-IF
           END-IF.

       rewrite-ticket-file.
           MOVE 0 TO ws-ticket-index.
           PERFORM UNTIL ws-ticket-index >= ws-ticket-count
               ADD 1 TO ws-ticket-index
               MOVE ws-ticket-entry(ws-ticket-index) TO ticket-record
               WRITE ticket-record
           END-PERFORM.
           CLOSE ticket-file.

       write-awaiting-section.
           MOVE SPACES TO ws-report-line.
           PERFORM write-ticketif-line.
           MOVE "AWAITING TICKET NUMBER:" TO ws-report-line.
           PERFORM write-ticketif-line.
           MOVE 0 TO ws-awaiting-count.
           MOVE 0 TO ws-ticket-index.
           PERFORM UNTIL ws-ticket-index >= ws-ticket-count
               ADD 1 TO ws-ticket-index
               IF tt-ticket-num(ws-ticket-index) = SPACES
                   ADD 1 TO ws-awaiting-count
                   MOVE SPACES TO ws-report-line
                   STRING "  " tt-job-name(ws-ticket-index)
                          " RUN " tt-run-date(ws-ticket-index)
                          " REQUESTED "
                          tt-request-stamp(ws-ticket-index)
                          DELIMITED BY SIZE INTO ws-report-line
                   PERFORM write-ticketif-line
               END-IF
           END-PERFORM.
           IF ws-awaiting-count = 0
               MOVE "  NONE" TO ws-report-line
               PERFORM write-ticketif-line
           END-IF.

       write-ticketif-line.
           MOVE ws-report-line TO ticketif-report-line.
           WRITE ticketif-report-line.

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
