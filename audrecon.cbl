       IDENTIFICATION DIVISION.
       PROGRAM-ID. audrecon.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT audit-file ASSIGN TO DYNAMIC ws-audit-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-audit-file-status.
           SELECT audit-seq-file ASSIGN TO DYNAMIC ws-audseq-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-audseq-file-status.
           SELECT operator-file ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-oper-file-status.
           SELECT ack-journal-file ASSIGN TO "ACKJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-ackj-file-status.
           SELECT ack-state-file ASSIGN TO "ACKSTATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-ack-file-status.
           SELECT job-notes-file ASSIGN TO "JOBNOTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-notes-file-status.
           SELECT eod-report-file ASSIGN TO "EODRECON.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-eod-file-status.
           SELECT audrecon-report-file ASSIGN TO "AUDRECON.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-rpt-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD  audit-file.
       01  audit-record.
           05 aud-operator-id     PIC X(08).
           05 aud-timestamp       PIC X(14).
           05 aud-action-code     PIC X(02).
           05 aud-action-desc     PIC X(40).
           05 aud-console-id      PIC X(04).
           05 aud-seq-num         PIC X(08).

       FD  audit-seq-file.
       01  audit-seq-record.
           05 asq-console-id      PIC X(04).
           05 asq-last-seq        PIC X(08).

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

       FD  ack-journal-file.
       01  ack-journal-record.
           05 akj-job-name        PIC X(20).
           05 akj-operator-id     PIC X(08).
           05 akj-timestamp       PIC X(14).
           05 akj-console-id      PIC X(04).

       FD  ack-state-file.
       01  ack-state-record.
           05 ack-job-name        PIC X(20).
           05 ack-operator-id     PIC X(08).
           05 ack-timestamp       PIC X(14).

       FD  job-notes-file.
       01  job-notes-record.
           05 jn-job-name         PIC X(20).
           05 jn-run-date         PIC X(08).
           05 jn-operator-id      PIC X(08).
           05 jn-timestamp        PIC X(14).
           05 jn-note-text        PIC X(60).

       FD  eod-report-file.
       01  eod-report-line        PIC X(80).

       FD  audrecon-report-file.
       01  audrecon-report-line   PIC X(80).

       WORKING-STORAGE SECTION.
       01 ws-audit-file-status   PIC X(02) VALUE SPACES.
       01 ws-audseq-file-status  PIC X(02) VALUE SPACES.
       01 ws-oper-file-status    PIC X(02) VALUE SPACES.
       01 ws-ackj-file-status    PIC X(02) VALUE SPACES.
       01 ws-ack-file-status     PIC X(02) VALUE SPACES.
       01 ws-notes-file-status   PIC X(02) VALUE SPACES.
       01 ws-eod-file-status     PIC X(02) VALUE SPACES.
       01 ws-rpt-file-status     PIC X(02) VALUE SPACES.

       01 ws-audit-eof-flag PIC X(01) VALUE "N".
           88 audit-file-eof VALUE "Y".
       01 ws-oper-eof-flag PIC X(01) VALUE "N".
           88 oper-file-eof VALUE "Y".
       01 ws-ackj-eof-flag PIC X(01) VALUE "N".
           88 ack-journal-eof VALUE "Y".
       01 ws-ack-eof-flag PIC X(01) VALUE "N".
           88 ack-file-eof VALUE "Y".
       01 ws-notes-eof-flag PIC X(01) VALUE "N".
           88 notes-file-eof VALUE "Y".
       01 ws-eod-eof-flag PIC X(01) VALUE "N".
           88 eod-file-eof VALUE "Y".

       01 ws-audit-name    PIC X(30) VALUE SPACES.
       01 ws-audseq-name   PIC X(30) VALUE SPACES.

       01 ws-current-date  PIC X(08) VALUE SPACES.
       01 ws-from-date     PIC X(08) VALUE SPACES.
       01 ws-to-date       PIC X(08) VALUE SPACES.
       01 ws-date-9        PIC 9(08) VALUE 0.
       01 ws-from-int      PIC 9(07) VALUE 0.
       01 ws-to-int        PIC 9(07) VALUE 0.
       01 ws-day-span      PIC 9(04) VALUE 0.
       01 ws-date-ok-flag  PIC X(01) VALUE "Y".
           88 date-range-ok VALUE "Y".

       01 ws-scan-yyyy     PIC 9(04) VALUE 0.
       01 ws-scan-mm       PIC 9(02) VALUE 0.
       01 ws-scan-month    PIC X(06) VALUE SPACES.
       01 ws-end-month     PIC X(06) VALUE SPACES.

       01 ws-conv-stamp    PIC X(14) VALUE SPACES.
       01 ws-conv-secs     PIC 9(12) VALUE 0.
       01 ws-stamp-ok-flag PIC X(01) VALUE "N".
           88 stamp-value-ok VALUE "Y".
       01 ws-match-window  PIC 9(02) VALUE 5.
       01 ws-match-code    PIC X(02) VALUE SPACES.
       01 ws-match-job     PIC X(20) VALUE SPACES.
       01 ws-match-oper    PIC X(08) VALUE SPACES.
       01 ws-match-secs    PIC 9(12) VALUE 0.
       01 ws-match-diff    PIC S9(12) VALUE 0.
       01 ws-match-free    PIC 9(04) VALUE 0.
       01 ws-match-any     PIC 9(04) VALUE 0.
       01 ws-match-found   PIC 9(04) VALUE 0.

       01 ws-in-range-flag PIC X(01) VALUE "N".
           88 record-in-range VALUE "Y".
       01 ws-record-seq    PIC 9(08) VALUE 0.
       01 ws-gap-from      PIC 9(08) VALUE 0.
       01 ws-gap-to        PIC 9(08) VALUE 0.
       01 ws-file-recs     PIC 9(06) VALUE 0.

       01 ws-file-count PIC 9(02) VALUE 0.
       01 ws-file-index PIC 9(02) VALUE 0.
       01 ws-file-table.
           05 ws-file-entry OCCURS 60 TIMES.
              10 fr-file-name     PIC X(30).
              10 fr-record-count  PIC 9(06).

       01 ws-oper-count PIC 9(03) VALUE 0.
       01 ws-oper-index PIC 9(03) VALUE 0.
       01 ws-oper-found PIC 9(03) VALUE 0.
       01 ws-oper-table.
           05 ws-oper-entry OCCURS 100 TIMES.
              10 ot-operator-id   PIC X(08).

       01 ws-cs-count PIC 9(02) VALUE 0.
       01 ws-cs-index PIC 9(02) VALUE 0.
       01 ws-cs-found PIC 9(02) VALUE 0.
       01 ws-cs-table.
           05 ws-cs-entry OCCURS 30 TIMES.
              10 cs-console-id    PIC X(04).
              10 cs-seq-flag      PIC X(01).
              10 cs-last-seq      PIC 9(08).
              10 cs-stamp-flag    PIC X(01).
              10 cs-last-stamp    PIC X(14).
              10 cs-last-range    PIC X(01).
              10 cs-range-count   PIC 9(06).
              10 cs-unseq-count   PIC 9(06).
              10 cs-first-seq     PIC 9(08).
              10 cs-high-seq      PIC 9(08).

       01 ws-uo-count PIC 9(02) VALUE 0.
       01 ws-uo-index PIC 9(02) VALUE 0.
       01 ws-uo-found PIC 9(02) VALUE 0.
       01 ws-uo-table.
           05 ws-uo-entry OCCURS 50 TIMES.
              10 uo-operator-id   PIC X(08).
              10 uo-record-count  PIC 9(06).
              10 uo-first-stamp   PIC X(14).
              10 uo-console-id    PIC X(04).
              10 uo-action-code   PIC X(02).
       01 ws-uo-full-flag PIC X(01) VALUE "N".

       01 ws-ev-count PIC 9(04) VALUE 0.
       01 ws-ev-index PIC 9(04) VALUE 0.
       01 ws-ev-table.
           05 ws-ev-entry OCCURS 3000 TIMES.
              10 ev-action-code   PIC X(02).
              10 ev-job-name      PIC X(20).
              10 ev-operator-id   PIC X(08).
              10 ev-timestamp     PIC X(14).
              10 ev-secs          PIC 9(12).
              10 ev-range-flag    PIC X(01).
              10 ev-match-flag    PIC X(01).
       01 ws-ev-full-flag PIC X(01) VALUE "N".
       01 ws-last-eo-index PIC 9(04) VALUE 0.

       01 ws-eod-found-flag PIC X(01) VALUE "N".
           88 eod-report-found VALUE "Y".
       01 ws-eod-signed-flag PIC X(01) VALUE "N".
           88 eod-report-signed VALUE "Y".
       01 ws-eod-run-date  PIC X(08) VALUE SPACES.
       01 ws-eod-oper-id   PIC X(08) VALUE SPACES.
       01 ws-eod-time      PIC X(08) VALUE SPACES.
       01 ws-eod-stamp     PIC X(14) VALUE SPACES.
       01 ws-eod-match     PIC 9(04) VALUE 0.

       01 ws-cnt-records   PIC 9(07) VALUE 0.
       01 ws-cnt-in-range  PIC 9(07) VALUE 0.
       01 ws-cnt-unseq     PIC 9(07) VALUE 0.
       01 ws-cnt-gaps      PIC 9(05) VALUE 0.
       01 ws-cnt-missing   PIC 9(07) VALUE 0.
       01 ws-cnt-repeats   PIC 9(05) VALUE 0.
       01 ws-cnt-time-seq  PIC 9(05) VALUE 0.
       01 ws-cnt-malformed PIC 9(05) VALUE 0.
       01 ws-cnt-trailing  PIC 9(05) VALUE 0.
       01 ws-cnt-unknown   PIC 9(05) VALUE 0.
       01 ws-cnt-ak-events PIC 9(05) VALUE 0.
       01 ws-cnt-ak-loose  PIC 9(05) VALUE 0.
       01 ws-cnt-jrnl      PIC 9(05) VALUE 0.
       01 ws-cnt-jrnl-bad  PIC 9(05) VALUE 0.
       01 ws-cnt-state     PIC 9(05) VALUE 0.
       01 ws-cnt-state-bad PIC 9(05) VALUE 0.
       01 ws-cnt-nt-events PIC 9(05) VALUE 0.
       01 ws-cnt-nt-bad    PIC 9(05) VALUE 0.
       01 ws-cnt-notes     PIC 9(05) VALUE 0.
       01 ws-cnt-notes-bad PIC 9(05) VALUE 0.
       01 ws-cnt-eo-events PIC 9(05) VALUE 0.
       01 ws-cnt-eo-bad    PIC 9(05) VALUE 0.
       01 ws-cnt-eo-unver  PIC 9(05) VALUE 0.
       01 ws-cnt-exceptions PIC 9(07) VALUE 0.
       01 ws-section-count PIC 9(05) VALUE 0.

       01 ws-seq-disp      PIC 9(08) VALUE 0.
       01 ws-seq-disp2     PIC 9(08) VALUE 0.
       01 ws-count-disp    PIC ZZZZZZ9.
       01 ws-count-disp2   PIC ZZZZZZ9.
       01 ws-count-disp3   PIC ZZZZZZ9.
       01 ws-report-line   PIC X(80) VALUE SPACES.

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
           OPEN OUTPUT audrecon-report-file.
           IF ws-rpt-file-status NOT = "00"
               DISPLAY "AUDRECON.RPT OPEN FAILED " ws-rpt-file-status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM write-report-heading.
           PERFORM load-operator-table.
           PERFORM read-audit-trail.
           PERFORM check-trailing-sequence.
           PERFORM write-console-summary.
           PERFORM write-unknown-operators.
           PERFORM check-ack-journal.
           PERFORM check-ack-state.
           PERFORM check-job-notes.
           PERFORM check-eod-signoffs.
           PERFORM write-recon-summary.
           CLOSE audrecon-report-file.
           MOVE ws-cnt-exceptions TO ws-count-disp.
           DISPLAY "AUDRECON.RPT WRITTEN - " ws-count-disp
               " EXCEPTIONS".
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

       write-report-heading.
           MOVE SPACES TO ws-report-line.
           STRING "AUDIT RECONCILIATION  "
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
           MOVE "SEQUENCE AND TIMESTAMP CHECKS BY CONSOLE"
               TO ws-report-line.
           PERFORM write-report-line.
           MOVE 0 TO ws-section-count.

       load-operator-table.
           MOVE 0 TO ws-oper-count.
           OPEN INPUT operator-file.
           IF ws-oper-file-status = "00"
               MOVE "N" TO ws-oper-eof-flag
               PERFORM UNTIL oper-file-eof
                   READ operator-file
                       AT END MOVE "Y" TO ws-oper-eof-flag
                       NOT AT END
                           IF op-operator-id NOT = SPACES
                              AND ws-oper-count < 100
                               ADD 1 TO ws-oper-count
                               MOVE op-operator-id
                                   TO ot-operator-id(ws-oper-count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE operator-file
           END-IF.

       find-operator-entry.
           MOVE 0 TO ws-oper-found.
           MOVE 0 TO ws-oper-index.
           PERFORM UNTIL ws-oper-index >= ws-oper-count
                      OR ws-oper-found > 0
               ADD 1 TO ws-oper-index
               IF ot-operator-id(ws-oper-index) = aud-operator-id
                   MOVE ws-oper-index TO ws-oper-found
               END-IF
           END-PERFORM.

       read-audit-trail.
           MOVE ws-from-date(1:4) TO ws-scan-yyyy.
           MOVE ws-from-date(5:2) TO ws-scan-mm.
           MOVE ws-current-date(1:6) TO ws-end-month.
           IF ws-to-date(1:6) > ws-end-month
               MOVE ws-to-date(1:6) TO ws-end-month
           END-IF.
           MOVE ws-from-date(1:6) TO ws-scan-month.
           PERFORM UNTIL ws-scan-month > ws-end-month
               MOVE SPACES TO ws-audit-name
               STRING "AUDIT-" ws-scan-month ".DAT"
                   DELIMITED BY SIZE INTO ws-audit-name
               PERFORM read-audit-file
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
           MOVE "AUDIT.DAT" TO ws-audit-name.
           PERFORM read-audit-file.
           IF ws-file-count = 0
               MOVE "  NO AUDIT FILES ON FILE FOR THE RANGE"
                   TO ws-report-line
               PERFORM write-report-line
               ADD 1 TO ws-cnt-exceptions
           END-IF.

       read-audit-file.
           OPEN INPUT audit-file.
           IF ws-audit-file-status = "00"
               MOVE 0 TO ws-file-recs
               MOVE "N" TO ws-audit-eof-flag
               PERFORM UNTIL audit-file-eof
                   READ audit-file
                       AT END MOVE "Y" TO ws-audit-eof-flag
                       NOT AT END
                           ADD 1 TO ws-file-recs
                           ADD 1 TO ws-cnt-records
                           PERFORM check-audit-record
                   END-READ
               END-PERFORM
               CLOSE audit-file
               IF ws-file-count < 60
                   ADD 1 TO ws-file-count
                   MOVE ws-audit-name TO fr-file-name(ws-file-count)
                   MOVE ws-file-recs
                       TO fr-record-count(ws-file-count)
               END-IF
           END-IF.

       check-audit-record.
           MOVE aud-timestamp TO ws-conv-stamp.
           PERFORM convert-stamp-to-secs.
           IF NOT stamp-value-ok
               ADD 1 TO ws-cnt-malformed
               ADD 1 TO ws-cnt-exceptions
               ADD 1 TO ws-section-count
               MOVE ws-file-recs TO ws-count-disp
               MOVE SPACES TO ws-report-line
               STRING "  MALFORMED RECORD " ws-count-disp " IN "
                      ws-audit-name
                      DELIMITED BY SIZE INTO ws-report-line
               PERFORM write-report-line
           ELSE
               IF aud-timestamp(1:8) >= ws-from-date
                  AND aud-timestamp(1:8) <= ws-to-date
                   MOVE "Y" TO ws-in-range-flag
                   ADD 1 TO ws-cnt-in-range
               ELSE
                   MOVE "N" TO ws-in-range-flag
               END-IF
               PERFORM find-console-entry
               IF ws-cs-found > 0
                   PERFORM check-console-sequence
               END-IF
               IF record-in-range
                   PERFORM check-audit-operator
               END-IF
               IF aud-timestamp(1:8) >= ws-from-date
                   EVALUATE aud-action-code
                       WHEN "AK"
                           IF aud-action-desc(1:8) = "ACK JOB "
                              AND aud-action-desc(9:4) NOT = "ROW "
                               PERFORM store-audit-event
                           END-IF
                       WHEN "NT"
                           IF aud-action-desc(1:9) = "NOTE JOB "
                               PERFORM store-audit-event
                           END-IF
                       WHEN "EO"
                           PERFORM store-audit-event
                   END-EVALUATE
               END-IF
           END-IF.

       find-console-entry.
           MOVE 0 TO ws-cs-found.
           MOVE 0 TO ws-cs-index.
           PERFORM UNTIL ws-cs-index >= ws-cs-count
                      OR ws-cs-found > 0
               ADD 1 TO ws-cs-index
               IF cs-console-id(ws-cs-index) = aud-console-id
                   MOVE ws-cs-index TO ws-cs-found
               END-IF
           END-PERFORM.
           IF ws-cs-found = 0 AND ws-cs-count < 30
               ADD 1 TO ws-cs-count
               MOVE ws-cs-count TO ws-cs-found
               MOVE aud-console-id TO cs-console-id(ws-cs-found)
               MOVE "N" TO cs-seq-flag(ws-cs-found)
               MOVE 0 TO cs-last-seq(ws-cs-found)
               MOVE "N" TO cs-stamp-flag(ws-cs-found)
               MOVE SPACES TO cs-last-stamp(ws-cs-found)
               MOVE "N" TO cs-last-range(ws-cs-found)
               MOVE 0 TO cs-range-count(ws-cs-found)
               MOVE 0 TO cs-unseq-count(ws-cs-found)
               MOVE 0 TO cs-first-seq(ws-cs-found)
               MOVE 0 TO cs-high-seq(ws-cs-found)
           END-IF.

       check-console-sequence.
           IF record-in-range
               ADD 1 TO cs-range-count(ws-cs-found)
           END-IF.
           IF cs-stamp-flag(ws-cs-found) = "Y"
              AND aud-timestamp < cs-last-stamp(ws-cs-found)
              AND record-in-range
               ADD 1 TO ws-cnt-time-seq
               ADD 1 TO ws-cnt-exceptions
               ADD 1 TO ws-section-count
               MOVE SPACES TO ws-report-line
               STRING "  " aud-console-id " TIME OUT OF SEQUENCE "
                      aud-timestamp " AFTER "
                      cs-last-stamp(ws-cs-found)
                      DELIMITED BY SIZE INTO ws-report-line
               PERFORM write-report-line
           END-IF.
           MOVE "Y" TO cs-stamp-flag(ws-cs-found).
           MOVE aud-timestamp TO cs-last-stamp(ws-cs-found).
           IF aud-seq-num IS NUMERIC
               MOVE aud-seq-num TO ws-record-seq
               PERFORM check-sequence-number
           ELSE
               IF record-in-range
                   ADD 1 TO cs-unseq-count(ws-cs-found)
                   ADD 1 TO ws-cnt-unseq
               END-IF
           END-IF.
           MOVE ws-in-range-flag TO cs-last-range(ws-cs-found).

       check-sequence-number.
           IF cs-seq-flag(ws-cs-found) = "Y"
               IF ws-record-seq > cs-last-seq(ws-cs-found) + 1
                   IF record-in-range
                      OR cs-last-range(ws-cs-found) = "Y"
                       COMPUTE ws-gap-from =
                           cs-last-seq(ws-cs-found) + 1
                       COMPUTE ws-gap-to = ws-record-seq - 1
                       ADD 1 TO ws-cnt-gaps
                       COMPUTE ws-cnt-missing = ws-cnt-missing
                           + ws-gap-to - ws-gap-from + 1
                       ADD 1 TO ws-cnt-exceptions
                       ADD 1 TO ws-section-count
                       MOVE SPACES TO ws-report-line
                       STRING "  " aud-console-id " SEQ GAP "
                              ws-gap-from "-" ws-gap-to
                              " MISSING BEFORE " aud-timestamp
                              DELIMITED BY SIZE INTO ws-report-line
                       PERFORM write-report-line
                   END-IF
               END-IF
               IF ws-record-seq <= cs-last-seq(ws-cs-found)
                  AND record-in-range
                   MOVE cs-last-seq(ws-cs-found) TO ws-seq-disp
                   ADD 1 TO ws-cnt-repeats
                   ADD 1 TO ws-cnt-exceptions
                   ADD 1 TO ws-section-count
                   MOVE SPACES TO ws-report-line
                   STRING "  " aud-console-id " SEQ " ws-record-seq
                          " REPEATED OR RESET AFTER " ws-seq-disp
                          " AT " aud-timestamp
                          DELIMITED BY SIZE INTO ws-report-line
                   PERFORM write-report-line
               END-IF
           END-IF.
           MOVE "Y" TO cs-seq-flag(ws-cs-found).
           MOVE ws-record-seq TO cs-last-seq(ws-cs-found).
           IF record-in-range
               IF cs-first-seq(ws-cs-found) = 0
                   MOVE ws-record-seq TO cs-first-seq(ws-cs-found)
               END-IF
               IF ws-record-seq > cs-high-seq(ws-cs-found)
                   MOVE ws-record-seq TO cs-high-seq(ws-cs-found)
               END-IF
           END-IF.

       check-audit-operator.
           PERFORM find-operator-entry.
           IF ws-oper-found = 0 AND aud-operator-id NOT = "WALLBORD"
               ADD 1 TO ws-cnt-unknown
               MOVE 0 TO ws-uo-found
               MOVE 0 TO ws-uo-index
               PERFORM UNTIL ws-uo-index >= ws-uo-count
                          OR ws-uo-found > 0
                   ADD 1 TO ws-uo-index
                   IF uo-operator-id(ws-uo-index) = aud-operator-id
                       MOVE ws-uo-index TO ws-uo-found
                   END-IF
               END-PERFORM
               IF ws-uo-found = 0
                   IF ws-uo-count < 50
                       ADD 1 TO ws-uo-count
                       MOVE ws-uo-count TO ws-uo-found
                       MOVE aud-operator-id
                           TO uo-operator-id(ws-uo-found)
                       MOVE 0 TO uo-record-count(ws-uo-found)
                       MOVE aud-timestamp
                           TO uo-first-stamp(ws-uo-found)
                       MOVE aud-console-id
                           TO uo-console-id(ws-uo-found)
                       MOVE aud-action-code
                           TO uo-action-code(ws-uo-found)
                   ELSE
                       MOVE "Y" TO ws-uo-full-flag
                   END-IF
               END-IF
               IF ws-uo-found > 0
                   ADD 1 TO uo-record-count(ws-uo-found)
               END-IF
           END-IF.

       store-audit-event.
           IF ws-ev-count < 3000
               PERFORM store-event-entry
           ELSE
               MOVE "Y" TO ws-ev-full-flag
           END-IF.

       store-event-entry.
           ADD 1 TO ws-ev-count.
           MOVE aud-action-code TO ev-action-code(ws-ev-count).
           MOVE aud-operator-id TO ev-operator-id(ws-ev-count).
           MOVE aud-timestamp TO ev-timestamp(ws-ev-count).
           MOVE ws-conv-secs TO ev-secs(ws-ev-count).
           MOVE ws-in-range-flag TO ev-range-flag(ws-ev-count).
           MOVE "N" TO ev-match-flag(ws-ev-count).
           EVALUATE aud-action-code
               WHEN "AK"
                   MOVE aud-action-desc(9:20)
                       TO ev-job-name(ws-ev-count)
                   IF record-in-range
                       ADD 1 TO ws-cnt-ak-events
                   END-IF
               WHEN "NT"
                   MOVE aud-action-desc(10:20)
                       TO ev-job-name(ws-ev-count)
                   IF record-in-range
                       ADD 1 TO ws-cnt-nt-events
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO ev-job-name(ws-ev-count)
                   MOVE ws-ev-count TO ws-last-eo-index
                   IF record-in-range
                       ADD 1 TO ws-cnt-eo-events
                   END-IF
           END-EVALUATE.

       check-trailing-sequence.
           MOVE 0 TO ws-cs-index.
           PERFORM UNTIL ws-cs-index >= ws-cs-count
               ADD 1 TO ws-cs-index
               IF cs-seq-flag(ws-cs-index) = "Y"
                   PERFORM check-console-audseq
               END-IF
           END-PERFORM.
           IF ws-section-count = 0
               MOVE "  NONE" TO ws-report-line
               PERFORM write-report-line
           END-IF.

       check-console-audseq.
           MOVE SPACES TO ws-audseq-name.
           STRING "AUDSEQ-" DELIMITED BY SIZE
                  cs-console-id(ws-cs-index) DELIMITED BY SPACE
                  ".DAT" DELIMITED BY SIZE
                  INTO ws-audseq-name.
           MOVE cs-last-seq(ws-cs-index) TO ws-seq-disp.
           MOVE SPACES TO ws-report-line.
           OPEN INPUT audit-seq-file.
           IF ws-audseq-file-status NOT = "00"
               STRING "  " cs-console-id(ws-cs-index) " "
                      DELIMITED BY SIZE
                      ws-audseq-name DELIMITED BY SPACE
                      " NOT ON FILE - TRAIL ENDS AT SEQ "
                      ws-seq-disp DELIMITED BY SIZE
                      INTO ws-report-line
           ELSE
               MOVE SPACES TO asq-last-seq
               READ audit-seq-file
                   AT END MOVE SPACES TO asq-last-seq
               END-READ
               CLOSE audit-seq-file
               IF asq-last-seq IS NUMERIC
                   MOVE asq-last-seq TO ws-seq-disp2
               ELSE
                   MOVE 0 TO ws-seq-disp2
               END-IF
               IF ws-seq-disp2 > ws-seq-disp
                   ADD 1 TO ws-cnt-gaps
                   COMPUTE ws-cnt-missing = ws-cnt-missing
                       + ws-seq-disp2 - ws-seq-disp
                   STRING "  " cs-console-id(ws-cs-index)
                          " TRAIL ENDS AT SEQ " ws-seq-disp
                          " BUT COUNTER HOLDS " ws-seq-disp2
                          DELIMITED BY SIZE INTO ws-report-line
               END-IF
               IF ws-seq-disp2 < ws-seq-disp
                   STRING "  " cs-console-id(ws-cs-index)
                          " TRAIL AT SEQ " ws-seq-disp
                          " IS AHEAD OF COUNTER " ws-seq-disp2
                          DELIMITED BY SIZE INTO ws-report-line
               END-IF
           END-IF.
           IF ws-report-line NOT = SPACES
               ADD 1 TO ws-cnt-trailing
               ADD 1 TO ws-cnt-exceptions
               ADD 1 TO ws-section-count
               PERFORM write-report-line
           END-IF.

       write-console-summary.
           MOVE SPACES TO ws-report-line.
           PERFORM write-report-line.
           MOVE "CONSOLE  RECORDS  UNSEQUENCED  FIRST SEQ  LAST SEQ"
               TO ws-report-line.
           PERFORM write-report-line.
           MOVE 0 TO ws-cs-index.
           PERFORM UNTIL ws-cs-index >= ws-cs-count
               ADD 1 TO ws-cs-index
               IF cs-range-count(ws-cs-index) > 0
                   MOVE cs-range-count(ws-cs-index) TO ws-count-disp
                   MOVE cs-unseq-count(ws-cs-index) TO ws-count-disp2
                   MOVE SPACES TO ws-report-line
                   STRING "  " cs-console-id(ws-cs-index) " "
                          ws-count-disp "      " ws-count-disp2
                          "   " cs-first-seq(ws-cs-index)
                          "   " cs-high-seq(ws-cs-index)
                          DELIMITED BY SIZE INTO ws-report-line
                   PERFORM write-report-line
               END-IF
           END-PERFORM.

       write-unknown-operators.
           MOVE SPACES TO ws-report-line.
           PERFORM write-report-line.
           MOVE "OPERATOR IDS NOT ON OPERATOR.DAT" TO ws-report-line.
           PERFORM write-report-line.
           IF ws-oper-count = 0
               MOVE "  OPERATOR.DAT UNAVAILABLE OR EMPTY"
                   TO ws-report-line
               PERFORM write-report-line
           END-IF.
           MOVE 0 TO ws-uo-index.
           PERFORM UNTIL ws-uo-index >= ws-uo-count
               ADD 1 TO ws-uo-index
               ADD 1 TO ws-cnt-exceptions
               MOVE uo-record-count(ws-uo-index) TO ws-count-disp
               MOVE SPACES TO ws-report-line
               STRING "  UNKNOWN OPERATOR " uo-operator-id(ws-uo-index)
                      ws-count-disp " RECS FIRST "
                      uo-first-stamp(ws-uo-index) " "
                      uo-console-id(ws-uo-index) " "
                      uo-action-code(ws-uo-index)
                      DELIMITED BY SIZE INTO ws-report-line
               PERFORM write-report-line
           END-PERFORM.
           IF ws-uo-full-flag = "Y"
               MOVE "  TABLE FULL - FURTHER UNKNOWN IDS NOT LISTED"
                   TO ws-report-line
               PERFORM write-report-line
           END-IF.
           IF ws-uo-count = 0
               MOVE "  NONE" TO ws-report-line
               PERFORM write-report-line
           END-IF.

       check-ack-journal.
           MOVE SPACES TO ws-report-line.
           PERFORM write-report-line.
           MOVE "ACKNOWLEDGEMENTS (AK) AGAINST ACKJRNL.DAT/ACKSTATE.DAT"
               TO ws-report-line.
           PERFORM write-report-line.
           MOVE 0 TO ws-section-count.
           OPEN INPUT ack-journal-file.
           IF ws-ackj-file-status = "00"
               MOVE "N" TO ws-ackj-eof-flag
               PERFORM UNTIL ack-journal-eof
                   READ ack-journal-file
                       AT END MOVE "Y" TO ws-ackj-eof-flag
                       NOT AT END
                           IF akj-job-name NOT = SPACES
                              AND akj-operator-id NOT = SPACES
                              AND akj-timestamp(1:8) >= ws-from-date
                              AND akj-timestamp(1:8) <= ws-to-date
                               PERFORM check-journal-entry
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ack-journal-file
           END-IF.

       check-journal-entry.
           ADD 1 TO ws-cnt-jrnl.
           MOVE "AK" TO ws-match-code.
           MOVE akj-job-name TO ws-match-job.
           MOVE akj-operator-id TO ws-match-oper.
           MOVE akj-timestamp TO ws-conv-stamp.
           PERFORM convert-stamp-to-secs.
           MOVE 0 TO ws-match-found.
           IF stamp-value-ok
               MOVE ws-conv-secs TO ws-match-secs
               PERFORM find-event-match
           END-IF.
           IF ws-match-found = 0
               ADD 1 TO ws-cnt-jrnl-bad
               ADD 1 TO ws-cnt-exceptions
               ADD 1 TO ws-section-count
               MOVE SPACES TO ws-report-line
               STRING "  ORPHAN JOURNAL ENTRY   " akj-job-name " "
                      akj-operator-id " " akj-timestamp " "
                      akj-console-id
                      DELIMITED BY SIZE INTO ws-report-line
               PERFORM write-report-line
           END-IF.

       check-ack-state.
           OPEN INPUT ack-state-file.
           IF ws-ack-file-status = "00"
               MOVE "N" TO ws-ack-eof-flag
               PERFORM UNTIL ack-file-eof
                   READ ack-state-file
                       AT END MOVE "Y" TO ws-ack-eof-flag
                       NOT AT END
                           IF ack-job-name NOT = SPACES
                              AND ack-operator-id NOT = SPACES
                              AND ack-timestamp(1:8) >= ws-from-date
                              AND ack-timestamp(1:8) <= ws-to-date
                               PERFORM check-state-entry
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ack-state-file
           END-IF.
           MOVE 0 TO ws-ev-index.
           PERFORM UNTIL ws-ev-index >= ws-ev-count
               ADD 1 TO ws-ev-index
               IF ev-action-code(ws-ev-index) = "AK"
                  AND ev-range-flag(ws-ev-index) = "Y"
                  AND ev-match-flag(ws-ev-index) = "N"
                   ADD 1 TO ws-cnt-ak-loose
               END-IF
           END-PERFORM.
           IF ws-section-count = 0
               MOVE "  NONE" TO ws-report-line
               PERFORM write-report-line
           END-IF.

       check-state-entry.
           ADD 1 TO ws-cnt-state.
           MOVE "AK" TO ws-match-code.
           MOVE ack-job-name TO ws-match-job.
           MOVE ack-operator-id TO ws-match-oper.
           MOVE ack-timestamp TO ws-conv-stamp.
           PERFORM convert-stamp-to-secs.
           MOVE 0 TO ws-match-found.
           IF stamp-value-ok
               MOVE ws-conv-secs TO ws-match-secs
               PERFORM find-event-match
           END-IF.
           IF ws-match-found = 0
               ADD 1 TO ws-cnt-state-bad
               ADD 1 TO ws-cnt-exceptions
               ADD 1 TO ws-section-count
               MOVE SPACES TO ws-report-line
               STRING "  ACK WITH NO AUDIT EVENT " ack-job-name " "
                      ack-operator-id " " ack-timestamp
                      DELIMITED BY SIZE INTO ws-report-line
               PERFORM write-report-line
           END-IF.

       check-job-notes.
           MOVE SPACES TO ws-report-line.
           PERFORM write-report-line.
           MOVE "JOB NOTES (NT) AGAINST JOBNOTES.DAT" TO ws-report-line.
           PERFORM write-report-line.
           MOVE 0 TO ws-section-count.
           OPEN INPUT job-notes-file.
           IF ws-notes-file-status = "00"
               MOVE "N" TO ws-notes-eof-flag
               PERFORM UNTIL notes-file-eof
                   READ job-notes-file
                       AT END MOVE "Y" TO ws-notes-eof-flag
                       NOT AT END
                           IF jn-job-name NOT = SPACES
                              AND jn-timestamp(1:8) >= ws-from-date
                              AND jn-timestamp(1:8) <= ws-to-date
                               PERFORM check-note-entry
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE job-notes-file
           END-IF.
           MOVE 0 TO ws-ev-index.
           PERFORM UNTIL ws-ev-index >= ws-ev-count
               ADD 1 TO ws-ev-index
               IF ev-action-code(ws-ev-index) = "NT"
                  AND ev-range-flag(ws-ev-index) = "Y"
                  AND ev-match-flag(ws-ev-index) = "N"
                   ADD 1 TO ws-cnt-nt-bad
                   ADD 1 TO ws-cnt-exceptions
                   ADD 1 TO ws-section-count
                   MOVE SPACES TO ws-report-line
                   STRING "  NT EVENT WITH NO NOTE   "
                          ev-job-name(ws-ev-index) " "
                          ev-operator-id(ws-ev-index) " "
                          ev-timestamp(ws-ev-index)
                          DELIMITED BY SIZE INTO ws-report-line
                   PERFORM write-report-line
               END-IF
           END-PERFORM.
           IF ws-section-count = 0
               MOVE "  NONE" TO ws-report-line
               PERFORM write-report-line
           END-IF.

       check-note-entry.
           ADD 1 TO ws-cnt-notes.
           MOVE "NT" TO ws-match-code.
           MOVE jn-job-name TO ws-match-job.
           MOVE jn-operator-id TO ws-match-oper.
           MOVE jn-timestamp TO ws-conv-stamp.
           PERFORM convert-stamp-to-secs.
           MOVE 0 TO ws-match-found.
           IF stamp-value-ok
               MOVE ws-conv-secs TO ws-match-secs
               PERFORM find-event-match
           END-IF.
           IF ws-match-found = 0
               ADD 1 TO ws-cnt-notes-bad
               ADD 1 TO ws-cnt-exceptions
               ADD 1 TO ws-section-count
               MOVE SPACES TO ws-report-line
               STRING "  NOTE WITH NO NT EVENT   " jn-job-name " "
                      jn-operator-id " " jn-timestamp
                      DELIMITED BY SIZE INTO ws-report-line
               PERFORM write-report-line
           END-IF.

       find-event-match.
           MOVE 0 TO ws-match-free.
           MOVE 0 TO ws-match-any.
           MOVE 0 TO ws-ev-index.
           PERFORM UNTIL ws-ev-index >= ws-ev-count
                      OR ws-match-free > 0
               ADD 1 TO ws-ev-index
               IF ev-action-code(ws-ev-index) = ws-match-code
                  AND ev-job-name(ws-ev-index) = ws-match-job
                  AND ev-operator-id(ws-ev-index) = ws-match-oper
                   COMPUTE ws-match-diff =
                       ev-secs(ws-ev-index) - ws-match-secs
                   IF ws-match-diff >= 0 - ws-match-window
                      AND ws-match-diff <= ws-match-window
                       IF ev-match-flag(ws-ev-index) = "N"
                           MOVE ws-ev-index TO ws-match-free
                       ELSE
                           IF ws-match-any = 0
                               MOVE ws-ev-index TO ws-match-any
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF ws-match-free > 0
               MOVE ws-match-free TO ws-match-found
           ELSE
               MOVE ws-match-any TO ws-match-found
           END-IF.
           IF ws-match-found > 0
               MOVE "Y" TO ev-match-flag(ws-match-found)
           END-IF.

       check-eod-signoffs.
           MOVE SPACES TO ws-report-line.
           PERFORM write-report-line.
           MOVE "EOD SIGN-OFFS (EO) AGAINST EODRECON.RPT"
               TO ws-report-line.
           PERFORM write-report-line.
           MOVE 0 TO ws-section-count.
           PERFORM read-eod-report.
           MOVE 0 TO ws-eod-match.
           IF eod-report-signed
               MOVE "EO" TO ws-match-code
               MOVE SPACES TO ws-match-job
               MOVE ws-eod-oper-id TO ws-match-oper
               MOVE ws-eod-stamp TO ws-conv-stamp
               PERFORM convert-stamp-to-secs
               IF stamp-value-ok
                   MOVE ws-conv-secs TO ws-match-secs
                   PERFORM find-event-match
                   MOVE ws-match-found TO ws-eod-match
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN NOT eod-report-found
                   MOVE "  EODRECON.RPT NOT ON FILE - EO NOT CHECKED"
                       TO ws-report-line
                   PERFORM write-report-line
               WHEN NOT eod-report-signed
                   ADD 1 TO ws-cnt-eo-bad
                   ADD 1 TO ws-cnt-exceptions
                   ADD 1 TO ws-section-count
                   MOVE "  EODRECON.RPT HAS NO SIGN-OFF LINE"
                       TO ws-report-line
                   PERFORM write-report-line
               WHEN ws-eod-run-date < ws-from-date
                    OR ws-eod-run-date > ws-to-date
                   MOVE SPACES TO ws-report-line
                   STRING "  EODRECON.RPT RUN DATE " ws-eod-run-date
                          " OUTSIDE RANGE - NOT CHECKED"
                          DELIMITED BY SIZE INTO ws-report-line
                   PERFORM write-report-line
               WHEN ws-eod-match = 0
                   ADD 1 TO ws-cnt-eo-bad
                   ADD 1 TO ws-cnt-exceptions
                   ADD 1 TO ws-section-count
                   MOVE SPACES TO ws-report-line
                   STRING "  REPORT SIGN-OFF WITH NO EO EVENT "
                          ws-eod-oper-id " " ws-eod-stamp
                          DELIMITED BY SIZE INTO ws-report-line
                   PERFORM write-report-line
               WHEN OTHER
                   MOVE SPACES TO ws-report-line
                   STRING "  EODRECON.RPT SIGN-OFF " ws-eod-oper-id
                          " " ws-eod-stamp " MATCHES EO EVENT"
                          DELIMITED BY SIZE INTO ws-report-line
                   PERFORM write-report-line
           END-EVALUATE.
           MOVE 0 TO ws-ev-index.
           PERFORM UNTIL ws-ev-index >= ws-ev-count
               ADD 1 TO ws-ev-index
               IF ev-action-code(ws-ev-index) = "EO"
                  AND ev-range-flag(ws-ev-index) = "Y"
                  AND ev-match-flag(ws-ev-index) = "N"
                   PERFORM check-eo-event
               END-IF
           END-PERFORM.

       check-eo-event.
           IF ws-ev-index = ws-last-eo-index AND eod-report-found
               ADD 1 TO ws-cnt-eo-bad
               ADD 1 TO ws-cnt-exceptions
               ADD 1 TO ws-section-count
               MOVE SPACES TO ws-report-line
               STRING "  LATEST EO EVENT NOT ON EODRECON.RPT "
                      ev-operator-id(ws-ev-index) " "
                      ev-timestamp(ws-ev-index)
                      DELIMITED BY SIZE INTO ws-report-line
               PERFORM write-report-line
           ELSE
               ADD 1 TO ws-cnt-eo-unver
           END-IF.

       read-eod-report.
           MOVE "N" TO ws-eod-found-flag.
           MOVE "N" TO ws-eod-signed-flag.
           MOVE SPACES TO ws-eod-run-date.
           OPEN INPUT eod-report-file.
           IF ws-eod-file-status = "00"
               MOVE "Y" TO ws-eod-found-flag
               MOVE "N" TO ws-eod-eof-flag
               PERFORM UNTIL eod-file-eof
                   READ eod-report-file
                       AT END MOVE "Y" TO ws-eod-eof-flag
                       NOT AT END
                           PERFORM scan-eod-line
                   END-READ
               END-PERFORM
               CLOSE eod-report-file
           END-IF.

       scan-eod-line.
           IF eod-report-line(1:26) = "END OF DAY RECONCILIATION "
               STRING eod-report-line(37:4) eod-report-line(42:2)
                      eod-report-line(45:2)
                      DELIMITED BY SIZE INTO ws-eod-run-date
           END-IF.
           IF eod-report-line(1:14) = "SIGNED OFF BY "
               MOVE "Y" TO ws-eod-signed-flag
               MOVE eod-report-line(15:8) TO ws-eod-oper-id
               MOVE eod-report-line(48:8) TO ws-eod-time
               MOVE SPACES TO ws-eod-stamp
               STRING ws-eod-run-date ws-eod-time(1:2)
                      ws-eod-time(4:2) ws-eod-time(7:2)
                      DELIMITED BY SIZE INTO ws-eod-stamp
           END-IF.

       write-recon-summary.
           MOVE SPACES TO ws-report-line.
           PERFORM write-report-line.
           MOVE "AUDIT FILES READ" TO ws-report-line.
           PERFORM write-report-line.
           MOVE 0 TO ws-file-index.
           PERFORM UNTIL ws-file-index >= ws-file-count
               ADD 1 TO ws-file-index
               MOVE fr-record-count(ws-file-index) TO ws-count-disp
               MOVE SPACES TO ws-report-line
               STRING "  " fr-file-name(ws-file-index)
                      ws-count-disp " RECORDS"
                      DELIMITED BY SIZE INTO ws-report-line
               PERFORM write-report-line
           END-PERFORM.
           MOVE SPACES TO ws-report-line.
           PERFORM write-report-line.
           MOVE "SUMMARY" TO ws-report-line.
           PERFORM write-report-line.
           MOVE ws-cnt-in-range TO ws-count-disp.
           MOVE ws-cnt-unseq TO ws-count-disp2.
           MOVE SPACES TO ws-report-line.
           STRING "  AUDIT RECORDS IN RANGE   " ws-count-disp
                  "  UNSEQUENCED " ws-count-disp2
                  DELIMITED BY SIZE INTO ws-report-line.
           PERFORM write-report-line.
           MOVE ws-cnt-gaps TO ws-count-disp.
           MOVE ws-cnt-missing TO ws-count-disp2.
           MOVE ws-cnt-repeats TO ws-count-disp3.
           MOVE SPACES TO ws-report-line.
           STRING "  SEQUENCE GAPS            " ws-count-disp
                  "  RECORDS MISSING " ws-count-disp2
                  "  REPEATS " ws-count-disp3
                  DELIMITED BY SIZE INTO ws-report-line.
           PERFORM write-report-line.
           MOVE ws-cnt-time-seq TO ws-count-disp.
           MOVE ws-cnt-malformed TO ws-count-disp2.
           MOVE SPACES TO ws-report-line.
           STRING "  TIMES OUT OF SEQUENCE    " ws-count-disp
                  "  MALFORMED " ws-count-disp2
                  DELIMITED BY SIZE INTO ws-report-line.
           PERFORM write-report-line.
           MOVE ws-cnt-unknown TO ws-count-disp.
           MOVE ws-uo-count TO ws-count-disp2.
           MOVE SPACES TO ws-report-line.
           STRING "  UNKNOWN OPERATOR RECORDS " ws-count-disp
                  "  IDS " ws-count-disp2
                  DELIMITED BY SIZE INTO ws-report-line.
           PERFORM write-report-line.
           MOVE ws-cnt-ak-events TO ws-count-disp.
           MOVE ws-cnt-ak-loose TO ws-count-disp2.
           MOVE SPACES TO ws-report-line.
           STRING "  AK EVENTS                " ws-count-disp
                  "  NO LONGER ON JOURNAL/STATE " ws-count-disp2
                  DELIMITED BY SIZE INTO ws-report-line.
           PERFORM write-report-line.
           MOVE ws-cnt-jrnl TO ws-count-disp.
           MOVE ws-cnt-jrnl-bad TO ws-count-disp2.
           MOVE SPACES TO ws-report-line.
           STRING "  JOURNAL ENTRIES          " ws-count-disp
                  "  ORPHANS " ws-count-disp2
                  DELIMITED BY SIZE INTO ws-report-line.
           PERFORM write-report-line.
           MOVE ws-cnt-state TO ws-count-disp.
           MOVE ws-cnt-state-bad TO ws-count-disp2.
           MOVE SPACES TO ws-report-line.
           STRING "  ACKSTATE ENTRIES         " ws-count-disp
                  "  NO AUDIT EVENT " ws-count-disp2
                  DELIMITED BY SIZE INTO ws-report-line.
           PERFORM write-report-line.
           MOVE ws-cnt-nt-events TO ws-count-disp.
           MOVE ws-cnt-nt-bad TO ws-count-disp2.
           MOVE SPACES TO ws-report-line.
           STRING "  NT EVENTS                " ws-count-disp
                  "  NO NOTE " ws-count-disp2
                  DELIMITED BY SIZE INTO ws-report-line.
           PERFORM write-report-line.
           MOVE ws-cnt-notes TO ws-count-disp.
           MOVE ws-cnt-notes-bad TO ws-count-disp2.
           MOVE SPACES TO ws-report-line.
           STRING "  JOB NOTES                " ws-count-disp
                  "  NO NT EVENT " ws-count-disp2
                  DELIMITED BY SIZE INTO ws-report-line.
           PERFORM write-report-line.
           MOVE ws-cnt-eo-events TO ws-count-disp.
           MOVE ws-cnt-eo-bad TO ws-count-disp2.
           MOVE ws-cnt-eo-unver TO ws-count-disp3.
           MOVE SPACES TO ws-report-line.
           STRING "  EO EVENTS                " ws-count-disp
                  "  MISMATCHED " ws-count-disp2
                  "  REPORT REPLACED " ws-count-disp3
                  DELIMITED BY SIZE INTO ws-report-line.
           PERFORM write-report-line.
           IF ws-ev-full-flag = "Y"
               MOVE "  EVENT TABLE FULL - LATER EVENTS NOT HELD"
                   TO ws-report-line
               PERFORM write-report-line
           END-IF.
           MOVE ws-cnt-exceptions TO ws-count-disp.
           MOVE SPACES TO ws-report-line.
           STRING "  TOTAL EXCEPTIONS         " ws-count-disp
                  DELIMITED BY SIZE INTO ws-report-line.
           PERFORM write-report-line.

       write-report-line.
           MOVE ws-report-line TO audrecon-report-line.
           WRITE audrecon-report-line.

       convert-stamp-to-secs.
           MOVE "N" TO ws-stamp-ok-flag.
           MOVE 0 TO ws-conv-secs.
           IF ws-conv-stamp IS NUMERIC
               MOVE ws-conv-stamp(1:8) TO ws-date-9
               IF FUNCTION TEST-DATE-YYYYMMDD(ws-date-9) = 0
                  AND ws-conv-stamp(9:2) < "24"
                  AND ws-conv-stamp(11:2) < "60"
                  AND ws-conv-stamp(13:2) < "60"
                   MOVE "Y" TO ws-stamp-ok-flag
                   COMPUTE ws-conv-secs =
                       FUNCTION INTEGER-OF-DATE(ws-date-9) * 86400
                       + FUNCTION NUMVAL(ws-conv-stamp(9:2)) * 3600
                       + FUNCTION NUMVAL(ws-conv-stamp(11:2)) * 60
                       + FUNCTION NUMVAL(ws-conv-stamp(13:2))
               END-IF
           END-IF.
