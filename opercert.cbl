       IDENTIFICATION DIVISION.
       PROGRAM-ID. opercert.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT operator-file ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-oper-file-status.
           SELECT audit-file ASSIGN TO DYNAMIC ws-audit-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-audit-file-status.
           SELECT audit-seq-file ASSIGN TO "AUDSEQ-CERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-audseq-file-status.
           SELECT monitor-lock-file ASSIGN TO "MONLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-lock-file-status.
           SELECT opercert-report-file ASSIGN TO "OPERCERT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-rpt-file-status.

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

       FD  opercert-report-file.
       01  opercert-report-line   PIC X(80).

       WORKING-STORAGE SECTION.
       01 ws-oper-file-status    PIC X(02) VALUE SPACES.
       01 ws-audit-file-status   PIC X(02) VALUE SPACES.
       01 ws-audseq-file-status  PIC X(02) VALUE SPACES.
       01 ws-lock-file-status    PIC X(02) VALUE SPACES.
       01 ws-rpt-file-status     PIC X(02) VALUE SPACES.

       01 ws-oper-eof-flag PIC X(01) VALUE "N".
           88 operator-file-eof VALUE "Y".
       01 ws-audit-eof-flag PIC X(01) VALUE "N".
           88 audit-file-eof VALUE "Y".
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

       01 ws-oper-count   PIC 9(03) VALUE 0.
       01 ws-oper-index   PIC 9(03) VALUE 0.
       01 ws-oper-found   PIC 9(03) VALUE 0.
       01 ws-oper-dirty-flag PIC X(01) VALUE "N".
           88 oper-table-dirty VALUE "Y".
       01 ws-oper-table.
           05 ws-oper-entry OCCURS 100 TIMES.
              10 ot-operator-id   PIC X(08).
              10 ot-operator-pin  PIC X(04).
              10 ot-operator-name PIC X(20).
              10 ot-shift-code    PIC X(01).
              10 ot-auth-level    PIC X(01).
              10 ot-status-flag   PIC X(01).
              10 ot-pin-date      PIC X(08).
              10 ot-fail-count    PIC 9(02).
              10 ot-last-signon   PIC X(08).
              10 ot-ak-count      PIC 9(05).
              10 ot-eo-count      PIC 9(04).
              10 ot-maint-count   PIC 9(04).
              10 ot-pin-age       PIC 9(05).
              10 ot-idle-days     PIC 9(05).
              10 ot-dormant-flag  PIC X(01).
              10 ot-new-flag      PIC X(01).
              10 ot-unused-flag   PIC X(01).
              10 ot-disabled-flag PIC X(01).

       01 ws-super-id     PIC X(08) VALUE SPACES.
       01 ws-super-pin    PIC X(04) VALUE SPACES.
       01 ws-super-flag   PIC X(01) VALUE "N".
           88 supervisor-signed-on VALUE "Y".
       01 ws-super-tries  PIC 9(01) VALUE 0.
       01 ws-target-id    PIC X(08) VALUE SPACES.
       01 ws-confirm      PIC X(01) VALUE SPACE.
       01 ws-audit-desc   PIC X(40) VALUE SPACES.
       01 ws-audit-seq    PIC 9(08) VALUE 0.
       01 ws-audit-open-flag PIC X(01) VALUE "N".
           88 audit-file-open VALUE "Y".

       01 ws-audit-name    PIC X(30) VALUE SPACES.
       01 ws-current-date  PIC X(08) VALUE SPACES.
       01 ws-quarter-in    PIC X(05) VALUE SPACES.
       01 ws-quarter-yyyy  PIC 9(04) VALUE 0.
       01 ws-quarter-num   PIC 9(01) VALUE 0.
       01 ws-from-date     PIC X(08) VALUE SPACES.
       01 ws-to-date       PIC X(08) VALUE SPACES.
       01 ws-asat-date     PIC X(08) VALUE SPACES.
       01 ws-scan-date     PIC X(08) VALUE SPACES.
       01 ws-date-9        PIC 9(08) VALUE 0.
       01 ws-today-int     PIC 9(07) VALUE 0.
       01 ws-work-int      PIC 9(07) VALUE 0.
       01 ws-date-ok-flag  PIC X(01) VALUE "Y".
           88 quarter-ok VALUE "Y".
       01 ws-dormant-in    PIC X(03) VALUE SPACES.
       01 ws-dormant-days  PIC 9(03) VALUE 90.
       01 ws-pin-max-days  PIC 9(03) VALUE 90.

       01 ws-scan-yyyy     PIC 9(04) VALUE 0.
       01 ws-scan-mm       PIC 9(02) VALUE 0.
       01 ws-scan-month    PIC X(06) VALUE SPACES.
       01 ws-end-month     PIC X(06) VALUE SPACES.
       01 ws-records-read  PIC 9(07) VALUE 0.

       01 ws-cnt-active    PIC 9(03) VALUE 0.
       01 ws-cnt-locked    PIC 9(03) VALUE 0.
       01 ws-cnt-disabled  PIC 9(03) VALUE 0.
       01 ws-cnt-auth2     PIC 9(03) VALUE 0.
       01 ws-cnt-unused    PIC 9(03) VALUE 0.
       01 ws-cnt-dormant   PIC 9(03) VALUE 0.
       01 ws-cnt-pin-old   PIC 9(03) VALUE 0.
       01 ws-cnt-lockout   PIC 9(03) VALUE 0.
       01 ws-disable-note  PIC X(60) VALUE SPACES.

       01 ws-signon-text   PIC X(10) VALUE SPACES.
       01 ws-age-text      PIC X(05) VALUE SPACES.
       01 ws-age-disp      PIC ZZZZ9.
       01 ws-fail-disp     PIC Z9.
       01 ws-ak-disp       PIC ZZZZ9.
       01 ws-eo-disp       PIC ZZZ9.
       01 ws-count-disp    PIC ZZ9.
       01 ws-count-disp2   PIC ZZ9.
       01 ws-count-disp3   PIC ZZ9.
       01 ws-days-disp     PIC ZZ9.
       01 ws-recs-disp     PIC ZZZZZZ9.
       01 ws-report-line   PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       main.
           ACCEPT ws-current-date FROM DATE YYYYMMDD.
           DISPLAY "QUARTER (YYYYQ, BLANK = LAST COMPLETE QUARTER): "
               WITH NO ADVANCING.
           ACCEPT ws-quarter-in.
           DISPLAY "DORMANT AFTER DAYS (BLANK = 90): "
               WITH NO ADVANCING.
           ACCEPT ws-dormant-in.
           PERFORM validate-quarter.
           IF NOT quarter-ok
               DISPLAY "BAD QUARTER OR DAYS - REPORT NOT PRODUCED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM load-operator-table.
           IF ws-oper-count = 0
               DISPLAY "OPERATOR.DAT UNAVAILABLE OR EMPTY"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM read-audit-trail.
           PERFORM assess-operators.
           PERFORM offer-dormant-lockout.
           PERFORM write-opercert-report.
           IF audit-file-open
               CLOSE audit-file
           END-IF.
           STOP RUN.

       validate-quarter.
           MOVE "Y" TO ws-date-ok-flag.
           MOVE ws-current-date TO ws-date-9.
           COMPUTE ws-today-int = FUNCTION INTEGER-OF-DATE(ws-date-9).
           IF ws-quarter-in = SPACES
               MOVE ws-current-date(1:4) TO ws-quarter-yyyy
               COMPUTE ws-quarter-num =
                   (FUNCTION NUMVAL(ws-current-date(5:2)) - 1) / 3
               IF ws-quarter-num = 0
                   SUBTRACT 1 FROM ws-quarter-yyyy
                   MOVE 4 TO ws-quarter-num
               END-IF
           ELSE
               IF ws-quarter-in IS NUMERIC
                  AND ws-quarter-in(5:1) >= "1"
                  AND ws-quarter-in(5:1) <= "4"
                  AND ws-quarter-in(1:4) > "1900"
                   MOVE ws-quarter-in(1:4) TO ws-quarter-yyyy
                   MOVE ws-quarter-in(5:1) TO ws-quarter-num
               ELSE
                   MOVE "N" TO ws-date-ok-flag
               END-IF
           END-IF.
           IF quarter-ok
               MOVE SPACES TO ws-from-date
               MOVE SPACES TO ws-to-date
               EVALUATE ws-quarter-num
                   WHEN 1
                       STRING ws-quarter-yyyy "0101"
                           DELIMITED BY SIZE INTO ws-from-date
                       STRING ws-quarter-yyyy "0331"
                           DELIMITED BY SIZE INTO ws-to-date
                   WHEN 2
                       STRING ws-quarter-yyyy "0401"
                           DELIMITED BY SIZE INTO ws-from-date
                       STRING ws-quarter-yyyy "0630"
                           DELIMITED BY SIZE INTO ws-to-date
                   WHEN 3
                       STRING ws-quarter-yyyy "0701"
                           DELIMITED BY SIZE INTO ws-from-date
                       STRING ws-quarter-yyyy "0930"
                           DELIMITED BY SIZE INTO ws-to-date
                   WHEN OTHER
                       STRING ws-quarter-yyyy "1001"
                           DELIMITED BY SIZE INTO ws-from-date
                       STRING ws-quarter-yyyy "1231"
                           DELIMITED BY SIZE INTO ws-to-date
               END-EVALUATE
               IF ws-from-date > ws-current-date
                   MOVE "N" TO ws-date-ok-flag
               END-IF
           END-IF.
           IF quarter-ok
               IF ws-to-date > ws-current-date
                   MOVE ws-current-date TO ws-asat-date
               ELSE
                   MOVE ws-to-date TO ws-asat-date
               END-IF
           END-IF.
           IF quarter-ok AND ws-dormant-in NOT = SPACES
               IF FUNCTION TEST-NUMVAL(ws-dormant-in) = 0
                   COMPUTE ws-dormant-days =
                       FUNCTION NUMVAL(ws-dormant-in)
                   IF ws-dormant-days = 0
                       MOVE "N" TO ws-date-ok-flag
                   END-IF
               ELSE
                   MOVE "N" TO ws-date-ok-flag
               END-IF
           END-IF.
           IF quarter-ok
               COMPUTE ws-date-9 = FUNCTION DATE-OF-INTEGER
                   (ws-today-int - ws-dormant-days)
               MOVE ws-date-9 TO ws-scan-date
               IF ws-from-date < ws-scan-date
                   MOVE ws-from-date TO ws-scan-date
               END-IF
           END-IF.

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
                               PERFORM store-operator-entry
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE operator-file
           END-IF.

       store-operator-entry.
           MOVE op-operator-id TO ot-operator-id(ws-oper-count).
           MOVE op-operator-pin TO ot-operator-pin(ws-oper-count).
           MOVE op-operator-name TO ot-operator-name(ws-oper-count).
           MOVE op-shift-code TO ot-shift-code(ws-oper-count).
           MOVE op-auth-level TO ot-auth-level(ws-oper-count).
           IF op-status-flag = SPACE
               MOVE "A" TO ot-status-flag(ws-oper-count)
           ELSE
               MOVE op-status-flag TO ot-status-flag(ws-oper-count)
           END-IF.
           MOVE op-pin-date TO ot-pin-date(ws-oper-count).
           IF op-fail-count IS NUMERIC
               MOVE op-fail-count TO ot-fail-count(ws-oper-count)
           ELSE
               MOVE 0 TO ot-fail-count(ws-oper-count)
           END-IF.
           MOVE SPACES TO ot-last-signon(ws-oper-count).
           MOVE 0 TO ot-ak-count(ws-oper-count).
           MOVE 0 TO ot-eo-count(ws-oper-count).
           MOVE 0 TO ot-maint-count(ws-oper-count).
           MOVE 0 TO ot-pin-age(ws-oper-count).
           MOVE 0 TO ot-idle-days(ws-oper-count).
           MOVE "N" TO ot-dormant-flag(ws-oper-count).
           MOVE "N" TO ot-new-flag(ws-oper-count).
           MOVE "N" TO ot-unused-flag(ws-oper-count).
           MOVE "N" TO ot-disabled-flag(ws-oper-count).

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

       read-audit-trail.
           MOVE ws-scan-date(1:4) TO ws-scan-yyyy.
           MOVE ws-scan-date(5:2) TO ws-scan-mm.
           MOVE ws-scan-date(1:6) TO ws-scan-month.
           MOVE ws-current-date(1:6) TO ws-end-month.
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

       read-audit-file.
           OPEN INPUT audit-file.
           IF ws-audit-file-status = "00"
               MOVE "N" TO ws-audit-eof-flag
               PERFORM UNTIL audit-file-eof
                   READ audit-file
                       AT END MOVE "Y" TO ws-audit-eof-flag
                       NOT AT END
                           IF aud-timestamp(1:8) <= ws-current-date
                              AND aud-timestamp(1:8) >= ws-scan-date
                               ADD 1 TO ws-records-read
                               MOVE aud-operator-id TO ws-target-id
                               PERFORM find-operator-entry
                               IF ws-oper-found > 0
                                   PERFORM tally-audit-record
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE audit-file
           END-IF.

       tally-audit-record.
           IF aud-action-code = "SO"
              AND aud-timestamp(1:8) > ot-last-signon(ws-oper-found)
               MOVE aud-timestamp(1:8) TO ot-last-signon(ws-oper-found)
           END-IF.
           IF aud-timestamp(1:8) >= ws-from-date
              AND aud-timestamp(1:8) <= ws-asat-date
               EVALUATE aud-action-code
                   WHEN "AK"
                       ADD 1 TO ot-ak-count(ws-oper-found)
                   WHEN "EO"
                       ADD 1 TO ot-eo-count(ws-oper-found)
                   WHEN "SO"
                       IF aud-console-id = "MANT" OR "RMNT" OR "CERT"
                           ADD 1 TO ot-maint-count(ws-oper-found)
                       END-IF
               END-EVALUATE
           END-IF.

       assess-operators.
           MOVE 0 TO ws-oper-index.
           PERFORM UNTIL ws-oper-index >= ws-oper-count
               ADD 1 TO ws-oper-index
               PERFORM assess-operator-entry
           END-PERFORM.

       assess-operator-entry.
           EVALUATE ot-status-flag(ws-oper-index)
               WHEN "D" ADD 1 TO ws-cnt-disabled
               WHEN "L" ADD 1 TO ws-cnt-locked
               WHEN OTHER ADD 1 TO ws-cnt-active
           END-EVALUATE.
           MOVE 99999 TO ot-pin-age(ws-oper-index).
           IF ot-pin-date(ws-oper-index) IS NUMERIC
               MOVE ot-pin-date(ws-oper-index) TO ws-date-9
               IF FUNCTION TEST-DATE-YYYYMMDD(ws-date-9) = 0
                   COMPUTE ws-work-int =
                       FUNCTION INTEGER-OF-DATE(ws-date-9)
                   IF ws-work-int <= ws-today-int
                       COMPUTE ot-pin-age(ws-oper-index) =
                           ws-today-int - ws-work-int
                   END-IF
               END-IF
           END-IF.
           IF ot-status-flag(ws-oper-index) NOT = "D"
              AND ot-pin-age(ws-oper-index) > ws-pin-max-days
               ADD 1 TO ws-cnt-pin-old
           END-IF.
           IF ot-auth-level(ws-oper-index) = "2"
              AND ot-status-flag(ws-oper-index) NOT = "D"
               ADD 1 TO ws-cnt-auth2
               IF ot-ak-count(ws-oper-index) = 0
                  AND ot-eo-count(ws-oper-index) = 0
                  AND ot-maint-count(ws-oper-index) = 0
                   MOVE "Y" TO ot-unused-flag(ws-oper-index)
                   ADD 1 TO ws-cnt-unused
               END-IF
           END-IF.
           MOVE 99999 TO ot-idle-days(ws-oper-index).
           IF ot-last-signon(ws-oper-index) NOT = SPACES
               MOVE ot-last-signon(ws-oper-index) TO ws-date-9
               COMPUTE ot-idle-days(ws-oper-index) =
                   ws-today-int - FUNCTION INTEGER-OF-DATE(ws-date-9)
           ELSE
               IF ot-pin-age(ws-oper-index) NOT = 99999
                  AND ot-pin-date(ws-oper-index) <= ws-current-date
                   MOVE ot-pin-date(ws-oper-index) TO ws-date-9
                   COMPUTE ws-work-int =
                       FUNCTION INTEGER-OF-DATE(ws-date-9)
                   IF ws-today-int - ws-work-int <= ws-dormant-days
                       MOVE "Y" TO ot-new-flag(ws-oper-index)
                   END-IF
               END-IF
           END-IF.
           IF ot-status-flag(ws-oper-index) NOT = "D"
              AND ot-new-flag(ws-oper-index) = "N"
              AND ot-idle-days(ws-oper-index) > ws-dormant-days
               MOVE "Y" TO ot-dormant-flag(ws-oper-index)
               ADD 1 TO ws-cnt-dormant
           END-IF.

       offer-dormant-lockout.
           IF ws-cnt-dormant = 0
               MOVE "NO DORMANT ACCOUNTS - NONE DISABLED"
                   TO ws-disable-note
           ELSE
               MOVE ws-dormant-days TO ws-days-disp
               DISPLAY "DORMANT ACCOUNTS (NO SIGN-ON IN "
                   ws-days-disp " DAYS):"
               MOVE 0 TO ws-oper-index
               PERFORM UNTIL ws-oper-index >= ws-oper-count
                   ADD 1 TO ws-oper-index
                   IF ot-dormant-flag(ws-oper-index) = "Y"
                       PERFORM display-dormant-entry
                   END-IF
               END-PERFORM
               DISPLAY "DISABLE THESE ACCOUNTS (Y/N): "
                   WITH NO ADVANCING
               ACCEPT ws-confirm
               IF ws-confirm = "Y" OR ws-confirm = "y"
                   PERFORM disable-dormant-accounts
               ELSE
                   MOVE "DORMANT ACCOUNTS NOT DISABLED - NOT REQUESTED"
                       TO ws-disable-note
               END-IF
           END-IF.

       display-dormant-entry.
           IF ot-last-signon(ws-oper-index) = SPACES
               DISPLAY "  " ot-operator-id(ws-oper-index)
                   " " ot-operator-name(ws-oper-index)
                   " NO SIGN-ON SINCE " ws-scan-date
           ELSE
               DISPLAY "  " ot-operator-id(ws-oper-index)
                   " " ot-operator-name(ws-oper-index)
                   " LAST SIGN-ON " ot-last-signon(ws-oper-index)
           END-IF.

       disable-dormant-accounts.
           PERFORM check-monitor-lock.
           IF monitor-is-up
               DISPLAY "MONITOR IS UP - DORMANT ACCOUNTS NOT DISABLED"
               DISPLAY "STOP ALL CONSOLES OR CLEAR MONLOCK.DAT"
               MOVE "DORMANT ACCOUNTS NOT DISABLED - MONITOR WAS UP"
                   TO ws-disable-note
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM open-audit-file
               PERFORM supervisor-sign-on
               IF NOT supervisor-signed-on
                   DISPLAY "SUPERVISOR SIGN-ON FAILED"
                   MOVE "CERT SIGN-ON FAILED" TO ws-audit-desc
                   MOVE "SF" TO aud-action-code
                   PERFORM write-audit-record
                   MOVE "DORMANT ACCOUNTS NOT DISABLED - NO SUPERVISOR"
                       TO ws-disable-note
               ELSE
                   MOVE 0 TO ws-oper-index
                   PERFORM UNTIL ws-oper-index >= ws-oper-count
                       ADD 1 TO ws-oper-index
                       IF ot-dormant-flag(ws-oper-index) = "Y"
                          AND ot-operator-id(ws-oper-index)
                              NOT = ws-super-id
                           PERFORM disable-dormant-entry
                       END-IF
                   END-PERFORM
                   IF oper-table-dirty
                       PERFORM rewrite-operator-file
                   END-IF
                   MOVE ws-cnt-lockout TO ws-count-disp
                   MOVE SPACES TO ws-disable-note
                   STRING ws-count-disp " DORMANT ACCOUNTS DISABLED BY "
                          ws-super-id
                          DELIMITED BY SIZE INTO ws-disable-note
                   DISPLAY ws-disable-note
               END-IF
           END-IF.

       disable-dormant-entry.
           MOVE "D" TO ot-status-flag(ws-oper-index).
           MOVE "Y" TO ot-disabled-flag(ws-oper-index).
           MOVE "Y" TO ws-oper-dirty-flag.
           ADD 1 TO ws-cnt-lockout.
           MOVE SPACES TO ws-audit-desc.
           STRING "OPER DISABLED " DELIMITED BY SIZE
                  ot-operator-id(ws-oper-index) DELIMITED BY SPACE
                  " DORMANT" DELIMITED BY SIZE
                  INTO ws-audit-desc.
           MOVE "OX" TO aud-action-code.
           PERFORM write-audit-record.

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
               STRING "CERT SIGN-ON " ws-super-id
                   DELIMITED BY SIZE INTO ws-audit-desc
               MOVE "SO" TO aud-action-code
               PERFORM write-audit-record
           END-IF.

       rewrite-operator-file.
           OPEN OUTPUT operator-file.
           IF ws-oper-file-status = "00"
               MOVE 0 TO ws-oper-index
               PERFORM UNTIL ws-oper-index >= ws-oper-count
                   ADD 1 TO ws-oper-index
                   MOVE ot-operator-id(ws-oper-index)
                       TO op-operator-id
                   MOVE ot-operator-pin(ws-oper-index)
                       TO op-operator-pin
                   MOVE ot-operator-name(ws-oper-index)
                       TO op-operator-name
                   MOVE ot-shift-code(ws-oper-index)
                       TO op-shift-code
                   MOVE ot-auth-level(ws-oper-index)
                       TO op-auth-level
                   MOVE ot-status-flag(ws-oper-index)
                       TO op-status-flag
                   MOVE ot-pin-date(ws-oper-index)
                       TO op-pin-date
                   MOVE ot-fail-count(ws-oper-index)
                       TO op-fail-count
                   WRITE operator-record
               END-PERFORM
               CLOSE operator-file
               MOVE "N" TO ws-oper-dirty-flag
               DISPLAY "OPERATOR.DAT UPDATED"
           ELSE
               DISPLAY "OPERATOR.DAT REWRITE FAILED "
                   ws-oper-file-status
               MOVE 12 TO RETURN-CODE
           END-IF.

       open-audit-file.
           MOVE "AUDIT.DAT" TO ws-audit-name.
           OPEN EXTEND audit-file.
           IF ws-audit-file-status NOT = "00"
               OPEN OUTPUT audit-file
           END-IF.
           IF ws-audit-file-status = "00"
               MOVE "Y" TO ws-audit-open-flag
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
           MOVE "CERT" TO asq-console-id.
           MOVE ws-audit-seq TO asq-last-seq.
           OPEN OUTPUT audit-seq-file.
           IF ws-audseq-file-status = "00"
               WRITE audit-seq-record
               CLOSE audit-seq-file
           END-IF.

       write-audit-record.
           IF audit-file-open
               MOVE ws-super-id TO aud-operator-id
               MOVE FUNCTION CURRENT-DATE(1:14) TO aud-timestamp
               MOVE ws-audit-desc TO aud-action-desc
               MOVE "CERT" TO aud-console-id
               ADD 1 TO ws-audit-seq
               MOVE ws-audit-seq TO aud-seq-num
               WRITE audit-record
               PERFORM save-audit-seq
           END-IF.

       write-opercert-report.
           OPEN OUTPUT opercert-report-file.
           IF ws-rpt-file-status NOT = "00"
               DISPLAY "OPERCERT.RPT OPEN FAILED " ws-rpt-file-status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO ws-report-line.
           STRING "OPERATOR ACCESS RECERTIFICATION  " ws-quarter-yyyy
                  " Q" ws-quarter-num "  "
                  ws-from-date(1:4) "-" ws-from-date(5:2) "-"
                  ws-from-date(7:2) " TO "
                  ws-asat-date(1:4) "-" ws-asat-date(5:2) "-"
                  ws-asat-date(7:2)
                  DELIMITED BY SIZE INTO ws-report-line.
           PERFORM write-report-line.
           MOVE ws-dormant-days TO ws-days-disp.
           MOVE SPACES TO ws-report-line.
           STRING "RUN DATE "
                  ws-current-date(1:4) "-" ws-current-date(5:2) "-"
                  ws-current-date(7:2)
                  "  DORMANT AFTER " ws-days-disp " DAYS TO RUN DATE"
                  DELIMITED BY SIZE INTO ws-report-line.
           PERFORM write-report-line.
           IF ws-asat-date < ws-to-date
               MOVE "QUARTER IN PROGRESS - ACTIVITY TO RUN DATE ONLY"
                   TO ws-report-line
               PERFORM write-report-line
           END-IF.
           MOVE ws-records-read TO ws-recs-disp.
           MOVE SPACES TO ws-report-line.
           STRING "AUDIT TRAIL SCANNED FROM "
                  ws-scan-date(1:4) "-" ws-scan-date(5:2) "-"
                  ws-scan-date(7:2) "  " ws-recs-disp " RECORDS"
                  DELIMITED BY SIZE INTO ws-report-line.
           PERFORM write-report-line.
           MOVE SPACES TO ws-report-line.
           PERFORM write-report-line.
           MOVE SPACES TO ws-report-line.
           STRING "ID       NAME                "
                  "SH AU ST  PINAGE FL LAST SO       AK   EO"
                  DELIMITED BY SIZE INTO ws-report-line.
           PERFORM write-report-line.
           MOVE 0 TO ws-oper-index.
           PERFORM UNTIL ws-oper-index >= ws-oper-count
               ADD 1 TO ws-oper-index
               PERFORM write-operator-line
           END-PERFORM.
           MOVE SPACES TO ws-report-line.
           PERFORM write-report-line.
           MOVE "SUMMARY" TO ws-report-line.
           PERFORM write-report-line.
           MOVE ws-oper-count TO ws-count-disp.
           MOVE SPACES TO ws-report-line.
           STRING "  OPERATORS ON FILE        " ws-count-disp
                  DELIMITED BY SIZE INTO ws-report-line.
           PERFORM write-report-line.
           MOVE ws-cnt-active TO ws-count-disp.
           MOVE ws-cnt-locked TO ws-count-disp2.
           MOVE ws-cnt-disabled TO ws-count-disp3.
           MOVE SPACES TO ws-report-line.
           STRING "  ACTIVE " ws-count-disp "  LOCKED " ws-count-disp2
                  "  DISABLED " ws-count-disp3
                  "  (BEFORE THIS RUN)"
                  DELIMITED BY SIZE INTO ws-report-line.
           PERFORM write-report-line.
           MOVE ws-cnt-auth2 TO ws-count-disp.
           MOVE ws-cnt-unused TO ws-count-disp2.
           MOVE SPACES TO ws-report-line.
           STRING "  ACK/SIGN-OFF AUTHORITY   " ws-count-disp
                  "  NOT USED IN PERIOD " ws-count-disp2
                  DELIMITED BY SIZE INTO ws-report-line.
           PERFORM write-report-line.
           MOVE ws-cnt-dormant TO ws-count-disp.
           MOVE ws-cnt-pin-old TO ws-count-disp2.
           MOVE SPACES TO ws-report-line.
           STRING "  DORMANT ACCOUNTS         " ws-count-disp
                  "  PIN OVER 90 DAYS " ws-count-disp2
                  DELIMITED BY SIZE INTO ws-report-line.
           PERFORM write-report-line.
           MOVE SPACES TO ws-report-line.
           STRING "  " ws-disable-note
                  DELIMITED BY SIZE INTO ws-report-line.
           PERFORM write-report-line.
           MOVE SPACES TO ws-report-line.
           PERFORM write-report-line.
           MOVE "MANAGER REVIEW AND SIGN-OFF" TO ws-report-line.
           PERFORM write-report-line.
           MOVE "  I HAVE REVIEWED THE ACCESS LISTED ABOVE AND CONFIRM"
               TO ws-report-line.
           PERFORM write-report-line.
           MOVE "  IT IS APPROPRIATE EXCEPT WHERE NOTED BELOW."
               TO ws-report-line.
           PERFORM write-report-line.
           MOVE SPACES TO ws-report-line.
           PERFORM write-report-line.
           MOVE "  REVIEWING MANAGER: ______________________________"
               TO ws-report-line.
           PERFORM write-report-line.
           MOVE SPACES TO ws-report-line.
           PERFORM write-report-line.
           MOVE "  SIGNATURE: ________________________  DATE: ________"
               TO ws-report-line.
           PERFORM write-report-line.
           MOVE SPACES TO ws-report-line.
           PERFORM write-report-line.
           MOVE "  EXCEPTIONS / ACTIONS:" TO ws-report-line.
           PERFORM write-report-line.
           MOVE ALL "_" TO ws-report-line.
           MOVE SPACES TO ws-report-line(1:2).
           MOVE SPACES TO ws-report-line(63:18).
           PERFORM write-report-line.
           PERFORM write-report-line.
           CLOSE opercert-report-file.
           MOVE ws-cnt-dormant TO ws-count-disp.
           MOVE ws-cnt-unused TO ws-count-disp2.
           DISPLAY "OPERCERT.RPT WRITTEN - " ws-count-disp
               " DORMANT, " ws-count-disp2 " AUTHORITY UNUSED".

       write-operator-line.
           IF ot-pin-age(ws-oper-index) = 99999
               MOVE "  N/A" TO ws-age-text
           ELSE
               MOVE ot-pin-age(ws-oper-index) TO ws-age-disp
               MOVE ws-age-disp TO ws-age-text
           END-IF.
           IF ot-last-signon(ws-oper-index) = SPACES
               MOVE "NONE" TO ws-signon-text
           ELSE
               MOVE SPACES TO ws-signon-text
               STRING ot-last-signon(ws-oper-index)(1:4) "-"
                      ot-last-signon(ws-oper-index)(5:2) "-"
                      ot-last-signon(ws-oper-index)(7:2)
                      DELIMITED BY SIZE INTO ws-signon-text
           END-IF.
           MOVE ot-fail-count(ws-oper-index) TO ws-fail-disp.
           MOVE ot-ak-count(ws-oper-index) TO ws-ak-disp.
           MOVE ot-eo-count(ws-oper-index) TO ws-eo-disp.
           MOVE SPACES TO ws-report-line.
           STRING ot-operator-id(ws-oper-index) " "
                  ot-operator-name(ws-oper-index) " "
                  ot-shift-code(ws-oper-index) "  "
                  ot-auth-level(ws-oper-index) "  "
                  ot-status-flag(ws-oper-index) "   "
                  ws-age-text " "
                  ws-fail-disp " "
                  ws-signon-text " "
                  ws-ak-disp " "
                  ws-eo-disp
                  DELIMITED BY SIZE INTO ws-report-line.
           PERFORM write-report-line.
           IF ot-disabled-flag(ws-oper-index) = "Y"
               MOVE ot-idle-days(ws-oper-index) TO ws-age-disp
               MOVE SPACES TO ws-report-line
               IF ot-last-signon(ws-oper-index) = SPACES
                   STRING "         ** DORMANT - NO SIGN-ON SINCE "
                          ws-scan-date(1:4) "-" ws-scan-date(5:2) "-"
                          ws-scan-date(7:2) " - DISABLED THIS RUN"
                          DELIMITED BY SIZE INTO ws-report-line
               ELSE
                   STRING "         ** DORMANT " ws-age-disp
                          " DAYS - DISABLED THIS RUN"
                          DELIMITED BY SIZE INTO ws-report-line
               END-IF
               PERFORM write-report-line
           ELSE
               IF ot-dormant-flag(ws-oper-index) = "Y"
                   MOVE ot-idle-days(ws-oper-index) TO ws-age-disp
                   MOVE SPACES TO ws-report-line
                   IF ot-last-signon(ws-oper-index) = SPACES
                       STRING "         ** DORMANT - NO SIGN-ON SINCE "
                              ws-scan-date(1:4) "-"
                              ws-scan-date(5:2) "-"
                              ws-scan-date(7:2)
                              DELIMITED BY SIZE INTO ws-report-line
                   ELSE
                       STRING "         ** DORMANT " ws-age-disp
                              " DAYS SINCE LAST SIGN-ON"
                              DELIMITED BY SIZE INTO ws-report-line
                   END-IF
                   PERFORM write-report-line
               END-IF
           END-IF.
           IF ot-unused-flag(ws-oper-index) = "Y"
               MOVE "         ** AUTHORITY NOT USED IN PERIOD"
                   TO ws-report-line
               PERFORM write-report-line
           END-IF.
           IF ot-new-flag(ws-oper-index) = "Y"
               MOVE "         ** NEW ACCOUNT - NOT YET SIGNED ON"
                   TO ws-report-line
               PERFORM write-report-line
           END-IF.

       write-report-line.
           MOVE ws-report-line TO opercert-report-line.
           WRITE opercert-report-line.
