       IDENTIFICATION DIVISION.
       PROGRAM-ID. nightrun.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT run-control-file ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-ctl-file-status.
           SELECT run-summary-file ASSIGN TO "NIGHTRUN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-rpt-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD  run-control-file.
       01  run-control-record.
           05 rc-run-date         PIC X(08).
           05 rc-step-num         PIC 9(02).
           05 rc-step-name        PIC X(10).
           05 rc-start-stamp      PIC X(14).
           05 rc-end-stamp        PIC X(14).
           05 rc-step-status      PIC X(01).
           05 rc-return-code      PIC 9(04).

       FD  run-summary-file.
       01  run-summary-line       PIC X(80).

       WORKING-STORAGE SECTION.
       01 ws-ctl-file-status     PIC X(02) VALUE SPACES.
       01 ws-rpt-file-status     PIC X(02) VALUE SPACES.

       01 ws-ctl-eof-flag PIC X(01) VALUE "N".
           88 ctl-file-eof VALUE "Y".
       01 ws-failed-flag PIC X(01) VALUE "N".
           88 batch-step-failed VALUE "Y".

       01 ws-current-date PIC X(08) VALUE SPACES.
       01 ws-run-date     PIC X(08) VALUE SPACES.
       01 ws-date-9       PIC 9(08) VALUE 0.
       01 ws-now-stamp    PIC X(14) VALUE SPACES.

       01 ws-step-count PIC 9(02) VALUE 0.
       01 ws-step-index PIC 9(02) VALUE 0.
       01 ws-restart-step PIC 9(02) VALUE 0.
       01 ws-done-count PIC 9(02) VALUE 0.
       01 ws-step-table.
           05 ws-step-entry OCCURS 5 TIMES.
              10 sp-step-name     PIC X(10).
              10 sp-command       PIC X(60).
              10 sp-status        PIC X(01).
              10 sp-start-stamp   PIC X(14).
              10 sp-end-stamp     PIC X(14).
              10 sp-return-code   PIC 9(04).
              10 sp-action        PIC X(01).

       01 ws-system-rc    PIC S9(09) COMP-5 VALUE 0.
       01 ws-step-rc      PIC 9(04) VALUE 0.

       01 ws-step-disp    PIC Z9.
       01 ws-count-disp   PIC Z9.
       01 ws-total-disp   PIC Z9.
       01 ws-status-text  PIC X(10) VALUE SPACES.
       01 ws-action-text  PIC X(08) VALUE SPACES.
       01 ws-start-text   PIC X(08) VALUE SPACES.
       01 ws-end-text     PIC X(08) VALUE SPACES.
       01 ws-report-line  PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       main.
           ACCEPT ws-current-date FROM DATE YYYYMMDD.
           DISPLAY "RUN DATE (YYYYMMDD, BLANK = TODAY): "
               WITH NO ADVANCING.
           ACCEPT ws-run-date.
           IF ws-run-date = SPACES
               MOVE ws-current-date TO ws-run-date
           END-IF.
           IF ws-run-date IS NUMERIC
               MOVE ws-run-date TO ws-date-9
               IF FUNCTION TEST-DATE-YYYYMMDD(ws-date-9) NOT = 0
                   MOVE SPACES TO ws-run-date
               END-IF
           ELSE
               MOVE SPACES TO ws-run-date
           END-IF.
           IF ws-run-date = SPACES
               DISPLAY "BAD RUN DATE - BATCH NOT STARTED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF ws-run-date NOT = ws-current-date
               DISPLAY "RUN DATE MUST BE TODAY"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM load-step-table.
           PERFORM load-run-control.
           OPEN EXTEND run-control-file.
           IF ws-ctl-file-status NOT = "00"
               OPEN OUTPUT run-control-file
           END-IF.
           IF ws-ctl-file-status NOT = "00"
               DISPLAY "RUNCTL.DAT OPEN FAILED " ws-ctl-file-status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO ws-failed-flag.
           MOVE 0 TO ws-step-index.
           PERFORM UNTIL ws-step-index >= ws-step-count
                      OR batch-step-failed
               ADD 1 TO ws-step-index
               IF sp-status(ws-step-index) = "C"
                   MOVE "K" TO sp-action(ws-step-index)
                   MOVE ws-step-index TO ws-step-disp
                   DISPLAY "STEP " ws-step-disp " "
                       sp-step-name(ws-step-index)
                       " ALREADY COMPLETE - SKIPPED"
               ELSE
                   PERFORM run-one-step
               END-IF
           END-PERFORM.
           CLOSE run-control-file.
           PERFORM write-run-summary.
           IF batch-step-failed
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       load-step-table.
           MOVE 5 TO ws-step-count.
           MOVE "JOBHIST" TO sp-step-name(1).
           MOVE "./jobhist" TO sp-command(1).
           MOVE "SLATRIAGE" TO sp-step-name(2).
           MOVE "./slatriage" TO sp-command(2).
           MOVE "SHIFTHAND" TO sp-step-name(3).
           MOVE "./shifthand" TO sp-command(3).
           MOVE "OPSCARD" TO sp-step-name(4).
           MOVE SPACES TO sp-command(4).
           STRING "echo " ws-run-date(1:6) " | ./opscard"
               DELIMITED BY SIZE INTO sp-command(4).
           MOVE "HOUSEKEEP" TO sp-step-name(5).
           MOVE "./housekeep" TO sp-command(5).
           MOVE 0 TO ws-step-index.
           PERFORM UNTIL ws-step-index >= ws-step-count
               ADD 1 TO ws-step-index
               MOVE SPACE TO sp-status(ws-step-index)
               MOVE SPACES TO sp-start-stamp(ws-step-index)
               MOVE SPACES TO sp-end-stamp(ws-step-index)
               MOVE 0 TO sp-return-code(ws-step-index)
               MOVE "N" TO sp-action(ws-step-index)
           END-PERFORM.

       load-run-control.
           OPEN INPUT run-control-file.
           IF ws-ctl-file-status = "00"
               MOVE "N" TO ws-ctl-eof-flag
               PERFORM UNTIL ctl-file-eof
                   READ run-control-file
                       AT END MOVE "Y" TO ws-ctl-eof-flag
                       NOT AT END
                           IF rc-run-date = ws-run-date
                              AND rc-step-num IS NUMERIC
                              AND rc-step-num > 0
                              AND rc-step-num <= ws-step-count
                               PERFORM note-step-outcome
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE run-control-file
           END-IF.
           MOVE 0 TO ws-restart-step.
           MOVE 0 TO ws-step-index.
           PERFORM UNTIL ws-step-index >= ws-step-count
                      OR ws-restart-step > 0
               ADD 1 TO ws-step-index
               IF sp-status(ws-step-index) NOT = "C"
                   MOVE ws-step-index TO ws-restart-step
               END-IF
           END-PERFORM.
           IF ws-restart-step = 0
               DISPLAY "ALL STEPS ALREADY COMPLETE FOR " ws-run-date
           ELSE
               IF ws-restart-step > 1
                   MOVE ws-restart-step TO ws-step-disp
                   DISPLAY "RESTARTING " ws-run-date " AT STEP "
                       ws-step-disp " " sp-step-name(ws-restart-step)
               END-IF
           END-IF.

       note-step-outcome.
           MOVE rc-step-status TO sp-status(rc-step-num).
           MOVE rc-start-stamp TO sp-start-stamp(rc-step-num).
           MOVE rc-end-stamp TO sp-end-stamp(rc-step-num).
           IF rc-return-code IS NUMERIC
               MOVE rc-return-code TO sp-return-code(rc-step-num)
           ELSE
               MOVE 0 TO sp-return-code(rc-step-num)
           END-IF.

       run-one-step.
           MOVE "R" TO sp-action(ws-step-index).
           MOVE "S" TO sp-status(ws-step-index).
           MOVE FUNCTION CURRENT-DATE(1:14)
               TO sp-start-stamp(ws-step-index).
           MOVE SPACES TO sp-end-stamp(ws-step-index).
           MOVE 0 TO sp-return-code(ws-step-index).
           PERFORM write-step-record.
           IF batch-step-failed
               MOVE SPACE TO sp-status(ws-step-index)
               MOVE SPACES TO sp-start-stamp(ws-step-index)
               MOVE "N" TO sp-action(ws-step-index)
           ELSE
               PERFORM run-step-command
           END-IF.

       run-step-command.
           MOVE ws-step-index TO ws-step-disp.
           DISPLAY "STEP " ws-step-disp " "
               sp-step-name(ws-step-index) " STARTED".
           MOVE 0 TO ws-system-rc.
           CALL "SYSTEM" USING sp-command(ws-step-index)
               RETURNING ws-system-rc.
           IF ws-system-rc < 0
               MOVE 9999 TO ws-step-rc
           ELSE
               COMPUTE ws-step-rc = ws-system-rc / 256
           END-IF.
           MOVE ws-step-rc TO sp-return-code(ws-step-index).
           MOVE FUNCTION CURRENT-DATE(1:14)
               TO sp-end-stamp(ws-step-index).
           IF ws-step-rc > 4
               MOVE "F" TO sp-status(ws-step-index)
               MOVE "Y" TO ws-failed-flag
               DISPLAY "STEP " ws-step-disp " "
                   sp-step-name(ws-step-index) " FAILED RC "
                   ws-step-rc
           ELSE
               MOVE "C" TO sp-status(ws-step-index)
               DISPLAY "STEP " ws-step-disp " "
                   sp-step-name(ws-step-index) " COMPLETE RC "
                   ws-step-rc
           END-IF.
           PERFORM write-step-record.
           MOVE 0 TO RETURN-CODE.

       write-step-record.
           MOVE ws-run-date TO rc-run-date.
           MOVE ws-step-index TO rc-step-num.
           MOVE sp-step-name(ws-step-index) TO rc-step-name.
           MOVE sp-start-stamp(ws-step-index) TO rc-start-stamp.
           MOVE sp-end-stamp(ws-step-index) TO rc-end-stamp.
           MOVE sp-status(ws-step-index) TO rc-step-status.
           MOVE sp-return-code(ws-step-index) TO rc-return-code.
           WRITE run-control-record.
           IF ws-ctl-file-status NOT = "00"
               DISPLAY "RUNCTL.DAT WRITE FAILED " ws-ctl-file-status
               MOVE "Y" TO ws-failed-flag
               MOVE 12 TO RETURN-CODE
           END-IF.

       write-run-summary.
           OPEN OUTPUT run-summary-file.
           IF ws-rpt-file-status NOT = "00"
               DISPLAY "NIGHTRUN.RPT OPEN FAILED " ws-rpt-file-status
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ws-now-stamp.
           MOVE SPACES TO ws-report-line.
           STRING "BATCH COMPLETION SUMMARY  RUN DATE "
                  ws-run-date(1:4) "-" ws-run-date(5:2) "-"
                  ws-run-date(7:2)
                  "  PRINTED " ws-now-stamp(9:2) ":"
                  ws-now-stamp(11:2) ":" ws-now-stamp(13:2)
                  DELIMITED BY SIZE INTO ws-report-line.
           PERFORM write-summary-line.
           MOVE SPACES TO ws-report-line.
           PERFORM write-summary-line.
           MOVE SPACES TO ws-report-line.
           STRING "STEP  NAME        STATUS      START     END       "
                  "RC    THIS RUN"
                  DELIMITED BY SIZE INTO ws-report-line.
           PERFORM write-summary-line.
           MOVE 0 TO ws-done-count.
           MOVE 0 TO ws-step-index.
           PERFORM UNTIL ws-step-index >= ws-step-count
               ADD 1 TO ws-step-index
               PERFORM write-step-summary-line
           END-PERFORM.
           MOVE SPACES TO ws-report-line.
           PERFORM write-summary-line.
           MOVE SPACES TO ws-report-line.
           MOVE ws-done-count TO ws-count-disp.
           MOVE ws-step-count TO ws-total-disp.
           IF ws-done-count = ws-step-count
               STRING "BATCH COMPLETE - " ws-count-disp
                      " OF " ws-total-disp " STEPS FINISHED"
                      DELIMITED BY SIZE INTO ws-report-line
           ELSE
               MOVE 0 TO ws-restart-step
               MOVE 0 TO ws-step-index
               PERFORM UNTIL ws-step-index >= ws-step-count
                          OR ws-restart-step > 0
                   ADD 1 TO ws-step-index
                   IF sp-status(ws-step-index) NOT = "C"
                       MOVE ws-step-index TO ws-restart-step
                   END-IF
               END-PERFORM
               MOVE ws-restart-step TO ws-step-disp
               STRING "BATCH INCOMPLETE - " ws-count-disp
                      " OF " ws-total-disp " STEPS FINISHED"
                      " - RERUN RESTARTS AT STEP " ws-step-disp " "
                      sp-step-name(ws-restart-step)
                      DELIMITED BY SIZE INTO ws-report-line
           END-IF.
           PERFORM write-summary-line.
           IF ws-rpt-file-status = "00"
               CLOSE run-summary-file
           END-IF.

       write-step-summary-line.
           EVALUATE sp-status(ws-step-index)
               WHEN "C"
                   MOVE "COMPLETE" TO ws-status-text
                   ADD 1 TO ws-done-count
               WHEN "F"
                   MOVE "FAILED" TO ws-status-text
               WHEN "S"
                   MOVE "INTERRUPTED" TO ws-status-text
               WHEN OTHER
                   MOVE "NOT RUN" TO ws-status-text
           END-EVALUATE.
           EVALUATE sp-action(ws-step-index)
               WHEN "R" MOVE "RAN" TO ws-action-text
               WHEN "K" MOVE "SKIPPED" TO ws-action-text
               WHEN OTHER MOVE "-" TO ws-action-text
           END-EVALUATE.
           MOVE SPACES TO ws-start-text.
           MOVE SPACES TO ws-end-text.
           IF sp-start-stamp(ws-step-index) NOT = SPACES
               STRING sp-start-stamp(ws-step-index)(9:2) ":"
                      sp-start-stamp(ws-step-index)(11:2) ":"
                      sp-start-stamp(ws-step-index)(13:2)
                      DELIMITED BY SIZE INTO ws-start-text
           END-IF.
           IF sp-end-stamp(ws-step-index) NOT = SPACES
               STRING sp-end-stamp(ws-step-index)(9:2) ":"
                      sp-end-stamp(ws-step-index)(11:2) ":"
                      sp-end-stamp(ws-step-index)(13:2)
                      DELIMITED BY SIZE INTO ws-end-text
           END-IF.
           MOVE ws-step-index TO ws-step-disp.
           MOVE SPACES TO ws-report-line.
           STRING "  " ws-step-disp "  " sp-step-name(ws-step-index)
                  "  " ws-status-text "  " ws-start-text
                  "  " ws-end-text "  "
                  sp-return-code(ws-step-index) "  " ws-action-text
                  DELIMITED BY SIZE INTO ws-report-line.
           PERFORM write-summary-line.

       write-summary-line.
           DISPLAY ws-report-line.
           IF ws-rpt-file-status = "00"
               MOVE ws-report-line TO run-summary-line
               WRITE run-summary-line
           END-IF.
