           IF monitor-is-up
               DISPLAY "MONITOR IS UP - HOUSEKEEPING REFUSED"
               DISPLAY "STOP THE MONITOR OR CLEAR MONLOCK.DAT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM load-retention-table.
               PERFORM write-summary-line
           ELSE
               OPEN OUTPUT keep-file
               IF ws-keep-file-status NOT = "00"
                   CLOSE live-file
                   DISPLAY "HOUSEKP.TMP OPEN FAILED "
                       ws-keep-file-status " - " ws-live-name
                       " NOT PROCESSED"
                   MOVE SPACES TO ws-report-line
                   STRING ws-live-name " WORK FILE OPEN FAILED "
                          ws-keep-file-status " - SKIPPED"
                       DELIMITED BY SIZE INTO ws-report-line
                   PERFORM write-summary-line
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM split-live-file
               END-IF
           END-IF.

       split-live-file.
           MOVE "N" TO ws-live-eof-flag.
           PERFORM UNTIL live-file-eof
               READ live-file
                   AT END MOVE "Y" TO ws-live-eof-flag
                   NOT AT END PERFORM route-live-record
               END-READ
           END-PERFORM.
           CLOSE live-file.
           CLOSE keep-file.
           IF ws-open-month NOT = SPACES
               CLOSE arch-file
           END-IF.
           PERFORM rewrite-live-file.
           PERFORM write-file-summary.

       route-live-record.
           MOVE live-record(ws-date-pos:8) TO ws-rec-date.
           IF ws-rec-date IS NUMERIC

       rewrite-live-file.
           OPEN INPUT keep-file.
           IF ws-keep-file-status NOT = "00"
               DISPLAY ws-live-name " REWRITE FAILED - HOUSEKP.TMP "
                   ws-keep-file-status
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN OUTPUT live-file
               IF ws-live-file-status NOT = "00"
                   DISPLAY ws-live-name " REWRITE FAILED "
                       ws-live-file-status
                   MOVE 12 TO RETURN-CODE
               ELSE
                   MOVE "N" TO ws-keep-eof-flag
                   PERFORM UNTIL keep-file-eof
                       READ keep-file
                           AT END MOVE "Y" TO ws-keep-eof-flag
                           NOT AT END
                               MOVE keep-record TO live-record
                               WRITE live-record
                       END-READ
                   END-PERFORM
                   CLOSE live-file
               END-IF
               CLOSE keep-file
           END-IF.

       compact-ack-journal.
           MOVE 0 TO ws-ack-count.
           OPEN OUTPUT summary-report-file.
           IF ws-rpt-file-status NOT = "00"
               DISPLAY "HOUSEKEEP.RPT OPEN FAILED " ws-rpt-file-status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO ws-report-line.
