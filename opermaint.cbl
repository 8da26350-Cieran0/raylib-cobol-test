           SELECT audit-file ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-audit-file-status.
           SELECT audit-seq-file ASSIGN TO "AUDSEQ-MANT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-audseq-file-status.
           SELECT monitor-lock-file ASSIGN TO "MONLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-lock-file-status.
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
       WORKING-STORAGE SECTION.
       01 ws-oper-file-status    PIC X(02) VALUE SPACES.
       01 ws-audit-file-status   PIC X(02) VALUE SPACES.
       01 ws-audseq-file-status  PIC X(02) VALUE SPACES.
       01 ws-audit-seq           PIC 9(08) VALUE 0.
       01 ws-lock-file-status    PIC X(02) VALUE SPACES.

       01 ws-lock-eof-flag PIC X(01) VALUE "N".
           IF ws-audit-file-status NOT = "00"
               OPEN OUTPUT audit-file
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
           MOVE "MANT" TO asq-console-id.
           MOVE ws-audit-seq TO asq-last-seq.
           OPEN OUTPUT audit-seq-file.
           IF ws-audseq-file-status = "00"
               WRITE audit-seq-record
               CLOSE audit-seq-file
           END-IF.

       close-audit-file.
           IF ws-audit-file-status = "00"
               MOVE FUNCTION CURRENT-DATE(1:14) TO aud-timestamp
               MOVE ws-audit-desc TO aud-action-desc
               MOVE "MANT" TO aud-console-id
               ADD 1 TO ws-audit-seq
               MOVE ws-audit-seq TO aud-seq-num
               WRITE audit-record
               PERFORM save-audit-seq
           END-IF.
