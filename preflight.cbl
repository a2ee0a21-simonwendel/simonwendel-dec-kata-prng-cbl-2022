              ACCESS MODE IS DYNAMIC
              RECORD KEY IS vx-key
              FILE STATUS IS val-idx-status.
           SELECT audit-idx ASSIGN TO "AUDITIDX"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ax-session
              FILE STATUS IS audit-idx-status.

       DATA DIVISION.
       FILE SECTION.
           05 rst-prev-value    PIC 9(16).
           05 rst-prev-valid    PIC X.
           05 rst-seal          PIC 9(18).
           05 rst-deck-mode     PIC X.
           05 rst-session       PIC X(18).

       FD  state-file
           RECORDING MODE IS F.
              10 hl-session         PIC 9(9).
           05 hist-void-op          PIC X(8).
           05 hist-void-rsn         PIC X(16).
           05 hist-game             PIC X(8).
           05 hist-client           PIC X(8).

       FD  val-idx.
       01  val-idx-record.
              10 vx-session     PIC 9(9).
           05 vx-n              PIC 99.
           05 vx-stream         PIC 99.
           05 vx-game           PIC X(8).
           05 vx-client         PIC X(8).

       FD  audit-idx.
       01  audit-idx-record.
           05 ax-date           PIC X(8).
           05 FILLER            PIC X(35).
           05 ax-session        PIC X(18).
           05 FILLER            PIC X(58).

       WORKING-STORAGE SECTION.
       77  probe-status         PIC XX.
       77  state-n              PIC 99.
       77  hist-status          PIC XX.
       77  val-idx-status       PIC XX.
       77  audit-idx-status     PIC XX.
       77  hist-file-name       PIC X(14).

      * Whole-environment preflight: every dataset the planned
           PERFORM 500-check-restart-consistency
           PERFORM 600-check-history-partition
           PERFORM 700-check-value-index
           PERFORM 800-check-audit-index

           DISPLAY "=============================================="
           IF nogo-count = 0
                 DISPLAY "  NOGO  VALIDX not usable for update "
                    "(status " val-idx-status ")"
           END-EVALUATE.

      * Unlike VALIDX the run never creates the session index, so
      * absence is GO with a reminder that inquiries read the log.
       800-check-audit-index.
           ADD 1 TO check-count
           OPEN I-O audit-idx
           EVALUATE audit-idx-status
              WHEN "00"
                 CLOSE audit-idx
                 DISPLAY "  GO    AUDITIDX opens for update"
              WHEN "35"
                 DISPLAY "  GO    AUDITIDX absent (inquiries read "
                    "AUDITLOG; build it with audidxbld)"
              WHEN OTHER
                 ADD 1 TO nogo-count
                 DISPLAY "  NOGO  AUDITIDX not usable for update "
                    "(status " audit-idx-status ")"
           END-EVALUATE.
       END PROGRAM preflight.
