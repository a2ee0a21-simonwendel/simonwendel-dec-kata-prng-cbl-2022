           SELECT audit-log ASSIGN TO "AUDITLOG"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS audit-status.
           SELECT audit-idx ASSIGN TO "AUDITIDX"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ax-session
              FILE STATUS IS audit-idx-status.
           SELECT hist-file ASSIGN TO "HISTFILE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
           05 aud-ticket        PIC X(8).
           05 aud-costctr       PIC X(8).
           05 aud-seal          PIC 9(18).
           05 aud-client        PIC X(8).

      * Session-keyed companion to AUDITLOG: the identical record
      * image, keyed by session-id.
       FD  audit-idx.
       01  audit-idx-record.
           05 ax-date           PIC X(8).
           05 FILLER            PIC X(35).
           05 ax-session        PIC X(18).
           05 FILLER            PIC X(58).

       FD  hist-file.
       01  hist-record.
              10 hl-session         PIC 9(9).
           05 hist-void-op          PIC X(8).
           05 hist-void-rsn         PIC X(16).
           05 hist-game             PIC X(8).
           05 hist-client           PIC X(8).

       FD  draw-out
           RECORDING MODE IS F.

       WORKING-STORAGE SECTION.
       77  audit-status         PIC XX.
       77  audit-idx-status     PIC XX.
       77  hist-status          PIC XX.
       77  draw-out-status      PIC XX.
       77  arg-num              PIC 9(4).
           STOP RUN.

       100-extract-audit-record.
           PERFORM 105-read-audit-index
           IF audit-found-sw = "Y"
              PERFORM 110-write-audit-line
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT audit-log
           IF audit-status NOT = "00"
              MOVE "AUDITLOG: not available" TO pkg-line
                    IF FUNCTION TRIM (aud-session)
                       = FUNCTION TRIM (session-id)
                       MOVE "Y" TO audit-found-sw
                       PERFORM 110-write-audit-line
                       MOVE "10" TO audit-status
                    END-IF
              END-READ
           END-PERFORM
           CLOSE audit-log.

      * Direct read through the AUDITIDX session index; a miss, or
      * no index at all, falls back to reading AUDITLOG itself.
       105-read-audit-index.
           OPEN INPUT audit-idx
           IF audit-idx-status NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE session-id TO ax-session
           READ audit-idx
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "Y" TO audit-found-sw
                 MOVE audit-idx-record TO audit-record
           END-READ
           CLOSE audit-idx.

       110-write-audit-line.
           MOVE SPACES TO pkg-line
           STRING
              "AUDITLOG: date=" DELIMITED BY SIZE
              aud-date          DELIMITED BY SIZE
              " time="          DELIMITED BY SIZE
              aud-time          DELIMITED BY SIZE
              " seed="          DELIMITED BY SIZE
              aud-seed          DELIMITED BY SIZE
              " cycles="        DELIMITED BY SIZE
              aud-cycles        DELIMITED BY SIZE
              " n="             DELIMITED BY SIZE
              aud-n             DELIMITED BY SIZE
              " seedsrc="       DELIMITED BY SIZE
              aud-seed-src      DELIMITED BY SIZE
              " cosigner="      DELIMITED BY SIZE
              aud-cosigner      DELIMITED BY SIZE
              INTO pkg-line
           END-STRING
           WRITE pkg-line.

       200-extract-history.
           OPEN INPUT hist-file
           IF hist-status NOT = "00"
