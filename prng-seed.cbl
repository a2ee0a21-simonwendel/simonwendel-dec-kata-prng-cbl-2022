           SELECT audit-log ASSIGN TO "AUDITLOG"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS audit-status.
           SELECT audit-idx ASSIGN TO "AUDITIDX"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ax-session
              FILE STATUS IS audit-idx-status.

       DATA DIVISION.
       FILE SECTION.
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

       WORKING-STORAGE SECTION.
      * Same concurrency contract as prng.cbl: this working storage is
      * shared by every CALL made against one loaded copy of this module,
       77  high-assurance-sw    PIC X(8).
       77  entropy-src          PIC X(16)   VALUE SPACES.
       77  audit-status         PIC XX.
       77  audit-idx-status     PIC XX.
       77  audit-idx-used-sw    PIC X       VALUE "N".
       77  seed-today           PIC X(8).
       77  collide-sw           PIC X.
       77  collision-attempts   PIC 9(3).

       300-check-today-collision.
           MOVE "N" TO collide-sw
           PERFORM 310-check-indexed-day
           IF audit-idx-used-sw = "Y"
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT audit-log
           IF audit-status NOT = "00"
              EXIT PARAGRAPH
              END-READ
           END-PERFORM
           CLOSE audit-log.

      * Only today's sessions can collide, and session ids lead
      * with the run date: with AUDITIDX mounted the check reads
      * just today's keyed range instead of the whole log.
       310-check-indexed-day.
           MOVE "N" TO audit-idx-used-sw
           OPEN INPUT audit-idx
           IF audit-idx-status NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO audit-idx-used-sw
           MOVE seed-today TO ax-session
           START audit-idx KEY NOT < ax-session
              INVALID KEY
                 MOVE "10" TO audit-idx-status
           END-START
           PERFORM UNTIL audit-idx-status NOT = "00"
              READ audit-idx NEXT RECORD
                 AT END
                    MOVE "10" TO audit-idx-status
                 NOT AT END
                    IF ax-session (1 : 8) NOT = seed-today
                       MOVE "10" TO audit-idx-status
                    ELSE
                       MOVE audit-idx-record TO audit-record
                       IF aud-n = n
                          AND aud-seed (1 : n) = num
                          MOVE "Y" TO collide-sw
                          MOVE "10" TO audit-idx-status
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE audit-idx.
       END PROGRAM prng-seed.
