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
       77  audit-status         PIC XX.
       77  audit-idx-status     PIC XX.
       77  audit-idx-used-sw    PIC X       VALUE "N".
       77  arg-num              PIC 9(4).
       77  arg-from             PIC X(8).
       77  arg-to               PIC X(8).
           DISPLAY "Seed-provenance compliance report: " arg-from
              " through " arg-to

           PERFORM 050-sweep-audit-index
           IF audit-idx-used-sw = "N"
              PERFORM 060-sweep-audit-log
           END-IF

           DISPLAY "=============================================="
           DISPLAY "  Runs in period        : " run-count
           DISPLAY "  Clock-based seeding   : " clock-count
           END-IF
           STOP RUN.

      * Session ids lead with the run date, so the period is one
      * keyed range of AUDITIDX rather than a pass over the whole
      * log. Records written before session ids existed are only
      * in AUDITLOG; without the index the log is read as before.
       050-sweep-audit-index.
           MOVE "N" TO audit-idx-used-sw
           OPEN INPUT audit-idx
           IF audit-idx-status NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO audit-idx-used-sw
           MOVE arg-from TO ax-session
           START audit-idx KEY NOT < ax-session
              INVALID KEY
                 MOVE "10" TO audit-idx-status
           END-START
           PERFORM UNTIL audit-idx-status NOT = "00"
              READ audit-idx NEXT RECORD
                 AT END
                    MOVE "10" TO audit-idx-status
                 NOT AT END
                    IF ax-session (1 : 8) > arg-to
                       MOVE "10" TO audit-idx-status
                    ELSE
                       MOVE audit-idx-record TO audit-record
                       IF aud-date >= arg-from
                          AND aud-date <= arg-to
                          PERFORM 100-report-one-session
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE audit-idx.

       060-sweep-audit-log.
           OPEN INPUT audit-log
           IF audit-status NOT = "00"
              DISPLAY "Unable to open AUDITLOG for the compliance "
                 "report"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM UNTIL audit-status NOT = "00"
              READ audit-log
                 AT END
                    MOVE "10" TO audit-status
                 NOT AT END
                    IF aud-date >= arg-from AND aud-date <= arg-to
                       PERFORM 100-report-one-session
                    END-IF
              END-READ
           END-PERFORM
           CLOSE audit-log.

      * A blank source can only come from a record written before
      * provenance was captured - called out by name so an auditor
      * never mistakes missing evidence for clean evidence.
