           SELECT audit-log ASSIGN TO "AUDITLOG"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS audit-status.
           SELECT audit-idx ASSIGN TO "AUDITIDX"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ax-session
              FILE STATUS IS audit-idx-status.
           SELECT audit-arch ASSIGN TO DYNAMIC audit-arch-name
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS audit-arch-status.
           SELECT hist-delta ASSIGN TO "HISTDELTA"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS hist-delta-status.
           SELECT arch-cat ASSIGN TO "ARCHCAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS arch-cat-status.

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

       FD  audit-arch
           RECORDING MODE IS F.
       01  audit-arch-record    PIC X(119).

       FD  hist-file.
       01  hist-record.
              10 hl-session         PIC 9(9).
           05 hist-void-op          PIC X(8).
           05 hist-void-rsn         PIC X(16).
           05 hist-game             PIC X(8).
           05 hist-client           PIC X(8).

       FD  hist-arch
           RECORDING MODE IS F.
       01  hist-arch-record     PIC X(114).

      * Value-keyed inverted index over the draw history: one
      * record per drawn value occurrence, keyed by the value
              10 vx-session     PIC 9(9).
           05 vx-n              PIC 99.
           05 vx-stream         PIC 99.
           05 vx-game           PIC X(8).
           05 vx-client         PIC X(8).

      * Change-capture feed for the reporting warehouse: every
      * history add and delete lands here as an increment, so the
           05 hd-stamp-date     PIC X(8).
           05 hd-stamp-time     PIC X(8).

      * Catalog of archive generations: one record per archpurge
      * run that moved anything, with the span of record dates it
      * moved, so a restore can find the generations covering a
      * date range without opening every one of them.
       FD  arch-cat
           RECORDING MODE IS F.
       01  arch-cat-record.
           05 ac-cutoff         PIC X(8).
           05 ac-run-date       PIC X(8).
           05 ac-first-date     PIC X(8).
           05 ac-last-date      PIC X(8).
           05 ac-audit-count    PIC 9(9).
           05 ac-hist-count     PIC 9(9).
           05 FILLER            PIC X(10).

       WORKING-STORAGE SECTION.
       77  audit-status         PIC XX.
       77  audit-idx-status     PIC XX.
       77  session-purged-count PIC 9(9)    VALUE 0.
       77  hist-delta-status    PIC XX.
       77  arch-cat-status      PIC XX.
       77  arch-first-date      PIC X(8)    VALUE HIGH-VALUES.
       77  arch-last-date       PIC X(8)    VALUE LOW-VALUES.
       77  hist-delta-open-sw   PIC X       VALUE "N".
       77  val-idx-status       PIC XX.
       77  val-idx-open-sw      PIC X       VALUE "N".
       77  dsnenq               PIC X(8)    VALUE "dsnenq".
       COPY dsnenq.
       77  runledgr             PIC X(8)    VALUE "runledgr".
      * Start/end registration in the central execution ledger.
       01  ledger-request.
       77  stamp-date           PIC X(8).
       77  stamp-time           PIC X(8).
       77  authchk              PIC X(8)    VALUE "authchk".
       77  partchk              PIC X(8)    VALUE "partchk".
       01  part-request.
           05 pq-year           PIC X(4).
           05 pq-state          PIC X.
       77  frozen-kept-count    PIC 9(9)    VALUE 0.
       77  held-kept-count      PIC 9(9)    VALUE 0.
       77  holdchk              PIC X(8)    VALUE "holdchk".
       01  hold-request.
           05 hq-session        PIC X(18).
           05 hq-date           PIC X(8).
           05 hq-held           PIC X.
           05 hq-hold-id        PIC X(12).
       77  operator-id          PIC X(8).
       77  opident              PIC X(8)    VALUE "opident".
       01  auth-request.
           05 ar-operator       PIC X(8).
           05 ar-capability     PIC X(8).
       77  arg-num              PIC 9(4).
       77  arg-cutoff           PIC X(8).
       77  cutoff-date          PIC X(8).
       77  audit-cutoff-date    PIC X(8).
       77  audit-arch-name      PIC X(17)   VALUE SPACES.
       77  hist-arch-name       PIC X(16)   VALUE SPACES.
       77  eof-sw               PIC X       VALUE "N".
      * while the live file is rewritten; an AUDITLOG too big for
      * this table is refused untouched rather than truncated.
       01  kept-table.
           05 kept-entry        PIC X(119)
              OCCURS 1 TO 5000 TIMES DEPENDING ON kept-count.

       PROCEDURE DIVISION.
           CALL opident USING operator-id
              ON EXCEPTION
                 DISPLAY "USER" UPON ENVIRONMENT-NAME
                 ACCEPT operator-id FROM ENVIRONMENT-VALUE
           END-CALL
           IF operator-id = SPACES
              MOVE "UNKNOWN" TO operator-id
           END-IF
              INTO lr-parms
           END-STRING
           PERFORM 066-register-run
           PERFORM 070-enqueue-datasets

           DISPLAY "Archive and purge: records dated before "
              cutoff-date
           DISPLAY "  history archive : "
              FUNCTION TRIM (hist-arch-name)

           PERFORM 090-limit-audit-cutoff
           PERFORM 100-archive-audit-log
           PERFORM 300-archive-hist-file
           IF audit-archived-count > 0 OR hist-archived-count > 0
              PERFORM 700-catalog-generation
           END-IF

           DISPLAY "Archive and purge: " audit-archived-count
              " audit record(s) and " hist-archived-count
              " history record(s) archived and purged"
           MOVE 0 TO lr-rc
           IF frozen-kept-count > 0
              DISPLAY "  " frozen-kept-count " history record(s) "
                 "older than the cutoff left in place: their year "
                 "is closed and frozen"
              MOVE 1 TO lr-rc
           END-IF
           IF held-kept-count > 0
              DISPLAY "  " held-kept-count " record(s) older than "
                 "the cutoff left in place: under an open dispute "
                 "or legal hold, or audit records behind a held one"
              MOVE 1 TO lr-rc
           END-IF
           PERFORM 075-release-datasets
           MOVE "END  " TO lr-event
           PERFORM 066-register-run
           MOVE lr-rc TO RETURN-CODE
           STOP RUN.

       066-register-run.
                 CONTINUE
           END-CALL.

      * Both live files are rewritten, so nothing else may be
      * appending to or changing either of them meanwhile.
       070-enqueue-datasets.
           MOVE "ACQUIRE" TO dq-function
           MOVE "archpurge" TO dq-program
           MOVE operator-id TO dq-operator
           MOVE 2 TO dq-count
           MOVE "AUDITLOG" TO dq-dataset (1)
           MOVE "E" TO dq-mode (1)
           MOVE "HISTFILE" TO dq-dataset (2)
           MOVE "E" TO dq-mode (2)
           MOVE "Y" TO dq-granted
           CALL dsnenq USING dataset-enqueue
              ON EXCEPTION
                 CONTINUE
           END-CALL
           IF dq-granted NOT = "Y"
              MOVE "END  " TO lr-event
              MOVE 1 TO lr-rc
              PERFORM 066-register-run
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF.

       075-release-datasets.
           MOVE "RELEASE" TO dq-function
           MOVE "archpurge" TO dq-program
           CALL dsnenq USING dataset-enqueue
              ON EXCEPTION
                 CONTINUE
           END-CALL.

      * AUDITLOG is a seal chain that sealver re-anchors only at
      * the first record left after an archive, so only the
      * unbroken run of records ahead of the first held one may go:
      * archiving stops at the earliest date an open dispute or
      * legal hold protects. AUDITLOG is written in date order, so
      * every record dated before that is ahead of it and unheld.
       090-limit-audit-cutoff.
           MOVE cutoff-date TO audit-cutoff-date
           OPEN INPUT audit-log
           IF audit-status NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL audit-status NOT = "00"
              READ audit-log
                 AT END
                    MOVE "10" TO audit-status
                 NOT AT END
                    IF aud-date < audit-cutoff-date
                       MOVE aud-session TO hq-session
                       MOVE aud-date TO hq-date
                       PERFORM 360-check-hold
                       IF hq-held = "Y"
                          MOVE aud-date TO audit-cutoff-date
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE audit-log
           IF audit-cutoff-date < cutoff-date
              DISPLAY "AUDITLOG archived only before "
                 audit-cutoff-date ": a held session on that date "
                 "keeps it and everything after it in place"
           END-IF.

      * The archive is written completely before the live AUDITLOG
      * is rewritten, so an abort part-way leaves the live file
      * intact and at worst a partial archive to delete and redo.
                 AT END
                    MOVE "10" TO audit-status
                 NOT AT END
                    IF aud-date NOT < audit-cutoff-date
                       AND aud-date < cutoff-date
                       ADD 1 TO held-kept-count
                    END-IF
                    IF aud-date < audit-cutoff-date
                       ADD 1 TO audit-archived-count
                       WRITE audit-arch-record FROM audit-record
                       IF aud-date < arch-first-date
                          MOVE aud-date TO arch-first-date
                       END-IF
                       IF aud-date > arch-last-date
                          MOVE aud-date TO arch-last-date
                       END-IF
                    ELSE
                       IF kept-count = 5000
                          DISPLAY "AUDITLOG holds more than 5000 "
           END-PERFORM
           CLOSE audit-log
           DISPLAY "AUDITLOG rewritten with " kept-count
              " current record(s)"
           PERFORM 150-purge-audit-index.

      * Archived sessions leave the session index with the log, so
      * keyed inquiries see exactly what a pass over AUDITLOG sees.
       150-purge-audit-index.
           OPEN I-O audit-idx
           IF audit-idx-status NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO ax-session
           START audit-idx KEY NOT < ax-session
              INVALID KEY
                 MOVE "10" TO audit-idx-status
           END-START
           PERFORM UNTIL audit-idx-status NOT = "00"
              READ audit-idx NEXT RECORD
                 AT END
                    MOVE "10" TO audit-idx-status
                 NOT AT END
                    IF ax-date < audit-cutoff-date
                       DELETE audit-idx RECORD
                          INVALID KEY
                             CONTINUE
                          NOT INVALID KEY
                             ADD 1 TO session-purged-count
                       END-DELETE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE audit-idx
           DISPLAY "AUDITIDX: " session-purged-count
              " archived session(s) removed from the index".

       300-archive-hist-file.
           OPEN I-O hist-file
                 AT END
                    MOVE "Y" TO eof-sw
                 NOT AT END
                    MOVE "N" TO hq-held
                    IF hk-date < cutoff-date
                       PERFORM 350-check-frozen-year
                       IF pq-state NOT = "F"
                          MOVE SPACES TO hq-session
                          STRING
                             hk-date     DELIMITED BY SIZE
                             "-"         DELIMITED BY SIZE
                             hk-session  DELIMITED BY SIZE
                             INTO hq-session
                          END-STRING
                          MOVE hk-date TO hq-date
                          PERFORM 360-check-hold
                          IF hq-held = "Y"
                             ADD 1 TO held-kept-count
                          END-IF
                       END-IF
                    END-IF
                    IF hk-date < cutoff-date
                       AND pq-state NOT = "F"
                       AND hq-held NOT = "Y"
                       WRITE hist-arch-record FROM hist-record
                       IF hist-delta-open-sw = "Y"
                          PERFORM 600-write-delete-delta
                       END-IF
                       DELETE hist-file
                       ADD 1 TO hist-archived-count
                       IF hk-date < arch-first-date
                          MOVE hk-date TO arch-first-date
                       END-IF
                       IF hk-date > arch-last-date
                          MOVE hk-date TO arch-last-date
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
              CLOSE hist-delta
           END-IF.

      * A year-end frozen partition keeps its records; they are
      * counted and reported instead of archived.
       350-check-frozen-year.
           IF hk-date (1 : 4) NOT = pq-year
              MOVE hk-date (1 : 4) TO pq-year
              MOVE SPACE TO pq-state
              CALL partchk USING part-request
                 ON EXCEPTION
                    CONTINUE
              END-CALL
           END-IF
           IF pq-state = "F"
              ADD 1 TO frozen-kept-count
           END-IF.

      * An open dispute or legal hold keeps what it protects in the
      * live files until the case closes.
       360-check-hold.
           MOVE "N" TO hq-held
           CALL holdchk USING hold-request
              ON EXCEPTION
                 CONTINUE
           END-CALL.

       650-delete-index-entry.
           MOVE FUNCTION NUMVAL (hist-value (1 : hist-n))
              TO vx-value
                 CONTINUE
           END-DELETE.

      * A rerun with the same cutoff extends the same generation;
      * its second catalog record simply widens what the first
      * said the generation covers.
       700-catalog-generation.
           OPEN EXTEND arch-cat
           IF arch-cat-status NOT = "00"
              OPEN OUTPUT arch-cat
           END-IF
           IF arch-cat-status NOT = "00"
              DISPLAY "ARCHCAT unavailable (status " arch-cat-status
                 ") - generation " cutoff-date " not cataloged; "
                 "register it with histrest REGISTER"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO arch-cat-record
           MOVE cutoff-date TO ac-cutoff
           ACCEPT ac-run-date FROM DATE YYYYMMDD
           MOVE arch-first-date TO ac-first-date
           MOVE arch-last-date TO ac-last-date
           MOVE audit-archived-count TO ac-audit-count
           MOVE hist-archived-count TO ac-hist-count
           WRITE arch-cat-record
           CLOSE arch-cat
           DISPLAY "ARCHCAT: generation " cutoff-date " covers "
              arch-first-date " through " arch-last-date.

       600-write-delete-delta.
           ACCEPT stamp-date FROM DATE YYYYMMDD
           ACCEPT stamp-time FROM TIME
