           SELECT game-out ASSIGN TO "GAMEOUT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS game-out-status.
           SELECT draw-out ASSIGN TO DYNAMIC draw-out-name
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS draw-out-status.
           SELECT publish-out ASSIGN TO DYNAMIC publish-out-name
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS publish-out-status.
           SELECT draw-cat ASSIGN TO "DRAWCAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS draw-cat-status.
           SELECT audit-log ASSIGN TO "AUDITLOG"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS audit-status.
           SELECT audit-idx ASSIGN TO "AUDITIDX"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ax-session
              FILE STATUS IS audit-idx-status.
           SELECT hist-file ASSIGN TO DYNAMIC hist-file-name
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS hist-key
              FILE STATUS IS hist-status.
           SELECT part-cat ASSIGN TO "PARTCAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS part-cat-status.
           SELECT val-idx ASSIGN TO "VALIDX"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS vx-key
              FILE STATUS IS val-idx-status.
           SELECT hist-delta ASSIGN TO "HISTDELTA"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS hist-delta-status.
           SELECT summary-file ASSIGN TO "SUMMARYFILE"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS summary-status.

       DATA DIVISION.
       FILE SECTION.
           05 dot-seal          PIC 9(18).
           05 FILLER            PIC X(8).

      * The same tickets as a cataloged draw generation: written
      * to staging as the run goes and copied to DRAWOUT.Gnnnn
      * only once the trailer is down. Here dor-seq is the running
      * pick number, unique within the session like every other
      * generation, so the day-close tie-out and a history rebuild
      * key it exactly as the history does.
       FD  draw-out
           RECORDING MODE IS F.
       01  draw-out-record.
           05 dgr-type          PIC X.
           05 dgr-date          PIC X(8).
           05 dgr-seq           PIC 9(9).
           05 dgr-n             PIC 99.
           05 dgr-value         PIC 9(16).
           05 dgr-stream        PIC 99.
           05 dgr-sign          PIC X.
           05 dgr-check         PIC 9.
           05 dgr-seal          PIC 9(18).
           05 dgr-alloc         PIC X(8).

       FD  publish-out
           RECORDING MODE IS F.
       01  publish-out-record   PIC X(66).

       FD  draw-cat
           RECORDING MODE IS F.
       01  draw-cat-record.
           05 dc-gen            PIC 9(4).
           05 dc-date           PIC X(8).
           05 dc-session        PIC X(18).
           05 dc-count          PIC 9(9).
           05 dc-status         PIC X.
           05 dc-client         PIC X(8).

       FD  audit-log
           RECORDING MODE IS F.
       01  audit-record.
           05 aud-date          PIC X(8).
           05 aud-time          PIC X(8).
           05 aud-seed          PIC X(16).
           05 aud-cycles        PIC 9(9).
           05 aud-n             PIC 99.
           05 aud-session       PIC X(18).
           05 aud-seed-src      PIC X(8).
           05 aud-cosigner      PIC X(8).
           05 aud-ticket        PIC X(8).
           05 aud-costctr       PIC X(8).
           05 aud-seal          PIC 9(18).
           05 aud-client        PIC X(8).

      * Session-keyed companion to AUDITLOG: the identical record
      * image, keyed by session-id, so an inquiry reads its one
      * session instead of the whole log.
       FD  audit-idx.
       01  audit-idx-record.
           05 ax-date           PIC X(8).
           05 FILLER            PIC X(35).
           05 ax-session        PIC X(18).
           05 FILLER            PIC X(58).

       FD  hist-file.
       01  hist-record.
           05 hist-key.
              10 hk-date            PIC X(8).
              10 hk-seq             PIC 9(9).
              10 hk-session         PIC 9(9).
           05 hist-n                PIC 99.
           05 hist-value            PIC X(16).
           05 hist-stream           PIC 99.
           05 hist-check            PIC 9.
           05 hist-stat             PIC X.
           05 hist-link.
              10 hl-date            PIC X(8).
              10 hl-seq             PIC 9(9).
              10 hl-session         PIC 9(9).
           05 hist-void-op          PIC X(8).
           05 hist-void-rsn         PIC X(16).
           05 hist-game             PIC X(8).
           05 hist-client           PIC X(8).

       FD  part-cat
           RECORDING MODE IS F.
       01  part-cat-record.
           05 pc-year           PIC X(4).
           05 pc-created        PIC X(8).
           05 FILLER            PIC X(8).

       FD  val-idx.
       01  val-idx-record.
           05 vx-key.
              10 vx-value       PIC 9(16).
              10 vx-date        PIC X(8).
              10 vx-seq         PIC 9(9).
              10 vx-session     PIC 9(9).
           05 vx-n              PIC 99.
           05 vx-stream         PIC 99.
           05 vx-game           PIC X(8).
           05 vx-client         PIC X(8).

       FD  hist-delta
           RECORDING MODE IS F.
       01  hist-delta-record.
           05 hd-action         PIC X.
           05 hd-date           PIC X(8).
           05 hd-seq            PIC 9(9).
           05 hd-session        PIC 9(9).
           05 hd-n              PIC 99.
           05 hd-value          PIC X(16).
           05 hd-stream         PIC 99.
           05 hd-check          PIC 9.
           05 hd-stamp-date     PIC X(8).
           05 hd-stamp-time     PIC X(8).

       FD  summary-file.
       01  summary-line         PIC X(180).

       WORKING-STORAGE SECTION.
       77  game-def-status      PIC XX.
       77  game-out-status      PIC XX.
       77  draw-out-status      PIC XX.
       77  publish-out-status   PIC XX.
       77  draw-cat-status      PIC XX.
       77  audit-status         PIC XX.
       77  audit-idx-status     PIC XX.
       77  hist-status          PIC XX.
       77  part-cat-status      PIC XX.
       77  val-idx-status       PIC XX.
       77  hist-delta-status    PIC XX.
       77  summary-status       PIC XX.
       77  draw-out-name        PIC X(13)   VALUE "STAGE.GAME".
       77  publish-out-name     PIC X(13).
       77  hist-file-name       PIC X(14).
       77  val-idx-open-sw      PIC X       VALUE "N".
       77  hist-delta-open-sw   PIC X       VALUE "N".
       77  part-year-found-sw   PIC X.
       77  draw-gen             PIC 9(4).
       77  cat-hi-gen           PIC 9(4).
       77  cat-count            PIC 9(4)    VALUE 0.
       77  cat-idx              PIC 9(4).
       01  draw-cat-table.
           05 draw-cat-entry    PIC X(48)
              OCCURS 1 TO 500 TIMES DEPENDING ON cat-count.
       77  session-seq          PIC 9(9)    VALUE 0.
       77  session-id           PIC X(18)   VALUE SPACES.
       77  audit-seed-text      PIC X(16)   VALUE SPACES.
       77  audit-prev-seal      PIC 9(18)   VALUE 0.
       77  seed-provenance      PIC X(8)    VALUE "CLOCK".
       77  cost-center          PIC X(8)    VALUE SPACES.
      * Client organisation the game is drawn for (PRNGCLIENT),
      * stamped on every record the session leaves behind.
       77  client-code          PIC X(8)    VALUE SPACES.
       77  clntchk              PIC X(8)    VALUE "clntchk".
       01  client-request.
           05 cr-operator       PIC X(8).
           05 cr-client         PIC X(8).
           05 cr-allowed        PIC X.
           05 cr-all-clients    PIC X.
           05 cr-served         PIC X(8)    OCCURS 4 TIMES.
       77  operator-id          PIC X(8).
       77  opident              PIC X(8)    VALUE "opident".
       77  dsnenq               PIC X(8)    VALUE "dsnenq".
       COPY dsnenq.
       77  run-time             PIC X(8).
       77  end-time             PIC X(8).
       77  delta-stamp-time     PIC X(8).
       77  publish-copy-count   PIC 9(9).
      * Two independent tamper-evident chains: one over GAMEOUT,
      * one over the cataloged generation, each starting from zero
      * like every DRAWOUT chain.
       77  seal-current         PIC 9(18)   VALUE 0.
       77  gen-seal-current     PIC 9(18)   VALUE 0.
       77  seal-data            PIC X(128).
       77  seal-work            PIC 9(18).
       77  sealcalc             PIC X(8)    VALUE "sealcalc".
       77  prng                 PIC X(8)    VALUE "prng".
       77  seed                 PIC X(9)    VALUE "prng-seed".
       77  chkdig               PIC X(8)    VALUE "chkdig".

           MOVE arg-game TO job-token-text (1 : 8)
           MOVE SPACE TO job-token-text (9 : 1)
           CALL seed USING prng-state, job-token-text,
              seed-provenance

           CALL opident USING operator-id
              ON EXCEPTION
                 DISPLAY "USER" UPON ENVIRONMENT-NAME
                 ACCEPT operator-id FROM ENVIRONMENT-VALUE
           END-CALL
           IF operator-id = SPACES
              MOVE "UNKNOWN" TO operator-id
           END-IF
           PERFORM 062-enforce-client
           PERFORM 070-enqueue-datasets
           PERFORM 085-assign-generation
           PERFORM 305-open-history
           MOVE SPACES TO audit-seed-text
           MOVE num TO audit-seed-text (1 : n)
           ACCEPT run-time FROM TIME
           PERFORM 298-compute-session-id
           PERFORM 300-write-audit-log
           DISPLAY "Game draw session " FUNCTION TRIM (session-id)
              " audited; seed provenance "
              FUNCTION TRIM (seed-provenance)

           OPEN OUTPUT game-out
           OPEN OUTPUT draw-out
           MOVE "H" TO doh-type
           MOVE run-date TO doh-date
           MOVE ticket-count TO doh-cycles
           MOVE n TO doh-n
           MOVE SPACES TO seal-data
           MOVE game-out-header (1 : 40) TO seal-data (1 : 40)
           PERFORM 455-advance-seal-chain
           MOVE seal-current TO doh-seal
           WRITE game-out-record FROM game-out-header
           MOVE game-out-header TO draw-out-record
           PERFORM 460-write-generation-record

           PERFORM VARYING ticket-no FROM 1 BY 1
              UNTIL ticket-no > ticket-count
           MOVE run-date TO dot-date
           MOVE seq-no TO dot-count
           MOVE checksum TO dot-checksum
           MOVE SPACES TO seal-data
           MOVE game-out-trailer (1 : 40) TO seal-data (1 : 40)
           PERFORM 455-advance-seal-chain
           MOVE seal-current TO dot-seal
           WRITE game-out-record FROM game-out-trailer
           MOVE game-out-trailer TO draw-out-record
           PERFORM 460-write-generation-record
           CLOSE game-out
           CLOSE draw-out

           PERFORM 081-publish-generation
           PERFORM 086-catalog-generation
           CLOSE hist-file
           IF val-idx-open-sw = "Y"
              CLOSE val-idx
           END-IF
           IF hist-delta-open-sw = "Y"
              CLOSE hist-delta
           END-IF
           PERFORM 955-write-summary

           DISPLAY "Game draw: " seq-no " pick record(s) written "
              "to GAMEOUT across " ticket-count " ticket(s)"
           PERFORM 075-release-datasets
           MOVE 0 TO RETURN-CODE
           STOP RUN.

                    " attempts"
                 MOVE 1 TO RETURN-CODE
                 CLOSE game-out
                 CLOSE draw-out
                 STOP RUN
              END-IF
              CALL prng USING prng-state
                       "generator module " prng
                    MOVE 3 TO RETURN-CODE
                    CLOSE game-out
                    CLOSE draw-out
                    STOP RUN
              END-CALL
              COMPUTE pick-value =
                 MOVE 0 TO check-digit
           END-CALL
           MOVE check-digit TO dor-check
           MOVE SPACES TO dor-alloc
           MOVE SPACES TO seal-data
           MOVE game-out-record (1 : 40) TO seal-data (1 : 40)
           PERFORM 455-advance-seal-chain
           MOVE seal-current TO dor-seal
           ADD dor-value TO checksum
           WRITE game-out-record
           MOVE game-out-record TO draw-out-record
           MOVE seq-no TO dgr-seq
           PERFORM 460-write-generation-record
           PERFORM 530-write-history
           DISPLAY "Ticket " ticket-no " pool "
              pe-pool (pool-idx) ": " pick-value.

      * One link of each tamper-evident chain: the new seal folds
      * the previous seal together with the first forty bytes of
      * the record being written (everything except the seal
      * itself).
       455-advance-seal-chain.
           MOVE seal-current TO seal-work
           CALL sealcalc USING seal-work, seal-data, seal-current
              ON EXCEPTION
                 MOVE 0 TO seal-current
           END-CALL.

       460-write-generation-record.
           MOVE SPACES TO seal-data
           MOVE draw-out-record (1 : 40) TO seal-data (1 : 40)
           MOVE gen-seal-current TO seal-work
           CALL sealcalc USING seal-work, seal-data,
              gen-seal-current
              ON EXCEPTION
                 MOVE 0 TO gen-seal-current
           END-CALL
           MOVE gen-seal-current TO dgr-seal
           WRITE draw-out-record.

      * Every pick is a draw of record: history under the run's
      * session, keyed by the running pick number, carrying the
      * game id and (in the stream column) the pool it came from.
       530-write-history.
           MOVE run-date TO hk-date
           MOVE seq-no TO hk-seq
           MOVE session-seq TO hk-session
           MOVE n TO hist-n
           MOVE SPACES TO hist-value
           MOVE dor-value (17 - n : n) TO hist-value (1 : n)
           MOVE pe-pool (pool-idx) TO hist-stream
           MOVE check-digit TO hist-check
           MOVE "A" TO hist-stat
           MOVE SPACES TO hl-date
           MOVE 0 TO hl-seq
           MOVE 0 TO hl-session
           MOVE SPACES TO hist-void-op
           MOVE SPACES TO hist-void-rsn
           MOVE arg-game TO hist-game
           MOVE client-code TO hist-client
           IF hist-delta-open-sw = "Y"
              PERFORM 535-write-history-delta
           END-IF
           IF val-idx-open-sw = "Y"
              PERFORM 536-index-draw-value
           END-IF
           WRITE hist-record
              INVALID KEY
                 DISPLAY "HISTORY WRITE ERROR - duplicate key for "
                    "date " run-date " seq " seq-no
           END-WRITE.

       536-index-draw-value.
           MOVE pick-value TO vx-value
           MOVE hk-date TO vx-date
           MOVE hk-seq TO vx-seq
           MOVE hk-session TO vx-session
           MOVE hist-n TO vx-n
           MOVE hist-stream TO vx-stream
           MOVE hist-game TO vx-game
           MOVE hist-client TO vx-client
           WRITE val-idx-record
              INVALID KEY
                 CONTINUE
           END-WRITE.

       535-write-history-delta.
           ACCEPT delta-stamp-time FROM TIME
           MOVE "A" TO hd-action
           MOVE hk-date TO hd-date
           MOVE hk-seq TO hd-seq
           MOVE hk-session TO hd-session
           MOVE hist-n TO hd-n
           MOVE hist-value TO hd-value
           MOVE hist-stream TO hd-stream
           MOVE hist-check TO hd-check
           MOVE run-date TO hd-stamp-date
           MOVE delta-stamp-time TO hd-stamp-time
           WRITE hist-delta-record.

      * Game picks land in the same year partition, value index
      * and warehouse delta feed as the generator's draws.
       305-open-history.
           MOVE SPACES TO hist-file-name
           MOVE "HISTFILE.Y" TO hist-file-name (1 : 10)
           MOVE run-date (1 : 4) TO hist-file-name (11 : 4)
           PERFORM 306-register-partition
           OPEN I-O val-idx
           IF val-idx-status NOT = "00"
              OPEN OUTPUT val-idx
              CLOSE val-idx
              OPEN I-O val-idx
           END-IF
           IF val-idx-status = "00"
              MOVE "Y" TO val-idx-open-sw
           ELSE
              DISPLAY "VALIDX unavailable (status "
                 val-idx-status ") - value index not maintained "
                 "this run"
           END-IF
           OPEN I-O hist-file
           IF hist-status NOT = "00"
              OPEN OUTPUT hist-file
              CLOSE hist-file
              OPEN I-O hist-file
           END-IF
           IF hist-status NOT = "00"
              DISPLAY "Unable to open "
                 FUNCTION TRIM (hist-file-name)
                 " (status " hist-status ") - refusing to draw "
                 "tickets that could not be recorded"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN EXTEND hist-delta
           IF hist-delta-status NOT = "00"
              OPEN OUTPUT hist-delta
           END-IF
           IF hist-delta-status = "00"
              MOVE "Y" TO hist-delta-open-sw
           ELSE
              DISPLAY "HISTDELTA unavailable (status "
                 hist-delta-status ") - warehouse deltas not "
                 "captured this run"
           END-IF.

       306-register-partition.
           MOVE "N" TO part-year-found-sw
           OPEN INPUT part-cat
           IF part-cat-status = "00"
              PERFORM UNTIL part-cat-status NOT = "00"
                 READ part-cat
                    AT END
                       MOVE "10" TO part-cat-status
                    NOT AT END
                       IF pc-year = run-date (1 : 4)
                          MOVE "Y" TO part-year-found-sw
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE part-cat
           END-IF
           IF part-year-found-sw = "N"
              OPEN EXTEND part-cat
              IF part-cat-status NOT = "00"
                 OPEN OUTPUT part-cat
              END-IF
              MOVE SPACES TO part-cat-record
              MOVE run-date (1 : 4) TO pc-year
              MOVE run-date TO pc-created
              WRITE part-cat-record
              CLOSE part-cat
              DISPLAY "History partition "
                 FUNCTION TRIM (hist-file-name)
                 " registered in PARTCAT"
           END-IF.

       298-compute-session-id.
           MOVE 0 TO session-seq
           OPEN INPUT audit-log
           IF audit-status = "00"
              PERFORM UNTIL audit-status NOT = "00"
                 READ audit-log
                    AT END
                       MOVE "10" TO audit-status
                    NOT AT END
                       MOVE aud-seal TO audit-prev-seal
                       IF aud-date = run-date
                          ADD 1 TO session-seq
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE audit-log
           END-IF
           ADD 1 TO session-seq
           STRING
              run-date        DELIMITED BY SIZE
              "-"             DELIMITED BY SIZE
              session-seq     DELIMITED BY SIZE
              INTO session-id
           END-STRING.

      * The game session's audit record: cycles carries the ticket
      * count and the seed is the starting state the first pick
      * was drawn from, so a replay can re-derive every ticket.
       300-write-audit-log.
           OPEN EXTEND audit-log
           IF audit-status NOT = "00"
              OPEN OUTPUT audit-log
           END-IF
           MOVE run-date TO aud-date
           MOVE run-time TO aud-time
           MOVE audit-seed-text TO aud-seed
           MOVE ticket-count TO aud-cycles
           MOVE n TO aud-n
           MOVE session-id TO aud-session
           MOVE seed-provenance TO aud-seed-src
           MOVE SPACES TO aud-cosigner
           MOVE SPACES TO aud-ticket
           DISPLAY "PRNGCOSTCTR" UPON ENVIRONMENT-NAME
           ACCEPT cost-center FROM ENVIRONMENT-VALUE
           MOVE cost-center TO aud-costctr
           MOVE client-code TO aud-client
           MOVE 0 TO aud-seal
           MOVE SPACES TO seal-data
           MOVE audit-record (1 : 93) TO seal-data (1 : 93)
           MOVE aud-client TO seal-data (94 : 8)
           MOVE audit-prev-seal TO seal-work
           CALL sealcalc USING seal-work, seal-data, aud-seal
              ON EXCEPTION
                 MOVE 0 TO aud-seal
           END-CALL
           WRITE audit-record
           PERFORM 302-index-audit-record
           CLOSE audit-log.

      * The session index is maintained only where it already
      * exists: an index created empty mid-stream would hide every
      * earlier session from the inquiries, so a missing AUDITIDX
      * waits for audidxbld and the inquiries keep reading the log.
       302-index-audit-record.
           OPEN I-O audit-idx
           IF audit-idx-status NOT = "00"
              DISPLAY "AUDITIDX not available (status "
                 audit-idx-status ") - session index not maintained "
                 "this run; rebuild it with audidxbld"
              EXIT PARAGRAPH
           END-IF
           MOVE audit-record TO audit-idx-record
           WRITE audit-idx-record
              INVALID KEY
                 DISPLAY "AUDITIDX already holds session "
                    FUNCTION TRIM (aud-session)
                    " - index entry not replaced"
           END-WRITE
           CLOSE audit-idx.

      * An operator restricted to named clients may only draw a
      * game for one of them, and never an unassigned one.
       062-enforce-client.
           DISPLAY "PRNGCLIENT" UPON ENVIRONMENT-NAME
           ACCEPT client-code FROM ENVIRONMENT-VALUE
           MOVE operator-id TO cr-operator
           MOVE client-code TO cr-client
           MOVE "Y" TO cr-allowed
           CALL clntchk USING client-request
              ON EXCEPTION
                 MOVE "Y" TO cr-allowed
           END-CALL
           IF cr-allowed NOT = "Y"
              DISPLAY "GAME DRAW REFUSED - operator " operator-id
                 " may not draw for client '"
                 FUNCTION TRIM (client-code) "'"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF.

      * The picks post to HISTFILE like any draw run's, so the game
      * draw holds it alone; AUDITLOG is shared with the others.
       070-enqueue-datasets.
           MOVE "ACQUIRE" TO dq-function
           MOVE "gamedraw" TO dq-program
           MOVE operator-id TO dq-operator
           MOVE 2 TO dq-count
           MOVE "HISTFILE" TO dq-dataset (1)
           MOVE "E" TO dq-mode (1)
           MOVE "AUDITLOG" TO dq-dataset (2)
           MOVE "S" TO dq-mode (2)
           MOVE "Y" TO dq-granted
           CALL dsnenq USING dataset-enqueue
              ON EXCEPTION
                 CONTINUE
           END-CALL
           IF dq-granted NOT = "Y"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF.

       075-release-datasets.
           MOVE "RELEASE" TO dq-function
           MOVE "gamedraw" TO dq-program
           CALL dsnenq USING dataset-enqueue
              ON EXCEPTION
                 CONTINUE
           END-CALL.

       085-assign-generation.
           MOVE 0 TO cat-hi-gen
           MOVE 0 TO cat-count
           OPEN INPUT draw-cat
           IF draw-cat-status = "00"
              PERFORM UNTIL draw-cat-status NOT = "00"
                 READ draw-cat
                    AT END
                       MOVE "10" TO draw-cat-status
                    NOT AT END
                       IF cat-count < 500
                          ADD 1 TO cat-count
                          MOVE draw-cat-record
                             TO draw-cat-entry (cat-count)
                       END-IF
                       IF dc-gen > cat-hi-gen
                          MOVE dc-gen TO cat-hi-gen
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE draw-cat
           END-IF
           COMPUTE draw-gen = cat-hi-gen + 1
           MOVE SPACES TO publish-out-name
           MOVE "DRAWOUT.G" TO publish-out-name (1 : 9)
           MOVE draw-gen TO publish-out-name (10 : 4)
           DISPLAY "Draw output generation: "
              FUNCTION TRIM (publish-out-name)
              " (writing via staging)".

      * The generation becomes visible under its DRAWOUT.Gnnnn
      * name only once the trailer is down; the staging copy is
      * then emptied so stranded debris can only ever belong to a
      * failed run.
       081-publish-generation.
           MOVE 0 TO publish-copy-count
           OPEN INPUT draw-out
           IF draw-out-status NOT = "00"
              DISPLAY "PUBLISH WARNING - staging file "
                 FUNCTION TRIM (draw-out-name)
                 " is missing; nothing committed for it"
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT publish-out
           MOVE "N" TO eof-sw
           PERFORM UNTIL eof-sw = "Y"
              READ draw-out
                 AT END
                    MOVE "Y" TO eof-sw
                 NOT AT END
                    ADD 1 TO publish-copy-count
                    WRITE publish-out-record
                       FROM draw-out-record
              END-READ
           END-PERFORM
           CLOSE draw-out
           CLOSE publish-out
           OPEN OUTPUT draw-out
           CLOSE draw-out
           DISPLAY "  published " publish-copy-count
              " record(s) to " FUNCTION TRIM (publish-out-name).

       086-catalog-generation.
           IF cat-count = 500
              DISPLAY "DRAWCAT is full; generation " draw-gen
                 " not cataloged - roll off old generations"
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO cat-count
           MOVE draw-gen TO dc-gen
           MOVE run-date TO dc-date
           MOVE session-id TO dc-session
           MOVE seq-no TO dc-count
           MOVE "U" TO dc-status
           MOVE client-code TO dc-client
           MOVE draw-cat-record TO draw-cat-entry (cat-count)
           OPEN OUTPUT draw-cat
           PERFORM VARYING cat-idx FROM 1 BY 1
              UNTIL cat-idx > cat-count
              MOVE draw-cat-entry (cat-idx) TO draw-cat-record
              WRITE draw-cat-record
           END-PERFORM
           CLOSE draw-cat.

      * A summary receipt per game session, so the day-close and
      * chargeback counts of receipts against audited sessions
      * hold for game runs as they do for the generator's.
       955-write-summary.
           ACCEPT end-time FROM TIME
           OPEN EXTEND summary-file
           IF summary-status NOT = "00"
              OPEN OUTPUT summary-file
           END-IF
           MOVE SPACES TO summary-line
           STRING
              "GAMEDRAW  SUMMARY  date="  DELIMITED BY SIZE
              run-date                    DELIMITED BY SIZE
              "  tickets="                DELIMITED BY SIZE
              ticket-count                DELIMITED BY SIZE
              "  game="                   DELIMITED BY SIZE
              arg-game                    DELIMITED BY SIZE
              "  seed="                   DELIMITED BY SIZE
              audit-seed-text             DELIMITED BY SIZE
              "  start="                  DELIMITED BY SIZE
              run-time                    DELIMITED BY SIZE
              "  end="                    DELIMITED BY SIZE
              end-time                    DELIMITED BY SIZE
              "  operator="               DELIMITED BY SIZE
              operator-id                 DELIMITED BY SIZE
              "  picks="                  DELIMITED BY SIZE
              seq-no                      DELIMITED BY SIZE
              INTO summary-line
           END-STRING
           MOVE "client=" TO summary-line (161 : 7)
           MOVE client-code TO summary-line (168 : 8)
           WRITE summary-line
           CLOSE summary-file.

       050-self-test-gate.
           CALL prng-tests USING gate-t-res
           IF gate-stat NOT = 0
