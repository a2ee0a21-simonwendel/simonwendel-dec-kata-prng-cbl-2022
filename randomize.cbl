           SELECT audit-log ASSIGN TO "AUDITLOG"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS audit-status.
           SELECT audit-idx ASSIGN TO "AUDITIDX"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ax-session
              FILE STATUS IS audit-idx-status.
           SELECT state-file ASSIGN TO "STATEFILE"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS state-status.
           SELECT commit-log ASSIGN TO "COMMITLOG"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS commit-log-status.
           SELECT state-hist ASSIGN TO "STATEHIST"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS state-hist-status.
           SELECT summary-file ASSIGN TO "SUMMARYFILE"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS summary-status.
           SELECT holiday-file ASSIGN TO DYNAMIC holiday-file-name
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS holiday-status.
           SELECT oper-log ASSIGN TO "OPERLOG"
           SELECT ref-pend ASSIGN TO "REFPEND"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS ref-pend-status.
           SELECT prof-use ASSIGN TO "PROFUSE"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS prof-use-status.
           SELECT dist-parm ASSIGN TO "DISTPARM"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS dist-parm-status.
           SELECT stage-ctl ASSIGN TO "STAGECTL"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS stage-ctl-status.
           SELECT quiesce-file ASSIGN TO "QUIESCE"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS quiesce-status.
           SELECT hist-post ASSIGN TO "HISTPOST"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS hist-post-status.
           SELECT post-sort ASSIGN TO "POSTSORT".
           SELECT issued-set ASSIGN TO DYNAMIC issued-set-name
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS is-offset
              FILE STATUS IS issued-set-status.
           SELECT open-deck ASSIGN TO "OPENDECK"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS od-slot
              FILE STATUS IS open-deck-status.

       DATA DIVISION.
       FILE SECTION.
           05 rst-prev-value    PIC 9(16).
           05 rst-prev-valid    PIC X.
           05 rst-seal          PIC 9(18).
           05 rst-deck-mode     PIC X.
           05 rst-session       PIC X(18).

       FD  audit-log
           RECORDING MODE IS F.
           05 aud-ticket        PIC X(8).
           05 aud-costctr       PIC X(8).
           05 aud-seal          PIC 9(18).
      * Appended after the seal but folded into it (seal-data
      * position 94), so a record with no client seals exactly as
      * records written before the field existed.
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

       FD  state-file
           RECORDING MODE IS F.
           05 stt-n              PIC 99.
           05 stt-num            PIC X(16).

      * Seed commitments published by seedcommit before a public
      * draw; the generator adds the D record naming the session
      * drawn under a commitment.
       FD  commit-log
           RECORDING MODE IS F.
       01  commit-log-record.
           05 cm-type           PIC X.
           05 cm-id             PIC X(12).
           05 cm-date           PIC X(8).
           05 cm-time           PIC X(8).
           05 cm-n              PIC 99.
           05 cm-seal           PIC 9(18).
           05 cm-source         PIC X(8).
           05 cm-session        PIC X(18).
           05 cm-seed           PIC X(16).
           05 cm-operator       PIC X(8).
           05 FILLER            PIC X.

       FD  state-hist
           RECORDING MODE IS F.
       01  state-hist-record.
           05 cc-seed            PIC X(16).
           05 cc-csv             PIC X(3).
           05 cc-costctr         PIC X(8).
           05 cc-client          PIC X(8).
           05 FILLER             PIC X(34).

       FD  csv-out.
       01  csv-record               PIC X(80).
              10 hl-session         PIC 9(9).
           05 hist-void-op          PIC X(8).
           05 hist-void-rsn         PIC X(16).
      * Game id of a gamedraw composite-ticket pick, whose stream
      * column then holds the pool number; spaces for the
      * generator's own draws.
           05 hist-game             PIC X(8).
           05 hist-client           PIC X(8).

       FD  weight-file
           RECORDING MODE IS F.
           05 FILLER            PIC X(64).

       FD  summary-file.
       01  summary-line             PIC X(180).

       FD  holiday-file
           RECORDING MODE IS F.
      * One change-desk approval per record: the run must fall in
      * the date window and match the approved shape exactly; the
      * status byte flips from O(pen) to C(onsumed) when the run
      * that used it completes, and the run's operator is kept.
       01  run-ticket-record.
           05 rt-ticket         PIC X(8).
           05 rt-from-date      PIC X(8).
           05 rt-n              PIC 99.
           05 rt-mode           PIC X(8).
           05 rt-status         PIC X.
           05 rt-issued-by      PIC X(8).
           05 rt-consumed-by    PIC X(8).
           05 FILLER            PIC X(20).

      * Approved baseline configuration, one line per switch:
      * job-name switch-name approved-value. Resolved switches
       FD  base-config.
       01  base-config-line     PIC X(80).

      * Persistent issuance ledger for a multi-day DEAL: the
      * range, how many of its values have been dealt so far and
      * which sessions contributed - so a deal of millions of
      * values can stop at end of window and continue next night
      * until the range closes. Which values were dealt is kept in
      * the DEALSET issued-value file beside it.
       FD  deal-ledger
           RECORDING MODE IS F.
       01  deal-ledger-record.
           05 dl-low            PIC 9(16).
           05 dl-high           PIC 9(16).
           05 dl-issued         PIC 9(9).
           05 dl-session-count  PIC 99.
           05 dl-sessions       PIC X(180).

      * Issued values of a no-repeat draw, one record per value
      * handed out, keyed by its offset in the range (1 = the low
      * bound): ISSUEDSET for a single UNIQUE run, DEALSET for a
      * DEAL that lives as long as its ledger. The session and the
      * draw sequence number the value went out under let a resumed
      * run return what was drawn after its checkpoint.
       FD  issued-set.
       01  issued-set-record.
           05 is-offset         PIC 9(9).
           05 is-session        PIC X(18).
           05 is-seq            PIC 9(9).

      * The values still open in a nearly-full no-repeat range,
      * one per slot in offset order: a pick takes the r-th slot
      * still present and deletes it.
       FD  open-deck.
       01  open-deck-record.
           05 od-slot           PIC 9(9).
           05 od-offset         PIC 9(9).

      * Sequence-number block allocations handed to downstream
      * consumers: draws whose sequence number falls inside an
              10 vx-session     PIC 9(9).
           05 vx-n              PIC 99.
           05 vx-stream         PIC 99.
           05 vx-game           PIC X(8).
           05 vx-client         PIC X(8).

      * Partition catalog: one record per HISTFILE.Yyyyy year
      * partition in existence, so inquiries resolve a date range
           05 rp-stamp-date     PIC X(8).
           05 rp-stamp-time     PIC X(8).

      * Which run profile, and which version of it, each session
      * was started from.
       FD  prof-use
           RECORDING MODE IS F.
       01  prof-use-record.
           05 pu-date           PIC X(8).
           05 pu-time           PIC X(8).
           05 pu-program        PIC X(10).
           05 pu-session        PIC X(18).
           05 pu-profile        PIC X(8).
           05 pu-version        PIC 9(3).
           05 FILLER            PIC X(9).

      * The distribution and parameters a DISTRIB session drew
      * under, joined to AUDITLOG by session-id: with the raw draws
      * in HISTFILE they let anyone re-derive every emitted value.
       FD  dist-parm
           RECORDING MODE IS F.
       01  dist-parm-record.
           05 dp-date           PIC X(8).
           05 dp-time           PIC X(8).
           05 dp-program        PIC X(10).
           05 dp-session        PIC X(18).
           05 dp-distrib        PIC X(12).
           05 dp-parm1          PIC X(14).
           05 dp-parm2          PIC X(14).
           05 dp-parm3          PIC X(14).
           05 FILLER            PIC X(2).

      * Control record for an embargoed run: when the draws went
      * to the staging dataset, this says when they may be
      * released and how many there are.
           05 stc-count         PIC 9(9).
           05 stc-csv           PIC X.
           05 stc-rpt           PIC X.
           05 stc-json          PIC X.
           05 FILLER            PIC X(4).
      * Game or campaign name printed on the results bulletin.
           05 stc-title         PIC X(20).
      * Draw mode carried into the JSON document at release.
           05 stc-mode          PIC X(8).
           05 stc-client        PIC X(8).

      * Seed-quality catalog built by the cycle mapper; consulted
      * whenever an operator supplies an override seed.
              10 mh-date            PIC X(8).
              10 mh-seq             PIC 9(9).
              10 mh-session         PIC 9(9).
           05 mh-rest               PIC X(88).

      * Change-capture feed for the reporting warehouse: every
      * history add and delete lands here as an increment, so the
           05 dc-session        PIC X(18).
           05 dc-count          PIC 9(9).
           05 dc-status         PIC X.
           05 dc-client         PIC X(8).

      * Operator-dropped stop request: the mere presence of this
      * dataset asks the run to stop cleanly at the next
           05 dos-seal          PIC 9(18).
           05 FILLER            PIC X(8).

      * Deferred posting file: one finished history record per
      * draw, with its numeric value and the time it was drawn, so
      * the keyed files can be loaded in key order after the draw
      * loop instead of by four random writes per value.
       FD  hist-post
           RECORDING MODE IS F.
       01  hist-post-record.
           05 hp-hist-image     PIC X(114).
           05 hp-value          PIC 9(16).
           05 hp-stamp-time     PIC X(8).

       SD  post-sort.
       01  post-sort-record.
           05 ps-hist-image.
              10 ps-hist-key.
                 15 ps-date     PIC X(8).
                 15 ps-seq      PIC 9(9).
                 15 ps-session  PIC 9(9).
              10 FILLER         PIC X(88).
           05 ps-value          PIC 9(16).
           05 ps-stamp-time     PIC X(8).

       WORKING-STORAGE SECTION.
       77  cycles               PIC 9(9).
       77  prng                 PIC X(8)    VALUE "prng".
       77  resuming-sw          PIC X       VALUE "N".
       77  remaining-cycles     PIC 9(9).
       77  audit-status         PIC XX.
       77  audit-idx-status     PIC XX.
       77  run-time             PIC X(8).
       77  audit-seed-text      PIC X(16)   VALUE SPACES.
       77  session-seq          PIC 9(9)    VALUE 0.
       77  unique-found-sw      PIC X.
       77  candidate-value      PIC 9(16).
       77  draw-attempts        PIC 9(9).
       77  issued-table-size    PIC 9(9)    VALUE 0.
       77  issued-set-name      PIC X(13)   VALUE "ISSUEDSET".
       77  issued-set-status    PIC XX.
       77  issued-count         PIC 9(9)    VALUE 0.
       77  issued-offset        PIC 9(9).
       77  issued-next-offset   PIC 9(9).
       77  issued-retry-limit   PIC 9(4)    VALUE 32.
       77  issued-purged-count  PIC 9(9)    VALUE 0.
       77  restart-session      PIC X(18)   VALUE SPACES.
       77  open-deck-status     PIC XX.
       77  deck-mode-sw         PIC X       VALUE "N".
       77  deck-size            PIC 9(9)    VALUE 0.
       77  deck-bucket-width    PIC 9(9).
       77  deck-bucket-idx      PIC 9(4).
       77  deck-restart-sw      PIC X       VALUE "N".
       77  rank-limit           PIC 9(18).
       77  rank-raw             PIC 9(18).
       77  rank-wanted          PIC 9(9).
      * Slots still present in each block of the open deck.
       01  deck-bucket-table.
           05 deck-bucket-count PIC 9(9)    OCCURS 5000 TIMES.
       77  freq-idx             PIC 99.
       77  freq-digit           PIC 9.
       01  digit-freq.
       77  arg-decimal          PIC X(8).
       77  decimal-mode-sw      PIC X       VALUE "N".
       77  decimal-text         PIC X(18).
       77  distrib-mode-sw      PIC X       VALUE "N".
       77  dist-parm-status     PIC XX.
       77  dist-spec            PIC X(40)   VALUE SPACES.
       77  dist-name            PIC X(12)   VALUE SPACES.
       77  dist-code            PIC X       VALUE SPACE.
       77  dist-parm-count      PIC 9       VALUE 0.
       77  dist-parm-needed     PIC 9       VALUE 0.
       77  dist-parm-idx        PIC 9.
       77  dist-parm-edit       PIC -(8)9.9999.
       77  dist-raw             PIC 9(16).
       77  dist-raw-n           PIC 99.
       77  dist-u               USAGE COMP-2.
       77  dist-q               USAGE COMP-2.
       77  dist-r               USAGE COMP-2.
       77  dist-x               USAGE COMP-2.
       77  dist-term            USAGE COMP-2.
       77  dist-cum             USAGE COMP-2.
       77  dist-k               PIC 9(9).
       77  dist-value           PIC S9(12)V9(4).
       77  dist-value-edit      PIC -(12)9.9999.
       77  dist-int-edit        PIC -(12)9.
       77  dist-sign            PIC X.
       77  dist-count           PIC 9(9)    VALUE 0.
       77  dist-mean            USAGE COMP-2 VALUE 0.
       77  dist-m2              USAGE COMP-2 VALUE 0.
       77  dist-delta           USAGE COMP-2.
       77  dist-sample-var      USAGE COMP-2.
       77  dist-theo-mean       USAGE COMP-2.
       77  dist-theo-var        USAGE COMP-2.
       77  dist-std-err         USAGE COMP-2.
       77  dist-z               USAGE COMP-2.
       77  dist-stat-edit       PIC -(14)9.9999.
       77  dist-z-edit          PIC -(4)9.99.
      * Distribution parameters as given (text for the record, value
      * for the arithmetic): mean/sd, rate, min/mode/max or lambda.
       01  dist-parm-table.
           05 dist-parm-entry   OCCURS 4 TIMES.
              10 dist-parm-text PIC X(14).
              10 dist-parm-val  PIC S9(9)V9(4).
      * Rational approximation to the inverse normal distribution
      * function (relative error below 1.2E-9): a central fraction
      * for 0.02425 <= u <= 0.97575 and a tail fraction outside it.
       01  inv-normal-coefficients.
           05 inv-a1            PIC S9(3)V9(15) VALUE
                                -39.696830286653757.
           05 inv-a2            PIC S9(3)V9(15) VALUE
                                220.946098424520500.
           05 inv-a3            PIC S9(3)V9(15) VALUE
                                -275.928510446968700.
           05 inv-a4            PIC S9(3)V9(15) VALUE
                                138.357751867269000.
           05 inv-a5            PIC S9(3)V9(15) VALUE
                                -30.664798066147160.
           05 inv-a6            PIC S9(3)V9(15) VALUE
                                2.506628277459239.
           05 inv-b1            PIC S9(3)V9(15) VALUE
                                -54.476098798224060.
           05 inv-b2            PIC S9(3)V9(15) VALUE
                                161.585836858040900.
           05 inv-b3            PIC S9(3)V9(15) VALUE
                                -155.698979859886600.
           05 inv-b4            PIC S9(3)V9(15) VALUE
                                66.801311887719720.
           05 inv-b5            PIC S9(3)V9(15) VALUE
                                -13.280681552885720.
           05 inv-c1            PIC S9(3)V9(15) VALUE
                                -0.007784894002430.
           05 inv-c2            PIC S9(3)V9(15) VALUE
                                -0.322396458041137.
           05 inv-c3            PIC S9(3)V9(15) VALUE
                                -2.400758277161838.
           05 inv-c4            PIC S9(3)V9(15) VALUE
                                -2.549732539343734.
           05 inv-c5            PIC S9(3)V9(15) VALUE
                                4.374664141464968.
           05 inv-c6            PIC S9(3)V9(15) VALUE
                                2.938163982698783.
           05 inv-d1            PIC S9(3)V9(15) VALUE
                                0.007784695709041.
           05 inv-d2            PIC S9(3)V9(15) VALUE
                                0.322467129070040.
           05 inv-d3            PIC S9(3)V9(15) VALUE
                                2.445134137142996.
           05 inv-d4            PIC S9(3)V9(15) VALUE
                                3.754408661907416.
           05 inv-u-low         PIC S9V9(5)     VALUE 0.02425.
       77  arg-report           PIC X(8).
       77  report-mode-sw       PIC X       VALUE "N".
       77  operator-id          PIC X(8).
       77  opident              PIC X(8)    VALUE "opident".
       77  signon               PIC X(8)    VALUE "signon".
       01  signon-request.
           05 so-function       PIC X       VALUE "I".
           05 so-console        PIC X(10)   VALUE "randomize".
           05 so-operator       PIC X(8).
           05 so-token          PIC X(18).
           05 so-result         PIC X.
       77  page-no              PIC 9(4)    VALUE 0.
       77  lines-on-page        PIC 9(3)    VALUE 0.
       77  lines-per-page       PIC 9(3)    VALUE 60.
              10 we-filled       PIC 9(9).
       77  end-time              PIC X(8).
       77  summary-status        PIC XX.
       77  cert-idx              PIC 9(9).
       77  cert-value            PIC 9(16).
       77  cert-missing-count    PIC 9(9).
       77  n-source              PIC X(11)   VALUE "DEFAULT".
       77  csv-source            PIC X(11)   VALUE "DEFAULT".
       77  eff-env-name          PIC X(17).
       77  eff-env-value         PIC X(40).
       77  eff-source            PIC X(11).
       77  eff-value-text        PIC X(18).
       77  seed-provenance       PIC X(8)    VALUE "CLOCK".
      * command line actually reaches that far, so a short command
      * line can never feed a stale argument into one of them.
       77  cli-arg-count         PIC 9(4)    VALUE 0.
      * Every positional switch is fetched through one paragraph,
      * from the command line or, for a PROFILE run, from the
      * slots the PARMLIB profile resolved to.
       77  arg-text              PIC X(20).
       77  arg-present-sw        PIC X.
       77  arg-source            PIC X(11)   VALUE "ARGUMENT".
       77  profile-mode-sw       PIC X       VALUE "N".
       77  profload              PIC X(8)    VALUE "profload".
       77  prof-use-status       PIC XX.
       01  profile-request.
           05 pr-name            PIC X(8).
           05 pr-version         PIC 9(3).
           05 pr-effective       PIC X(8).
           05 pr-status          PIC XX.
           05 pr-bad-keyword     PIC X(12).
           05 pr-slot            PIC X(20)   OCCURS 26 TIMES.
       77  signoff-limit-env     PIC X(12).
       77  signoff-limit         PIC 9(9)    VALUE 0.
       77  cosigner-id           PIC X(8)    VALUE SPACES.
      * wins, the PRNGCOSTCTR environment variable is the
      * fallback, blank means unassigned overhead.
       77  cost-center           PIC X(8)    VALUE SPACES.
      * Client organisation the session is run for, stamped on
      * its audit record, history, catalog entry and summary: the
      * control card wins, PRNGCLIENT is the fallback, blank is
      * the house itself.
       77  client-code           PIC X(8)    VALUE SPACES.
       77  clntchk               PIC X(8)    VALUE "clntchk".
       77  allowchk              PIC X(8)    VALUE "allowchk".
      * PRNGCOMMIT names the seed commitment a public draw runs
      * under; the run may only draw with the committed seed.
       77  commit-log-status     PIC XX.
       77  commit-id             PIC X(12)   VALUE SPACES.
       77  commit-seal           PIC 9(18)   VALUE 0.
       77  commit-check-seal     PIC 9(18).
       77  commit-found-sw       PIC X.
       77  commit-drawn-sw       PIC X.
       77  commit-seed           PIC X(16).
       01  allow-request.
           05 aq-program         PIC X(10)   VALUE "randomize".
           05 aq-costctr         PIC X(8).
           05 aq-cycles          PIC 9(12).
           05 aq-result          PIC X.
           05 aq-kind            PIC X       VALUE SPACE.
       01  client-request.
           05 cr-operator       PIC X(8).
           05 cr-client         PIC X(8).
           05 cr-allowed        PIC X.
           05 cr-all-clients    PIC X.
           05 cr-served         PIC X(8)    OCCURS 4 TIMES.
       77  draw-out-name         PIC X(13)   VALUE "DRAWOUT".
       77  chkdig                PIC X(8)    VALUE "chkdig".
       77  hist-delta-status     PIC XX.
       77  mirror-env            PIC X(8).
       77  mirror-mode-sw        PIC X       VALUE "N".
       77  mir-draw-name         PIC X(13)   VALUE "MIRDRAW".
      * JSON rendering of each committed session for the web
      * results service, written when PRNGJSON=Y.
       77  json-env              PIC X(8).
       77  json-mode-sw          PIC X       VALUE "N".
       77  drawjson              PIC X(8)    VALUE "drawjson".
       01  json-request.
           05 jr-draw-name       PIC X(13).
           05 jr-json-name       PIC X(13).
           05 jr-session         PIC X(18).
           05 jr-mode            PIC X(8).
           05 jr-result          PIC X.
           05 jr-count           PIC 9(9).
       77  close-log-status      PIC XX.
       77  seed-qual-status      PIC XX.
       77  stage-ctl-status      PIC XX.
       77  part-year-found-sw    PIC X.
       77  block-ledger-status   PIC XX.
       77  deal-ledger-status    PIC XX.
       77  deal-issued-prior     PIC 9(9)    VALUE 0.
       77  deal-issued-total     PIC 9(9).
       77  deal-remaining        PIC 9(9).
       77  deal-sess-idx         PIC 99.
       77  arg-quota             PIC X(8).
       77  quota-mode-sw         PIC X       VALUE "N".
       77  prior-closed-sw       PIC X.
       77  hist-delta-open-sw    PIC X       VALUE "N".
       77  delta-stamp-time      PIC X(8).
      * PRNGDEFERPOST=Y defers the HISTFILE, VALIDX, HISTDELTA and
      * HISTMIR writes to a sorted posting step after the draw
      * loop; HISTPOST holds the draws until that step finishes.
       77  defer-post-env        PIC X(8).
       77  defer-post-sw         PIC X       VALUE "N".
       77  hist-post-status      PIC XX.
       77  hist-post-open-sw     PIC X       VALUE "N".
       77  post-pending-sw       PIC X.
       77  post-eof-sw           PIC X.
       77  post-new-sw           PIC X.
       77  post-year             PIC X(4).
      * PRNGHALTAT=<cycle> abandons the run right after the
      * checkpoint at that cycle, as a crash would, so the restart
      * drill can prove a resume reproduces the uninterrupted run.
      * Never honoured in production.
       77  halt-at-env           PIC X(9).
       77  halt-at-cycle         PIC 9(9)    VALUE 0.
      * Runs whose cycles never redraw take their raw values from
      * the generator a block at a time instead of a CALL a value.
       77  gen-block-sw          PIC X       VALUE "N".
       77  gen-block-size        PIC 9(9).
       77  gen-block-idx         PIC 9(4)    VALUE 0.
       77  post-read-count       PIC 9(9).
       77  post-hist-count       PIC 9(9).
       77  post-skip-count       PIC 9(9).
       77  check-value           PIC 9(16).
       77  check-digit           PIC 9.
       77  sealcalc              PIC X(8)    VALUE "sealcalc".
       77  seal-work             PIC 9(18).
       77  audit-prev-seal       PIC 9(18)   VALUE 0.
       77  authchk               PIC X(8)    VALUE "authchk".
       77  dsnenq                PIC X(8)    VALUE "dsnenq".
       01  auth-request.
           05 ar-operator       PIC X(8).
           05 ar-capability     PIC X(8).
       77  rolloff-name          PIC X(13).
       77  rolloff-rc            PIC 9(4)    COMP.
       01  draw-cat-table.
           05 draw-cat-entry    PIC X(48)
              OCCURS 1 TO 500 TIMES DEPENDING ON cat-count.
       77  perf-time             PIC X(8).
       77  perf-now-secs         PIC 9(9).
       77  arg-bd-from           PIC X(8).
       77  arg-bd-to             PIC X(8).
       77  holiday-status        PIC XX.
      * Named regional calendars: a region code selects HOLIDAYS.xx
      * in place of the site-wide HOLIDAYS.
       77  holiday-file-name     PIC X(13)   VALUE "HOLIDAYS".
       77  arg-calendar          PIC X(4)    VALUE SPACES.
       77  hol-last-date         PIC X(8).
       77  hol-horizon           PIC 9(8).
       77  hol-today             PIC X(8).
       77  hol-lookahead-days    PIC 9(3)    VALUE 90.
       77  holiday-count         PIC 9(4)    VALUE 0.
       77  holiday-idx           PIC 9(4).
       77  bd-from-int           PIC 9(9).
           05 num.
              10                PIC 9
              OCCURS 1 TO 16 TIMES DEPENDING ON n.
       COPY prngblk.
       COPY dsnenq.

       PROCEDURE DIVISION.
           PERFORM 050-self-test-gate
           PERFORM 080-read-control-card
           ACCEPT cli-arg-count FROM ARGUMENT-NUMBER
           IF control-mode-sw = "N"
              PERFORM 071-load-run-profile
           END-IF

           IF control-mode-sw = "N"
              MOVE 1 TO arg-num
              PERFORM 072-fetch-argument
              IF arg-present-sw = "N"
                 PERFORM 075-interactive-menu
              ELSE
                 MOVE arg-text TO arg-cycles
              END-IF

              IF interactive-mode-sw = "N"
                 IF FUNCTION TRIM (arg-cycles) = "--HELP"
                 END-IF

                 MOVE 2 TO arg-num
                 PERFORM 072-fetch-argument
                 IF arg-present-sw = "N"
                    MOVE 3 TO n
                    MOVE "DEFAULT" TO n-source
                 ELSE
                    MOVE arg-text TO arg-n
                    MOVE FUNCTION NUMVAL (arg-n) TO n
                    MOVE arg-source TO n-source
                 END-IF

                 IF n < 1 OR n > 16
                    DISPLAY "Invalid digit count n: must be "
              END-IF

              MOVE 3 TO arg-num
              PERFORM 072-fetch-argument
              IF arg-present-sw = "N"
                 MOVE "N" TO seed-override-sw
              ELSE
                 MOVE arg-text TO arg-seed
      * A dash means "no seed override" - without it, any run that
      * needs the later positional switches (CONTINUE above all)
      * could never reach the clock- or persisted-state seeding
      * paths.
                 IF FUNCTION TRIM (arg-seed) = "-"
                    MOVE "N" TO seed-override-sw
                 ELSE
                    MOVE "Y" TO seed-override-sw
                 END-IF
              END-IF
           END-IF

           IF control-mode-sw = "N"
              MOVE 4 TO arg-num
              PERFORM 072-fetch-argument
              IF arg-present-sw = "N"
                 MOVE "N" TO range-mode-sw
              ELSE
                 MOVE arg-text TO arg-low
      * A dash is the placeholder for "no range": it keeps the later
      * positional switches (WEIGHTED, outputmode, ...) reachable
      * when a run wants them without a low/high range.
                 IF FUNCTION TRIM (arg-low) = "-"
                    MOVE "N" TO range-mode-sw
                    MOVE 5 TO arg-num
                    PERFORM 072-fetch-argument
                    MOVE arg-text TO arg-high
                 ELSE
                    MOVE "Y" TO range-mode-sw
                 END-IF
              END-IF

              IF range-mode-sw = "Y"
                 MOVE 5 TO arg-num
                 PERFORM 072-fetch-argument
                 IF arg-present-sw = "N"
                    DISPLAY "Usage: randomize cycles [n] [seed] "
                       "low high"
                    MOVE 1 TO RETURN-CODE
                    STOP RUN
                 ELSE
                    MOVE arg-text TO arg-high
                 END-IF
                 MOVE FUNCTION NUMVAL (arg-low) TO low-bound
                 MOVE FUNCTION NUMVAL (arg-high) TO high-bound
                 IF high-bound NOT > low-bound
                 COMPUTE range-size = high-bound - low-bound + 1

                 MOVE 6 TO arg-num
                 PERFORM 072-fetch-argument
                 IF arg-present-sw = "N"
                    MOVE "N" TO norepeat-sw
                    MOVE "N" TO deal-mode-sw
                 ELSE
                    MOVE arg-text TO arg-unique
                    MOVE "N" TO norepeat-sw
                    MOVE "N" TO deal-mode-sw
                    IF FUNCTION TRIM (arg-unique) = "UNIQUE"
                       MOVE "Y" TO norepeat-sw
                    END-IF
                    IF FUNCTION TRIM (arg-unique) = "DEAL"
                       MOVE "Y" TO norepeat-sw
                       MOVE "Y" TO deal-mode-sw
                    END-IF
                 END-IF

                 IF norepeat-sw = "Y"
                    IF range-size > 999999999
                       DISPLAY "No-repeat mode needs a range of "
                          "999999999 or fewer values"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                    END-IF

           IF interactive-mode-sw = "N" AND control-mode-sw = "N"
              MOVE 7 TO arg-num
              PERFORM 072-fetch-argument
              IF arg-present-sw = "N"
                 MOVE "N" TO csv-mode-sw
              ELSE
                 MOVE arg-text TO arg-csv
                 IF FUNCTION TRIM (arg-csv) = "CSV"
                    MOVE "Y" TO csv-mode-sw
                    MOVE arg-source TO csv-source
                 END-IF
              END-IF
           END-IF

           IF control-mode-sw = "N"
              MOVE 8 TO arg-num
              PERFORM 072-fetch-argument
              IF arg-present-sw = "N"
                 MOVE 1 TO stream-count
              ELSE
                 MOVE arg-text TO arg-streams
                 MOVE FUNCTION NUMVAL (arg-streams) TO stream-count
              END-IF
           ELSE
              MOVE 1 TO stream-count
           END-IF

           IF control-mode-sw = "N"
              MOVE 9 TO arg-num
              PERFORM 072-fetch-argument
              IF arg-present-sw = "N"
                 MOVE "prng" TO prng
              ELSE
                 MOVE arg-text TO arg-alg
                 IF FUNCTION TRIM (arg-alg) = "LCG"
                    MOVE "prng-lcg" TO prng
                 ELSE
                    MOVE "prng" TO prng
                 END-IF
              END-IF
           ELSE
              MOVE "prng" TO prng
           END-IF

           IF control-mode-sw = "N"
              MOVE 10 TO arg-num
              PERFORM 072-fetch-argument
              IF arg-present-sw = "N"
                 MOVE "N" TO persist-sw
              ELSE
                 MOVE arg-text TO arg-continue
                 IF FUNCTION TRIM (arg-continue) = "CONTINUE"
                    MOVE "Y" TO persist-sw
                 ELSE
                    MOVE "N" TO persist-sw
                 END-IF
              END-IF
           ELSE
              MOVE "N" TO persist-sw
           END-IF

           IF control-mode-sw = "N"
              MOVE 11 TO arg-num
              PERFORM 072-fetch-argument
              IF arg-present-sw = "N"
                 MOVE 0 TO reseed-every
              ELSE
                 MOVE arg-text TO arg-reseed
                 IF FUNCTION TRIM (arg-reseed) IS NUMERIC
                    MOVE FUNCTION NUMVAL (arg-reseed)
                       TO reseed-every
                 ELSE
                    MOVE 0 TO reseed-every
                 END-IF
              END-IF
           ELSE
              MOVE 0 TO reseed-every
           END-IF

           IF control-mode-sw = "N"
              MOVE 12 TO arg-num
              PERFORM 072-fetch-argument
              IF arg-present-sw = "N"
                 MOVE "N" TO signed-mode-sw
              ELSE
                 MOVE arg-text TO arg-signed
                 IF FUNCTION TRIM (arg-signed) = "SIGNED"
                    MOVE "Y" TO signed-mode-sw
                 ELSE
                    MOVE "N" TO signed-mode-sw
                 END-IF
              END-IF
           ELSE
              MOVE "N" TO signed-mode-sw
           END-IF

           IF control-mode-sw = "N"
              MOVE 13 TO arg-num
              PERFORM 072-fetch-argument
              IF arg-present-sw = "N"
                 MOVE "N" TO decimal-mode-sw
              ELSE
                 MOVE arg-text TO arg-decimal
                 IF FUNCTION TRIM (arg-decimal) = "DECIMAL"
                    MOVE "Y" TO decimal-mode-sw
                 ELSE
                    MOVE "N" TO decimal-mode-sw
                    IF FUNCTION TRIM (arg-decimal) = "DISTRIB"
                       MOVE "Y" TO distrib-mode-sw
                    END-IF
                 END-IF
              END-IF
           ELSE
              MOVE "N" TO decimal-mode-sw
           END-IF
              STOP RUN
           END-IF

           IF distrib-mode-sw = "Y"
              PERFORM 263-parse-distribution
           END-IF

           IF control-mode-sw = "N"
              MOVE 14 TO arg-num
              PERFORM 072-fetch-argument
              IF arg-present-sw = "N"
                 MOVE "N" TO report-mode-sw
              ELSE
                 MOVE arg-text TO arg-report
                 IF FUNCTION TRIM (arg-report) = "RPT"
                    MOVE "Y" TO report-mode-sw
                 ELSE
                    MOVE "N" TO report-mode-sw
                 END-IF
              END-IF
           ELSE
              MOVE "N" TO report-mode-sw
           END-IF

           IF control-mode-sw = "N"
              MOVE 15 TO arg-num
              PERFORM 072-fetch-argument
              IF arg-present-sw = "N"
                 MOVE "N" TO dryrun-mode-sw
              ELSE
                 MOVE arg-text TO arg-dryrun
                 IF FUNCTION TRIM (arg-dryrun) = "DRYRUN"
                    MOVE "Y" TO dryrun-mode-sw
                 ELSE
                    MOVE "N" TO dryrun-mode-sw
                 END-IF
              END-IF
           ELSE
              MOVE "N" TO dryrun-mode-sw
           END-IF

           IF control-mode-sw = "N"
              MOVE 16 TO arg-num
              PERFORM 072-fetch-argument
              IF arg-present-sw = "N"
                 MOVE "N" TO weighted-mode-sw
              ELSE
                 MOVE arg-text TO arg-weighted
                 IF FUNCTION TRIM (arg-weighted) = "WEIGHTED"
                    MOVE "Y" TO weighted-mode-sw
                 ELSE
                    MOVE "N" TO weighted-mode-sw
                 END-IF
              END-IF
           ELSE
              MOVE "N" TO weighted-mode-sw
           END-IF

           IF control-mode-sw = "N" AND cli-arg-count >= 22
              MOVE 22 TO arg-num
              PERFORM 072-fetch-argument
              IF arg-present-sw = "N"
                 CONTINUE
              ELSE
                 MOVE arg-text TO arg-weighttable
                 IF FUNCTION TRIM (arg-weighttable) NOT = SPACES
                    AND FUNCTION TRIM (arg-weighttable) NOT = "-"
                    MOVE arg-weighttable TO weight-file-name
                 END-IF
              END-IF
           END-IF

           IF weighted-mode-sw = "Y"

           IF control-mode-sw = "N"
              MOVE 17 TO arg-num
              PERFORM 072-fetch-argument
              IF arg-present-sw = "N"
                 MOVE "BOTH" TO output-mode-sw
              ELSE
                 MOVE arg-text TO arg-outputmode
                 IF FUNCTION TRIM (arg-outputmode) = "CONSOLE"
                    MOVE "CONSOLE" TO output-mode-sw
                 ELSE
                    IF FUNCTION TRIM (arg-outputmode) = "FILEONLY"
                       MOVE "FILEONLY" TO output-mode-sw
                    ELSE
                       MOVE "BOTH" TO output-mode-sw
                    END-IF
                 END-IF
              END-IF
           ELSE
              MOVE "BOTH" TO output-mode-sw
           END-IF

           IF control-mode-sw = "N"
              MOVE 18 TO arg-num
              PERFORM 072-fetch-argument
              IF arg-present-sw = "N"
                 MOVE 0 TO min-gap
              ELSE
                 MOVE arg-text TO arg-mingap
                 IF FUNCTION TRIM (arg-mingap) IS NUMERIC
                    MOVE FUNCTION NUMVAL (arg-mingap) TO min-gap
                 ELSE
                    MOVE 0 TO min-gap
                 END-IF
              END-IF
           ELSE
              MOVE 0 TO min-gap
           END-IF

           IF control-mode-sw = "N" AND cli-arg-count >= 19
              MOVE 19 TO arg-num
              PERFORM 072-fetch-argument
              IF arg-present-sw = "N"
                 MOVE 0 TO budget-seconds
              ELSE
                 MOVE arg-text TO arg-budget
                 IF FUNCTION TRIM (arg-budget) IS NUMERIC
                    MOVE FUNCTION NUMVAL (arg-budget)
                       TO budget-seconds
                 ELSE
                    MOVE 0 TO budget-seconds
                 END-IF
              END-IF
           ELSE
              MOVE 0 TO budget-seconds
           END-IF

           IF control-mode-sw = "N" AND cli-arg-count >= 20
              MOVE 20 TO arg-num
              PERFORM 072-fetch-argument
              IF arg-present-sw = "N"
                 MOVE 0 TO reload-every
              ELSE
                 MOVE arg-text TO arg-reload
                 IF FUNCTION TRIM (arg-reload) IS NUMERIC
                    MOVE FUNCTION NUMVAL (arg-reload)
                       TO reload-every
                 ELSE
                    MOVE 0 TO reload-every
                 END-IF
              END-IF
           ELSE
              MOVE 0 TO reload-every
           END-IF

           IF control-mode-sw = "N" AND cli-arg-count >= 21
              MOVE 21 TO arg-num
              PERFORM 072-fetch-argument
              IF arg-present-sw = "N"
                 MOVE 0 TO burnin-count
              ELSE
                 MOVE arg-text TO arg-burnin
                 IF FUNCTION TRIM (arg-burnin) IS NUMERIC
                    MOVE FUNCTION NUMVAL (arg-burnin)
                       TO burnin-count
                 ELSE
                    MOVE 0 TO burnin-count
                 END-IF
              END-IF
           ELSE
              MOVE 0 TO burnin-count
           END-IF

           IF control-mode-sw = "N" AND cli-arg-count >= 23
              MOVE 23 TO arg-num
              PERFORM 072-fetch-argument
              IF arg-present-sw = "N"
                 MOVE "N" TO busdate-mode-sw
              ELSE
                 MOVE arg-text TO arg-busdate
                 IF FUNCTION TRIM (arg-busdate) = "BUSDATE"
                    MOVE "Y" TO busdate-mode-sw
                 ELSE
                    MOVE "N" TO busdate-mode-sw
                 END-IF
              END-IF
           ELSE
              MOVE "N" TO busdate-mode-sw
           END-IF

           IF busdate-mode-sw = "Y"
              MOVE 24 TO arg-num
              PERFORM 072-fetch-argument
              IF arg-present-sw = "N"
                 DISPLAY "Usage: randomize ... BUSDATE "
                    "from-date to-date (both YYYYMMDD)"
                 MOVE 1 TO RETURN-CODE
                 STOP RUN
              ELSE
                 MOVE arg-text TO arg-bd-from
              END-IF
              MOVE 25 TO arg-num
              PERFORM 072-fetch-argument
              IF arg-present-sw = "N"
                 DISPLAY "Usage: randomize ... BUSDATE "
                    "from-date to-date (both YYYYMMDD)"
                 MOVE 1 TO RETURN-CODE
                 STOP RUN
              ELSE
                 MOVE arg-text TO arg-bd-to
              END-IF
              IF arg-bd-from IS NOT NUMERIC
                 OR arg-bd-to IS NOT NUMERIC
                 DISPLAY "Invalid business-date window: from-date "
           END-IF

           IF control-mode-sw = "N"
      * After a BUSDATE window the next two positions take QUOTA
      * and CAL=region in either order; a bare region code in the
      * first of them still names the calendar on its own.
              IF busdate-mode-sw = "Y"
                 PERFORM VARYING arg-num FROM 26 BY 1
                    UNTIL arg-num > 27 OR arg-num > cli-arg-count
                    PERFORM 072-fetch-argument
                    EVALUATE TRUE
                       WHEN arg-present-sw = "N"
                       WHEN arg-text = SPACES
                          CONTINUE
                       WHEN FUNCTION TRIM (arg-text) = "QUOTA"
                          MOVE arg-text TO arg-quota
                       WHEN arg-text (1 : 4) = "CAL="
                          AND arg-text (5 : 16) NOT = SPACES
                          MOVE arg-text (5 : 4) TO arg-calendar
                       WHEN arg-num = 26
                          AND arg-text (1 : 4) NOT = "CAL="
                          MOVE arg-text TO arg-calendar
                       WHEN OTHER
                          DISPLAY "Invalid argument after the "
                             "BUSDATE window: "
                             FUNCTION TRIM (arg-text)
                             " (give QUOTA and/or CAL=region)"
                          MOVE 1 TO RETURN-CODE
                          STOP RUN
                    END-EVALUATE
                 END-PERFORM
                 IF arg-calendar NOT = SPACES
                    MOVE SPACES TO holiday-file-name
                    STRING
                       "HOLIDAYS."    DELIMITED BY SIZE
                       FUNCTION TRIM (arg-calendar)
                                      DELIMITED BY SIZE
                       INTO holiday-file-name
                    END-STRING
                 END-IF
              ELSE
                 MOVE arg-busdate TO arg-quota
              STOP RUN
           END-IF

           IF distrib-mode-sw = "Y"
              AND (range-mode-sw = "Y" OR weighted-mode-sw = "Y"
                 OR norepeat-sw = "Y" OR busdate-mode-sw = "Y"
                 OR signed-mode-sw = "Y" OR min-gap > 0)
              DISPLAY "Distribution mode cannot be combined with "
                 "a low/high range, UNIQUE/DEAL, WEIGHTED, BUSDATE, "
                 "SIGNED or a minimum gap"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF

           IF busdate-mode-sw = "Y" AND stream-count > 1
              DISPLAY "Business-date mode is only supported for a "
                 "single stream"
              n          DELIMITED BY SIZE
              INTO lr-parms
           END-STRING
           IF profile-mode-sw = "Y"
              MOVE "profile=" TO lr-parms (23 : 8)
              MOVE pr-name TO lr-parms (31 : 8)
           END-IF
           PERFORM 066-register-run.
           PERFORM 083-check-prior-day-close.
           PERFORM 090-write-effective-config.
           CALL opident USING operator-id
              ON EXCEPTION
                 DISPLAY "USER" UPON ENVIRONMENT-NAME
                 ACCEPT operator-id FROM ENVIRONMENT-VALUE
           END-CALL
           IF operator-id = SPACES
              MOVE "UNKNOWN" TO operator-id
           END-IF
           PERFORM 063-enforce-authorization.
           PERFORM 096-enforce-two-person-signoff.
           DISPLAY "PRNGPRODUCTION" UPON ENVIRONMENT-NAME.
           ACCEPT production-env FROM ENVIRONMENT-VALUE.
           PERFORM 061-enqueue-datasets.
           PERFORM 097-enforce-run-ticket.

           IF stream-count = 1
           ELSE
              MOVE "N" TO resuming-sw
           END-IF
           IF resuming-sw = "N"
              PERFORM 068-enforce-seed-commitment
              PERFORM 067-enforce-cost-allowance
           END-IF

           PERFORM 085-assign-generation

           IF FUNCTION TRIM (mirror-env) = "Y"
              MOVE "Y" TO mirror-mode-sw
           END-IF
           DISPLAY "PRNGJSON" UPON ENVIRONMENT-NAME
           ACCEPT json-env FROM ENVIRONMENT-VALUE
           IF FUNCTION TRIM (json-env) = "Y"
              MOVE "Y" TO json-mode-sw
           END-IF
           DISPLAY "PRNGDEFERPOST" UPON ENVIRONMENT-NAME
           ACCEPT defer-post-env FROM ENVIRONMENT-VALUE
           IF FUNCTION TRIM (defer-post-env) = "Y"
              MOVE "Y" TO defer-post-sw
           END-IF
           DISPLAY "PRNGHALTAT" UPON ENVIRONMENT-NAME
           ACCEPT halt-at-env FROM ENVIRONMENT-VALUE
           IF FUNCTION TRIM (halt-at-env) IS NUMERIC
              AND FUNCTION TRIM (production-env) NOT = "Y"
              MOVE FUNCTION NUMVAL (halt-at-env) TO halt-at-cycle
           END-IF

           IF resuming-sw = "Y"
              MOVE "RESTART" TO seed-provenance

           PERFORM 305-open-history
           PERFORM 307-load-block-ledger
           IF norepeat-sw = "Y"
              PERFORM 277-open-issued-set
           END-IF

           MOVE SPACES TO audit-seed-text
           IF stream-count > 1
           ACCEPT run-time FROM TIME
           PERFORM 298-compute-session-id
           PERFORM 300-write-audit-log
      * From here on the ledger's END record names the session,
      * tying the AUDITLOG entry to the operator who ran it.
           MOVE SPACES TO lr-parms
           STRING
              "session="                 DELIMITED BY SIZE
              FUNCTION TRIM (session-id) DELIMITED BY SIZE
              INTO lr-parms
           END-STRING

           IF budget-seconds > 0
              ACCEPT budget-time FROM TIME
           MOVE perf-now-secs TO perf-last-secs
           MOVE completed TO perf-last-completed

           PERFORM 278-choose-block-draw
           COMPUTE remaining-cycles = cycles - completed
           PERFORM remaining-cycles TIMES
              IF stream-count > 1
                 END-PERFORM
              ELSE
                 MOVE 1 TO dor-stream
                 IF gen-block-sw = "Y"
                    PERFORM 502-take-block-value
                 ELSE
                    PERFORM 510-draw-unique
                 END-IF
                 IF output-mode-sw NOT = "FILEONLY"
                    DISPLAY FUNCTION TRIM (session-id) ": " num
                 END-IF
                 PERFORM 800-write-checkpoint
                 PERFORM 805-write-perf-sample
                 PERFORM 807-check-quiesce
                 IF halt-at-cycle > 0
                    AND completed = halt-at-cycle
                    PERFORM 808-drill-hard-stop
                 END-IF
              END-IF
              IF reseed-every > 0
                 AND FUNCTION MOD (completed, reseed-every) = 0
              END-IF
           END-PERFORM

      * Deferred history is posted before anything reports the
      * run finished; a checkpoint at the full cycle count first
      * means a run that dies while posting resumes straight into
      * the posting step instead of redrawing.
           IF hist-post-open-sw = "Y"
              IF stream-count = 1
                 PERFORM 800-write-checkpoint
              END-IF
              PERFORM 540-post-deferred-history
           END-IF

           PERFORM 450-write-trailer
           CLOSE draw-out
           IF mirror-mode-sw = "Y"
              PERFORM 870-save-persisted-state
           END-IF
           PERFORM 955-write-batch-summary
           IF distrib-mode-sw = "Y"
              PERFORM 969-write-distribution-report
           END-IF
           IF deal-mode-sw = "Y"
              PERFORM 965-close-deal-ledger
           END-IF
           IF norepeat-sw = "Y"
              CLOSE issued-set
           END-IF
           IF deck-mode-sw = "Y"
              CLOSE open-deck
           END-IF
           IF quota-mode-sw = "Y"
              PERFORM 968-write-quota-certificate
           END-IF
              PERFORM 308-rewrite-block-ledger
           END-IF

           PERFORM 058-release-datasets
           MOVE "END  " TO lr-event
           MOVE 0 TO lr-rc
           PERFORM 066-register-run
           DISPLAY summary-line
           CLOSE summary-file.

      * Sample mean and variance of the emitted values against the
      * distribution's own, with the mean's distance from target
      * in standard errors, written beside the run's receipt.
       969-write-distribution-report.
           EVALUATE dist-code
              WHEN "N"
                 MOVE dist-parm-val (1) TO dist-theo-mean
                 COMPUTE dist-theo-var =
                    dist-parm-val (2) * dist-parm-val (2)
              WHEN "E"
                 COMPUTE dist-theo-mean = 1 / dist-parm-val (1)
                 COMPUTE dist-theo-var =
                    1 / (dist-parm-val (1) * dist-parm-val (1))
              WHEN "T"
                 COMPUTE dist-theo-mean = (dist-parm-val (1)
                    + dist-parm-val (2) + dist-parm-val (3)) / 3
                 COMPUTE dist-theo-var =
                    (dist-parm-val (1) * dist-parm-val (1)
                    + dist-parm-val (2) * dist-parm-val (2)
                    + dist-parm-val (3) * dist-parm-val (3)
                    - dist-parm-val (1) * dist-parm-val (2)
                    - dist-parm-val (1) * dist-parm-val (3)
                    - dist-parm-val (2) * dist-parm-val (3)) / 18
              WHEN "P"
                 MOVE dist-parm-val (1) TO dist-theo-mean
                 MOVE dist-parm-val (1) TO dist-theo-var
           END-EVALUATE
           MOVE 0 TO dist-sample-var
           IF dist-count > 1
              COMPUTE dist-sample-var = dist-m2 / (dist-count - 1)
           END-IF
           MOVE 0 TO dist-z
           IF dist-count > 0
              COMPUTE dist-std-err =
                 FUNCTION SQRT (dist-theo-var / dist-count)
              COMPUTE dist-z =
                 (dist-mean - dist-theo-mean) / dist-std-err
           END-IF
           OPEN EXTEND summary-file
           IF summary-status NOT = "00"
              OPEN OUTPUT summary-file
           END-IF
           MOVE SPACES TO summary-line
           STRING
              "DISTRIBUTION CHECK  session="
                                         DELIMITED BY SIZE
              FUNCTION TRIM (session-id) DELIMITED BY SIZE
              "  date="                  DELIMITED BY SIZE
              run-date                   DELIMITED BY SIZE
              "  "                       DELIMITED BY SIZE
              FUNCTION TRIM (dist-name)  DELIMITED BY SIZE
              " "                        DELIMITED BY SIZE
              FUNCTION TRIM (dist-parm-text (1))
                                         DELIMITED BY SIZE
              " "                        DELIMITED BY SIZE
              FUNCTION TRIM (dist-parm-text (2))
                                         DELIMITED BY SIZE
              " "                        DELIMITED BY SIZE
              FUNCTION TRIM (dist-parm-text (3))
                                         DELIMITED BY SIZE
              INTO summary-line
           END-STRING
           WRITE summary-line
           DISPLAY summary-line
           MOVE SPACES TO summary-line
           STRING
              "  values drawn      "     DELIMITED BY SIZE
              dist-count                 DELIMITED BY SIZE
              INTO summary-line
           END-STRING
           IF resuming-sw = "Y"
              MOVE "(since the restart)" TO summary-line (32 : 19)
           END-IF
           WRITE summary-line
           DISPLAY summary-line
           MOVE SPACES TO summary-line
           MOVE "  sample mean     " TO summary-line (1 : 18)
           MOVE dist-mean TO dist-stat-edit
           MOVE dist-stat-edit TO summary-line (19 : 20)
           MOVE "  theoretical " TO summary-line (39 : 14)
           MOVE dist-theo-mean TO dist-stat-edit
           MOVE dist-stat-edit TO summary-line (53 : 20)
           WRITE summary-line
           DISPLAY summary-line
           MOVE SPACES TO summary-line
           MOVE "  sample variance " TO summary-line (1 : 18)
           MOVE dist-sample-var TO dist-stat-edit
           MOVE dist-stat-edit TO summary-line (19 : 20)
           MOVE "  theoretical " TO summary-line (39 : 14)
           MOVE dist-theo-var TO dist-stat-edit
           MOVE dist-stat-edit TO summary-line (53 : 20)
           WRITE summary-line
           DISPLAY summary-line
           MOVE SPACES TO summary-line
           MOVE dist-z TO dist-z-edit
           STRING
              "  mean is "               DELIMITED BY SIZE
              FUNCTION TRIM (dist-z-edit)
                                         DELIMITED BY SIZE
              " standard error(s) from the theoretical mean"
                                         DELIMITED BY SIZE
              INTO summary-line
           END-STRING
           WRITE summary-line
           DISPLAY summary-line
           CLOSE summary-file.

      * An existing ledger for the same range restores the
      * already-dealt flags; any other ledger content is a
      * different deal and starts this one fresh.
              AND dl-low = low-bound
              AND dl-high = high-bound
              MOVE dl-issued TO deal-issued-prior
           END-IF
           CLOSE deal-ledger.

      * Opens the issued-value file for a no-repeat run and counts
      * what it already holds. A UNIQUE run starts empty unless it
      * resumes from its checkpoint; a DEAL carries its DEALSET
      * forward while the ledger says the deal is open. A resumed
      * run first returns to the range every value the interrupted
      * session drew after its checkpoint - those draws are made
      * again - and lays the open deck out afresh if the
      * interrupted session was already drawing from it.
       277-open-issued-set.
           MOVE 0 TO issued-count
           IF deal-mode-sw = "Y"
              MOVE "DEALSET" TO issued-set-name
           ELSE
              MOVE "ISSUEDSET" TO issued-set-name
           END-IF
           IF resuming-sw = "Y"
              OR (deal-mode-sw = "Y" AND deal-issued-prior > 0)
              OPEN I-O issued-set
           ELSE
              MOVE "35" TO issued-set-status
           END-IF
           IF issued-set-status NOT = "00"
              OPEN OUTPUT issued-set
              CLOSE issued-set
              OPEN I-O issued-set
           END-IF
           IF issued-set-status NOT = "00"
              DISPLAY "ISSUED-VALUE FILE ERROR - "
                 FUNCTION TRIM (issued-set-name)
                 " cannot be opened (status " issued-set-status ")"
              MOVE "FATL" TO exd-severity
              MOVE "ISSUEDSET" TO exd-reason
              MOVE "issued-value file unavailable" TO exd-text
              PERFORM 065-feed-exception
              MOVE 3 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM UNTIL issued-set-status NOT = "00"
              READ issued-set NEXT RECORD
                 AT END
                    MOVE "10" TO issued-set-status
                 NOT AT END
                    IF resuming-sw = "Y"
                       AND is-session = restart-session
                       AND is-seq > seq-no
                       DELETE issued-set RECORD
                          INVALID KEY
                             CONTINUE
                       END-DELETE
                       ADD 1 TO issued-purged-count
                    ELSE
                       ADD 1 TO issued-count
                    END-IF
              END-READ
           END-PERFORM
           IF issued-purged-count > 0
              DISPLAY "Resume: " issued-purged-count " value(s) "
                 "drawn after the checkpoint returned to the range"
           END-IF
           IF deck-restart-sw = "Y"
              PERFORM 505-build-open-deck
           END-IF
           IF deal-mode-sw = "Y" AND resuming-sw = "N"
              AND issued-count NOT = deal-issued-prior
              DISPLAY "DEALSET holds " issued-count
                 " issued value(s) but DEALLEDGER records "
                 deal-issued-prior " - the issued-value file is "
                 "taken as the record"
              MOVE "WARN" TO exd-severity
              MOVE "DEALSET" TO exd-reason
              MOVE "deal ledger count differs from DEALSET"
                 TO exd-text
              PERFORM 065-feed-exception
           END-IF.

      * End-of-session ledger close: the range either completes
      * (certificate for the binder, ledger retired) or stays
      * open for the next window's session to continue.
       965-close-deal-ledger.
           MOVE issued-count TO deal-issued-total
           PERFORM 966-write-deal-ledger
           IF deal-issued-total = issued-table-size
              PERFORM 960-write-deal-certificate
              OPEN OUTPUT deal-ledger
              CLOSE deal-ledger
              CLOSE issued-set
              OPEN OUTPUT issued-set
              DISPLAY "Deal range complete - certificate issued "
                 "and the issuance ledger retired"
           ELSE
           MOVE low-bound TO dl-low
           MOVE high-bound TO dl-high
           MOVE deal-issued-total TO dl-issued
           OPEN OUTPUT deal-ledger
           WRITE deal-ledger-record
           CLOSE deal-ledger.

      * A deal run's formal completeness certificate: one line per
      * value in the configured range, confirmed against the
      * DEALSET issued-value file the draw loop maintained, read
      * in step with the range, signed off with the run's
      * session-id for the lottery auditor's binder.
       960-write-deal-certificate.
           MOVE 0 TO cert-missing-count
           OPEN OUTPUT cert-file
              INTO cert-line
           END-STRING
           WRITE cert-line
           MOVE 0 TO is-offset
           START issued-set KEY NOT < is-offset
              INVALID KEY
                 MOVE "10" TO issued-set-status
           END-START
           PERFORM 963-next-issued-offset
           PERFORM VARYING cert-idx FROM 1 BY 1
              UNTIL cert-idx > issued-table-size
              COMPUTE cert-value = low-bound + cert-idx - 1
              MOVE SPACES TO cert-line
              IF issued-next-offset = cert-idx
                 STRING
                    cert-value      DELIMITED BY SIZE
                    "  DRAWN ONCE  session "
                                    DELIMITED BY SIZE
                    is-session      DELIMITED BY SIZE
                    INTO cert-line
                 END-STRING
                 PERFORM 963-next-issued-offset
              ELSE
                 ADD 1 TO cert-missing-count
                 STRING
           DISPLAY "Deal certificate written covering "
              dl-session-count " contributing session(s)".

      * Next issued offset in key order, or all nines once the
      * issued-value file is exhausted.
       963-next-issued-offset.
           MOVE 999999999 TO issued-next-offset
           IF issued-set-status NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ issued-set NEXT RECORD
              AT END
                 MOVE "10" TO issued-set-status
              NOT AT END
                 MOVE is-offset TO issued-next-offset
           END-READ.

      * Every resolved switch, with where it came from, captured
      * before the first draw - so support staff can see what this
      * run actually did without asking the operator to remember
           IF control-mode-sw = "Y"
              MOVE "CONTROLCARD" TO eff-source
           ELSE
              MOVE arg-source TO eff-source
           END-IF
           IF profile-mode-sw = "Y"
              MOVE SPACES TO eff-line
              STRING
                 "profile="                DELIMITED BY SIZE
                 FUNCTION TRIM (pr-name)   DELIMITED BY SIZE
                 " version="               DELIMITED BY SIZE
                 pr-version                DELIMITED BY SIZE
                 "  source=PARMLIB"        DELIMITED BY SIZE
                 INTO eff-line
              END-STRING
              WRITE eff-line
           END-IF
           MOVE cycles TO eff-value-text
           PERFORM 091-write-config-line-cycles
                 END-STRING
              ELSE
                 STRING
                    "seed=OVERRIDE  source=" DELIMITED BY SIZE
                    arg-source               DELIMITED BY SIZE
                    INTO eff-line
                 END-STRING
              END-IF
                 MOVE signed-mode-sw TO bc-actual-text (1 : 1)
              WHEN "decimal"
                 MOVE decimal-mode-sw TO bc-actual-text (1 : 1)
              WHEN "distrib"
                 MOVE distrib-mode-sw TO bc-actual-text (1 : 1)
              WHEN "report"
                 MOVE report-mode-sw TO bc-actual-text (1 : 1)
              WHEN "weighted"
           MOVE "decimal" TO eff-env-name
           MOVE decimal-mode-sw TO eff-env-value
           PERFORM 095-write-one-switch
           MOVE "distrib" TO eff-env-name
           MOVE distrib-mode-sw TO eff-env-value
           PERFORM 095-write-one-switch
           MOVE "report" TO eff-env-name
           MOVE report-mode-sw TO eff-env-value
           PERFORM 095-write-one-switch
           MOVE "busdate" TO eff-env-name
           MOVE busdate-mode-sw TO eff-env-value
           PERFORM 095-write-one-switch
           MOVE "calendar" TO eff-env-name
           MOVE holiday-file-name TO eff-env-value
           PERFORM 095-write-one-switch
           MOVE "quota" TO eff-env-name
           MOVE quota-mode-sw TO eff-env-value
           PERFORM 095-write-one-switch.
           MOVE "PRNGLCGMOD" TO eff-env-name
           PERFORM 094-write-one-environment
           MOVE "PRNGTRACEFILE" TO eff-env-name
           PERFORM 094-write-one-environment
           MOVE "PRNGCLIENT" TO eff-env-name
           PERFORM 094-write-one-environment
           MOVE "PRNGDEFERPOST" TO eff-env-name
           PERFORM 094-write-one-environment
           MOVE "PRNGHALTAT" TO eff-env-name
           PERFORM 094-write-one-environment
           MOVE "PRNGCOSTCTR" TO eff-env-name
           PERFORM 094-write-one-environment
           MOVE "PRNGCOMMIT" TO eff-env-name
           PERFORM 094-write-one-environment
           MOVE "PRNGDISTRIB" TO eff-env-name
           PERFORM 094-write-one-environment.

       094-write-one-environment.
                 AND eff-env-value = "WEIGHTFILE")
              MOVE "DEFAULT" TO eff-source
           ELSE
              MOVE arg-source TO eff-source
           END-IF
           STRING
              FUNCTION TRIM (eff-env-name)  DELIMITED BY SIZE
           DISPLAY "Two-person sign-off recorded: " operator-id
              " and " cosigner-id.

      * The cost center's monthly allowance of cycles and sessions
      * is checked before anything is drawn; allowchk refuses a run
      * that would overrun it and warns from 80% on. A restart is
      * not charged again - its session was admitted when it first
      * started.
       067-enforce-cost-allowance.
           IF cost-center = SPACES
              DISPLAY "PRNGCOSTCTR" UPON ENVIRONMENT-NAME
              ACCEPT cost-center FROM ENVIRONMENT-VALUE
           END-IF
           MOVE cost-center TO aq-costctr
           MOVE cycles TO aq-cycles
           MOVE "Y" TO aq-result
           CALL allowchk USING allow-request
              ON EXCEPTION
                 CONTINUE
           END-CALL
           IF aq-result = "N"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF.

      * A draw run under a published seed commitment must start
      * from exactly the committed seed - the override seed or the
      * persisted state - and the commitment is used once. The
      * seed is sealed the same way seedcommit sealed it and the
      * run is refused before anything is opened on a mismatch.
      * Burn-in and multiple streams would put a different seed on
      * the audit record than the one revealed, so neither may be
      * combined with a commitment.
       068-enforce-seed-commitment.
           DISPLAY "PRNGCOMMIT" UPON ENVIRONMENT-NAME
           ACCEPT commit-id FROM ENVIRONMENT-VALUE
           IF commit-id = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE commit-id TO exd-key
           IF stream-count > 1 OR burnin-count > 0
              DISPLAY "COMMITTED DRAW REFUSED - a draw under "
                 "commitment " FUNCTION TRIM (commit-id)
                 " cannot use several streams or burn-in"
              MOVE "SEVR" TO exd-severity
              MOVE "COMMITSD" TO exd-reason
              MOVE "streams or burn-in under a commitment"
                 TO exd-text
              PERFORM 065-feed-exception
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE "N" TO commit-found-sw
           MOVE "N" TO commit-drawn-sw
           OPEN INPUT commit-log
           IF commit-log-status = "00"
              PERFORM UNTIL commit-log-status NOT = "00"
                 READ commit-log
                    AT END
                       MOVE "10" TO commit-log-status
                    NOT AT END
                       IF cm-id = commit-id AND cm-type = "C"
                          AND cm-n = n
                          MOVE "Y" TO commit-found-sw
                          MOVE cm-seal TO commit-seal
                       END-IF
                       IF cm-id = commit-id AND cm-type = "D"
                          MOVE "Y" TO commit-drawn-sw
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE commit-log
           END-IF
           IF commit-found-sw = "N"
              DISPLAY "COMMITTED DRAW REFUSED - no " n "-digit "
                 "commitment " FUNCTION TRIM (commit-id)
                 " on COMMITLOG"
              MOVE "SEVR" TO exd-severity
              MOVE "COMMITSD" TO exd-reason
              MOVE "no such seed commitment" TO exd-text
              PERFORM 065-feed-exception
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF
           IF commit-drawn-sw = "Y"
              DISPLAY "COMMITTED DRAW REFUSED - commitment "
                 FUNCTION TRIM (commit-id) " has already been "
                 "drawn; commit a fresh seed for another draw"
              MOVE "SEVR" TO exd-severity
              MOVE "COMMITSD" TO exd-reason
              MOVE "seed commitment already drawn" TO exd-text
              PERFORM 065-feed-exception
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO commit-seed
           IF seed-override-sw = "Y"
              MOVE FUNCTION NUMVAL (arg-seed) TO seed-numeric
              MOVE seed-numeric TO seed-text
              MOVE seed-text (17 - n : n) TO commit-seed (1 : n)
           ELSE
              IF persist-sw = "Y"
                 OPEN INPUT state-file
                 IF state-status = "00"
                    READ state-file
                    IF state-status = "00" AND stt-n = n
                       MOVE stt-num (1 : n) TO commit-seed (1 : n)
                    END-IF
                    CLOSE state-file
                 END-IF
              END-IF
           END-IF
           MOVE SPACES TO seal-data
           MOVE commit-id TO seal-data (1 : 12)
           MOVE n TO seal-data (13 : 2)
           MOVE commit-seed TO seal-data (15 : 16)
           MOVE 0 TO seal-work
           MOVE 0 TO commit-check-seal
           CALL sealcalc USING seal-work, seal-data,
              commit-check-seal
              ON EXCEPTION
                 MOVE 0 TO commit-check-seal
           END-CALL
           IF commit-seed = SPACES
              OR commit-check-seal NOT = commit-seal
              DISPLAY "COMMITTED DRAW REFUSED - the seed this run "
                 "would draw with is not the seed committed as "
                 FUNCTION TRIM (commit-id)
              MOVE "SEVR" TO exd-severity
              MOVE "COMMITSD" TO exd-reason
              MOVE "seed differs from the commitment" TO exd-text
              PERFORM 065-feed-exception
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF
           DISPLAY "Seed matches commitment "
              FUNCTION TRIM (commit-id).

      * Ties the session to its commitment, which also uses the
      * commitment up: a second draw under it is refused.
       073-record-commitment-drawn.
           OPEN EXTEND commit-log
           IF commit-log-status NOT = "00"
              OPEN OUTPUT commit-log
           END-IF
           MOVE SPACES TO commit-log-record
           MOVE "D" TO cm-type
           MOVE commit-id TO cm-id
           MOVE run-date TO cm-date
           MOVE run-time TO cm-time
           MOVE n TO cm-n
           MOVE commit-seal TO cm-seal
           MOVE seed-provenance TO cm-source
           MOVE session-id TO cm-session
           MOVE operator-id TO cm-operator
           WRITE commit-log-record
           CLOSE commit-log.

      * A draw run posts to HISTFILE and appends to AUDITLOG; a
      * CONTINUE run reads and rewrites STATEFILE and a deal run
      * rewrites DEALLEDGER. Nothing is opened until every one of
      * them is held, so a void, purge, resync or second CONTINUE
      * run can never be working on the same dataset. A production
      * run also holds RUNTICKET from reading its ticket to marking
      * it consumed, as the ticket desk does around its rewrites.
       061-enqueue-datasets.
           MOVE "ACQUIRE" TO dq-function
           MOVE "randomize" TO dq-program
           MOVE operator-id TO dq-operator
           MOVE 2 TO dq-count
           MOVE "HISTFILE" TO dq-dataset (1)
           MOVE "E" TO dq-mode (1)
           MOVE "AUDITLOG" TO dq-dataset (2)
           MOVE "S" TO dq-mode (2)
           IF persist-sw = "Y"
              ADD 1 TO dq-count
              MOVE "STATEFILE" TO dq-dataset (dq-count)
              MOVE "E" TO dq-mode (dq-count)
           END-IF
           IF deal-mode-sw = "Y"
              ADD 1 TO dq-count
              MOVE "DEALLEDGER" TO dq-dataset (dq-count)
              MOVE "E" TO dq-mode (dq-count)
           END-IF
           IF FUNCTION TRIM (production-env) = "Y"
              ADD 1 TO dq-count
              MOVE "RUNTICKET" TO dq-dataset (dq-count)
              MOVE "E" TO dq-mode (dq-count)
           END-IF
           MOVE "Y" TO dq-granted
           CALL dsnenq USING dataset-enqueue
              ON EXCEPTION
                 CONTINUE
           END-CALL
           IF dq-granted NOT = "Y"
              DISPLAY "RUN REFUSED - a dataset this run needs is "
                 "in use; rerun when it is released"
              MOVE "END  " TO lr-event
              MOVE 1 TO lr-rc
              PERFORM 066-register-run
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF.

       058-release-datasets.
           MOVE "RELEASE" TO dq-function
           MOVE "randomize" TO dq-program
           CALL dsnenq USING dataset-enqueue
              ON EXCEPTION
                 CONTINUE
           END-CALL.

      * The AUTHFILE capability matrix, checked once the operator
      * is known: plain draws always, plus whichever of the
      * restricted modes this run asked for. The authchk module
           IF persist-sw = "Y"
              MOVE "CONTINUE" TO ar-capability
              PERFORM 064-check-one-capability
           END-IF
           PERFORM 062-enforce-client.

      * An operator restricted to named clients may only run
      * sessions for one of them, and never an unassigned one.
       062-enforce-client.
           IF client-code = SPACES
              DISPLAY "PRNGCLIENT" UPON ENVIRONMENT-NAME
              ACCEPT client-code FROM ENVIRONMENT-VALUE
           END-IF
           MOVE operator-id TO cr-operator
           MOVE client-code TO cr-client
           MOVE "Y" TO cr-allowed
           CALL clntchk USING client-request
              ON EXCEPTION
                 MOVE "Y" TO cr-allowed
           END-CALL
           IF cr-allowed NOT = "Y"
              IF client-code = SPACES
                 DISPLAY "RUN REFUSED - operator " operator-id
                    " serves named clients only; set PRNGCLIENT "
                    "or the control card client"
              ELSE
                 DISPLAY "RUN REFUSED - operator " operator-id
                    " may not run sessions for client "
                    FUNCTION TRIM (client-code)
              END-IF
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF.

       064-check-one-capability.
      * and the ticket is consumed when the run completes, so one
      * approval can never cover two runs.
       097-enforce-run-ticket.
           IF FUNCTION TRIM (production-env) NOT = "Y"
              EXIT PARAGRAPH
           END-IF
           MOVE ticket-entry (ticket-found-idx)
              TO run-ticket-record
           MOVE "C" TO rt-status
           MOVE operator-id TO rt-consumed-by
           MOVE run-ticket-record
              TO ticket-entry (ticket-found-idx)
           OPEN OUTPUT run-ticket
           DISPLAY "Run ticket " run-ticket-no " marked consumed".

       099-derive-run-mode-text.
           IF distrib-mode-sw = "Y"
              MOVE "DISTRIB" TO run-mode-text
              EXIT PARAGRAPH
           END-IF
           IF deal-mode-sw = "Y"
              MOVE "DEAL" TO run-mode-text
           ELSE
              MOVE "PRINTRPT" TO publish-out-name
              PERFORM 070-publish-one-line-file
           END-IF
           IF json-mode-sw = "Y"
              PERFORM 069-publish-draw-json
           END-IF
           DISPLAY "Two-phase publish complete: outputs "
              "committed to their final names".

      * The JSON document is rendered from the generation just
      * committed, staged, and copied to DRAWJSON only when it
      * rendered complete - so the web service never sees a
      * session whose DRAWOUT did not commit.
       069-publish-draw-json.
           PERFORM 099-derive-run-mode-text
           MOVE draw-out-name TO jr-draw-name
           MOVE "STAGE.JSON" TO jr-json-name
           MOVE session-id TO jr-session
           MOVE run-mode-text TO jr-mode
           CALL drawjson USING json-request
              ON EXCEPTION
                 MOVE "N" TO jr-result
           END-CALL
           IF jr-result NOT = "Y"
              DISPLAY "PUBLISH WARNING - JSON document for session "
                 FUNCTION TRIM (session-id) " not rendered; "
                 "DRAWJSON left as it was"
              MOVE "WARN" TO exd-severity
              MOVE "NOJSON" TO exd-reason
              MOVE "JSON document not rendered" TO exd-text
              PERFORM 065-feed-exception
              EXIT PARAGRAPH
           END-IF
           MOVE "STAGE.JSON" TO publish-in-name
           MOVE "DRAWJSON" TO publish-out-name
           PERFORM 070-publish-one-line-file.

       082-publish-one-fixed-file.
           MOVE 0 TO publish-copy-count
           OPEN INPUT publish-in
           MOVE seq-no TO stc-count
           MOVE csv-mode-sw TO stc-csv
           MOVE report-mode-sw TO stc-rpt
           MOVE json-mode-sw TO stc-json
           PERFORM 099-derive-run-mode-text
           MOVE run-mode-text TO stc-mode
           MOVE client-code TO stc-client
      * The public title: PRNGTITLE when operations set one, else
      * the bucket table a WEIGHTED campaign ran against.
           DISPLAY "PRNGTITLE" UPON ENVIRONMENT-NAME
           ACCEPT stc-title FROM ENVIRONMENT-VALUE
           IF stc-title = SPACES AND weighted-mode-sw = "Y"
              MOVE weight-file-name TO stc-title
           END-IF
           WRITE stage-ctl-record
           CLOSE stage-ctl
           DISPLAY "Staged " seq-no " draw(s); release is gated "
              MOVE session-id TO dc-session
              MOVE seq-no TO dc-count
              MOVE "U" TO dc-status
              MOVE client-code TO dc-client
              MOVE draw-cat-record TO draw-cat-entry (cat-count)
           END-IF
           PERFORM 087-roll-off-collected
              WRITE mir-draw-record FROM draw-out-trailer
           END-IF.

      * A block never runs past the next checkpoint or reseed, so
      * the state a checkpoint records and the point a reseed cuts
      * in are exactly where single draws would have put them.
       501-fill-draw-block.
           COMPUTE gen-block-size = cycles - completed
           IF gen-block-size > checkpoint-every
              - FUNCTION MOD (completed, checkpoint-every)
              COMPUTE gen-block-size = checkpoint-every
                 - FUNCTION MOD (completed, checkpoint-every)
           END-IF
           IF reseed-every > 0
              AND gen-block-size > reseed-every
                 - FUNCTION MOD (completed, reseed-every)
              COMPUTE gen-block-size = reseed-every
                 - FUNCTION MOD (completed, reseed-every)
           END-IF
           IF gen-block-size > 1000
              MOVE 1000 TO gen-block-size
           END-IF
           MOVE gen-block-size TO pb-count
           CALL prng USING prng-state, OMITTED, OMITTED, prng-block
              ON EXCEPTION
                 DISPLAY "PRNG CALL ERROR - unable to call "
                    "generator module " prng
                 MOVE "FATL" TO exd-severity
                 MOVE "PRNGCALL" TO exd-reason
                 MOVE "generator module call failed" TO exd-text
                 PERFORM 065-feed-exception
                 MOVE 3 TO RETURN-CODE
                 CLOSE draw-out
                 STOP RUN
           END-CALL
           MOVE 0 TO gen-block-idx.

       502-take-block-value.
           IF gen-block-idx >= pb-count
              PERFORM 501-fill-draw-block
           END-IF
           ADD 1 TO gen-block-idx
           MOVE pb-value (gen-block-idx) (1 : n) TO num.

       510-draw-unique.
           MOVE "N" TO unique-found-sw
           MOVE 0 TO draw-attempts
                    CLOSE draw-out
                    STOP RUN
                 END-IF
      * Once a draw keeps landing on issued values the range is
      * nearly full; from then on every pick comes uniformly from
      * the deck of values still open rather than redrawing blind.
                 IF deck-mode-sw = "Y"
                    OR draw-attempts > issued-retry-limit
                    PERFORM 504-pick-from-open-deck
                 ELSE
                    PERFORM 507-reduce-range-unbiased
                    MOVE draw-value TO candidate-value
                 END-IF
      * A forbidden candidate is treated like an already-issued one:
      * never marked, never handed out - the loop just draws on.
                 MOVE "N" TO excluded-sw
                    PERFORM 518-check-candidate-excluded
                 END-IF
                 IF excluded-sw = "N"
                    COMPUTE is-offset =
                       candidate-value - low-bound + 1
                    READ issued-set
                       INVALID KEY
                          PERFORM 503-mark-value-issued
                    END-READ
                 END-IF
              ELSE
                 MOVE "Y" TO unique-found-sw
              END-IF
           END-PERFORM.

       503-mark-value-issued.
           COMPUTE is-offset = candidate-value - low-bound + 1
           MOVE session-id TO is-session
           COMPUTE is-seq = seq-no + 1
           WRITE issued-set-record
              INVALID KEY
                 EXIT PARAGRAPH
           END-WRITE
           MOVE "Y" TO unique-found-sw
           ADD 1 TO issued-count.

      * Uniform pick from the open deck: rank r is reduced without
      * bias from the generator and the r-th value still open, in
      * offset order, is taken out of the deck. The deck is counted
      * in blocks of slots so a pick reads only within one block,
      * and what it takes depends on nothing but the values already
      * issued, so a resumed run that lays the deck out again picks
      * exactly as the interrupted one would have.
       504-pick-from-open-deck.
           IF deck-mode-sw = "N"
              PERFORM 505-build-open-deck
           END-IF
           IF deck-mode-sw = "N"
              PERFORM 507-reduce-range-unbiased
              MOVE draw-value TO candidate-value
              EXIT PARAGRAPH
           END-IF
      * Nothing left open: the attempt limit ends the run.
           IF deck-size = 0
              MOVE 100000 TO draw-attempts
              MOVE low-bound TO candidate-value
              EXIT PARAGRAPH
           END-IF
           COMPUTE rank-limit = 10 ** n
           COMPUTE rank-limit =
              (rank-limit / deck-size) * deck-size
           IF rank-limit = 0
              COMPUTE rank-limit = 10 ** n
           END-IF
           MOVE FUNCTION NUMVAL (num) TO rank-raw
           PERFORM UNTIL rank-raw < rank-limit
              ADD 1 TO range-rejected-count
              CALL prng USING prng-state
                 ON EXCEPTION
                    DISPLAY "PRNG CALL ERROR - unable to call "
                       "generator module " prng
                    MOVE "FATL" TO exd-severity
                    MOVE "PRNGCALL" TO exd-reason
                    MOVE "generator module call failed" TO exd-text
                    PERFORM 065-feed-exception
                    MOVE 3 TO RETURN-CODE
                    CLOSE draw-out
                    STOP RUN
              END-CALL
              MOVE FUNCTION NUMVAL (num) TO rank-raw
           END-PERFORM
           COMPUTE rank-wanted =
              FUNCTION MOD (rank-raw, deck-size) + 1
           MOVE 1 TO deck-bucket-idx
           PERFORM UNTIL
              rank-wanted NOT > deck-bucket-count (deck-bucket-idx)
              SUBTRACT deck-bucket-count (deck-bucket-idx)
                 FROM rank-wanted
              ADD 1 TO deck-bucket-idx
           END-PERFORM
           COMPUTE od-slot =
              (deck-bucket-idx - 1) * deck-bucket-width + 1
           START open-deck KEY NOT < od-slot
              INVALID KEY
                 MOVE 0 TO od-offset
           END-START
           PERFORM rank-wanted TIMES
              READ open-deck NEXT RECORD
                 AT END
                    MOVE 0 TO od-offset
              END-READ
           END-PERFORM
           COMPUTE candidate-value = low-bound + od-offset - 1
           DELETE open-deck RECORD
              INVALID KEY
                 CONTINUE
           END-DELETE
           SUBTRACT 1 FROM deck-bucket-count (deck-bucket-idx)
           SUBTRACT 1 FROM deck-size.

      * One pass of the range against the issued-value file lays
      * out every value neither issued nor excluded as the deck, in
      * offset order.
       505-build-open-deck.
           OPEN OUTPUT open-deck
           CLOSE open-deck
           OPEN I-O open-deck
           IF open-deck-status NOT = "00"
              DISPLAY "OPENDECK unavailable (status "
                 open-deck-status ") - no-repeat draws keep "
                 "redrawing"
              MOVE 100000 TO issued-retry-limit
              EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO deck-mode-sw
           MOVE 0 TO deck-size
           INITIALIZE deck-bucket-table
           COMPUTE deck-bucket-width =
              (issued-table-size - issued-count) / 5000 + 1
           MOVE 0 TO is-offset
           START issued-set KEY NOT < is-offset
              INVALID KEY
                 MOVE "10" TO issued-set-status
           END-START
           PERFORM 963-next-issued-offset
           PERFORM VARYING cert-idx FROM 1 BY 1
              UNTIL cert-idx > issued-table-size
              IF cert-idx = issued-next-offset
                 PERFORM 963-next-issued-offset
              ELSE
                 COMPUTE candidate-value = low-bound + cert-idx - 1
                 MOVE "N" TO excluded-sw
                 IF exclude-count > 0
                    PERFORM 518-check-candidate-excluded
                 END-IF
                 IF excluded-sw = "N"
                    ADD 1 TO deck-size
                    MOVE deck-size TO od-slot
                    MOVE cert-idx TO od-offset
                    WRITE open-deck-record
                       INVALID KEY
                          CONTINUE
                    END-WRITE
                    COMPUTE deck-bucket-idx =
                       (deck-size - 1) / deck-bucket-width + 1
                    IF deck-bucket-idx > 5000
                       MOVE 5000 TO deck-bucket-idx
                    END-IF
                    ADD 1 TO deck-bucket-count (deck-bucket-idx)
                 END-IF
              END-IF
           END-PERFORM
           MOVE "00" TO issued-set-status
           DISPLAY "No-repeat range filling up: " issued-count
              " of " issued-table-size " issued - drawing the "
              "remaining " deck-size " from the open deck".

       500-write-draw.
           ADD 1 TO seq-no
           MOVE seq-no TO dor-seq
              PERFORM 506-tally-quota-fill
           END-IF
           MOVE draw-value TO dor-value
      * A distribution value goes into DRAWOUT as its magnitude in
      * ten-thousandths with the sign in dor-sign; HISTFILE keeps
      * the raw draw it was derived from.
           IF distrib-mode-sw = "Y"
              MOVE FUNCTION NUMVAL (num) TO dist-raw
              MOVE n TO dist-raw-n
              PERFORM 526-derive-distribution-value
              IF dist-value < 0
                 COMPUTE dor-value = 0 - dist-value * 10000
              ELSE
                 COMPUTE dor-value = dist-value * 10000
              END-IF
              PERFORM 529-accumulate-distribution-stats
              DISPLAY "Distribution value: "
                 FUNCTION TRIM (decimal-text)
           END-IF
      * The transcription check digit travels with the value from
      * the moment it is written, so every downstream copy (ticket
      * print, history, stubs keyed back in) can be verified.
              MOVE SPACES TO dor-sign
              MOVE draw-value TO csv-draw-value
           END-IF
           IF distrib-mode-sw = "Y"
              MOVE dist-sign TO dor-sign
           END-IF
           MOVE SPACES TO seal-data
           MOVE draw-out-record (1 : 40) TO seal-data (1 : 40)
           PERFORM 455-advance-seal-chain
                 PERFORM 512-pick-weighted-bucket
              ELSE
                 IF range-mode-sw = "Y"
                    IF norepeat-sw = "Y" AND stream-count = 1
                       MOVE candidate-value TO draw-value
                    ELSE
                       PERFORM 507-reduce-range-unbiased
                    END-IF
                 ELSE
                    MOVE FUNCTION NUMVAL (num) TO draw-value
                 END-IF

       269-load-holiday-list.
           MOVE 0 TO holiday-count
           MOVE "00000000" TO hol-last-date
           OPEN INPUT holiday-file
           IF holiday-status NOT = "00"
              DISPLAY "Business-date mode needs a readable "
                 FUNCTION TRIM (holiday-file-name) " calendar file "
                 "- refusing to draw dates without one"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF
                    MOVE "10" TO holiday-status
                 NOT AT END
                    IF holiday-count = 500
                       DISPLAY FUNCTION TRIM (holiday-file-name)
                          " lists more than 500 "
                          "dates; the holiday table cannot hold "
                          "any more"
                       MOVE 1 TO RETURN-CODE
                       ADD 1 TO holiday-count
                       MOVE hol-date
                          TO holiday-value (holiday-count)
                       IF hol-date > hol-last-date
                          MOVE hol-date TO hol-last-date
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE holiday-file
           PERFORM 270-check-holiday-horizon.

      * Nobody notices an unloaded year until it is drawn from: a
      * calendar whose last date falls inside the look-ahead window
      * is called out on every business-date run.
       270-check-holiday-horizon.
           ACCEPT hol-today FROM DATE YYYYMMDD
           COMPUTE hol-horizon = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE
                 (FUNCTION NUMVAL (hol-today)) + hol-lookahead-days)
           IF hol-last-date < hol-horizon
              DISPLAY "WARNING: " FUNCTION TRIM (holiday-file-name)
                 " holds no dates after " hol-last-date
                 " - the next " hol-lookahead-days " days may not "
                 "be loaded (maintain it with holmaint)"
           END-IF.

       507-reduce-range-unbiased.
           IF range-span-limit = 0
              END-IF
           END-PERFORM.

      * PRNGDISTRIB names the distribution and its parameters,
      * blank-separated: NORMAL mean sd, EXPONENTIAL rate,
      * TRIANGULAR min mode max or POISSON lambda. Parameters are
      * held to four decimals, the precision of the emitted values.
       263-parse-distribution.
           DISPLAY "PRNGDISTRIB" UPON ENVIRONMENT-NAME
           MOVE SPACES TO dist-spec
           ACCEPT dist-spec FROM ENVIRONMENT-VALUE
           MOVE FUNCTION TRIM (dist-spec) TO dist-spec
           IF dist-spec = SPACES
              DISPLAY "Distribution mode needs PRNGDISTRIB set to a "
                 "distribution and its parameters, e.g. NORMAL 100 15"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF
           INSPECT dist-spec CONVERTING
              "abcdefghijklmnopqrstuvwxyz"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE SPACES TO dist-name
           MOVE SPACES TO dist-parm-table
           MOVE 0 TO dist-parm-count
           UNSTRING dist-spec DELIMITED BY ALL SPACES
              INTO dist-name
                   dist-parm-text (1)
                   dist-parm-text (2)
                   dist-parm-text (3)
                   dist-parm-text (4)
              TALLYING IN dist-parm-count
           END-UNSTRING
           SUBTRACT 1 FROM dist-parm-count
           EVALUATE dist-name
              WHEN "NORMAL"
                 MOVE "N" TO dist-code
                 MOVE 2 TO dist-parm-needed
              WHEN "EXPONENTIAL"
                 MOVE "E" TO dist-code
                 MOVE 1 TO dist-parm-needed
              WHEN "TRIANGULAR"
                 MOVE "T" TO dist-code
                 MOVE 3 TO dist-parm-needed
              WHEN "POISSON"
                 MOVE "P" TO dist-code
                 MOVE 1 TO dist-parm-needed
              WHEN OTHER
                 DISPLAY "Unknown distribution "
                    FUNCTION TRIM (dist-name) " in PRNGDISTRIB: "
                    "NORMAL, EXPONENTIAL, TRIANGULAR or POISSON"
                 MOVE 1 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE
           IF dist-parm-count NOT = dist-parm-needed
              DISPLAY "Distribution " FUNCTION TRIM (dist-name)
                 " takes " dist-parm-needed " parameter(s), "
                 "PRNGDISTRIB gives " dist-parm-count
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM VARYING dist-parm-idx FROM 1 BY 1
              UNTIL dist-parm-idx > dist-parm-needed
              PERFORM 264-check-distribution-parm
           END-PERFORM
           EVALUATE dist-code
              WHEN "N"
                 IF dist-parm-val (2) NOT > 0
                    DISPLAY "NORMAL needs a positive standard "
                       "deviation"
                    MOVE 1 TO RETURN-CODE
                    STOP RUN
                 END-IF
              WHEN "E"
                 IF dist-parm-val (1) NOT > 0
                    DISPLAY "EXPONENTIAL needs a positive rate"
                    MOVE 1 TO RETURN-CODE
                    STOP RUN
                 END-IF
              WHEN "T"
                 IF dist-parm-val (1) > dist-parm-val (2)
                    OR dist-parm-val (2) > dist-parm-val (3)
                    OR dist-parm-val (1) = dist-parm-val (3)
                    DISPLAY "TRIANGULAR needs min <= mode <= max "
                       "with min below max"
                    MOVE 1 TO RETURN-CODE
                    STOP RUN
                 END-IF
              WHEN "P"
                 IF dist-parm-val (1) NOT > 0
                    OR dist-parm-val (1) > 500
                    DISPLAY "POISSON needs a lambda above 0 and at "
                       "most 500"
                    MOVE 1 TO RETURN-CODE
                    STOP RUN
                 END-IF
           END-EVALUATE
      * The draw's digits are the uniform the value is derived
      * from; with fewer than six of them the tails are cut off
      * too early to be worth modelling with.
           IF n < 6
              DISPLAY "Distribution mode needs n of at least 6 "
                 "digits"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF
           DISPLAY "Distribution mode: " FUNCTION TRIM (dist-name)
              " " FUNCTION TRIM (dist-parm-text (1))
              " " FUNCTION TRIM (dist-parm-text (2))
              " " FUNCTION TRIM (dist-parm-text (3)).

       264-check-distribution-parm.
           IF FUNCTION TEST-NUMVAL (dist-parm-text (dist-parm-idx))
              NOT = 0
              DISPLAY "Distribution parameter "
                 FUNCTION TRIM (dist-parm-text (dist-parm-idx))
                 " is not a number"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF
           IF FUNCTION NUMVAL (dist-parm-text (dist-parm-idx))
              > 999999999
              OR FUNCTION NUMVAL (dist-parm-text (dist-parm-idx))
              < -999999999
              DISPLAY "Distribution parameter "
                 FUNCTION TRIM (dist-parm-text (dist-parm-idx))
                 " is outside +/-999999999"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF
           COMPUTE dist-parm-val (dist-parm-idx) ROUNDED =
              FUNCTION NUMVAL (dist-parm-text (dist-parm-idx))
           MOVE dist-parm-val (dist-parm-idx) TO dist-parm-edit
           MOVE FUNCTION TRIM (dist-parm-edit)
              TO dist-parm-text (dist-parm-idx).

       268-load-exclude-list.
           MOVE 0 TO exclude-count
           OPEN INPUT exclude-file
       520-write-csv.
           ACCEPT draw-time FROM TIME
           MOVE SPACES TO csv-line
           IF decimal-mode-sw = "Y" OR distrib-mode-sw = "Y"
              STRING
                 seq-no                       DELIMITED BY SIZE
                 ","                          DELIMITED BY SIZE

       525-write-report-line.
           MOVE SPACES TO print-line
           IF decimal-mode-sw = "Y" OR distrib-mode-sw = "Y"
              STRING
                 seq-no                       DELIMITED BY SIZE
                 "  "                         DELIMITED BY SIZE
              PERFORM 405-write-report-header
           END-IF.

      * Inverse-transform sampling: the draw's digits, centred in
      * their cell, give a uniform u strictly inside (0,1) and the
      * value is the distribution's quantile at u - one draw per
      * value, so HISTFILE and replay see the same sequence as in
      * any other mode.
       526-derive-distribution-value.
           COMPUTE dist-u = (dist-raw + 0.5) / (10 ** dist-raw-n)
           EVALUATE dist-code
              WHEN "N"
                 PERFORM 527-inverse-normal
                 COMPUTE dist-x =
                    dist-parm-val (1) + dist-parm-val (2) * dist-x
              WHEN "E"
                 COMPUTE dist-x =
                    0 - FUNCTION LOG (dist-u) / dist-parm-val (1)
              WHEN "T"
                 COMPUTE dist-q =
                    (dist-parm-val (2) - dist-parm-val (1))
                    / (dist-parm-val (3) - dist-parm-val (1))
                 IF dist-u < dist-q
                    COMPUTE dist-x = dist-parm-val (1)
                       + FUNCTION SQRT (dist-u
                       * (dist-parm-val (3) - dist-parm-val (1))
                       * (dist-parm-val (2) - dist-parm-val (1)))
                 ELSE
                    COMPUTE dist-x = dist-parm-val (3)
                       - FUNCTION SQRT ((1 - dist-u)
                       * (dist-parm-val (3) - dist-parm-val (1))
                       * (dist-parm-val (3) - dist-parm-val (2)))
                 END-IF
              WHEN "P"
                 PERFORM 528-poisson-count
                 MOVE dist-k TO dist-x
           END-EVALUATE
           COMPUTE dist-value ROUNDED = dist-x
           IF dist-value < 0
              MOVE "-" TO dist-sign
           ELSE
              MOVE "+" TO dist-sign
           END-IF
           MOVE SPACES TO decimal-text
           IF dist-code = "P"
              MOVE dist-value TO dist-int-edit
              MOVE FUNCTION TRIM (dist-int-edit) TO decimal-text
           ELSE
              MOVE dist-value TO dist-value-edit
              MOVE FUNCTION TRIM (dist-value-edit) TO decimal-text
           END-IF.

       527-inverse-normal.
           EVALUATE TRUE
              WHEN dist-u < inv-u-low
                 COMPUTE dist-q =
                    FUNCTION SQRT (-2 * FUNCTION LOG (dist-u))
                 COMPUTE dist-x =
                    (((((inv-c1 * dist-q + inv-c2) * dist-q
                    + inv-c3) * dist-q + inv-c4) * dist-q
                    + inv-c5) * dist-q + inv-c6)
                    / ((((inv-d1 * dist-q + inv-d2) * dist-q
                    + inv-d3) * dist-q + inv-d4) * dist-q + 1)
              WHEN dist-u > 1 - inv-u-low
                 COMPUTE dist-q =
                    FUNCTION SQRT (-2 * FUNCTION LOG (1 - dist-u))
                 COMPUTE dist-x = 0 -
                    (((((inv-c1 * dist-q + inv-c2) * dist-q
                    + inv-c3) * dist-q + inv-c4) * dist-q
                    + inv-c5) * dist-q + inv-c6)
                    / ((((inv-d1 * dist-q + inv-d2) * dist-q
                    + inv-d3) * dist-q + inv-d4) * dist-q + 1)
              WHEN OTHER
                 COMPUTE dist-q = dist-u - 0.5
                 COMPUTE dist-r = dist-q * dist-q
                 COMPUTE dist-x =
                    (((((inv-a1 * dist-r + inv-a2) * dist-r
                    + inv-a3) * dist-r + inv-a4) * dist-r
                    + inv-a5) * dist-r + inv-a6) * dist-q
                    / (((((inv-b1 * dist-r + inv-b2) * dist-r
                    + inv-b3) * dist-r + inv-b4) * dist-r
                    + inv-b5) * dist-r + 1)
           END-EVALUATE.

      * Smallest k whose cumulative Poisson probability reaches u;
      * the search also stops once the remaining terms can no
      * longer move the sum.
       528-poisson-count.
           MOVE 0 TO dist-k
           COMPUTE dist-term = FUNCTION EXP (0 - dist-parm-val (1))
           MOVE dist-term TO dist-cum
           PERFORM UNTIL dist-u NOT > dist-cum
              OR (dist-k > dist-parm-val (1)
                 AND dist-term < 0.0000000000000001)
              ADD 1 TO dist-k
              COMPUTE dist-term = dist-term * dist-parm-val (1)
                 / dist-k
              COMPUTE dist-cum = dist-cum + dist-term
           END-PERFORM.

      * Running mean and sum of squared deviations (Welford), so the
      * sample variance needs no second pass over the values.
       529-accumulate-distribution-stats.
           ADD 1 TO dist-count
           COMPUTE dist-delta = dist-value - dist-mean
           COMPUTE dist-mean = dist-mean + dist-delta / dist-count
           COMPUTE dist-m2 = dist-m2
              + dist-delta * (dist-value - dist-mean).

       320-open-mirror-draw-extend.
           PERFORM 323-derive-mirror-name
           OPEN EXTEND mir-draw
                 hist-delta-status ") - warehouse deltas not "
                 "captured this run"
              MOVE "N" TO hist-delta-open-sw
           END-IF
           PERFORM 309-open-history-post.

      * A resumed deferred run keeps appending to its own HISTPOST.
      * Anything else left in HISTPOST belongs to a run that
      * stopped before its posting step finished, and is posted
      * first so no draw is ever left out of the history.
       309-open-history-post.
           IF resuming-sw = "Y" AND defer-post-sw = "Y"
              OPEN EXTEND hist-post
              IF hist-post-status NOT = "00"
                 OPEN OUTPUT hist-post
              END-IF
              PERFORM 304-check-history-post-open
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO post-pending-sw
           OPEN INPUT hist-post
           IF hist-post-status = "00"
              READ hist-post
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE "Y" TO post-pending-sw
              END-READ
              CLOSE hist-post
           END-IF
           IF post-pending-sw = "Y"
              DISPLAY "HISTPOST holds draws from an interrupted "
                 "run - completing their posting first"
              PERFORM 541-post-history-file
           END-IF
           IF defer-post-sw = "Y"
              OPEN OUTPUT hist-post
              PERFORM 304-check-history-post-open
           END-IF.

       304-check-history-post-open.
           IF hist-post-status = "00"
              MOVE "Y" TO hist-post-open-sw
           ELSE
              DISPLAY "HISTPOST unavailable (status "
                 hist-post-status ") - history posted per draw "
                 "this run"
              MOVE "N" TO hist-post-open-sw
           END-IF.

       307-load-block-ledger.
              IF part-cat-status NOT = "00"
                 OPEN OUTPUT part-cat
              END-IF
              MOVE SPACES TO part-cat-record
              MOVE run-date (1 : 4) TO pc-year
              MOVE run-date TO pc-created
              WRITE part-cat-record
           MOVE 0 TO hl-session
           MOVE SPACES TO hist-void-op
           MOVE SPACES TO hist-void-rsn
           MOVE SPACES TO hist-game
           MOVE client-code TO hist-client
           IF hist-post-open-sw = "Y"
              MOVE hist-record TO hp-hist-image
              MOVE FUNCTION NUMVAL (hist-value) TO hp-value
              ACCEPT hp-stamp-time FROM TIME
              WRITE hist-post-record
              EXIT PARAGRAPH
           END-IF
           IF hist-delta-open-sw = "Y"
              PERFORM 535-write-history-delta
           END-IF
           END-WRITE.

       536-index-draw-value.
           MOVE FUNCTION NUMVAL (hist-value) TO vx-value
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

       535-write-history-delta.
           ACCEPT delta-stamp-time FROM TIME
           PERFORM 534-format-history-delta.

       534-format-history-delta.
           MOVE "A" TO hd-action
           MOVE hk-date TO hd-date
           MOVE hk-seq TO hd-seq
           MOVE delta-stamp-time TO hd-stamp-time
           WRITE hist-delta-record.

      * The posting step: HISTPOST is sorted into history-key
      * order to load HISTFILE, HISTMIR and HISTDELTA, then into
      * value-key order to load VALIDX. It is safe to repeat - a
      * key already on HISTFILE was posted by an earlier attempt
      * and is skipped, its delta already written - and HISTPOST
      * is emptied only once every file is loaded.
       540-post-deferred-history.
           CLOSE hist-post
           MOVE "N" TO hist-post-open-sw
           PERFORM 541-post-history-file.

       541-post-history-file.
           MOVE 0 TO post-read-count
           MOVE 0 TO post-hist-count
           MOVE 0 TO post-skip-count
           SORT post-sort
              ON ASCENDING KEY ps-hist-key
              USING hist-post
              OUTPUT PROCEDURE IS 542-load-history-in-key-order
           IF val-idx-open-sw = "Y"
              SORT post-sort
                 ON ASCENDING KEY ps-value ps-hist-key
                 USING hist-post
                 OUTPUT PROCEDURE IS 546-load-value-index
           END-IF
           IF hist-file-name (11 : 4) NOT = run-date (1 : 4)
              MOVE run-date (1 : 4) TO post-year
              PERFORM 544-switch-post-partition
           END-IF
           OPEN OUTPUT hist-post
           CLOSE hist-post
           DISPLAY "Deferred posting complete: " post-hist-count
              " of " post-read-count " draw(s) posted, "
              post-skip-count " already on file".

       542-load-history-in-key-order.
           MOVE "N" TO post-eof-sw
           PERFORM UNTIL post-eof-sw = "Y"
              RETURN post-sort
                 AT END
                    MOVE "Y" TO post-eof-sw
                 NOT AT END
                    PERFORM 543-post-one-history-record
              END-RETURN
           END-PERFORM.

       543-post-one-history-record.
           ADD 1 TO post-read-count
           IF ps-date (1 : 4) NOT = hist-file-name (11 : 4)
              MOVE ps-date (1 : 4) TO post-year
              PERFORM 544-switch-post-partition
           END-IF
           MOVE ps-hist-image TO hist-record
           MOVE "Y" TO post-new-sw
           WRITE hist-record
              INVALID KEY
                 MOVE "N" TO post-new-sw
           END-WRITE
           IF post-new-sw = "N"
              IF hist-status = "22"
                 ADD 1 TO post-skip-count
                 EXIT PARAGRAPH
              END-IF
              DISPLAY "HISTORY POSTING FAILED - status "
                 hist-status " on " FUNCTION TRIM (hist-file-name)
                 " at date " hk-date " seq " hk-seq
                 "; HISTPOST kept for the restart"
              MOVE "FATL" TO exd-severity
              MOVE "HISTPOST" TO exd-reason
              MOVE "deferred history posting failed"
                 TO exd-text
              PERFORM 065-feed-exception
              PERFORM 058-release-datasets
              MOVE "END  " TO lr-event
              MOVE 3 TO lr-rc
              PERFORM 066-register-run
              MOVE 3 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO post-hist-count
           IF hist-delta-open-sw = "Y"
              MOVE ps-stamp-time TO delta-stamp-time
              PERFORM 534-format-history-delta
           END-IF
           IF mirror-mode-sw = "Y"
              PERFORM 537-mirror-history-record
           END-IF.

      * Leftover draws from a run that straddled a year end belong
      * in that year's partition, not the current one.
       544-switch-post-partition.
           CLOSE hist-file
           MOVE SPACES TO hist-file-name
           MOVE "HISTFILE.Y" TO hist-file-name (1 : 10)
           MOVE post-year TO hist-file-name (11 : 4)
           OPEN I-O hist-file
           IF hist-status NOT = "00"
              OPEN OUTPUT hist-file
              CLOSE hist-file
              OPEN I-O hist-file
           END-IF.

       546-load-value-index.
           MOVE "N" TO post-eof-sw
           PERFORM UNTIL post-eof-sw = "Y"
              RETURN post-sort
                 AT END
                    MOVE "Y" TO post-eof-sw
                 NOT AT END
                    MOVE ps-hist-image TO hist-record
                    PERFORM 536-index-draw-value
              END-RETURN
           END-PERFORM.

       298-compute-session-id.
           MOVE 0 TO session-seq
           OPEN INPUT audit-log
              ACCEPT cost-center FROM ENVIRONMENT-VALUE
           END-IF
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
           CLOSE audit-log
           IF profile-mode-sw = "Y"
              PERFORM 301-record-profile-use
           END-IF
           IF distrib-mode-sw = "Y"
              PERFORM 303-record-distribution-parms
           END-IF
           IF commit-id NOT = SPACES
              PERFORM 073-record-commitment-drawn
           END-IF.

       301-record-profile-use.
           OPEN EXTEND prof-use
           IF prof-use-status NOT = "00"
              OPEN OUTPUT prof-use
           END-IF
           MOVE run-date TO pu-date
           MOVE run-time TO pu-time
           MOVE "randomize" TO pu-program
           MOVE session-id TO pu-session
           MOVE pr-name TO pu-profile
           MOVE pr-version TO pu-version
           WRITE prof-use-record
           CLOSE prof-use.

       303-record-distribution-parms.
           OPEN EXTEND dist-parm
           IF dist-parm-status NOT = "00"
              OPEN OUTPUT dist-parm
           END-IF
           MOVE SPACES TO dist-parm-record
           MOVE run-date TO dp-date
           MOVE run-time TO dp-time
           MOVE "randomize" TO dp-program
           MOVE session-id TO dp-session
           MOVE dist-name TO dp-distrib
           MOVE dist-parm-text (1) TO dp-parm1
           MOVE dist-parm-text (2) TO dp-parm2
           MOVE dist-parm-text (3) TO dp-parm3
           WRITE dist-parm-record
           CLOSE dist-parm.

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

       050-self-test-gate.
           CALL prng-tests USING gate-t-res
           DISPLAY "=============================================="
           DISPLAY "Usage: randomize cycles [n] [seed] [low high] "
              "[UNIQUE|DEAL] [CSV] [streams] [alg] [CONTINUE]"
           DISPLAY "                  [reseed] [SIGNED] "
              "[DECIMAL|DISTRIB] [RPT] [DRYRUN] [WEIGHTED] "
              "[outputmode] [mingap]"
           DISPLAY "                  [budget] [reload] [burnin] "
              "[weighttable]"
           DISPLAY " "
           DISPLAY "  reseed   reseed every N cycles"
           DISPLAY "  SIGNED   emit signed values"
           DISPLAY "  DECIMAL  emit Monte Carlo style 0.xxx values"
           DISPLAY "  DISTRIB  emit values from the distribution "
              "named in PRNGDISTRIB: NORMAL mean sd, EXPONENTIAL "
              "rate, TRIANGULAR min mode max or POISSON lambda "
              "(n of at least 6)"
           DISPLAY "  RPT      also write a formatted PRINTRPT "
              "report"
           DISPLAY "  DRYRUN   draw and display without writing any "
              "after seeding, before any recorded output"
           DISPLAY "  weighttable  dataset name of the bucket table "
              "a WEIGHTED campaign reads (default WEIGHTFILE)"
           DISPLAY "  BUSDATE from-date to-date [QUOTA] [CAL=region]"
              "  draw random banking days (YYYYMMDD) inside the "
              "window, skipping weekends and every date in the "
              "HOLIDAYS calendar file; CAL=region (e.g. CAL=SE) "
              "reads HOLIDAYS.SE instead, and QUOTA may be given "
              "with it in either order"
           DISPLAY "  QUOTA    WEIGHTED mode fills each bucket "
              "to exactly the quota column of the weight table "
              "and certifies the counts (cycles must equal the "
              "record carries no field for it) instead of being "
              "read from the real command line."
           DISPLAY "Omitting cycles entirely starts the interactive "
              "operator menu instead."
           DISPLAY " "
           DISPLAY "Usage: randomize PROFILE name [version]"
           DISPLAY "  takes every switch above by keyword from the "
              "named PARMLIB run profile - the version in force "
              "today unless a version number is given; a "
              "CONTROLCARD still overrides it.".

       080-read-control-card.
           OPEN INPUT control-card
                    MOVE "N" TO csv-mode-sw
                 END-IF
                 MOVE cc-costctr TO cost-center
                 MOVE cc-client TO client-code
                 MOVE "CONTROLCARD" TO csv-source
                 DISPLAY "Control card accepted: cycles=" cycles
                    " n=" n
              CLOSE control-card
           END-IF.

      * "randomize PROFILE name [version]" takes every switch from
      * a PARMLIB run profile instead of the command line, so a long
      * positional string is never rebuilt by hand. A control card,
      * read first, still wins.
       071-load-run-profile.
           IF cli-arg-count < 2
              EXIT PARAGRAPH
           END-IF
           MOVE 1 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           MOVE SPACES TO arg-text
           ACCEPT arg-text FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO arg-text
           END-ACCEPT
           IF FUNCTION TRIM (arg-text) NOT = "PROFILE"
              EXIT PARAGRAPH
           END-IF
           MOVE 2 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           MOVE SPACES TO pr-name
           ACCEPT pr-name FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO pr-name
           END-ACCEPT
           MOVE 0 TO pr-version
           IF cli-arg-count >= 3
              MOVE 3 TO arg-num
              DISPLAY arg-num UPON ARGUMENT-NUMBER
              MOVE SPACES TO arg-text
              ACCEPT arg-text FROM ARGUMENT-VALUE
                 ON EXCEPTION
                    MOVE SPACES TO arg-text
              END-ACCEPT
              IF FUNCTION TRIM (arg-text) IS NOT NUMERIC
                 DISPLAY "Invalid profile version: " arg-text
                    " is not a number"
                 MOVE 1 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE FUNCTION NUMVAL (arg-text) TO pr-version
           END-IF
           CALL profload USING profile-request
              ON EXCEPTION
                 DISPLAY "Unable to call the profile module "
                    profload
                 MOVE 3 TO RETURN-CODE
                 STOP RUN
           END-CALL
           EVALUATE pr-status
              WHEN "00"
                 CONTINUE
              WHEN "NP"
                 DISPLAY "No PARMLIB present - run profile "
                    FUNCTION TRIM (pr-name) " cannot be resolved"
              WHEN "NF"
                 DISPLAY "Run profile " FUNCTION TRIM (pr-name)
                    " is not in PARMLIB"
              WHEN "NV"
                 IF pr-version = 0
                    DISPLAY "Run profile " FUNCTION TRIM (pr-name)
                       " has no version in force today"
                 ELSE
                    DISPLAY "Run profile " FUNCTION TRIM (pr-name)
                       " has no version " pr-version
                 END-IF
              WHEN OTHER
                 DISPLAY "Run profile " FUNCTION TRIM (pr-name)
                    " version " pr-version ": keyword "
                    FUNCTION TRIM (pr-bad-keyword)
                    " or its value is not understood"
           END-EVALUATE
           IF pr-status NOT = "00"
              MOVE "SEVR" TO exd-severity
              MOVE "PROFILE" TO exd-reason
              MOVE pr-name TO exd-key
              MOVE "run profile not resolved" TO exd-text
              PERFORM 065-feed-exception
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF
           IF pr-slot (1) = SPACES
              DISPLAY "Run profile " FUNCTION TRIM (pr-name)
                 " version " pr-version " gives no CYCLES"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE "Y" TO profile-mode-sw
           MOVE "PARMLIB" TO arg-source
           MOVE 26 TO cli-arg-count
           IF pr-effective = SPACES
              DISPLAY "Run profile " FUNCTION TRIM (pr-name)
                 " version " pr-version
           ELSE
              DISPLAY "Run profile " FUNCTION TRIM (pr-name)
                 " version " pr-version " (in force from "
                 pr-effective ")"
           END-IF.

       072-fetch-argument.
           MOVE SPACES TO arg-text
           MOVE "Y" TO arg-present-sw
           IF profile-mode-sw = "Y"
              MOVE pr-slot (arg-num) TO arg-text
              IF arg-text = SPACES
                 MOVE "N" TO arg-present-sw
              END-IF
           ELSE
              DISPLAY arg-num UPON ARGUMENT-NUMBER
              ACCEPT arg-text FROM ARGUMENT-VALUE
                 ON EXCEPTION
                    MOVE "N" TO arg-present-sw
              END-ACCEPT
           END-IF.

       150-run-dry-run.
           DISPLAY "=============================================="
           DISPLAY " DRY RUN - no output files will be written and "
                 DISPLAY "DRY RUN: decimal value "
                    FUNCTION TRIM (decimal-text)
              END-IF
              IF distrib-mode-sw = "Y"
                 MOVE FUNCTION NUMVAL (dry-num) TO dist-raw
                 MOVE dry-n TO dist-raw-n
                 PERFORM 526-derive-distribution-value
                 DISPLAY "DRY RUN: distribution value "
                    FUNCTION TRIM (decimal-text)
              END-IF
              IF signed-mode-sw = "Y"
                 IF FUNCTION MOD (draw-value, 2) = 1
                    COMPUTE signed-draw-value = 0 - draw-value
              COMPUTE gap-size = draw-value - previous-draw-value
           END-PERFORM.

      * Where CREDFILE is in use the menu is offered only to an
      * operator who signs on. The session token signon exports
      * identifies the operator for the rest of the run; it is
      * left to lapse at its expiry rather than ended here.
       074-menu-sign-on.
           CALL signon USING signon-request
              ON EXCEPTION
                 MOVE "N" TO so-result
           END-CALL
           IF so-result NOT = "S" AND so-result NOT = "N"
              DISPLAY "Interactive menu not opened - no operator "
                 "signed on"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF.

       075-interactive-menu.
           MOVE "Y" TO interactive-mode-sw
           DISPLAY "=============================================="
           DISPLAY " (no cycles argument was supplied on the "
              "command line)"
           DISPLAY "=============================================="
           PERFORM 074-menu-sign-on
           PERFORM 076-open-oper-log

           MOVE "N" TO menu-valid-sw
      * they answered (re-prompted mistakes included) and what
      * configuration was finally accepted.
       076-open-oper-log.
           CALL opident USING operator-id
              ON EXCEPTION
                 DISPLAY "USER" UPON ENVIRONMENT-NAME
                 ACCEPT operator-id FROM ENVIRONMENT-VALUE
           END-CALL
           IF operator-id = SPACES
              MOVE "UNKNOWN" TO operator-id
           END-IF
                 END-IF
           END-EVALUATE.

      * Block draws are only taken where every cycle consumes
      * exactly one raw value: a single stream with no redraw path
      * (no-repeat, range reduction, business dates, minimum gap,
      * or an exclusion list over weighted buckets) and no time
      * budget that could end the run inside a block. Every other
      * generator call this run makes is then already behind it.
       278-choose-block-draw.
           MOVE "N" TO gen-block-sw
           MOVE 0 TO gen-block-idx
           MOVE 0 TO pb-count
           IF stream-count = 1
              AND norepeat-sw = "N"
              AND range-mode-sw = "N"
              AND busdate-mode-sw = "N"
              AND min-gap = 0
              AND budget-seconds = 0
              AND NOT (exclude-count > 0 AND weighted-mode-sw = "Y")
              MOVE "Y" TO gen-block-sw
           END-IF.

       270-burn-in-cycles.
           DISPLAY "Burning in " burnin-count " cycle(s) before "
              "recorded output begins"
                 MOVE rst-prev-value TO previous-draw-value
                 MOVE rst-prev-valid TO previous-draw-valid-sw
                 MOVE rst-seal TO seal-current
                 MOVE rst-deck-mode TO deck-restart-sw
                 MOVE rst-session TO restart-session
              END-IF
              CLOSE restart-file
           END-IF.
                 TO exd-text
              PERFORM 065-feed-exception
              PERFORM 800-write-checkpoint
              IF hist-post-open-sw = "Y"
                 PERFORM 540-post-deferred-history
              END-IF
              CLOSE draw-out
              IF csv-mode-sw = "Y"
                 CLOSE csv-out
                 CLOSE print-rpt
              END-IF
              CLOSE hist-file
              PERFORM 058-release-datasets
              MOVE "END  " TO lr-event
              MOVE 4 TO lr-rc
              PERFORM 066-register-run
      * next window continues the deal as a brand-new session),
      * so it trailers, publishes and catalogs like any finished
      * run.
           IF hist-post-open-sw = "Y"
              PERFORM 540-post-deferred-history
           END-IF
           IF deal-mode-sw = "Y"
              PERFORM 450-write-trailer
           END-IF
           END-IF
           PERFORM 950-write-freq-report
           PERFORM 955-write-batch-summary
           IF distrib-mode-sw = "Y"
              PERFORM 969-write-distribution-report
           END-IF
           IF deal-mode-sw = "Y"
              MOVE issued-count TO deal-issued-total
              PERFORM 966-write-deal-ledger
              PERFORM 850-clear-checkpoint
              IF embargo-mode-sw = "Y"
           MOVE "stopped on operator request; resumable"
              TO exd-text
           PERFORM 065-feed-exception
           PERFORM 058-release-datasets
           MOVE "END  " TO lr-event
           MOVE 5 TO lr-rc
           PERFORM 066-register-run
           MOVE 5 TO RETURN-CODE
           STOP RUN.

      * The drill's crash: nothing after the checkpoint is closed
      * out - no trailer, no history posting, no ledger end - so
      * the resume has to rebuild the run from the checkpoint alone.
       808-drill-hard-stop.
           DISPLAY "HARD STOP (PRNGHALTAT) after " completed
              " of " cycles " cycle(s) - run abandoned at its "
              "checkpoint"
           MOVE 9 TO RETURN-CODE
           STOP RUN.

       806-write-heartbeat.
           OPEN OUTPUT heartbeat-file
           IF heartbeat-status NOT = "00"
           MOVE previous-draw-value TO rst-prev-value
           MOVE previous-draw-valid-sw TO rst-prev-valid
           MOVE seal-current TO rst-seal
           MOVE deck-mode-sw TO rst-deck-mode
           MOVE session-id TO rst-session
           WRITE restart-record
           CLOSE restart-file.

              range-rejected-count        DELIMITED BY SIZE
              INTO summary-line
           END-STRING
           MOVE "client=" TO summary-line (161 : 7)
           MOVE client-code TO summary-line (168 : 8)
           WRITE summary-line
           CLOSE summary-file.
