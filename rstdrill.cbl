      * Randomize - a middle-square generator in COBOL
      * Copyright (C) 2022  Simon Wendel
      *
      * This program is free software: you can redistribute it and/or modify
      * it under the terms of the GNU General Public License as published by
      * the Free Software Foundation, either version 3 of the License, or
      * (at your option) any later version.
      *
      * This program is distributed in the hope that it will be useful,
      * but WITHOUT ANY WARRANTY; without even the implied warranty of
      * MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.  See the
      * GNU General Public License for more details.
      *
      * You should have received a copy of the GNU General Public License
      * along with this program.  If not, see <http://www.gnu.org/licenses/>.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rstdrill.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT draw-ref ASSIGN TO DYNAMIC ref-gen-name
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS draw-ref-status.
           SELECT draw-run ASSIGN TO DYNAMIC run-gen-name
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS draw-run-status.
           SELECT hist-file ASSIGN TO DYNAMIC hist-file-name
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS hist-key
              FILE STATUS IS hist-status.
           SELECT restart-file ASSIGN TO "RESTARTFILE"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS restart-status.
           SELECT audit-log ASSIGN TO "AUDITLOG"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS audit-status.
           SELECT quiesce-file ASSIGN TO "QUIESCE"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS quiesce-status.
           SELECT drill-cert ASSIGN TO "DRILLCERT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS drill-cert-status.

       DATA DIVISION.
       FILE SECTION.
       FD  draw-ref
           RECORDING MODE IS F.
       01  draw-ref-record.
           05 drf-type          PIC X.
           05 FILLER            PIC X(17).
           05 drf-checksum      PIC 9(18).
           05 FILLER            PIC X(4).
           05 drf-seal          PIC 9(18).
           05 FILLER            PIC X(8).

       FD  draw-run
           RECORDING MODE IS F.
       01  draw-run-record.
           05 drr-type          PIC X.
           05 FILLER            PIC X(17).
           05 drr-checksum      PIC 9(18).
           05 FILLER            PIC X(4).
           05 drr-seal          PIC 9(18).
           05 FILLER            PIC X(8).

      * Only the key and the columns that identify the draw are
      * named; the session number is the one part of the record a
      * restart is expected to change.
       FD  hist-file.
       01  hist-record.
           05 hist-key.
              10 hk-date        PIC X(8).
              10 hk-seq         PIC 9(9).
              10 hk-session     PIC 9(9).
           05 hist-body         PIC X(88).

       FD  restart-file
           RECORDING MODE IS F.
       01  restart-record.
           05 rst-n             PIC 99.
           05 rst-num           PIC X(16).
           05 rst-cycles        PIC 9(9).
           05 rst-completed     PIC 9(9).
           05 FILLER            PIC X(81).

       FD  audit-log
           RECORDING MODE IS F.
       01  audit-record.
           05 aud-date          PIC X(8).
           05 FILLER            PIC X(35).
           05 aud-session.
              10 aud-sess-date  PIC X(8).
              10 FILLER         PIC X.
              10 aud-sess-seq   PIC 9(9).
           05 FILLER            PIC X(58).

       FD  quiesce-file.
       01  quiesce-record       PIC X(80).

       FD  drill-cert.
       01  cert-line            PIC X(80).

       WORKING-STORAGE SECTION.
       77  draw-ref-status      PIC XX.
       77  draw-run-status      PIC XX.
       77  hist-status          PIC XX.
       77  restart-status       PIC XX.
       77  audit-status         PIC XX.
       77  quiesce-status       PIC XX.
       77  drill-cert-status    PIC XX.
       77  gensel               PIC X(8)    VALUE "gensel".
       77  gensel-request       PIC X(8)    VALUE "LATEST".
       77  ref-gen-name         PIC X(13)   VALUE SPACES.
       77  run-gen-name         PIC X(13)   VALUE SPACES.
       77  hist-file-name       PIC X(14)   VALUE SPACES.
       77  run-date             PIC X(8).
       77  run-time             PIC X(8).
      * The drill is pinned like the golden-master run: same cycle
      * count, digit count and seed unless the operator names
      * others. The seed's middle-square orbit never reaches zero
      * or a fixed point, so prng never reseeds from the clock and
      * the two runs can match; an operator-chosen seed must share
      * that property. randomize checkpoints every 1000 cycles; the
      * stops are planned on those boundaries.
       77  drill-cycles         PIC 9(9)    VALUE 5000.
       77  drill-n              PIC 99      VALUE 7.
       77  drill-seed           PIC 9(16)   VALUE 9885666.
       77  checkpoint-every     PIC 9(9)    VALUE 1000.
       77  max-stops            PIC 9       VALUE 4.
       77  arg-text             PIC X(20).
       77  edit-num             PIC Z(15)9.
       77  edit-rc              PIC ZZZ9.
       77  launch-command       PIC X(120).
       77  launch-rc            PIC S9(9).
       77  expect-rc            PIC 9(4).
       77  halt-env-value       PIC X(9).
       77  last-session         PIC 9(9).
       77  ref-session          PIC 9(9)    VALUE 0.
       77  drill-verdict        PIC X(6)    VALUE "PASSED".
       77  fail-reason          PIC X(72)   VALUE SPACES.
       77  stop-count           PIC 9       VALUE 0.
       77  stop-idx             PIC 9.
       77  leg-count            PIC 9       VALUE 0.
       77  eof-ref-sw           PIC X.
       77  eof-run-sw           PIC X.
       77  rec-num              PIC 9(9)    VALUE 0.
       77  ref-checksum         PIC 9(18)   VALUE 0.
       77  ref-seal             PIC 9(18)   VALUE 0.
       77  run-checksum         PIC 9(18)   VALUE 0.
       77  run-seal             PIC 9(18)   VALUE 0.
       77  drill-session-sw     PIC X.
       77  held-ref-sw          PIC X       VALUE "N".
       77  hist-ref-count       PIC 9(9)    VALUE 0.
       77  hist-run-count       PIC 9(9)    VALUE 0.
       77  first-ref-image      PIC X(114)  VALUE SPACES.
       77  first-run-image      PIC X(114)  VALUE SPACES.
       77  runledgr             PIC X(8)    VALUE "runledgr".
      * Start/end registration in the central execution ledger.
       01  ledger-request.
           05 lr-program        PIC X(10)   VALUE "rstdrill".
           05 lr-event          PIC X(5).
           05 lr-rc             PIC 9(4)    VALUE 0.
           05 lr-parms          PIC X(40)   VALUE SPACES.
      * One line per launch of randomize: the reference run, each
      * interrupted leg and the final leg that completes the run.
      * Type R reference, Q quiesce stop, H hard stop, F final.
       01  leg-table.
           05 leg-entry         OCCURS 6 TIMES.
              10 lg-type        PIC X.
              10 lg-stop-at     PIC 9(9).
              10 lg-rc          PIC 9(4).
              10 lg-session     PIC 9(9).
       01  held-ref-record.
           05 hr-date           PIC X(8).
           05 hr-seq            PIC 9(9).
           05 hr-session        PIC 9(9).
           05 hr-body           PIC X(88).

      * Proves checkpoint/restart rather than trusting it: a
      * fixed-seed session runs through as the reference, then the
      * same session runs again, stopped at several checkpoint
      * boundaries - alternately by QUIESCE and by a PRNGHALTAT hard
      * stop - and restarted each time. The two DRAWOUT generations
      * (every record, trailer checksum and seal included) and the
      * two sets of HISTFILE entries must match record for record;
      * the first divergence fails the drill. DRILLCERT is the
      * certificate for the audit binder.
       PROCEDURE DIVISION.
           ACCEPT run-date FROM DATE YYYYMMDD
           ACCEPT run-time FROM TIME
           MOVE "START" TO lr-event
           PERFORM 066-register-run
           PERFORM 100-read-arguments
           PERFORM 110-plan-stops
           PERFORM 120-check-no-pending-run

           DISPLAY "Restart equivalence drill: " drill-cycles
              " cycle(s) at n=" drill-n " from seed " drill-seed
           DISPLAY "  " stop-count " interrupted leg(s) planned"

           PERFORM 200-reference-run
           IF drill-verdict = "PASSED"
              PERFORM 300-interrupted-run
           END-IF
           IF drill-verdict = "PASSED"
              PERFORM 400-compare-draw-files
           END-IF
           IF drill-verdict = "PASSED"
              PERFORM 500-compare-history
           END-IF

           PERFORM 600-write-certificate
           IF drill-verdict = "PASSED"
              DISPLAY "Restart drill PASSED - " rec-num
                 " DRAWOUT record(s) and " hist-ref-count
                 " HISTFILE entr(ies) identical"
              MOVE 0 TO lr-rc
           ELSE
              DISPLAY "Restart drill FAILED - "
                 FUNCTION TRIM (fail-reason)
              IF lr-rc = 0
                 MOVE 1 TO lr-rc
              END-IF
           END-IF
           PERFORM 900-finish-run.

       066-register-run.
           CALL runledgr USING ledger-request
              ON EXCEPTION
                 CONTINUE
           END-CALL.

       100-read-arguments.
           ACCEPT arg-text FROM ARGUMENT-VALUE
              ON EXCEPTION
                 EXIT PARAGRAPH
           END-ACCEPT
           IF FUNCTION TRIM (arg-text) IS NOT NUMERIC
              PERFORM 190-usage
           END-IF
           MOVE FUNCTION NUMVAL (arg-text) TO drill-cycles
           ACCEPT arg-text FROM ARGUMENT-VALUE
              ON EXCEPTION
                 EXIT PARAGRAPH
           END-ACCEPT
           IF FUNCTION TRIM (arg-text) IS NOT NUMERIC
              PERFORM 190-usage
           END-IF
           MOVE FUNCTION NUMVAL (arg-text) TO drill-n
           ACCEPT arg-text FROM ARGUMENT-VALUE
              ON EXCEPTION
                 EXIT PARAGRAPH
           END-ACCEPT
           IF FUNCTION TRIM (arg-text) IS NOT NUMERIC
              PERFORM 190-usage
           END-IF
           MOVE FUNCTION NUMVAL (arg-text) TO drill-seed.

      * A stop is only meaningful with cycles still to draw after
      * it, so the last boundary used is the one before the end.
       110-plan-stops.
           IF drill-n < 1 OR drill-n > 16
              PERFORM 190-usage
           END-IF
           IF drill-cycles < checkpoint-every * 2
              DISPLAY "The drill needs at least " checkpoint-every
                 " cycles per leg - ask for "
                 checkpoint-every " x 2 or more cycles"
              MOVE 3 TO lr-rc
              PERFORM 900-finish-run
           END-IF
           COMPUTE stop-count =
              FUNCTION MIN ((drill-cycles - 1) / checkpoint-every,
                 max-stops)
           MOVE 1 TO leg-count
           MOVE "R" TO lg-type (1)
           MOVE drill-cycles TO lg-stop-at (1)
           PERFORM VARYING stop-idx FROM 1 BY 1
              UNTIL stop-idx > stop-count
              ADD 1 TO leg-count
              IF FUNCTION MOD (stop-idx, 2) = 1
                 MOVE "Q" TO lg-type (leg-count)
              ELSE
                 MOVE "H" TO lg-type (leg-count)
              END-IF
              COMPUTE lg-stop-at (leg-count) =
                 stop-idx * checkpoint-every
           END-PERFORM
           ADD 1 TO leg-count
           MOVE "F" TO lg-type (leg-count)
           MOVE drill-cycles TO lg-stop-at (leg-count)
           MOVE SPACES TO lr-parms
           STRING
              "cycles="      DELIMITED BY SIZE
              drill-cycles   DELIMITED BY SIZE
              " n="          DELIMITED BY SIZE
              drill-n        DELIMITED BY SIZE
              " stops="      DELIMITED BY SIZE
              stop-count     DELIMITED BY SIZE
              INTO lr-parms
           END-STRING.

      * A pending checkpoint of the same shape would be picked up
      * by the reference run as a resume; the drill will not start
      * over someone else's interrupted work.
       120-check-no-pending-run.
           OPEN INPUT restart-file
           IF restart-status NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ restart-file
              AT END
                 MOVE "10" TO restart-status
           END-READ
           CLOSE restart-file
           IF restart-status = "00"
              DISPLAY "DRILL REFUSED - RESTARTFILE holds a pending "
                 "checkpoint at cycle " rst-completed
                 "; finish or clear that run first"
              MOVE 3 TO lr-rc
              PERFORM 900-finish-run
           END-IF.

       190-usage.
           DISPLAY "Usage: rstdrill [cycles [n [seed]]]"
           MOVE 3 TO lr-rc
           PERFORM 900-finish-run.

       200-reference-run.
           MOVE 1 TO stop-idx
           PERFORM 210-launch-leg
           IF drill-verdict NOT = "PASSED"
              EXIT PARAGRAPH
           END-IF
           MOVE lg-session (1) TO ref-session
           CALL gensel USING gensel-request, ref-gen-name
              ON EXCEPTION
                 MOVE SPACES TO ref-gen-name
           END-CALL
           DISPLAY "  reference run complete in "
              FUNCTION TRIM (ref-gen-name) ", session "
              ref-session.

      * The same command every time; a leg is told how to stop by
      * the QUIESCE dataset or the PRNGHALTAT switch, and is
      * expected to end with that stop's return code and a
      * checkpoint at exactly the planned cycle.
       210-launch-leg.
           MOVE SPACES TO halt-env-value
           EVALUATE lg-type (stop-idx)
              WHEN "Q"
                 OPEN OUTPUT quiesce-file
                 MOVE "QUIESCE REQUESTED BY RSTDRILL" TO
                    quiesce-record
                 WRITE quiesce-record
                 CLOSE quiesce-file
                 MOVE 5 TO expect-rc
              WHEN "H"
                 MOVE lg-stop-at (stop-idx) TO halt-env-value
                 MOVE 9 TO expect-rc
              WHEN OTHER
                 MOVE 0 TO expect-rc
           END-EVALUATE
           DISPLAY "PRNGHALTAT" UPON ENVIRONMENT-NAME
           DISPLAY halt-env-value UPON ENVIRONMENT-VALUE

           MOVE SPACES TO launch-command
           STRING
              "randomize "                 DELIMITED BY SIZE
              INTO launch-command
           END-STRING
           MOVE drill-cycles TO edit-num
           STRING
              FUNCTION TRIM (launch-command) DELIMITED BY SIZE
              " "                            DELIMITED BY SIZE
              FUNCTION TRIM (edit-num)       DELIMITED BY SIZE
              INTO launch-command
           END-STRING
           MOVE drill-n TO edit-num
           STRING
              FUNCTION TRIM (launch-command) DELIMITED BY SIZE
              " "                            DELIMITED BY SIZE
              FUNCTION TRIM (edit-num)       DELIMITED BY SIZE
              INTO launch-command
           END-STRING
           MOVE drill-seed TO edit-num
           STRING
              FUNCTION TRIM (launch-command) DELIMITED BY SIZE
              " "                            DELIMITED BY SIZE
              FUNCTION TRIM (edit-num)       DELIMITED BY SIZE
              INTO launch-command
           END-STRING

           CALL "SYSTEM" USING launch-command
           MOVE RETURN-CODE TO launch-rc
           MOVE 0 TO RETURN-CODE
      * The shell hands back a wait status; the exit code sits in
      * its high-order byte.
           IF launch-rc > 255
              DIVIDE 256 INTO launch-rc
           END-IF
           MOVE launch-rc TO lg-rc (stop-idx)
           PERFORM 220-read-last-session
           MOVE last-session TO lg-session (stop-idx)
           DISPLAY "  leg " stop-idx " (" lg-type (stop-idx)
              ") ended rc=" lg-rc (stop-idx) " session "
              last-session

           IF lg-rc (stop-idx) NOT = expect-rc
              MOVE "FAILED" TO drill-verdict
              MOVE expect-rc TO edit-rc
              MOVE SPACES TO fail-reason
              STRING
                 "leg "                  DELIMITED BY SIZE
                 stop-idx                DELIMITED BY SIZE
                 " ended with rc "       DELIMITED BY SIZE
                 lg-rc (stop-idx)        DELIMITED BY SIZE
                 ", expected "           DELIMITED BY SIZE
                 FUNCTION TRIM (edit-rc) DELIMITED BY SIZE
                 INTO fail-reason
              END-STRING
              EXIT PARAGRAPH
           END-IF
           IF lg-type (stop-idx) = "Q" OR lg-type (stop-idx) = "H"
              PERFORM 230-check-checkpoint-position
           END-IF.

       220-read-last-session.
           MOVE 0 TO last-session
           OPEN INPUT audit-log
           IF audit-status NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL audit-status NOT = "00"
              READ audit-log
                 AT END
                    MOVE "10" TO audit-status
                 NOT AT END
                    IF aud-sess-seq IS NUMERIC
                       MOVE aud-sess-seq TO last-session
                    END-IF
              END-READ
           END-PERFORM
           CLOSE audit-log.

       230-check-checkpoint-position.
           MOVE 0 TO rst-completed
           OPEN INPUT restart-file
           IF restart-status = "00"
              READ restart-file
                 AT END
                    MOVE 0 TO rst-completed
              END-READ
              CLOSE restart-file
           END-IF
           IF rst-completed NOT = lg-stop-at (stop-idx)
              MOVE "FAILED" TO drill-verdict
              MOVE SPACES TO fail-reason
              STRING
                 "leg "                  DELIMITED BY SIZE
                 stop-idx                DELIMITED BY SIZE
                 " left its checkpoint at cycle "
                                         DELIMITED BY SIZE
                 rst-completed           DELIMITED BY SIZE
                 ", planned "            DELIMITED BY SIZE
                 lg-stop-at (stop-idx)   DELIMITED BY SIZE
                 INTO fail-reason
              END-STRING
           END-IF.

       300-interrupted-run.
           PERFORM VARYING stop-idx FROM 2 BY 1
              UNTIL stop-idx > leg-count
              OR drill-verdict NOT = "PASSED"
              PERFORM 210-launch-leg
           END-PERFORM
           MOVE SPACES TO halt-env-value
           DISPLAY "PRNGHALTAT" UPON ENVIRONMENT-NAME
           DISPLAY halt-env-value UPON ENVIRONMENT-VALUE
           IF drill-verdict NOT = "PASSED"
              EXIT PARAGRAPH
           END-IF
           CALL gensel USING gensel-request, run-gen-name
              ON EXCEPTION
                 MOVE SPACES TO run-gen-name
           END-CALL
           DISPLAY "  interrupted run complete in "
              FUNCTION TRIM (run-gen-name).

      * Record for record, header and trailer included: the
      * per-record seal and the trailer checksum and seal all sit
      * in the images compared.
       400-compare-draw-files.
           IF ref-gen-name = run-gen-name
              MOVE "FAILED" TO drill-verdict
              MOVE "the interrupted run cataloged no new generation"
                 TO fail-reason
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT draw-ref
           OPEN INPUT draw-run
           IF draw-ref-status NOT = "00"
              OR draw-run-status NOT = "00"
              MOVE "FAILED" TO drill-verdict
              MOVE "unable to open both DRAWOUT generations"
                 TO fail-reason
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO eof-ref-sw
           MOVE "N" TO eof-run-sw
           PERFORM UNTIL eof-ref-sw = "Y" AND eof-run-sw = "Y"
              IF eof-ref-sw = "N"
                 READ draw-ref
                    AT END
                       MOVE "Y" TO eof-ref-sw
                       MOVE SPACES TO draw-ref-record
                 END-READ
              END-IF
              IF eof-run-sw = "N"
                 READ draw-run
                    AT END
                       MOVE "Y" TO eof-run-sw
                       MOVE SPACES TO draw-run-record
                 END-READ
              END-IF
              IF NOT (eof-ref-sw = "Y" AND eof-run-sw = "Y")
                 ADD 1 TO rec-num
                 IF drf-type = "T"
                    MOVE drf-checksum TO ref-checksum
                    MOVE drf-seal TO ref-seal
                 END-IF
                 IF drr-type = "T"
                    MOVE drr-checksum TO run-checksum
                    MOVE drr-seal TO run-seal
                 END-IF
                 IF draw-ref-record NOT = draw-run-record
                    MOVE "FAILED" TO drill-verdict
                    MOVE draw-ref-record TO first-ref-image
                    MOVE draw-run-record TO first-run-image
                    MOVE SPACES TO fail-reason
                    STRING
                       "DRAWOUT diverges at record " DELIMITED BY SIZE
                       rec-num                   DELIMITED BY SIZE
                       INTO fail-reason
                    END-STRING
                    MOVE "Y" TO eof-ref-sw
                    MOVE "Y" TO eof-run-sw
                 END-IF
              END-IF
           END-PERFORM
           CLOSE draw-ref
           CLOSE draw-run.

      * HISTFILE is keyed date, sequence, session, so the reference
      * entry for a draw always reads just ahead of the entry the
      * interrupted run posted for it; each pair must agree in
      * everything but the session number.
       500-compare-history.
           MOVE SPACES TO hist-file-name
           MOVE "HISTFILE.Y" TO hist-file-name (1 : 10)
           MOVE run-date (1 : 4) TO hist-file-name (11 : 4)
           OPEN INPUT hist-file
           IF hist-status NOT = "00"
              MOVE "FAILED" TO drill-verdict
              MOVE SPACES TO fail-reason
              STRING
                 "unable to open " DELIMITED BY SIZE
                 hist-file-name    DELIMITED BY SPACE
                 INTO fail-reason
              END-STRING
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL hist-status NOT = "00"
              OR drill-verdict NOT = "PASSED"
              READ hist-file NEXT RECORD
                 AT END
                    MOVE "10" TO hist-status
                 NOT AT END
                    PERFORM 510-match-history-entry
              END-READ
           END-PERFORM
           CLOSE hist-file
           IF drill-verdict NOT = "PASSED"
              EXIT PARAGRAPH
           END-IF
           IF held-ref-sw = "Y"
              PERFORM 530-fail-missing-entry
              EXIT PARAGRAPH
           END-IF
           IF hist-ref-count NOT = drill-cycles
              OR hist-run-count NOT = drill-cycles
              MOVE "FAILED" TO drill-verdict
              MOVE SPACES TO fail-reason
              STRING
                 "HISTFILE holds "      DELIMITED BY SIZE
                 hist-ref-count         DELIMITED BY SIZE
                 " reference and "      DELIMITED BY SIZE
                 hist-run-count         DELIMITED BY SIZE
                 " drill entries"       DELIMITED BY SIZE
                 INTO fail-reason
              END-STRING
           END-IF.

       510-match-history-entry.
           IF hk-date NOT = run-date
              EXIT PARAGRAPH
           END-IF
           IF hk-session = ref-session
              IF held-ref-sw = "Y"
                 PERFORM 530-fail-missing-entry
                 EXIT PARAGRAPH
              END-IF
              MOVE hist-record TO held-ref-record
              MOVE "Y" TO held-ref-sw
              ADD 1 TO hist-ref-count
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO drill-session-sw
           PERFORM VARYING stop-idx FROM 2 BY 1
              UNTIL stop-idx > leg-count
              IF hk-session = lg-session (stop-idx)
                 MOVE "Y" TO drill-session-sw
              END-IF
           END-PERFORM
           IF drill-session-sw = "N"
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO hist-run-count
           IF held-ref-sw = "N"
              OR hr-seq NOT = hk-seq
              OR hr-body NOT = hist-body
              MOVE "FAILED" TO drill-verdict
              IF held-ref-sw = "Y"
                 MOVE held-ref-record TO first-ref-image
              END-IF
              MOVE hist-record TO first-run-image
              MOVE SPACES TO fail-reason
              STRING
                 "HISTFILE diverges at draw " DELIMITED BY SIZE
                 hk-seq                       DELIMITED BY SIZE
                 INTO fail-reason
              END-STRING
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO held-ref-sw.

       530-fail-missing-entry.
           MOVE "FAILED" TO drill-verdict
           MOVE held-ref-record TO first-ref-image
           MOVE SPACES TO first-run-image
           MOVE SPACES TO fail-reason
           STRING
              "HISTFILE has no drill entry for draw " DELIMITED BY SIZE
              hr-seq                                  DELIMITED BY SIZE
              INTO fail-reason
           END-STRING.

       600-write-certificate.
           OPEN OUTPUT drill-cert
           IF drill-cert-status NOT = "00"
              DISPLAY "DRILLCERT unavailable (status "
                 drill-cert-status ") - no certificate written"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO cert-line
           STRING
              "CHECKPOINT/RESTART EQUIVALENCE DRILL  date="
                               DELIMITED BY SIZE
              run-date         DELIMITED BY SIZE
              "  time="        DELIMITED BY SIZE
              run-time         DELIMITED BY SIZE
              INTO cert-line
           END-STRING
           WRITE cert-line
           MOVE SPACES TO cert-line
           STRING
              "SESSION SHAPE  cycles=" DELIMITED BY SIZE
              drill-cycles     DELIMITED BY SIZE
              "  n="           DELIMITED BY SIZE
              drill-n          DELIMITED BY SIZE
              "  seed="        DELIMITED BY SIZE
              drill-seed       DELIMITED BY SIZE
              INTO cert-line
           END-STRING
           WRITE cert-line
           PERFORM VARYING stop-idx FROM 1 BY 1
              UNTIL stop-idx > leg-count
              PERFORM 610-write-leg-line
           END-PERFORM
           MOVE SPACES TO cert-line
           STRING
              "REFERENCE "     DELIMITED BY SIZE
              ref-gen-name     DELIMITED BY SIZE
              "  checksum="    DELIMITED BY SIZE
              ref-checksum     DELIMITED BY SIZE
              "  seal="        DELIMITED BY SIZE
              ref-seal         DELIMITED BY SIZE
              INTO cert-line
           END-STRING
           WRITE cert-line
           MOVE SPACES TO cert-line
           STRING
              "RESTARTED "     DELIMITED BY SIZE
              run-gen-name     DELIMITED BY SIZE
              "  checksum="    DELIMITED BY SIZE
              run-checksum     DELIMITED BY SIZE
              "  seal="        DELIMITED BY SIZE
              run-seal         DELIMITED BY SIZE
              INTO cert-line
           END-STRING
           WRITE cert-line
           MOVE SPACES TO cert-line
           STRING
              "COMPARED  drawout records=" DELIMITED BY SIZE
              rec-num          DELIMITED BY SIZE
              "  histfile entries="        DELIMITED BY SIZE
              hist-run-count   DELIMITED BY SIZE
              INTO cert-line
           END-STRING
           WRITE cert-line
           IF drill-verdict = "PASSED"
              MOVE "DRILL PASSED - restarted run identical to reference"
                 TO cert-line
              WRITE cert-line
           ELSE
              MOVE SPACES TO cert-line
              STRING
                 "DRILL FAILED - " DELIMITED BY SIZE
                 fail-reason       DELIMITED BY SIZE
                 INTO cert-line
              END-STRING
              WRITE cert-line
              IF first-ref-image NOT = SPACES
                 OR first-run-image NOT = SPACES
                 PERFORM 620-write-divergence-lines
              END-IF
           END-IF
           CLOSE drill-cert.

       610-write-leg-line.
           MOVE SPACES TO cert-line
           EVALUATE lg-type (stop-idx)
              WHEN "R"
                 MOVE "LEG REFERENCE   " TO cert-line (1 : 16)
              WHEN "Q"
                 MOVE "LEG QUIESCE AT  " TO cert-line (1 : 16)
              WHEN "H"
                 MOVE "LEG HARD STOP AT" TO cert-line (1 : 16)
              WHEN OTHER
                 MOVE "LEG FINAL       " TO cert-line (1 : 16)
           END-EVALUATE
           STRING
              " cycle="         DELIMITED BY SIZE
              lg-stop-at (stop-idx) DELIMITED BY SIZE
              "  rc="           DELIMITED BY SIZE
              lg-rc (stop-idx)  DELIMITED BY SIZE
              "  session="      DELIMITED BY SIZE
              lg-session (stop-idx) DELIMITED BY SIZE
              INTO cert-line (17 : 64)
           END-STRING
           WRITE cert-line.

      * The first differing images, each split over two lines so
      * a full history record fits the certificate width.
       620-write-divergence-lines.
           MOVE SPACES TO cert-line
           STRING
              "  reference: "         DELIMITED BY SIZE
              first-ref-image (1 : 60) DELIMITED BY SIZE
              INTO cert-line
           END-STRING
           WRITE cert-line
           MOVE SPACES TO cert-line
           MOVE first-ref-image (61 : 54) TO cert-line (14 : 54)
           WRITE cert-line
           MOVE SPACES TO cert-line
           STRING
              "  restarted: "         DELIMITED BY SIZE
              first-run-image (1 : 60) DELIMITED BY SIZE
              INTO cert-line
           END-STRING
           WRITE cert-line
           MOVE SPACES TO cert-line
           MOVE first-run-image (61 : 54) TO cert-line (14 : 54)
           WRITE cert-line.

       900-finish-run.
           MOVE "END  " TO lr-event
           PERFORM 066-register-run
           MOVE lr-rc TO RETURN-CODE
           STOP RUN.
       END PROGRAM rstdrill.
