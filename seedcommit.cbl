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
       PROGRAM-ID. seedcommit.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT commit-log ASSIGN TO "COMMITLOG"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS commit-log-status.
           SELECT state-file ASSIGN TO "STATEFILE"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS state-status.
           SELECT audit-log ASSIGN TO "AUDITLOG"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS audit-status.
           SELECT commit-bull ASSIGN TO "COMMITBULL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS commit-bull-status.
           SELECT reveal-bull ASSIGN TO "REVEALBULL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS reveal-bull-status.

       DATA DIVISION.
       FILE SECTION.
      * Seed commitments for publicly observed draws, in the order
      * they happened: C the commitment (its seal only, never the
      * seed), D the session that drew under it, R the reveal with
      * the seed itself.
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

       FD  state-file
           RECORDING MODE IS F.
       01  state-record.
           05 stt-n              PIC 99.
           05 stt-num            PIC X(16).

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

      * The public notices: the commitment, posted before the
      * draw, and the reveal, posted after it.
       FD  commit-bull.
       01  commit-bull-line     PIC X(80).

       FD  reveal-bull.
       01  reveal-bull-line     PIC X(80).

       WORKING-STORAGE SECTION.
       77  commit-log-status    PIC XX.
       77  state-status         PIC XX.
       77  audit-status         PIC XX.
       77  commit-bull-status   PIC XX.
       77  reveal-bull-status   PIC XX.
       77  operator-id          PIC X(8).
       77  opident              PIC X(8)    VALUE "opident".
       77  run-date             PIC X(8).
       77  run-time             PIC X(8).
       77  arg-num              PIC 9(4).
       77  arg-action           PIC X(8).
       77  arg-n                PIC X(2).
       77  arg-seed             PIC X(16).
       77  arg-id               PIC X(12).
       77  commit-id            PIC X(12)   VALUE SPACES.
       77  commit-n             PIC 99.
       77  commit-seq           PIC 9(3)    VALUE 0.
       77  commit-source        PIC X(8).
       77  seed-numeric         PIC 9(16).
       77  seed-text            PIC X(16).
       77  commit-seed          PIC X(16)   VALUE SPACES.
       77  commit-seal          PIC 9(18)   VALUE 0.
       77  check-seal           PIC 9(18).
       77  seal-data            PIC X(128).
       77  seal-work            PIC 9(18).
       77  sealcalc             PIC X(8)    VALUE "sealcalc".
       77  commit-found-sw      PIC X       VALUE "N".
       77  drawn-found-sw       PIC X       VALUE "N".
       77  reveal-found-sw      PIC X       VALUE "N".
       77  audit-found-sw       PIC X       VALUE "N".
       77  commit-date          PIC X(8).
       77  commit-time          PIC X(8).
       77  drawn-session        PIC X(18).
       77  drawn-date           PIC X(8).
       77  drawn-time           PIC X(8).
       77  bull-text            PIC X(80).
       77  excfeed              PIC X(8)    VALUE "excfeed".
       77  runledgr             PIC X(8)    VALUE "runledgr".
      * Start/end registration in the central execution ledger.
       01  ledger-request.
           05 lr-program        PIC X(10)   VALUE "seedcommit".
           05 lr-event          PIC X(5).
           05 lr-rc             PIC 9(4)    VALUE 0.
           05 lr-parms          PIC X(40)   VALUE SPACES.
       01  exception-detail.
           05 exd-program       PIC X(10)   VALUE "seedcommit".
           05 exd-severity      PIC X(4).
           05 exd-reason        PIC X(8).
           05 exd-key           PIC X(18)   VALUE SPACES.
           05 exd-text          PIC X(40).
       01  bull-rule-line       PIC X(80)   VALUE ALL "=".
       01  bull-dash-line       PIC X(80)   VALUE ALL "-".

      * Commit-reveal for publicly observed draws. COMMIT fixes the
      * seed before the draw - the override seed given here, or
      * the persisted state a seed ceremony left on STATEFILE -
      * and publishes only its seal, with the moment it was taken,
      * on COMMITLOG and the COMMITBULL notice. The draw is then
      * run with PRNGCOMMIT naming the commitment, and randomize
      * refuses any other seed. REVEAL, once the session is drawn,
      * publishes the seed itself on COMMITLOG and REVEALBULL, so
      * anyone can check it with commitver.
       PROCEDURE DIVISION.
           CALL opident USING operator-id
              ON EXCEPTION
                 DISPLAY "USER" UPON ENVIRONMENT-NAME
                 ACCEPT operator-id FROM ENVIRONMENT-VALUE
           END-CALL
           IF operator-id = SPACES
              MOVE "UNKNOWN" TO operator-id
           END-IF
           ACCEPT run-date FROM DATE YYYYMMDD
           ACCEPT run-time FROM TIME

           MOVE 1 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT arg-action FROM ARGUMENT-VALUE
              ON EXCEPTION
                 PERFORM 060-display-usage
                 MOVE 1 TO RETURN-CODE
                 STOP RUN
           END-ACCEPT
           EVALUATE FUNCTION TRIM (arg-action)
              WHEN "COMMIT"
                 PERFORM 050-accept-commit-args
              WHEN "REVEAL"
                 PERFORM 055-accept-reveal-args
              WHEN OTHER
                 PERFORM 060-display-usage
                 MOVE 1 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE

           MOVE "START" TO lr-event
           MOVE SPACES TO lr-parms
           STRING
              FUNCTION TRIM (arg-action) DELIMITED BY SIZE
              " "                        DELIMITED BY SIZE
              commit-id                  DELIMITED BY SIZE
              INTO lr-parms
           END-STRING
           PERFORM 066-register-run

           EVALUATE FUNCTION TRIM (arg-action)
              WHEN "COMMIT"
                 PERFORM 200-commit-seed
              WHEN "REVEAL"
                 PERFORM 500-reveal-seed
           END-EVALUATE
           PERFORM 900-finish-run.

       050-accept-commit-args.
           MOVE 2 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT arg-n FROM ARGUMENT-VALUE
              ON EXCEPTION
                 PERFORM 060-display-usage
                 MOVE 1 TO RETURN-CODE
                 STOP RUN
           END-ACCEPT
           IF FUNCTION TRIM (arg-n) IS NOT NUMERIC
              OR FUNCTION NUMVAL (arg-n) < 1
              OR FUNCTION NUMVAL (arg-n) > 16
              DISPLAY "Invalid digit count n: must be between 1 "
                 "and 16"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE FUNCTION NUMVAL (arg-n) TO commit-n
           MOVE 3 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT arg-seed FROM ARGUMENT-VALUE
              ON EXCEPTION
                 PERFORM 060-display-usage
                 MOVE 1 TO RETURN-CODE
                 STOP RUN
           END-ACCEPT
           IF FUNCTION TRIM (arg-seed) NOT = "STATE"
              AND FUNCTION TRIM (arg-seed) IS NOT NUMERIC
              DISPLAY "Invalid seed: give the override seed digits "
                 "or STATE"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF.

       055-accept-reveal-args.
           MOVE 2 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT arg-id FROM ARGUMENT-VALUE
              ON EXCEPTION
                 PERFORM 060-display-usage
                 MOVE 1 TO RETURN-CODE
                 STOP RUN
           END-ACCEPT
           MOVE arg-id TO commit-id.

       060-display-usage.
           DISPLAY "Usage: seedcommit COMMIT n seed|STATE"
           DISPLAY "       seedcommit REVEAL commitment-id"
           DISPLAY "  COMMIT fixes the seed of the next public draw "
              "- the override seed, or STATE for the persisted "
              "state a seed ceremony left - and publishes its seal "
              "on COMMITBULL"
           DISPLAY "  run the draw with PRNGCOMMIT=commitment-id; "
              "REVEAL then publishes the seed on REVEALBULL".

       065-feed-exception.
           CALL excfeed USING exception-detail
              ON EXCEPTION
                 CONTINUE
           END-CALL.

       066-register-run.
           CALL runledgr USING ledger-request
              ON EXCEPTION
                 CONTINUE
           END-CALL.

      * Reads COMMITLOG for commit-id: its commitment, the session
      * drawn under it and any earlier reveal. Also numbers today's
      * commitments for a new id.
       100-scan-commit-log.
           MOVE "N" TO commit-found-sw
           MOVE "N" TO drawn-found-sw
           MOVE "N" TO reveal-found-sw
           MOVE 0 TO commit-seq
           OPEN INPUT commit-log
           IF commit-log-status NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL commit-log-status NOT = "00"
              READ commit-log
                 AT END
                    MOVE "10" TO commit-log-status
                 NOT AT END
                    IF cm-type = "C" AND cm-date = run-date
                       ADD 1 TO commit-seq
                    END-IF
                    IF cm-id = commit-id
                       EVALUATE cm-type
                          WHEN "C"
                             MOVE "Y" TO commit-found-sw
                             MOVE cm-n TO commit-n
                             MOVE cm-seal TO commit-seal
                             MOVE cm-source TO commit-source
                             MOVE cm-date TO commit-date
                             MOVE cm-time TO commit-time
                          WHEN "D"
                             MOVE "Y" TO drawn-found-sw
                             MOVE cm-session TO drawn-session
                             MOVE cm-date TO drawn-date
                             MOVE cm-time TO drawn-time
                          WHEN "R"
                             MOVE "Y" TO reveal-found-sw
                       END-EVALUATE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE commit-log.

       200-commit-seed.
           IF FUNCTION TRIM (arg-seed) = "STATE"
              MOVE "STATE" TO commit-source
              OPEN INPUT state-file
              IF state-status NOT = "00"
                 DISPLAY "COMMIT REFUSED - no STATEFILE holds a "
                    "persisted seed to commit to"
                 MOVE 1 TO RETURN-CODE
                 EXIT PARAGRAPH
              END-IF
              READ state-file
              IF state-status NOT = "00" OR stt-n NOT = commit-n
                 CLOSE state-file
                 DISPLAY "COMMIT REFUSED - STATEFILE does not hold "
                    "a " commit-n "-digit state"
                 MOVE 1 TO RETURN-CODE
                 EXIT PARAGRAPH
              END-IF
              MOVE SPACES TO commit-seed
              MOVE stt-num (1 : commit-n)
                 TO commit-seed (1 : commit-n)
              CLOSE state-file
           ELSE
      * Normalised exactly the way the generator takes an override
      * seed: the low-order n digits of its numeric value.
              MOVE "OVERRIDE" TO commit-source
              MOVE FUNCTION NUMVAL (arg-seed) TO seed-numeric
              MOVE seed-numeric TO seed-text
              MOVE SPACES TO commit-seed
              MOVE seed-text (17 - commit-n : commit-n)
                 TO commit-seed (1 : commit-n)
           END-IF

           PERFORM 100-scan-commit-log
           ADD 1 TO commit-seq
           MOVE SPACES TO commit-id
           STRING
              "C"             DELIMITED BY SIZE
              run-date        DELIMITED BY SIZE
              commit-seq      DELIMITED BY SIZE
              INTO commit-id
           END-STRING
           PERFORM 300-compute-commit-seal
           MOVE check-seal TO commit-seal
           MOVE run-date TO commit-date
           MOVE run-time TO commit-time

           MOVE SPACES TO commit-log-record
           MOVE "C" TO cm-type
           MOVE commit-seal TO cm-seal
           MOVE commit-source TO cm-source
           PERFORM 700-append-commit-log
           PERFORM 400-print-commit-notice

           DISPLAY "Seed committed as " commit-id
              " (source " FUNCTION TRIM (commit-source)
              ", seal " commit-seal ")"
           DISPLAY "Run the draw with PRNGCOMMIT=" commit-id
              "; notice printed to COMMITBULL"
           MOVE 0 TO RETURN-CODE.

      * The commitment seal folds the commitment id, the digit
      * count and the seed together, so the same seed committed
      * twice never shows the same seal.
       300-compute-commit-seal.
           MOVE SPACES TO seal-data
           MOVE commit-id TO seal-data (1 : 12)
           MOVE commit-n TO seal-data (13 : 2)
           MOVE commit-seed TO seal-data (15 : 16)
           MOVE 0 TO seal-work
           MOVE 0 TO check-seal
           CALL sealcalc USING seal-work, seal-data, check-seal
              ON EXCEPTION
                 MOVE 0 TO check-seal
           END-CALL.

       400-print-commit-notice.
           OPEN OUTPUT commit-bull
           WRITE commit-bull-line FROM bull-rule-line
           MOVE "                     PUBLIC SEED COMMITMENT NOTICE"
              TO commit-bull-line
           WRITE commit-bull-line
           WRITE commit-bull-line FROM bull-rule-line
           MOVE SPACES TO commit-bull-line
           STRING
              "    COMMITMENT       : " DELIMITED BY SIZE
              commit-id                 DELIMITED BY SIZE
              INTO commit-bull-line
           END-STRING
           WRITE commit-bull-line
           MOVE commit-date TO drawn-date
           MOVE commit-time TO drawn-time
           PERFORM 450-format-moment
           MOVE SPACES TO commit-bull-line
           STRING
              "    COMMITTED AT     : " DELIMITED BY SIZE
              bull-text                 DELIMITED BY SIZE
              INTO commit-bull-line
           END-STRING
           WRITE commit-bull-line
           MOVE SPACES TO commit-bull-line
           STRING
              "    SEED DIGITS (n)  : " DELIMITED BY SIZE
              commit-n                  DELIMITED BY SIZE
              INTO commit-bull-line
           END-STRING
           WRITE commit-bull-line
           MOVE SPACES TO commit-bull-line
           STRING
              "    COMMITMENT SEAL  : " DELIMITED BY SIZE
              commit-seal               DELIMITED BY SIZE
              INTO commit-bull-line
           END-STRING
           WRITE commit-bull-line
           WRITE commit-bull-line FROM bull-dash-line
           MOVE "    This draw's seed is fixed now, before the draw."
              TO commit-bull-line
           WRITE commit-bull-line
           MOVE "    It is revealed after the draw; then check it"
              TO commit-bull-line
           WRITE commit-bull-line
           MOVE SPACES TO commit-bull-line
           STRING
              "    and the results with: commitver "
                                        DELIMITED BY SIZE
              commit-id                 DELIMITED BY SIZE
              INTO commit-bull-line
           END-STRING
           WRITE commit-bull-line
           WRITE commit-bull-line FROM bull-rule-line
           CLOSE commit-bull.

      * Formats drawn-date/drawn-time as YYYY-MM-DD HH:MM:SS in
      * bull-text.
       450-format-moment.
           MOVE SPACES TO bull-text
           STRING
              drawn-date (1 : 4)  DELIMITED BY SIZE
              "-"                 DELIMITED BY SIZE
              drawn-date (5 : 2)  DELIMITED BY SIZE
              "-"                 DELIMITED BY SIZE
              drawn-date (7 : 2)  DELIMITED BY SIZE
              " "                 DELIMITED BY SIZE
              drawn-time (1 : 2)  DELIMITED BY SIZE
              ":"                 DELIMITED BY SIZE
              drawn-time (3 : 2)  DELIMITED BY SIZE
              ":"                 DELIMITED BY SIZE
              drawn-time (5 : 2)  DELIMITED BY SIZE
              INTO bull-text
           END-STRING.

      * A reveal needs the draw to have happened under the
      * commitment: the seed comes from that session's own audit
      * record and must still reproduce the published seal.
       500-reveal-seed.
           PERFORM 100-scan-commit-log
           IF commit-found-sw = "N"
              DISPLAY "REVEAL REFUSED - no commitment "
                 FUNCTION TRIM (commit-id) " on COMMITLOG"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           IF drawn-found-sw = "N"
              DISPLAY "REVEAL REFUSED - commitment "
                 FUNCTION TRIM (commit-id) " has not been drawn "
                 "yet; the seed stays sealed until after the draw"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM 550-find-drawn-session
           IF audit-found-sw = "N"
              DISPLAY "REVEAL REFUSED - no AUDITLOG record for "
                 "session " FUNCTION TRIM (drawn-session)
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO commit-seed
           MOVE aud-seed (1 : commit-n) TO commit-seed (1 : commit-n)
           PERFORM 300-compute-commit-seal
           IF check-seal NOT = commit-seal
              DISPLAY "REVEAL REFUSED - session "
                 FUNCTION TRIM (drawn-session) " was not drawn "
                 "with the committed seed"
              MOVE "SEVR" TO exd-severity
              MOVE "COMMITMM" TO exd-reason
              MOVE commit-id TO exd-key
              MOVE "drawn seed does not match commitment"
                 TO exd-text
              PERFORM 065-feed-exception
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           IF reveal-found-sw = "N"
              MOVE SPACES TO commit-log-record
              MOVE "R" TO cm-type
              MOVE commit-seal TO cm-seal
              MOVE commit-source TO cm-source
              MOVE drawn-session TO cm-session
              MOVE commit-seed TO cm-seed
              PERFORM 700-append-commit-log
           ELSE
              DISPLAY "Commitment " FUNCTION TRIM (commit-id)
                 " was revealed before - notice reprinted"
           END-IF
           PERFORM 600-print-reveal-notice
           DISPLAY "Seed of " FUNCTION TRIM (commit-id)
              " revealed: " commit-seed (1 : commit-n)
              " (session " FUNCTION TRIM (drawn-session)
              "); notice printed to REVEALBULL"
           MOVE 0 TO RETURN-CODE.

       550-find-drawn-session.
           MOVE "N" TO audit-found-sw
           OPEN INPUT audit-log
           IF audit-status NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL audit-status NOT = "00"
              READ audit-log
                 AT END
                    MOVE "10" TO audit-status
                 NOT AT END
                    IF aud-session = drawn-session
                       MOVE "Y" TO audit-found-sw
                       MOVE "10" TO audit-status
                    END-IF
              END-READ
           END-PERFORM
           CLOSE audit-log.

       600-print-reveal-notice.
           OPEN OUTPUT reveal-bull
           WRITE reveal-bull-line FROM bull-rule-line
           MOVE "                       PUBLIC SEED REVEAL NOTICE"
              TO reveal-bull-line
           WRITE reveal-bull-line
           WRITE reveal-bull-line FROM bull-rule-line
           MOVE SPACES TO reveal-bull-line
           STRING
              "    COMMITMENT       : " DELIMITED BY SIZE
              commit-id                 DELIMITED BY SIZE
              INTO reveal-bull-line
           END-STRING
           WRITE reveal-bull-line
           MOVE commit-date TO drawn-date
           MOVE commit-time TO drawn-time
           PERFORM 450-format-moment
           MOVE SPACES TO reveal-bull-line
           STRING
              "    COMMITTED AT     : " DELIMITED BY SIZE
              bull-text                 DELIMITED BY SIZE
              INTO reveal-bull-line
           END-STRING
           WRITE reveal-bull-line
           MOVE aud-date TO drawn-date
           MOVE aud-time TO drawn-time
           PERFORM 450-format-moment
           MOVE SPACES TO reveal-bull-line
           STRING
              "    DRAWN AT         : " DELIMITED BY SIZE
              bull-text                 DELIMITED BY SIZE
              INTO reveal-bull-line
           END-STRING
           WRITE reveal-bull-line
           MOVE SPACES TO reveal-bull-line
           STRING
              "    DRAW SESSION     : " DELIMITED BY SIZE
              drawn-session             DELIMITED BY SIZE
              INTO reveal-bull-line
           END-STRING
           WRITE reveal-bull-line
           MOVE SPACES TO reveal-bull-line
           STRING
              "    REVEALED SEED    : " DELIMITED BY SIZE
              commit-seed (1 : commit-n) DELIMITED BY SIZE
              INTO reveal-bull-line
           END-STRING
           WRITE reveal-bull-line
           MOVE SPACES TO reveal-bull-line
           STRING
              "    COMMITMENT SEAL  : " DELIMITED BY SIZE
              commit-seal               DELIMITED BY SIZE
              INTO reveal-bull-line
           END-STRING
           WRITE reveal-bull-line
           WRITE reveal-bull-line FROM bull-dash-line
           MOVE "    This seed was sealed before the draw. Check"
              TO reveal-bull-line
           WRITE reveal-bull-line
           MOVE "    it and replay the results with:"
              TO reveal-bull-line
           WRITE reveal-bull-line
           MOVE SPACES TO reveal-bull-line
           STRING
              "    commitver "           DELIMITED BY SIZE
              commit-id                 DELIMITED BY SIZE
              INTO reveal-bull-line
           END-STRING
           WRITE reveal-bull-line
           WRITE reveal-bull-line FROM bull-rule-line
           CLOSE reveal-bull.

       700-append-commit-log.
           OPEN EXTEND commit-log
           IF commit-log-status NOT = "00"
              OPEN OUTPUT commit-log
           END-IF
           MOVE commit-id TO cm-id
           MOVE run-date TO cm-date
           MOVE run-time TO cm-time
           MOVE commit-n TO cm-n
           MOVE operator-id TO cm-operator
           WRITE commit-log-record
           CLOSE commit-log.

       900-finish-run.
           MOVE "END  " TO lr-event
           MOVE RETURN-CODE TO lr-rc
           PERFORM 066-register-run
           MOVE lr-rc TO RETURN-CODE
           STOP RUN.
       END PROGRAM seedcommit.
