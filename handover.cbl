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
       PROGRAM-ID. handover.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT run-ledger ASSIGN TO "RUNLEDGER"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS run-ledger-status.
           SELECT restart-file ASSIGN TO "RESTARTFILE"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS restart-status.
           SELECT stage-ctl ASSIGN TO "STAGECTL"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS stage-ctl-status.
           SELECT draw-cat ASSIGN TO "DRAWCAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS draw-cat-status.
           SELECT intchg-register ASSIGN TO "ICNREG"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS register-status.
           SELECT except-feed ASSIGN TO "EXCEPTFEED"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS except-feed-status.
           SELECT case-file ASSIGN TO "CASEFILE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS cs-key
              FILE STATUS IS case-status.
           SELECT run-ticket ASSIGN TO "RUNTICKET"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS run-ticket-status.
           SELECT close-log ASSIGN TO "CLOSELOG"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS close-log-status.
           SELECT holiday-file ASSIGN TO DYNAMIC holiday-file-name
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS holiday-status.
           SELECT handover-rpt ASSIGN TO "HANDOVER"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS handover-status.

       DATA DIVISION.
       FILE SECTION.
       FD  run-ledger
           RECORDING MODE IS F.
       01  run-ledger-record.
           05 rl-date           PIC X(8).
           05 rl-time           PIC X(8).
           05 rl-program        PIC X(10).
           05 rl-event          PIC X(5).
           05 rl-operator       PIC X(8).
           05 rl-rc             PIC 9(4).
           05 rl-parms          PIC X(40).
           05 FILLER            PIC X(7).

       FD  restart-file
           RECORDING MODE IS F.
       01  restart-record.
           05 rst-n             PIC 99.
           05 rst-num           PIC X(16).
           05 rst-cycles        PIC 9(9).
           05 rst-completed     PIC 9(9).
           05 rst-seq           PIC 9(9).
           05 rst-checksum      PIC 9(18).
           05 rst-prev-value    PIC 9(16).
           05 rst-prev-valid    PIC X.
           05 rst-seal          PIC 9(18).
           05 rst-deck-mode     PIC X.
           05 rst-session       PIC X(18).

       FD  stage-ctl
           RECORDING MODE IS F.
       01  stage-ctl-record.
           05 stc-release-stamp PIC X(14).
           05 stc-session       PIC X(18).
           05 stc-count         PIC 9(9).
           05 stc-csv           PIC X.
           05 stc-rpt           PIC X.
           05 stc-json          PIC X.
           05 FILLER            PIC X(4).
           05 stc-title         PIC X(20).
           05 stc-mode          PIC X(8).
           05 stc-client        PIC X(8).

       FD  draw-cat
           RECORDING MODE IS F.
       01  draw-cat-record.
           05 dc-gen            PIC 9(4).
           05 dc-date           PIC X(8).
           05 dc-session        PIC X(18).
           05 dc-count          PIC 9(9).
           05 dc-status         PIC X.
           05 dc-client         PIC X(8).

       FD  intchg-register
           RECORDING MODE IS F.
       01  register-record.
           05 ir-interchange    PIC 9(9).
           05 ir-date           PIC X(8).
           05 ir-time           PIC X(8).
           05 ir-count          PIC 9(9).
           05 ir-status         PIC X.
           05 ir-gen            PIC 9(4).
           05 FILLER            PIC X(6).

       FD  except-feed
           RECORDING MODE IS F.
       01  except-record.
           05 exc-date          PIC X(8).
           05 exc-time          PIC X(8).
           05 exc-program       PIC X(10).
           05 exc-severity      PIC X(4).
           05 exc-reason        PIC X(8).
           05 exc-key           PIC X(18).
           05 exc-text          PIC X(40).

      * exccase's case register: a feed record whose case is
      * R(esolved) is no longer open.
       FD  case-file.
       01  case-record.
           05 cs-key.
              10 cs-date        PIC X(8).
              10 cs-time        PIC X(8).
              10 cs-program     PIC X(10).
              10 cs-occur       PIC 9(3).
           05 cs-severity       PIC X(4).
           05 cs-reason         PIC X(8).
           05 cs-exc-key        PIC X(18).
           05 cs-text           PIC X(40).
           05 cs-status         PIC X.
           05 cs-ack-by         PIC X(8).
           05 cs-ack-date       PIC X(8).
           05 cs-ack-time       PIC X(8).
           05 cs-assignee       PIC X(8).
           05 cs-res-code       PIC X(8).
           05 cs-res-note       PIC X(40).
           05 cs-res-by         PIC X(8).
           05 cs-res-date       PIC X(8).
           05 FILLER            PIC X(12).

       FD  run-ticket
           RECORDING MODE IS F.
       01  run-ticket-record.
           05 rt-ticket         PIC X(8).
           05 rt-from-date      PIC X(8).
           05 rt-to-date        PIC X(8).
           05 rt-cycles         PIC 9(9).
           05 rt-n              PIC 99.
           05 rt-mode           PIC X(8).
           05 rt-status         PIC X.
           05 rt-issued-by      PIC X(8).
           05 rt-consumed-by    PIC X(8).
           05 FILLER            PIC X(20).

       FD  close-log
           RECORDING MODE IS F.
       01  close-log-record.
           05 cl-date           PIC X(8).
           05 cl-time           PIC X(8).
           05 cl-draws          PIC 9(9).
           05 cl-sessions       PIC 9(9).
           05 cl-status         PIC X.
           05 FILLER            PIC X(5).

       FD  holiday-file
           RECORDING MODE IS F.
       01  holiday-record.
           05 hol-date          PIC X(8).
           05 FILLER            PIC X(72).

       FD  handover-rpt.
       01  handover-line        PIC X(80).

       WORKING-STORAGE SECTION.
       77  run-ledger-status    PIC XX.
       77  restart-status       PIC XX.
       77  stage-ctl-status     PIC XX.
       77  draw-cat-status      PIC XX.
       77  register-status      PIC XX.
       77  except-feed-status   PIC XX.
       77  case-status          PIC XX.
       77  run-ticket-status    PIC XX.
       77  close-log-status     PIC XX.
       77  holiday-status       PIC XX.
       77  handover-status      PIC XX.
       77  holiday-file-name    PIC X(13)   VALUE "HOLIDAYS".
       77  case-open-sw         PIC X       VALUE "N".
       77  operator-id          PIC X(8).
       77  opident              PIC X(8)    VALUE "opident".
       77  incoming-id          PIC X(8)    VALUE SPACES.
       77  arg-num              PIC 9(4).
       77  arg-region           PIC X(4)    VALUE SPACES.
       77  run-date             PIC X(8).
       77  run-time             PIC X(8).
       77  now-stamp            PIC X(14).
       77  today-int            PIC 9(9).
       77  now-mins             PIC 9(11).
       77  item-mins            PIC 9(11).
       77  age-mins             PIC 9(11).
       77  age-date             PIC X(8).
       77  age-time             PIC X(8).
       77  age-days-disp        PIC ZZ9.
       77  age-hours-disp       PIC 99.
       77  age-mins-disp        PIC 99.
       77  age-text             PIC X(10).
       77  report-text          PIC X(80).
       77  detail-text          PIC X(68).
       77  section-count        PIC 9(5).
       77  total-count          PIC 9(5)    VALUE 0.
       77  count-disp           PIC Z(4)9.
       77  eof-sw               PIC X.
       77  prev-date            PIC X(8)    VALUE SPACES.
       77  prev-time            PIC X(8)    VALUE SPACES.
       77  prev-program         PIC X(10)   VALUE SPACES.
       77  occur-no             PIC 9(3)    VALUE 0.
       77  case-state           PIC X(8).
       77  yesterday-int        PIC 9(9).
       77  yesterday-date       PIC 9(8).
       77  week-day             PIC 9.
       77  holiday-sw           PIC X.
       77  closed-sw            PIC X.
       77  closed-time          PIC X(8).
       77  checkpoint-run-idx   PIC 9(3).
      * Runs whose START has not been matched by an END yet; an
      * END closes the latest open START of the same program.
       77  open-count           PIC 9(3)    VALUE 0.
       77  open-idx             PIC 9(3).
       77  open-hit-idx         PIC 9(3).
       01  open-table.
           05 open-entry        OCCURS 500 TIMES.
              10 op-program     PIC X(10).
              10 op-operator    PIC X(8).
              10 op-date        PIC X(8).
              10 op-time        PIC X(8).
              10 op-parms       PIC X(40).
              10 op-open        PIC X.

      * Shift handover report: everything the outgoing operator
      * leaves open, gathered from the files themselves instead
      * of from memory - runs that never closed out, a pending
      * checkpoint, an embargoed session, uncollected DRAWOUT
      * generations, unacknowledged interchanges, open exceptions,
      * run tickets expiring today and yesterday's day close -
      * each with its age, printed to HANDOVER for both operators
      * to sign.
       PROCEDURE DIVISION.
           CALL opident USING operator-id
              ON EXCEPTION
                 DISPLAY "USER" UPON ENVIRONMENT-NAME
                 ACCEPT operator-id FROM ENVIRONMENT-VALUE
           END-CALL
           IF operator-id = SPACES
              MOVE "UNKNOWN" TO operator-id
           END-IF
           MOVE 1 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT incoming-id FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO incoming-id
           END-ACCEPT
           MOVE 2 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT arg-region FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO arg-region
           END-ACCEPT
           IF arg-region NOT = SPACES
              MOVE SPACES TO holiday-file-name
              STRING
                 "HOLIDAYS."                DELIMITED BY SIZE
                 FUNCTION TRIM (arg-region) DELIMITED BY SIZE
                 INTO holiday-file-name
              END-STRING
           END-IF

           ACCEPT run-date FROM DATE YYYYMMDD
           ACCEPT run-time FROM TIME
           MOVE run-date TO now-stamp (1 : 8)
           MOVE run-time (1 : 6) TO now-stamp (9 : 6)
           COMPUTE today-int = FUNCTION INTEGER-OF-DATE
              (FUNCTION NUMVAL (run-date))
           MOVE run-date TO age-date
           MOVE run-time TO age-time
           PERFORM 800-minutes-of-stamp
           MOVE item-mins TO now-mins

           OPEN OUTPUT handover-rpt
           IF handover-status NOT = "00"
              DISPLAY "Unable to write HANDOVER (status "
                 handover-status ")"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE ALL "=" TO report-text
           PERFORM 900-emit-line
           MOVE SPACES TO report-text
           STRING
              " SHIFT HANDOVER - "  DELIMITED BY SIZE
              run-date              DELIMITED BY SIZE
              " "                   DELIMITED BY SIZE
              run-time (1 : 2)      DELIMITED BY SIZE
              ":"                   DELIMITED BY SIZE
              run-time (3 : 2)      DELIMITED BY SIZE
              "  outgoing operator " DELIMITED BY SIZE
              operator-id           DELIMITED BY SIZE
              INTO report-text
           END-STRING
           PERFORM 900-emit-line
           MOVE ALL "=" TO report-text
           PERFORM 900-emit-line

           PERFORM 100-open-runs
           PERFORM 200-pending-checkpoint
           PERFORM 300-embargoed-sessions
           PERFORM 400-uncollected-generations
           PERFORM 500-unacked-interchanges
           PERFORM 600-open-exceptions
           PERFORM 650-tickets-expiring-today
           PERFORM 700-yesterday-close

           MOVE ALL "=" TO report-text
           PERFORM 900-emit-line
           MOVE total-count TO count-disp
           MOVE SPACES TO report-text
           STRING
              " "                        DELIMITED BY SIZE
              FUNCTION TRIM (count-disp) DELIMITED BY SIZE
              " open item(s) handed over" DELIMITED BY SIZE
              INTO report-text
           END-STRING
           PERFORM 900-emit-line
           MOVE SPACES TO report-text
           PERFORM 900-emit-line
           MOVE SPACES TO report-text
           STRING
              " HANDED OVER BY  " DELIMITED BY SIZE
              operator-id         DELIMITED BY SIZE
              "  signature ____________________  time ______"
                                  DELIMITED BY SIZE
              INTO report-text
           END-STRING
           PERFORM 900-emit-line
           MOVE SPACES TO report-text
           PERFORM 900-emit-line
           MOVE SPACES TO report-text
           IF incoming-id = SPACES
              MOVE " TAKEN OVER BY   ________" TO report-text
           ELSE
              STRING
                 " TAKEN OVER BY   " DELIMITED BY SIZE
                 incoming-id         DELIMITED BY SIZE
                 INTO report-text
              END-STRING
           END-IF
           MOVE "  signature ____________________  time ______"
              TO report-text (26 : 45)
           PERFORM 900-emit-line
           MOVE ALL "=" TO report-text
           PERFORM 900-emit-line
           CLOSE handover-rpt
           DISPLAY "Handover report written to HANDOVER"
           IF total-count > 0
              MOVE 1 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      * Every START is held until an END of the same program
      * closes it; what is left open at the end of the ledger
      * either still runs or died without closing out.
       100-open-runs.
           MOVE " RUNS STARTED WITHOUT AN END EVENT (RUNLEDGER)"
              TO report-text
           PERFORM 910-emit-heading
           OPEN INPUT run-ledger
           IF run-ledger-status NOT = "00"
              MOVE "   no RUNLEDGER present" TO report-text
              PERFORM 900-emit-line
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL run-ledger-status NOT = "00"
              READ run-ledger
                 AT END
                    MOVE "10" TO run-ledger-status
                 NOT AT END
                    EVALUATE rl-event
                       WHEN "START"
                          PERFORM 110-note-start
                       WHEN "END  "
                          PERFORM 120-close-start
                    END-EVALUATE
              END-READ
           END-PERFORM
           CLOSE run-ledger
           PERFORM VARYING open-idx FROM 1 BY 1
              UNTIL open-idx > open-count
              IF op-open (open-idx) = "Y"
                 MOVE op-date (open-idx) TO age-date
                 MOVE op-time (open-idx) TO age-time
                 MOVE SPACES TO detail-text
                 STRING
                    op-program (open-idx)  DELIMITED BY SIZE
                    " started "            DELIMITED BY SIZE
                    op-date (open-idx)     DELIMITED BY SIZE
                    " "                    DELIMITED BY SIZE
                    op-time (open-idx) (1 : 6)
                                           DELIMITED BY SIZE
                    " by "                 DELIMITED BY SIZE
                    op-operator (open-idx) DELIMITED BY SIZE
                    " "                    DELIMITED BY SIZE
                    op-parms (open-idx)    DELIMITED BY SIZE
                    INTO detail-text
                 END-STRING
                 PERFORM 920-emit-item
              END-IF
           END-PERFORM
           PERFORM 930-emit-none.

       110-note-start.
           IF open-count < 500
              ADD 1 TO open-count
              MOVE rl-program TO op-program (open-count)
              MOVE rl-operator TO op-operator (open-count)
              MOVE rl-date TO op-date (open-count)
              MOVE rl-time TO op-time (open-count)
              MOVE rl-parms TO op-parms (open-count)
              MOVE "Y" TO op-open (open-count)
           END-IF.

       120-close-start.
           MOVE 0 TO open-hit-idx
           PERFORM VARYING open-idx FROM open-count BY -1
              UNTIL open-idx < 1 OR open-hit-idx > 0
              IF op-program (open-idx) = rl-program
                 AND op-open (open-idx) = "Y"
                 MOVE open-idx TO open-hit-idx
              END-IF
           END-PERFORM
           IF open-hit-idx > 0
              MOVE "N" TO op-open (open-hit-idx)
           END-IF.

      * The checkpoint carries no time of its own; it was left by
      * the latest randomize run that never closed out, so that
      * run's start dates it.
       200-pending-checkpoint.
           MOVE " CHECKPOINT PENDING (RESTARTFILE)" TO report-text
           PERFORM 910-emit-heading
           OPEN INPUT restart-file
           IF restart-status = "00"
              READ restart-file
                 AT END
                    MOVE "10" TO restart-status
              END-READ
              CLOSE restart-file
           END-IF
           IF restart-status = "00"
              MOVE 0 TO checkpoint-run-idx
              PERFORM VARYING open-idx FROM 1 BY 1
                 UNTIL open-idx > open-count
                 IF op-program (open-idx) = "randomize"
                    AND op-open (open-idx) = "Y"
                    MOVE open-idx TO checkpoint-run-idx
                 END-IF
              END-PERFORM
              MOVE SPACES TO detail-text
              IF checkpoint-run-idx > 0
                 MOVE op-date (checkpoint-run-idx) TO age-date
                 MOVE op-time (checkpoint-run-idx) TO age-time
                 STRING
                    "cycle "          DELIMITED BY SIZE
                    rst-completed     DELIMITED BY SIZE
                    " of "            DELIMITED BY SIZE
                    rst-cycles        DELIMITED BY SIZE
                    " n="             DELIMITED BY SIZE
                    rst-n             DELIMITED BY SIZE
                    " - run started " DELIMITED BY SIZE
                    op-date (checkpoint-run-idx)
                                      DELIMITED BY SIZE
                    INTO detail-text
                 END-STRING
              ELSE
                 MOVE SPACES TO age-date
                 STRING
                    "cycle "          DELIMITED BY SIZE
                    rst-completed     DELIMITED BY SIZE
                    " of "            DELIMITED BY SIZE
                    rst-cycles        DELIMITED BY SIZE
                    " n="             DELIMITED BY SIZE
                    rst-n             DELIMITED BY SIZE
                    " - no open run on RUNLEDGER"
                                      DELIMITED BY SIZE
                    INTO detail-text
                 END-STRING
              END-IF
              PERFORM 920-emit-item
           END-IF
           PERFORM 930-emit-none.

       300-embargoed-sessions.
           MOVE " SESSION STILL EMBARGOED (STAGECTL)" TO report-text
           PERFORM 910-emit-heading
           OPEN INPUT stage-ctl
           IF stage-ctl-status = "00"
              READ stage-ctl
                 AT END
                    MOVE "10" TO stage-ctl-status
              END-READ
              CLOSE stage-ctl
           END-IF
           IF stage-ctl-status = "00"
              MOVE stc-session (1 : 8) TO age-date
              MOVE SPACES TO age-time
              MOVE SPACES TO detail-text
              IF now-stamp < stc-release-stamp
                 STRING
                    FUNCTION TRIM (stc-session) DELIMITED BY SIZE
                    " "               DELIMITED BY SIZE
                    stc-count         DELIMITED BY SIZE
                    " draw(s) held until "
                                      DELIMITED BY SIZE
                    stc-release-stamp DELIMITED BY SIZE
                    INTO detail-text
                 END-STRING
              ELSE
                 STRING
                    FUNCTION TRIM (stc-session) DELIMITED BY SIZE
                    " "               DELIMITED BY SIZE
                    stc-count         DELIMITED BY SIZE
                    " draw(s) - embargo passed "
                                      DELIMITED BY SIZE
                    stc-release-stamp (1 : 8)
                                      DELIMITED BY SIZE
                    ", run drawrel"   DELIMITED BY SIZE
                    INTO detail-text
                 END-STRING
              END-IF
              PERFORM 920-emit-item
           END-IF
           PERFORM 930-emit-none.

       400-uncollected-generations.
           MOVE " DRAWOUT GENERATIONS NOT COLLECTED (DRAWCAT)"
              TO report-text
           PERFORM 910-emit-heading
           OPEN INPUT draw-cat
           IF draw-cat-status NOT = "00"
              PERFORM 930-emit-none
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL draw-cat-status NOT = "00"
              READ draw-cat
                 AT END
                    MOVE "10" TO draw-cat-status
                 NOT AT END
                    IF dc-status = "U"
                       MOVE dc-date TO age-date
                       MOVE SPACES TO age-time
                       MOVE SPACES TO detail-text
                       STRING
                          "DRAWOUT.G"   DELIMITED BY SIZE
                          dc-gen        DELIMITED BY SIZE
                          " session "   DELIMITED BY SIZE
                          dc-session    DELIMITED BY SIZE
                          " "           DELIMITED BY SIZE
                          dc-count      DELIMITED BY SIZE
                          " draw(s) "   DELIMITED BY SIZE
                          dc-client     DELIMITED BY SIZE
                          INTO detail-text
                       END-STRING
                       PERFORM 920-emit-item
                    END-IF
              END-READ
           END-PERFORM
           CLOSE draw-cat
           PERFORM 930-emit-none.

       500-unacked-interchanges.
           MOVE " INTERCHANGES NOT ACKNOWLEDGED (ICNREG)"
              TO report-text
           PERFORM 910-emit-heading
           OPEN INPUT intchg-register
           IF register-status NOT = "00"
              PERFORM 930-emit-none
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL register-status NOT = "00"
              READ intchg-register
                 AT END
                    MOVE "10" TO register-status
                 NOT AT END
                    IF ir-status = "O"
                       MOVE ir-date TO age-date
                       MOVE ir-time TO age-time
                       MOVE SPACES TO detail-text
                       STRING
                          "interchange "  DELIMITED BY SIZE
                          ir-interchange  DELIMITED BY SIZE
                          " sent "        DELIMITED BY SIZE
                          ir-date         DELIMITED BY SIZE
                          " "             DELIMITED BY SIZE
                          ir-time (1 : 6) DELIMITED BY SIZE
                          " generation "  DELIMITED BY SIZE
                          ir-gen          DELIMITED BY SIZE
                          INTO detail-text
                       END-STRING
                       PERFORM 920-emit-item
                    END-IF
              END-READ
           END-PERFORM
           CLOSE intchg-register
           PERFORM 930-emit-none.

      * Occurrence numbers are counted exactly as exccase counts
      * them, so each feed record finds its own case; without a
      * case register every feed record is still open.
       600-open-exceptions.
           MOVE " EXCEPTIONS NOT RESOLVED (EXCEPTFEED)"
              TO report-text
           PERFORM 910-emit-heading
           OPEN INPUT except-feed
           IF except-feed-status NOT = "00"
              PERFORM 930-emit-none
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT case-file
           IF case-status = "00"
              MOVE "Y" TO case-open-sw
           END-IF
           PERFORM UNTIL except-feed-status NOT = "00"
              READ except-feed
                 AT END
                    MOVE "10" TO except-feed-status
                 NOT AT END
                    PERFORM 610-check-one-exception
              END-READ
           END-PERFORM
           CLOSE except-feed
           IF case-open-sw = "Y"
              CLOSE case-file
           END-IF
           PERFORM 930-emit-none.

       610-check-one-exception.
           IF exc-date = prev-date AND exc-time = prev-time
              AND exc-program = prev-program
              ADD 1 TO occur-no
           ELSE
              MOVE 1 TO occur-no
              MOVE exc-date TO prev-date
              MOVE exc-time TO prev-time
              MOVE exc-program TO prev-program
           END-IF
           MOVE "NEW" TO case-state
           IF case-open-sw = "Y"
              MOVE exc-date TO cs-date
              MOVE exc-time TO cs-time
              MOVE exc-program TO cs-program
              MOVE occur-no TO cs-occur
              READ case-file
                 INVALID KEY
                    MOVE "UNLOADED" TO case-state
                 NOT INVALID KEY
                    EVALUATE cs-status
                       WHEN "R"
                          EXIT PARAGRAPH
                       WHEN "A"
                          MOVE "ACKED" TO case-state
                       WHEN OTHER
                          MOVE "NEW" TO case-state
                    END-EVALUATE
              END-READ
           END-IF
           MOVE exc-date TO age-date
           MOVE exc-time TO age-time
           MOVE SPACES TO detail-text
           STRING
              exc-severity  DELIMITED BY SIZE
              " "           DELIMITED BY SIZE
              case-state    DELIMITED BY SIZE
              " "           DELIMITED BY SIZE
              exc-program   DELIMITED BY SIZE
              " "           DELIMITED BY SIZE
              exc-reason    DELIMITED BY SIZE
              " "           DELIMITED BY SIZE
              exc-key       DELIMITED BY SIZE
              INTO detail-text
           END-STRING
           PERFORM 920-emit-item.

       650-tickets-expiring-today.
           MOVE " RUN TICKETS EXPIRING TODAY UNCONSUMED (RUNTICKET)"
              TO report-text
           PERFORM 910-emit-heading
           OPEN INPUT run-ticket
           IF run-ticket-status NOT = "00"
              PERFORM 930-emit-none
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL run-ticket-status NOT = "00"
              READ run-ticket
                 AT END
                    MOVE "10" TO run-ticket-status
                 NOT AT END
                    IF rt-status = "O"
                       AND rt-to-date = run-date
                       MOVE rt-from-date TO age-date
                       MOVE SPACES TO age-time
                       MOVE SPACES TO detail-text
                       STRING
                          "ticket "     DELIMITED BY SIZE
                          rt-ticket     DELIMITED BY SIZE
                          " window "    DELIMITED BY SIZE
                          rt-from-date  DELIMITED BY SIZE
                          "-"           DELIMITED BY SIZE
                          rt-to-date    DELIMITED BY SIZE
                          " "           DELIMITED BY SIZE
                          rt-cycles     DELIMITED BY SIZE
                          " cycle(s) "  DELIMITED BY SIZE
                          rt-mode       DELIMITED BY SIZE
                          INTO detail-text
                       END-STRING
                       PERFORM 920-emit-item
                    END-IF
              END-READ
           END-PERFORM
           CLOSE run-ticket
           PERFORM 930-emit-none.

      * Only a business day owes a CLOSELOG record; a weekend or
      * calendar holiday without one is reported but not counted.
       700-yesterday-close.
           MOVE " YESTERDAY'S DAY CLOSE (CLOSELOG)" TO report-text
           PERFORM 910-emit-heading
           COMPUTE yesterday-int = today-int - 1
           COMPUTE yesterday-date =
              FUNCTION DATE-OF-INTEGER (yesterday-int)
           MOVE "N" TO closed-sw
           OPEN INPUT close-log
           IF close-log-status = "00"
              PERFORM UNTIL close-log-status NOT = "00"
                 READ close-log
                    AT END
                       MOVE "10" TO close-log-status
                    NOT AT END
                       IF cl-date = yesterday-date
                          AND cl-status = "C"
                          MOVE "Y" TO closed-sw
                          MOVE cl-time TO closed-time
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE close-log
           END-IF
           IF closed-sw = "Y"
              MOVE SPACES TO report-text
              STRING
                 "   "           DELIMITED BY SIZE
                 yesterday-date  DELIMITED BY SIZE
                 " closed at "   DELIMITED BY SIZE
                 closed-time (1 : 6) DELIMITED BY SIZE
                 INTO report-text
              END-STRING
              PERFORM 900-emit-line
              EXIT PARAGRAPH
           END-IF
           PERFORM 710-check-business-day
           IF holiday-sw = "Y"
              MOVE SPACES TO report-text
              STRING
                 "   "           DELIMITED BY SIZE
                 yesterday-date  DELIMITED BY SIZE
                 " not closed - not a business day ("
                                 DELIMITED BY SIZE
                 FUNCTION TRIM (holiday-file-name)
                                 DELIMITED BY SIZE
                 ")"             DELIMITED BY SIZE
                 INTO report-text
              END-STRING
              PERFORM 900-emit-line
              EXIT PARAGRAPH
           END-IF
           MOVE yesterday-date TO age-date
           MOVE SPACES TO age-time
           MOVE SPACES TO detail-text
           STRING
              yesterday-date DELIMITED BY SIZE
              " NOT CLOSED - no CLOSELOG record; run dayclose"
                             DELIMITED BY SIZE
              INTO detail-text
           END-STRING
           PERFORM 920-emit-item.

       710-check-business-day.
           MOVE "N" TO holiday-sw
           MOVE FUNCTION MOD (yesterday-int, 7) TO week-day
           IF week-day = 6 OR week-day = 0
              MOVE "Y" TO holiday-sw
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT holiday-file
           IF holiday-status NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL holiday-status NOT = "00"
              READ holiday-file
                 AT END
                    MOVE "10" TO holiday-status
                 NOT AT END
                    IF hol-date = yesterday-date
                       MOVE "Y" TO holiday-sw
                    END-IF
              END-READ
           END-PERFORM
           CLOSE holiday-file.

      * Age of an item from its date and, where the file keeps
      * one, its time; a date alone is aged from the start of
      * that day and shown in whole days.
       800-minutes-of-stamp.
           IF age-date IS NOT NUMERIC
              MOVE now-mins TO item-mins
              EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD (FUNCTION NUMVAL (age-date))
              NOT = 0
              MOVE now-mins TO item-mins
              EXIT PARAGRAPH
           END-IF
           COMPUTE item-mins =
              FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL (age-date))
              * 1440
           IF age-time (1 : 4) IS NUMERIC
              COMPUTE item-mins = item-mins
                 + FUNCTION NUMVAL (age-time (1 : 2)) * 60
                 + FUNCTION NUMVAL (age-time (3 : 2))
           END-IF.

       810-format-age.
           IF age-date IS NOT NUMERIC
              MOVE "      ?   " TO age-text
              EXIT PARAGRAPH
           END-IF
           PERFORM 800-minutes-of-stamp
           IF item-mins > now-mins
              MOVE 0 TO age-mins
           ELSE
              COMPUTE age-mins = now-mins - item-mins
           END-IF
           MOVE SPACES TO age-text
           IF age-mins / 1440 > 999
              MOVE 999 TO age-days-disp
           ELSE
              COMPUTE age-days-disp = age-mins / 1440
           END-IF
           MOVE age-days-disp TO age-text (1 : 3)
           MOVE "d" TO age-text (4 : 1)
           IF age-time (1 : 4) IS NUMERIC
              COMPUTE age-hours-disp =
                 FUNCTION MOD (age-mins, 1440) / 60
              COMPUTE age-mins-disp = FUNCTION MOD (age-mins, 60)
              MOVE age-hours-disp TO age-text (5 : 2)
              MOVE "h" TO age-text (7 : 1)
              MOVE age-mins-disp TO age-text (8 : 2)
              MOVE "m" TO age-text (10 : 1)
           END-IF.

       900-emit-line.
           MOVE report-text TO handover-line
           WRITE handover-line
           DISPLAY FUNCTION TRIM (report-text TRAILING).

       910-emit-heading.
           MOVE 0 TO section-count
           MOVE report-text TO detail-text
           MOVE SPACES TO report-text
           PERFORM 900-emit-line
           MOVE detail-text TO report-text
           PERFORM 900-emit-line
           MOVE "   AGE        ITEM" TO report-text
           PERFORM 900-emit-line.

       920-emit-item.
           PERFORM 810-format-age
           ADD 1 TO section-count
           ADD 1 TO total-count
           MOVE SPACES TO report-text
           MOVE age-text TO report-text (2 : 10)
           MOVE detail-text TO report-text (13 : 68)
           PERFORM 900-emit-line.

       930-emit-none.
           IF section-count = 0
              MOVE "   none" TO report-text
              PERFORM 900-emit-line
           END-IF.
       END PROGRAM handover.
