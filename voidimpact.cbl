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
       PROGRAM-ID. voidimpact.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT hist-file ASSIGN TO DYNAMIC hist-file-name
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS hist-key
              FILE STATUS IS hist-status.
           SELECT part-cat ASSIGN TO "PARTCAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS part-cat-status.
           SELECT void-queue ASSIGN TO "VOIDQ"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS void-queue-status.
           SELECT draw-cat ASSIGN TO "DRAWCAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS draw-cat-status.
           SELECT intchg-register ASSIGN TO "ICNREG"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS register-status.
           SELECT block-ledger ASSIGN TO "BLOCKLEDGER"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS block-ledger-status.
           SELECT split-report ASSIGN TO "SPLITRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS split-report-status.
           SELECT split-out ASSIGN TO DYNAMIC split-out-name
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS split-out-status.
           SELECT export-audit ASSIGN TO "PARTAUDIT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS export-audit-status.
           SELECT resp-file ASSIGN TO "RESPFILE"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS resp-status.
           SELECT recall-out ASSIGN TO "RECALLOUT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS recall-status.

       DATA DIVISION.
       FILE SECTION.
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
           05 pc-state          PIC X.
           05 pc-expiry         PIC 9(7).

       FD  void-queue
           RECORDING MODE IS F.
       01  void-queue-record.
           05 vq-date           PIC X(8).
           05 vq-seq            PIC 9(9).
           05 vq-session        PIC 9(9).
           05 vq-reason         PIC X(16).
           05 vq-source         PIC X(8).
           05 vq-queued         PIC X(8).
           05 FILLER            PIC X(2).

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

       FD  block-ledger
           RECORDING MODE IS F.
       01  block-ledger-record.
           05 ba-alloc-id       PIC X(8).
           05 ba-consumer       PIC X(8).
           05 ba-start          PIC 9(9).
           05 ba-end            PIC 9(9).
           05 ba-date           PIC X(8).
           05 ba-status         PIC X.
           05 FILLER            PIC X(17).

       FD  split-report.
       01  split-report-line    PIC X(100).

       FD  split-out
           RECORDING MODE IS F.
       01  split-out-record.
           05 dor-type          PIC X.
           05 dor-date          PIC X(8).
           05 dor-seq           PIC 9(9).
           05 dor-n             PIC 99.
           05 dor-value         PIC 9(16).
           05 dor-stream        PIC 99.
           05 dor-sign          PIC X.
           05 dor-check         PIC 9.
           05 dor-seal          PIC 9(18).
           05 dor-alloc         PIC X(8).

       FD  export-audit.
       01  export-audit-line    PIC X(100).

       FD  resp-file
           RECORDING MODE IS F.
       01  resp-record.
           05 rs-type           PIC X.
           05 rs-request-id     PIC X(8).
           05 rs-requestor      PIC X(8).
           05 rs-seq            PIC 9(9).
           05 rs-value          PIC 9(16).
           05 rs-reason         PIC X(8).
           05 FILLER            PIC X(30).

      * One recall notice per recipient of a voided (or about to be
      * voided) draw: the channel it went out on, who got it and
      * under what reference, whether the trace is certain (C) or
      * only possible (P), the value to recall and the replacement
      * to send in its place.
       FD  recall-out
           RECORDING MODE IS F.
       01  recall-record.
           05 rn-issued-date    PIC X(8).
           05 rn-channel        PIC X(8).
           05 rn-recipient      PIC X(8).
           05 rn-reference      PIC X(15).
           05 rn-confidence     PIC X.
           05 rn-draw-date      PIC X(8).
           05 rn-draw-seq       PIC 9(9).
           05 rn-draw-session   PIC 9(9).
           05 rn-void-state     PIC X.
           05 rn-value          PIC X(16).
           05 rn-repl-value     PIC X(16).
           05 rn-repl-date      PIC X(8).
           05 rn-repl-seq       PIC 9(9).
           05 rn-reason         PIC X(16).
           05 FILLER            PIC X(8).

       WORKING-STORAGE SECTION.
       77  hist-status          PIC XX.
       77  part-cat-status      PIC XX.
       77  void-queue-status    PIC XX.
       77  draw-cat-status      PIC XX.
       77  register-status      PIC XX.
       77  block-ledger-status  PIC XX.
       77  split-report-status  PIC XX.
       77  split-out-status     PIC XX.
       77  export-audit-status  PIC XX.
       77  resp-status          PIC XX.
       77  recall-status        PIC XX.
       77  hist-file-name       PIC X(14)   VALUE "HISTFILE".
       77  split-out-name       PIC X(14).
       77  part-count           PIC 9(3)    VALUE 0.
       77  part-idx             PIC 9(3).
       77  part-lo-year         PIC X(4).
       77  part-hi-year         PIC X(4).
       77  live-part-count      PIC 9(3)    VALUE 0.
       77  today-julian         PIC 9(7).
       01  part-table.
           05 part-year         PIC X(4)    OCCURS 100 TIMES.
       77  arg-num              PIC 9(4).
       77  arg-mode             PIC X(8).
       77  arg-date             PIC X(8).
       77  arg-seq              PIC X(9).
       77  arg-session          PIC X(9).
       77  arg-reason           PIC X(16).
       77  arg-to               PIC X(8).
       77  run-date             PIC X(8).
       77  lo-date              PIC X(8).
       77  eof-sw               PIC X.
       77  session-id           PIC X(18).
       77  draw-number          PIC 9(16).
       77  gen-text             PIC X(13).
       77  gen-no               PIC 9(4).
       77  gen-session          PIC X(18).
       77  confidence           PIC X.
       77  unstring-1           PIC X(40).
       77  unstring-2           PIC X(40).
       77  unstring-3           PIC X(40).
       77  notice-count         PIC 9(7)    VALUE 0.
       77  confirmed-count      PIC 9(7)    VALUE 0.
       77  missing-count        PIC 9(4)    VALUE 0.
       77  clean-count          PIC 9(4)    VALUE 0.
       77  target-notices       PIC 9(7).
      * The draws being traced, with what HISTFILE says of each.
       77  target-count         PIC 9(4)    VALUE 0.
       77  target-idx           PIC 9(4).
       01  target-table.
           05 target-entry      OCCURS 500 TIMES.
              10 tg-date        PIC X(8).
              10 tg-seq         PIC 9(9).
              10 tg-session     PIC 9(9).
              10 tg-found-sw    PIC X.
              10 tg-stat        PIC X.
              10 tg-n           PIC 99.
              10 tg-value       PIC X(16).
              10 tg-reason      PIC X(16).
              10 tg-repl-value  PIC X(16).
              10 tg-repl-date   PIC X(8).
              10 tg-repl-seq    PIC 9(9).
      * Replacement draws met in the history scan, by the key of
      * the draw they replace.
       77  repl-count           PIC 9(4)    VALUE 0.
       77  repl-idx             PIC 9(4).
       01  repl-table.
           05 repl-entry        OCCURS 500 TIMES.
              10 rp-link-date   PIC X(8).
              10 rp-link-seq    PIC 9(9).
              10 rp-link-session PIC 9(9).
              10 rp-date        PIC X(8).
              10 rp-seq         PIC 9(9).
              10 rp-value       PIC X(16).
       77  cat-count            PIC 9(4)    VALUE 0.
       77  cat-idx              PIC 9(4).
       01  cat-table.
           05 cat-entry         OCCURS 500 TIMES.
              10 ct-gen         PIC 9(4).
              10 ct-session     PIC X(18).
       77  icn-count            PIC 9(4)    VALUE 0.
       77  icn-idx              PIC 9(4).
       01  icn-table.
           05 icn-entry         OCCURS 2000 TIMES.
              10 ic-interchange PIC 9(9).
              10 ic-date        PIC X(8).
              10 ic-status      PIC X.
              10 ic-gen         PIC 9(4).
       77  block-count          PIC 9(3)    VALUE 0.
       77  block-idx            PIC 9(3).
       01  block-table.
           05 block-entry       OCCURS 500 TIMES.
              10 bk-alloc-id    PIC X(8).
              10 bk-consumer    PIC X(8).
              10 bk-start       PIC 9(9).
              10 bk-end         PIC 9(9).
              10 bk-date        PIC X(8).
              10 bk-status      PIC X.
      * The last allocation split: its parent file and recipients.
       77  split-parent         PIC X(14)   VALUE SPACES.
       77  split-date           PIC X(8)    VALUE SPACES.
       77  split-session        PIC X(18)   VALUE SPACES.
       77  split-count          PIC 99      VALUE 0.
       77  split-idx            PIC 99.
       01  split-table.
           05 sp-recipient      PIC X(8)    OCCURS 20 TIMES.
      * The last partner export: its run date and source file.
       77  export-source        PIC X(14)   VALUE SPACES.
       77  export-date          PIC X(8)    VALUE SPACES.
       77  export-session       PIC X(18)   VALUE SPACES.
       77  runledgr             PIC X(8)    VALUE "runledgr".
      * Start/end registration in the central execution ledger.
       01  ledger-request.
           05 lr-program        PIC X(10)   VALUE "voidimpact".
           05 lr-event          PIC X(5).
           05 lr-rc             PIC 9(4)    VALUE 0.
           05 lr-parms          PIC X(40)   VALUE SPACES.

      * Traces where a voided draw went after it was drawn, so the
      * recall reaches every recipient: vendor interchanges that
      * enveloped its DRAWOUT generation (ICNREG), the department
      * whose sequence block covers it (BLOCKLEDGER), the split
      * recipient whose piece holds it (SPLITRPT), the partner
      * export of its generation (PARTAUDIT) and any dispatched
      * request answered with the same value (RESPFILE). Run it
      * before a void to see who will need telling, or after to
      * issue the notices with the replacement value; one RECALLOUT
      * notice is written per recipient.
       PROCEDURE DIVISION.
           ACCEPT run-date FROM DATE YYYYMMDD
           MOVE 1 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT arg-mode FROM ARGUMENT-VALUE
              ON EXCEPTION
                 PERFORM 060-display-usage
                 MOVE 1 TO RETURN-CODE
                 STOP RUN
           END-ACCEPT

           EVALUATE FUNCTION TRIM (arg-mode)
              WHEN "DRAW"
                 PERFORM 100-target-one-draw
              WHEN "QUEUE"
                 PERFORM 120-target-void-queue
              WHEN "PERIOD"
                 PERFORM 140-target-period
              WHEN OTHER
                 PERFORM 060-display-usage
                 MOVE 1 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE
           IF RETURN-CODE NOT = 0
              STOP RUN
           END-IF

           MOVE "START" TO lr-event
           PERFORM 066-register-run
           PERFORM 300-scan-history
           PERFORM 400-load-channels
           OPEN OUTPUT recall-out
           IF recall-status NOT = "00"
              DISPLAY "Unable to open RECALLOUT, status "
                 recall-status
              MOVE 1 TO RETURN-CODE
              MOVE "END  " TO lr-event
              MOVE RETURN-CODE TO lr-rc
              PERFORM 066-register-run
              STOP RUN
           END-IF
           PERFORM VARYING target-idx FROM 1 BY 1
              UNTIL target-idx > target-count
              PERFORM 500-trace-one-target
           END-PERFORM
           CLOSE recall-out

           DISPLAY "Void impact: " target-count " draw(s) traced, "
              notice-count " recall notice(s) written to RECALLOUT ("
              confirmed-count " confirmed), " clean-count
              " with no downstream recipient, " missing-count
              " not on HISTFILE"
           IF missing-count > 0
              MOVE 1 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           MOVE "END  " TO lr-event
           MOVE RETURN-CODE TO lr-rc
           PERFORM 066-register-run
           STOP RUN.

       060-display-usage.
           DISPLAY "Usage: voidimpact DRAW date seq session [reason]"
           DISPLAY "       voidimpact QUEUE"
           DISPLAY "       voidimpact PERIOD from-date to-date"
           DISPLAY "DRAW traces one draw, QUEUE every draw waiting "
              "in VOIDQ, PERIOD every draw voided in a period; "
              "each recipient gets a RECALLOUT notice.".

       066-register-run.
           CALL runledgr USING ledger-request
              ON EXCEPTION
                 CONTINUE
           END-CALL.

       100-target-one-draw.
           MOVE 2 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT arg-date FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO arg-date
           END-ACCEPT
           MOVE 3 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT arg-seq FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO arg-seq
           END-ACCEPT
           MOVE 4 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT arg-session FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO arg-session
           END-ACCEPT
           MOVE 5 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT arg-reason FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO arg-reason
           END-ACCEPT
           IF arg-date IS NOT NUMERIC
              OR FUNCTION TRIM (arg-seq) IS NOT NUMERIC
              OR FUNCTION TRIM (arg-session) IS NOT NUMERIC
              DISPLAY "Invalid key: date seq session must be "
                 "numeric"
              PERFORM 060-display-usage
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE 1 TO target-count
           PERFORM 190-clear-target
           MOVE arg-date TO tg-date (1)
           MOVE FUNCTION NUMVAL (arg-seq) TO tg-seq (1)
           MOVE FUNCTION NUMVAL (arg-session) TO tg-session (1)
           MOVE arg-reason TO tg-reason (1)
           MOVE arg-date TO lo-date
           MOVE SPACES TO lr-parms
           STRING
              "draw "          DELIMITED BY SIZE
              arg-date         DELIMITED BY SIZE
              " seq "          DELIMITED BY SIZE
              tg-seq (1)       DELIMITED BY SIZE
              INTO lr-parms
           END-STRING.

      * Before a QUEUE run: what the queued voids will need
      * recalled, with the reason each was queued for.
       120-target-void-queue.
           OPEN INPUT void-queue
           IF void-queue-status NOT = "00"
              DISPLAY "No VOIDQ present - nothing queued to trace"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE "99999999" TO lo-date
           PERFORM UNTIL void-queue-status NOT = "00"
              READ void-queue
                 AT END
                    MOVE "10" TO void-queue-status
                 NOT AT END
                    IF target-count = 500
                       DISPLAY "VOIDQ holds more than 500 entries;"
                          " the rest are traced on the next run"
                       MOVE "10" TO void-queue-status
                    ELSE
                       ADD 1 TO target-count
                       PERFORM 190-clear-target
                       MOVE vq-date TO tg-date (target-count)
                       MOVE vq-seq TO tg-seq (target-count)
                       MOVE vq-session TO tg-session (target-count)
                       MOVE vq-reason TO tg-reason (target-count)
                       IF vq-date < lo-date
                          MOVE vq-date TO lo-date
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE void-queue
           IF target-count = 0
              DISPLAY "VOIDQ is empty - nothing queued to trace"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE "queue" TO lr-parms.

      * After the fact: every draw of the period already voided;
      * the targets are picked up during the history scan.
       140-target-period.
           MOVE 2 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT arg-date FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO arg-date
           END-ACCEPT
           MOVE 3 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT arg-to FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO arg-to
           END-ACCEPT
           IF arg-date IS NOT NUMERIC OR arg-to IS NOT NUMERIC
              DISPLAY "Invalid period: from-date and to-date must "
                 "be YYYYMMDD"
              PERFORM 060-display-usage
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE arg-date TO lo-date
           MOVE SPACES TO lr-parms
           STRING
              "period "        DELIMITED BY SIZE
              arg-date         DELIMITED BY SIZE
              "-"              DELIMITED BY SIZE
              arg-to           DELIMITED BY SIZE
              INTO lr-parms
           END-STRING.

       190-clear-target.
           MOVE "N" TO tg-found-sw (target-count)
           MOVE SPACE TO tg-stat (target-count)
           MOVE 0 TO tg-n (target-count)
           MOVE SPACES TO tg-value (target-count)
           MOVE SPACES TO tg-reason (target-count)
           MOVE SPACES TO tg-repl-value (target-count)
           MOVE SPACES TO tg-repl-date (target-count)
           MOVE 0 TO tg-repl-seq (target-count).

      * Same partition resolution as the history inquiries: the
      * cataloged years from the earliest target to today (where
      * replacements are issued), restored archive partitions
      * until they expire, or the legacy HISTFILE.
       200-resolve-partitions.
           MOVE 0 TO part-count
           MOVE 0 TO live-part-count
           ACCEPT today-julian FROM DAY YYYYDDD
           OPEN INPUT part-cat
           IF part-cat-status = "00"
              PERFORM UNTIL part-cat-status NOT = "00"
                 READ part-cat
                    AT END
                       MOVE "10" TO part-cat-status
                    NOT AT END
                       IF pc-state = "R"
                          IF pc-expiry >= today-julian
                             AND part-count < 100
                             ADD 1 TO part-count
                             MOVE pc-year TO part-year (part-count)
                          END-IF
                       ELSE
                          IF pc-year >= part-lo-year
                             AND pc-year <= part-hi-year
                             AND part-count < 100
                             ADD 1 TO part-count
                             ADD 1 TO live-part-count
                             MOVE pc-year TO part-year (part-count)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE part-cat
           END-IF
           IF live-part-count = 0 AND part-count < 100
              ADD 1 TO part-count
              MOVE "BASE" TO part-year (part-count)
           END-IF.

       250-set-partition-name.
           IF part-year (part-idx) = "BASE"
              MOVE "HISTFILE" TO hist-file-name
           ELSE
              MOVE SPACES TO hist-file-name
              MOVE "HISTFILE.Y" TO hist-file-name (1 : 10)
              MOVE part-year (part-idx)
                 TO hist-file-name (11 : 4)
           END-IF.

       300-scan-history.
           MOVE lo-date (1 : 4) TO part-lo-year
           MOVE run-date (1 : 4) TO part-hi-year
           PERFORM 200-resolve-partitions
           PERFORM VARYING part-idx FROM 1 BY 1
              UNTIL part-idx > part-count
              PERFORM 250-set-partition-name
              OPEN INPUT hist-file
              IF hist-status = "00"
                 PERFORM 310-scan-partition
                 CLOSE hist-file
              END-IF
           END-PERFORM
           PERFORM VARYING target-idx FROM 1 BY 1
              UNTIL target-idx > target-count
              PERFORM 350-link-replacement
           END-PERFORM.

       310-scan-partition.
           MOVE "N" TO eof-sw
           PERFORM UNTIL eof-sw = "Y"
              READ hist-file NEXT RECORD
                 AT END
                    MOVE "Y" TO eof-sw
                 NOT AT END
                    IF hk-date >= lo-date
                       PERFORM 320-note-history-record
                    END-IF
              END-READ
           END-PERFORM.

       320-note-history-record.
           IF hist-stat = "R" AND hl-date >= lo-date
              IF repl-count < 500
                 ADD 1 TO repl-count
                 MOVE hl-date TO rp-link-date (repl-count)
                 MOVE hl-seq TO rp-link-seq (repl-count)
                 MOVE hl-session TO rp-link-session (repl-count)
                 MOVE hk-date TO rp-date (repl-count)
                 MOVE hk-seq TO rp-seq (repl-count)
                 MOVE SPACES TO rp-value (repl-count)
                 MOVE hist-value (1 : hist-n)
                    TO rp-value (repl-count)
              END-IF
              EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM (arg-mode) = "PERIOD"
              IF hist-stat = "V" AND hk-date <= arg-to
                 AND target-count < 500
                 ADD 1 TO target-count
                 PERFORM 190-clear-target
                 MOVE hk-date TO tg-date (target-count)
                 MOVE hk-seq TO tg-seq (target-count)
                 MOVE hk-session TO tg-session (target-count)
                 MOVE target-count TO target-idx
                 PERFORM 330-take-history-fields
              END-IF
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING target-idx FROM 1 BY 1
              UNTIL target-idx > target-count
              IF tg-date (target-idx) = hk-date
                 AND tg-seq (target-idx) = hk-seq
                 AND tg-session (target-idx) = hk-session
                 PERFORM 330-take-history-fields
              END-IF
           END-PERFORM.

      * A draw already voided carries the reason it was voided
      * for; one still active is traced as pending, under the
      * reason given for the coming void.
       330-take-history-fields.
           MOVE "Y" TO tg-found-sw (target-idx)
           MOVE hist-stat TO tg-stat (target-idx)
           MOVE hist-n TO tg-n (target-idx)
           MOVE SPACES TO tg-value (target-idx)
           MOVE hist-value (1 : hist-n) TO tg-value (target-idx)
           IF hist-stat = "V"
              MOVE hist-void-rsn TO tg-reason (target-idx)
           END-IF
           IF tg-reason (target-idx) = SPACES
              MOVE "UNSPECIFIED" TO tg-reason (target-idx)
           END-IF.

       350-link-replacement.
           PERFORM VARYING repl-idx FROM 1 BY 1
              UNTIL repl-idx > repl-count
              IF rp-link-date (repl-idx) = tg-date (target-idx)
                 AND rp-link-seq (repl-idx) = tg-seq (target-idx)
                 AND rp-link-session (repl-idx)
                    = tg-session (target-idx)
                 MOVE rp-value (repl-idx)
                    TO tg-repl-value (target-idx)
                 MOVE rp-date (repl-idx) TO tg-repl-date (target-idx)
                 MOVE rp-seq (repl-idx) TO tg-repl-seq (target-idx)
              END-IF
           END-PERFORM.

       400-load-channels.
           PERFORM 410-load-draw-catalog
           PERFORM 420-load-interchanges
           PERFORM 430-load-block-ledger
           PERFORM 440-load-split-report
           PERFORM 450-load-export-audit.

       410-load-draw-catalog.
           OPEN INPUT draw-cat
           IF draw-cat-status NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL draw-cat-status NOT = "00"
              READ draw-cat
                 AT END
                    MOVE "10" TO draw-cat-status
                 NOT AT END
                    IF cat-count < 500
                       ADD 1 TO cat-count
                       MOVE dc-gen TO ct-gen (cat-count)
                       MOVE dc-session TO ct-session (cat-count)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE draw-cat.

       420-load-interchanges.
           OPEN INPUT intchg-register
           IF register-status NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL register-status NOT = "00"
              READ intchg-register
                 AT END
                    MOVE "10" TO register-status
                 NOT AT END
                    IF icn-count < 2000
                       ADD 1 TO icn-count
                       MOVE ir-interchange
                          TO ic-interchange (icn-count)
                       MOVE ir-date TO ic-date (icn-count)
                       MOVE ir-status TO ic-status (icn-count)
                       IF ir-gen IS NUMERIC
                          MOVE ir-gen TO ic-gen (icn-count)
                       ELSE
                          MOVE 0 TO ic-gen (icn-count)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE intchg-register.

       430-load-block-ledger.
           OPEN INPUT block-ledger
           IF block-ledger-status NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL block-ledger-status NOT = "00"
              READ block-ledger
                 AT END
                    MOVE "10" TO block-ledger-status
                 NOT AT END
                    IF block-count < 500
                       ADD 1 TO block-count
                       MOVE ba-alloc-id TO bk-alloc-id (block-count)
                       MOVE ba-consumer TO bk-consumer (block-count)
                       MOVE ba-start TO bk-start (block-count)
                       MOVE ba-end TO bk-end (block-count)
                       MOVE ba-date TO bk-date (block-count)
                       MOVE ba-status TO bk-status (block-count)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE block-ledger.

      * SPLITRPT opens "ALLOCATION REPORT  parent=name  date=date"
      * and lists one "  recipient  count=..." line per piece
      * before the PIECES total.
       440-load-split-report.
           OPEN INPUT split-report
           IF split-report-status NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL split-report-status NOT = "00"
              READ split-report
                 AT END
                    MOVE "10" TO split-report-status
                 NOT AT END
                    EVALUATE TRUE
                       WHEN split-report-line (1 : 17)
                          = "ALLOCATION REPORT"
                          MOVE SPACES TO unstring-1 unstring-2
                             unstring-3
                          UNSTRING split-report-line
                             DELIMITED BY "="
                             INTO unstring-1 unstring-2 unstring-3
                          END-UNSTRING
                          UNSTRING unstring-2 DELIMITED BY SPACE
                             INTO split-parent
                          END-UNSTRING
                          MOVE unstring-3 (1 : 8) TO split-date
                       WHEN split-report-line (1 : 6) = "PIECES"
                          MOVE "10" TO split-report-status
                       WHEN split-report-line (1 : 2) = SPACES
                          AND split-count < 20
                          ADD 1 TO split-count
                          MOVE split-report-line (3 : 8)
                             TO sp-recipient (split-count)
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
              END-READ
           END-PERFORM
           CLOSE split-report
           MOVE split-parent TO gen-text
           PERFORM 460-find-generation-session
           MOVE gen-session TO split-session.

      * PARTAUDIT opens "PARTNER EXPORT AUDIT  date=...  time=...
      * source=name".
       450-load-export-audit.
           OPEN INPUT export-audit
           IF export-audit-status NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ export-audit
              AT END
                 MOVE SPACES TO export-audit-line
           END-READ
           CLOSE export-audit
           IF export-audit-line (1 : 20) NOT = "PARTNER EXPORT AUDIT"
              EXIT PARAGRAPH
           END-IF
           MOVE export-audit-line (28 : 8) TO export-date
           MOVE SPACES TO unstring-1 unstring-2
           UNSTRING export-audit-line DELIMITED BY "source="
              INTO unstring-1 unstring-2
           END-UNSTRING
           MOVE unstring-2 (1 : 14) TO export-source
           MOVE export-source TO gen-text
           PERFORM 460-find-generation-session
           MOVE gen-session TO export-session.

      * A cataloged DRAWOUT.Gnnnn generation belongs to one draw
      * session; a plain DRAWOUT could have come from any session.
       460-find-generation-session.
           MOVE SPACES TO gen-session
           IF gen-text (1 : 9) NOT = "DRAWOUT.G"
              OR gen-text (10 : 4) IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           MOVE gen-text (10 : 4) TO gen-no
           PERFORM 470-session-of-gen.

       470-session-of-gen.
           MOVE SPACES TO gen-session
           PERFORM VARYING cat-idx FROM 1 BY 1
              UNTIL cat-idx > cat-count
              IF ct-gen (cat-idx) = gen-no
                 MOVE ct-session (cat-idx) TO gen-session
              END-IF
           END-PERFORM.

       500-trace-one-target.
           IF tg-found-sw (target-idx) NOT = "Y"
              ADD 1 TO missing-count
              DISPLAY "Draw " tg-date (target-idx) "/"
                 tg-seq (target-idx) "/" tg-session (target-idx)
                 " is not on HISTFILE - nothing to trace"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO session-id
           STRING
              tg-date (target-idx)     DELIMITED BY SIZE
              "-"                      DELIMITED BY SIZE
              tg-session (target-idx)  DELIMITED BY SIZE
              INTO session-id
           END-STRING
           MOVE FUNCTION NUMVAL (tg-value (target-idx))
              TO draw-number
           MOVE 0 TO target-notices
           IF tg-stat (target-idx) = "V"
              DISPLAY "Draw " tg-date (target-idx) "/"
                 tg-seq (target-idx) "/" tg-session (target-idx)
                 " value " FUNCTION TRIM (tg-value (target-idx))
                 " voided (" FUNCTION TRIM (tg-reason (target-idx))
                 ")"
           ELSE
              DISPLAY "Draw " tg-date (target-idx) "/"
                 tg-seq (target-idx) "/" tg-session (target-idx)
                 " value " FUNCTION TRIM (tg-value (target-idx))
                 " not yet voided - recipients to recall"
           END-IF
           PERFORM 510-trace-interchanges
           PERFORM 520-trace-blocks
           PERFORM 530-trace-split
           PERFORM 540-trace-partner-export
           PERFORM 550-trace-responses
           IF target-notices = 0
              ADD 1 TO clean-count
              DISPLAY "  no downstream recipient found"
           END-IF.

      * An interchange enveloping the draw's own generation carried
      * it; one enveloping an uncataloged DRAWOUT on the draw date
      * may have.
       510-trace-interchanges.
           PERFORM VARYING icn-idx FROM 1 BY 1
              UNTIL icn-idx > icn-count
              MOVE SPACE TO confidence
              IF ic-gen (icn-idx) > 0
                 MOVE ic-gen (icn-idx) TO gen-no
                 PERFORM 470-session-of-gen
                 IF gen-session = session-id
                    MOVE "C" TO confidence
                 END-IF
              ELSE
                 IF ic-date (icn-idx) = tg-date (target-idx)
                    MOVE "P" TO confidence
                 END-IF
              END-IF
              IF confidence NOT = SPACE
                 PERFORM 590-clear-notice
                 MOVE "VENDOR" TO rn-channel
                 MOVE "VENDOR" TO rn-recipient
                 MOVE SPACES TO rn-reference
                 STRING
                    "ICN "                  DELIMITED BY SIZE
                    ic-interchange (icn-idx) DELIMITED BY SIZE
                    " "                     DELIMITED BY SIZE
                    ic-status (icn-idx)     DELIMITED BY SIZE
                    INTO rn-reference
                 END-STRING
                 PERFORM 600-write-notice
              END-IF
           END-PERFORM.

      * Sequence blocks are stamped onto draws while they are open,
      * so a block still open when granted before the draw date
      * covers it for certain; one since exhausted or expired only
      * possibly did.
       520-trace-blocks.
           PERFORM VARYING block-idx FROM 1 BY 1
              UNTIL block-idx > block-count
              IF tg-seq (target-idx) >= bk-start (block-idx)
                 AND tg-seq (target-idx) <= bk-end (block-idx)
                 AND bk-date (block-idx) <= tg-date (target-idx)
                 PERFORM 590-clear-notice
                 IF bk-status (block-idx) = "O"
                    MOVE "C" TO confidence
                 ELSE
                    MOVE "P" TO confidence
                 END-IF
                 MOVE "BLOCK" TO rn-channel
                 MOVE bk-consumer (block-idx) TO rn-recipient
                 MOVE bk-alloc-id (block-idx) TO rn-reference
                 PERFORM 600-write-notice
              END-IF
           END-PERFORM.

      * The split pieces are searched for the draw itself. A piece
      * cut from the draw's own generation is certain; a piece of
      * an uncataloged DRAWOUT matched on date and sequence alone
      * could hold a same-day draw of another session.
       530-trace-split.
           IF split-count = 0
              EXIT PARAGRAPH
           END-IF
           IF split-session NOT = SPACES
              AND split-session NOT = session-id
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING split-idx FROM 1 BY 1
              UNTIL split-idx > split-count
              PERFORM 535-search-split-piece
           END-PERFORM.

       535-search-split-piece.
           MOVE SPACES TO split-out-name
           STRING
              "SPLIT."     DELIMITED BY SIZE
              FUNCTION TRIM (sp-recipient (split-idx))
                           DELIMITED BY SIZE
              INTO split-out-name
           END-STRING
           MOVE SPACE TO confidence
           OPEN INPUT split-out
           IF split-out-status = "00"
              MOVE "N" TO eof-sw
              PERFORM UNTIL eof-sw = "Y"
                 READ split-out
                    AT END
                       MOVE "Y" TO eof-sw
                    NOT AT END
                       IF dor-type = "D"
                          AND dor-date = tg-date (target-idx)
                          AND dor-seq = tg-seq (target-idx)
                          MOVE "Y" TO eof-sw
                          IF split-session = session-id
                             MOVE "C" TO confidence
                          ELSE
                             MOVE "P" TO confidence
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE split-out
           ELSE
              IF split-session = session-id
                 MOVE "P" TO confidence
              END-IF
           END-IF
           IF confidence NOT = SPACE
              PERFORM 590-clear-notice
              MOVE "SPLIT" TO rn-channel
              MOVE sp-recipient (split-idx) TO rn-recipient
              MOVE split-out-name TO rn-reference
              PERFORM 600-write-notice
           END-IF.

       540-trace-partner-export.
           IF export-source = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO confidence
           IF export-session NOT = SPACES
              IF export-session = session-id
                 MOVE "C" TO confidence
              END-IF
           ELSE
              IF export-date >= tg-date (target-idx)
                 MOVE "P" TO confidence
              END-IF
           END-IF
           IF confidence NOT = SPACE
              PERFORM 590-clear-notice
              MOVE "PARTNER" TO rn-channel
              MOVE "PARTNER" TO rn-recipient
              MOVE export-source TO rn-reference
              PERFORM 600-write-notice
           END-IF.

      * Dispatched requests are drawn outside the history, so the
      * only link is the value itself: a match is possible, never
      * certain.
       550-trace-responses.
           OPEN INPUT resp-file
           IF resp-status NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL resp-status NOT = "00"
              READ resp-file
                 AT END
                    MOVE "10" TO resp-status
                 NOT AT END
                    IF rs-type = "D" AND rs-value = draw-number
                       PERFORM 590-clear-notice
                       MOVE "P" TO confidence
                       MOVE "REQUEST" TO rn-channel
                       MOVE rs-requestor TO rn-recipient
                       MOVE rs-request-id TO rn-reference
                       PERFORM 600-write-notice
                    END-IF
              END-READ
           END-PERFORM
           CLOSE resp-file.

       590-clear-notice.
           MOVE SPACES TO recall-record.

       600-write-notice.
           MOVE run-date TO rn-issued-date
           MOVE confidence TO rn-confidence
           MOVE tg-date (target-idx) TO rn-draw-date
           MOVE tg-seq (target-idx) TO rn-draw-seq
           MOVE tg-session (target-idx) TO rn-draw-session
           IF tg-stat (target-idx) = "V"
              MOVE "V" TO rn-void-state
           ELSE
              MOVE "P" TO rn-void-state
           END-IF
           MOVE tg-value (target-idx) TO rn-value
           MOVE tg-repl-value (target-idx) TO rn-repl-value
           MOVE tg-repl-date (target-idx) TO rn-repl-date
           MOVE tg-repl-seq (target-idx) TO rn-repl-seq
           MOVE tg-reason (target-idx) TO rn-reason
           WRITE recall-record
           ADD 1 TO notice-count
           ADD 1 TO target-notices
           IF confidence = "C"
              ADD 1 TO confirmed-count
           END-IF
           IF tg-repl-value (target-idx) = SPACES
              DISPLAY "  " rn-channel " " rn-recipient " "
                 rn-reference " [" confidence "] recall "
                 FUNCTION TRIM (rn-value) " ("
                 FUNCTION TRIM (rn-reason) ") - no replacement yet"
           ELSE
              DISPLAY "  " rn-channel " " rn-recipient " "
                 rn-reference " [" confidence "] recall "
                 FUNCTION TRIM (rn-value) " ("
                 FUNCTION TRIM (rn-reason) ") replace with "
                 FUNCTION TRIM (rn-repl-value)
           END-IF.
       END PROGRAM voidimpact.
