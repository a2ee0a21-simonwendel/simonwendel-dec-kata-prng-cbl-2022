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
       PROGRAM-ID. sodrpt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT audit-log ASSIGN TO "AUDITLOG"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS audit-status.
           SELECT run-ledger ASSIGN TO "RUNLEDGER"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS run-ledger-status.
           SELECT run-ticket ASSIGN TO "RUNTICKET"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS run-ticket-status.
           SELECT auth-file ASSIGN TO "AUTHFILE"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS auth-status.
           SELECT ref-audit ASSIGN TO "REFAUDIT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ref-audit-status.
           SELECT hist-file ASSIGN TO DYNAMIC hist-file-name
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS hist-key
              FILE STATUS IS hist-status.
           SELECT part-cat ASSIGN TO "PARTCAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS part-cat-status.
           SELECT sod-rules ASSIGN TO "SODRULES"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS sod-rules-status.
           SELECT sod-rpt ASSIGN TO "SODRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS sod-rpt-status.
           SELECT fact-sort ASSIGN TO "SODSORT".

       DATA DIVISION.
       FILE SECTION.
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

       FD  auth-file
           RECORDING MODE IS F.
       01  auth-record.
           05 au-operator       PIC X(8).
           05 au-caps.
              10 au-cap         PIC X       OCCURS 6 TIMES.
           05 au-granted-date   PIC X(8).
           05 au-requested-by   PIC X(8).
           05 au-approved-by    PIC X(8).
           05 au-unmask         PIC X.
           05 au-clients        PIC X(32).
           05 au-unfreeze       PIC X.
           05 FILLER            PIC X(8).

       FD  ref-audit.
       01  ref-audit-line       PIC X(132).

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

      * Internal audit's conflict rules, one card each: rule id,
      * the two roles one operator must not hold on the same item,
      * the severity (SEVR, WARN, INFO, or OFF to switch a rule
      * off) and the finding's description. A card carrying the id
      * of a built-in rule replaces it. An asterisk in column 1
      * marks a comment.
       FD  sod-rules.
       01  sod-rule-card.
           05 sc-rule           PIC X(8).
           05 FILLER            PIC X.
           05 sc-role-a         PIC X(8).
           05 FILLER            PIC X.
           05 sc-role-b         PIC X(8).
           05 FILLER            PIC X.
           05 sc-severity       PIC X(4).
           05 FILLER            PIC X.
           05 sc-text           PIC X(40).
           05 FILLER            PIC X(8).

       FD  sod-rpt.
       01  sod-rpt-line         PIC X(132).

      * One role an operator held on one item: a draw session, a
      * run ticket, a draw date, or an operator's own AUTHFILE
      * row. Sorted by item and operator, every role one person
      * held on one item arrives together.
       SD  fact-sort.
       01  fact-record.
           05 sf-key            PIC X(18).
           05 sf-operator       PIC X(8).
           05 sf-role           PIC X(8).
           05 sf-date           PIC X(8).
           05 sf-detail         PIC X(40).

       WORKING-STORAGE SECTION.
       77  audit-status         PIC XX.
       77  run-ledger-status    PIC XX.
       77  run-ticket-status    PIC XX.
       77  auth-status          PIC XX.
       77  ref-audit-status     PIC XX.
       77  hist-status          PIC XX.
       77  part-cat-status      PIC XX.
       77  sod-rules-status     PIC XX.
       77  sod-rpt-status       PIC XX.
       77  hist-file-name       PIC X(14)   VALUE "HISTFILE".
       77  part-count           PIC 9(3)    VALUE 0.
       77  part-idx             PIC 9(3).
       77  part-lo-year         PIC X(4).
       77  part-hi-year         PIC X(4).
       77  live-part-count      PIC 9(3)    VALUE 0.
       77  today-julian         PIC 9(7).
       01  part-table.
           05 part-year         PIC X(4)    OCCURS 100 TIMES.
       77  arg-num              PIC 9(4).
       77  arg-quarter          PIC X(6).
       77  run-date             PIC X(8).
       77  period-year          PIC 9(4).
       77  period-quarter       PIC 9.
       77  period-from          PIC X(8).
       77  period-to            PIC X(8).
       77  eof-sw               PIC X.
       77  sort-eof-sw          PIC X.
       77  session-id           PIC X(18).
       77  runner-id            PIC X(8).
       77  runner-time          PIC X(8).
       77  cap-idx              PIC 9.
       77  card-count           PIC 9(3)    VALUE 0.
       77  card-reject-count    PIC 9(3)    VALUE 0.
       77  session-count        PIC 9(7)    VALUE 0.
       77  no-runner-count      PIC 9(7)    VALUE 0.
       77  ticket-count         PIC 9(7)    VALUE 0.
       77  void-count           PIC 9(7)    VALUE 0.
       77  ref-change-count     PIC 9(7)    VALUE 0.
       77  auth-row-count       PIC 9(7)    VALUE 0.
       77  fact-count           PIC 9(9)    VALUE 0.
       77  conflict-count       PIC 9(7)    VALUE 0.
       77  serious-count        PIC 9(7)    VALUE 0.
       77  report-text          PIC X(132)  VALUE SPACES.
       77  count-edit           PIC Z(6)9.
       77  ra-date              PIC X(8).
       77  ra-time              PIC X(8).
       77  ra-operator          PIC X(8).
       77  ra-action            PIC X(8).
       77  ra-target            PIC X(8).
       77  ra-eff               PIC X(12).
       77  ra-data              PIC X(80).
      * The randomize runs the ledger holds for the period: the
      * END record names the session it wrote; the START stamp
      * places older runs whose END carried no session.
       77  led-count            PIC 9(4)    VALUE 0.
       77  led-idx              PIC 9(4).
       01  led-table.
           05 led-entry         OCCURS 5000 TIMES.
              10 lg-date        PIC X(8).
              10 lg-time        PIC X(8).
              10 lg-event       PIC X(5).
              10 lg-operator    PIC X(8).
              10 lg-session     PIC X(18).
      * Every role the sources can attribute. RUN, COSIGN and VOID
      * are held on a draw session; TKTISSUE and TKTUSE on a run
      * ticket; REFSTAGE (a staged reference change, by effective
      * date) and RUNDAY (ran a draw that day) on a date; AUTHHOLD,
      * AUTHREQ, AUTHAPP and the C- capability roles on an
      * operator's own AUTHFILE row.
       01  role-values.
           05 FILLER            PIC X(8)    VALUE "RUN".
           05 FILLER            PIC X(8)    VALUE "RUNDAY".
           05 FILLER            PIC X(8)    VALUE "COSIGN".
           05 FILLER            PIC X(8)    VALUE "VOID".
           05 FILLER            PIC X(8)    VALUE "TKTISSUE".
           05 FILLER            PIC X(8)    VALUE "TKTUSE".
           05 FILLER            PIC X(8)    VALUE "REFSTAGE".
           05 FILLER            PIC X(8)    VALUE "AUTHHOLD".
           05 FILLER            PIC X(8)    VALUE "AUTHREQ".
           05 FILLER            PIC X(8)    VALUE "AUTHAPP".
           05 FILLER            PIC X(8)    VALUE "C-DRAW".
           05 FILLER            PIC X(8)    VALUE "C-WEIGHT".
           05 FILLER            PIC X(8)    VALUE "C-DEAL".
           05 FILLER            PIC X(8)    VALUE "C-CONTIN".
           05 FILLER            PIC X(8)    VALUE "C-PURGE".
           05 FILLER            PIC X(8)    VALUE "C-RESTOR".
           05 FILLER            PIC X(8)    VALUE "C-UNMASK".
           05 FILLER            PIC X(8)    VALUE "C-UNFRZ".
       01  role-table REDEFINES role-values.
           05 role-name         PIC X(8)    OCCURS 18 TIMES.
       77  role-idx             PIC 99.
       77  role-a-ok-sw         PIC X.
       77  role-b-ok-sw         PIC X.
      * The rules applied when SODRULES says nothing else.
       01  builtin-rule-values.
           05 FILLER            PIC X(8)    VALUE "SOD01".
           05 FILLER            PIC X(8)    VALUE "RUN".
           05 FILLER            PIC X(8)    VALUE "VOID".
           05 FILLER            PIC X(4)    VALUE "SEVR".
           05 FILLER            PIC X(40)   VALUE
              "ran a draw and voided values from it".
           05 FILLER            PIC X(8)    VALUE "SOD02".
           05 FILLER            PIC X(8)    VALUE "RUN".
           05 FILLER            PIC X(8)    VALUE "COSIGN".
           05 FILLER            PIC X(4)    VALUE "SEVR".
           05 FILLER            PIC X(40)   VALUE
              "cosigned their own draw run".
           05 FILLER            PIC X(8)    VALUE "SOD03".
           05 FILLER            PIC X(8)    VALUE "TKTISSUE".
           05 FILLER            PIC X(8)    VALUE "TKTUSE".
           05 FILLER            PIC X(4)    VALUE "SEVR".
           05 FILLER            PIC X(40)   VALUE
              "approved and consumed the same ticket".
           05 FILLER            PIC X(8)    VALUE "SOD04".
           05 FILLER            PIC X(8)    VALUE "REFSTAGE".
           05 FILLER            PIC X(8)    VALUE "RUNDAY".
           05 FILLER            PIC X(4)    VALUE "WARN".
           05 FILLER            PIC X(40)   VALUE
              "staged a reference change for own run".
           05 FILLER            PIC X(8)    VALUE "SOD05".
           05 FILLER            PIC X(8)    VALUE "AUTHAPP".
           05 FILLER            PIC X(8)    VALUE "AUTHHOLD".
           05 FILLER            PIC X(4)    VALUE "SEVR".
           05 FILLER            PIC X(40)   VALUE
              "approved a change to own entitlements".
           05 FILLER            PIC X(8)    VALUE "SOD06".
           05 FILLER            PIC X(8)    VALUE "AUTHREQ".
           05 FILLER            PIC X(8)    VALUE "AUTHAPP".
           05 FILLER            PIC X(4)    VALUE "SEVR".
           05 FILLER            PIC X(40)   VALUE
              "requested and approved one change".
       01  builtin-rule-table REDEFINES builtin-rule-values.
           05 builtin-rule      OCCURS 6 TIMES.
              10 br-rule        PIC X(8).
              10 br-role-a      PIC X(8).
              10 br-role-b      PIC X(8).
              10 br-severity    PIC X(4).
              10 br-text        PIC X(40).
       77  rule-count           PIC 99      VALUE 0.
       77  rule-idx             PIC 99.
       77  rule-hit-idx         PIC 99.
       01  rule-table.
           05 rule-entry        OCCURS 50 TIMES.
              10 ru-rule        PIC X(8).
              10 ru-role-a      PIC X(8).
              10 ru-role-b      PIC X(8).
              10 ru-severity    PIC X(4).
              10 ru-text        PIC X(40).
              10 ru-source      PIC X(8).
              10 ru-hits        PIC 9(7).
      * The roles one operator held on the item being evaluated,
      * with the first piece of evidence for each.
       77  group-key            PIC X(18).
       77  group-operator       PIC X(8).
       77  group-count          PIC 99      VALUE 0.
       77  group-idx            PIC 99.
       77  group-a-idx          PIC 99.
       77  group-b-idx          PIC 99.
       01  group-table.
           05 group-entry       OCCURS 30 TIMES.
              10 gr-role        PIC X(8).
              10 gr-date        PIC X(8).
              10 gr-detail      PIC X(40).

      * Quarterly segregation-of-duties review. Every role an
      * operator held in the quarter is gathered from AUDITLOG
      * (cosigners, and each session's runner from the RUNLEDGER),
      * RUNTICKET, HISTFILE voids, REFAUDIT staged changes and the
      * AUTHFILE matrix; each rule then names a pair of roles one
      * person must not hold on the same item. Findings go to
      * SODRPT with the evidence for both sides. Read-only; return
      * code 1 when a SEVR or WARN conflict is found.
       PROCEDURE DIVISION.
           ACCEPT run-date FROM DATE YYYYMMDD
           MOVE 1 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT arg-quarter FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO arg-quarter
           END-ACCEPT
           PERFORM 050-resolve-period
           IF RETURN-CODE NOT = 0
              STOP RUN
           END-IF
           PERFORM 060-load-rules
           IF RETURN-CODE NOT = 0
              STOP RUN
           END-IF
           OPEN OUTPUT sod-rpt
           IF sod-rpt-status NOT = "00"
              DISPLAY "Unable to open SODRPT, status "
                 sod-rpt-status
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 080-write-heading
           PERFORM 110-load-ledger-runs

           SORT fact-sort
              ON ASCENDING KEY sf-key sf-operator sf-role
              INPUT PROCEDURE IS 100-collect-facts
              OUTPUT PROCEDURE IS 300-evaluate-groups

           PERFORM 700-write-summary
           CLOSE sod-rpt
           IF serious-count > 0
              MOVE 1 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      * YYYYQn picks the quarter; with no argument the review
      * covers the last completed quarter.
       050-resolve-period.
           MOVE 0 TO RETURN-CODE
           IF arg-quarter = SPACES
              MOVE run-date (1 : 4) TO period-year
              COMPUTE period-quarter =
                 (FUNCTION NUMVAL (run-date (5 : 2)) - 1) / 3 + 1
              IF period-quarter = 1
                 SUBTRACT 1 FROM period-year
                 MOVE 4 TO period-quarter
              ELSE
                 SUBTRACT 1 FROM period-quarter
              END-IF
           ELSE
              IF arg-quarter (1 : 4) IS NOT NUMERIC
                 OR (arg-quarter (5 : 1) NOT = "Q"
                 AND arg-quarter (5 : 1) NOT = "q")
                 OR arg-quarter (6 : 1) < "1"
                 OR arg-quarter (6 : 1) > "4"
                 DISPLAY "Invalid quarter '" FUNCTION TRIM
                    (arg-quarter) "': expected YYYYQn, e.g. 2026Q3"
                 DISPLAY "Usage: sodrpt [YYYYQn]  (default: the "
                    "last completed quarter)"
                 MOVE 1 TO RETURN-CODE
                 EXIT PARAGRAPH
              END-IF
              MOVE arg-quarter (1 : 4) TO period-year
              MOVE arg-quarter (6 : 1) TO period-quarter
           END-IF
           MOVE period-year TO period-from (1 : 4)
           MOVE period-year TO period-to (1 : 4)
           EVALUATE period-quarter
              WHEN 1
                 MOVE "0101" TO period-from (5 : 4)
                 MOVE "0331" TO period-to (5 : 4)
              WHEN 2
                 MOVE "0401" TO period-from (5 : 4)
                 MOVE "0630" TO period-to (5 : 4)
              WHEN 3
                 MOVE "0701" TO period-from (5 : 4)
                 MOVE "0930" TO period-to (5 : 4)
              WHEN 4
                 MOVE "1001" TO period-from (5 : 4)
                 MOVE "1231" TO period-to (5 : 4)
           END-EVALUATE.

      * Built-in rules first, then each SODRULES card: a card with
      * a built-in's id replaces that rule, any other id is added.
       060-load-rules.
           PERFORM VARYING rule-idx FROM 1 BY 1 UNTIL rule-idx > 6
              ADD 1 TO rule-count
              MOVE br-rule (rule-idx) TO ru-rule (rule-count)
              MOVE br-role-a (rule-idx) TO ru-role-a (rule-count)
              MOVE br-role-b (rule-idx) TO ru-role-b (rule-count)
              MOVE br-severity (rule-idx) TO ru-severity (rule-count)
              MOVE br-text (rule-idx) TO ru-text (rule-count)
              MOVE "BUILT-IN" TO ru-source (rule-count)
              MOVE 0 TO ru-hits (rule-count)
           END-PERFORM
           OPEN INPUT sod-rules
           IF sod-rules-status NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL sod-rules-status NOT = "00"
              READ sod-rules
                 AT END
                    MOVE "10" TO sod-rules-status
                 NOT AT END
                    IF sod-rule-card NOT = SPACES
                       AND sod-rule-card (1 : 1) NOT = "*"
                       ADD 1 TO card-count
                       PERFORM 070-apply-rule-card
                    END-IF
              END-READ
           END-PERFORM
           CLOSE sod-rules.

       070-apply-rule-card.
           MOVE FUNCTION UPPER-CASE (sc-role-a) TO sc-role-a
           MOVE FUNCTION UPPER-CASE (sc-role-b) TO sc-role-b
           MOVE FUNCTION UPPER-CASE (sc-severity) TO sc-severity
           MOVE "N" TO role-a-ok-sw
           MOVE "N" TO role-b-ok-sw
           PERFORM VARYING role-idx FROM 1 BY 1 UNTIL role-idx > 18
              IF role-name (role-idx) = sc-role-a
                 MOVE "Y" TO role-a-ok-sw
              END-IF
              IF role-name (role-idx) = sc-role-b
                 MOVE "Y" TO role-b-ok-sw
              END-IF
           END-PERFORM
           IF sc-rule = SPACES
              OR role-a-ok-sw = "N" OR role-b-ok-sw = "N"
              OR sc-role-a = sc-role-b
              OR (sc-severity NOT = "SEVR" AND sc-severity NOT = "WARN"
              AND sc-severity NOT = "INFO" AND sc-severity NOT = "OFF")
              DISPLAY "SODRULES card ignored - needs a rule id, two "
                 "different known roles and SEVR, WARN, INFO or "
                 "OFF: " FUNCTION TRIM (sod-rule-card)
              ADD 1 TO card-reject-count
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO rule-hit-idx
           PERFORM VARYING rule-idx FROM 1 BY 1
              UNTIL rule-idx > rule-count OR rule-hit-idx > 0
              IF ru-rule (rule-idx) = sc-rule
                 MOVE rule-idx TO rule-hit-idx
              END-IF
           END-PERFORM
           IF rule-hit-idx = 0
              IF rule-count = 50
                 DISPLAY "SODRULES holds more than 50 rules - card "
                    FUNCTION TRIM (sc-rule) " ignored"
                 ADD 1 TO card-reject-count
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO rule-count
              MOVE rule-count TO rule-hit-idx
              MOVE 0 TO ru-hits (rule-hit-idx)
           END-IF
           MOVE sc-rule TO ru-rule (rule-hit-idx)
           MOVE sc-role-a TO ru-role-a (rule-hit-idx)
           MOVE sc-role-b TO ru-role-b (rule-hit-idx)
           MOVE sc-severity TO ru-severity (rule-hit-idx)
           MOVE sc-text TO ru-text (rule-hit-idx)
           MOVE "SODRULES" TO ru-source (rule-hit-idx).

       080-write-heading.
           MOVE ALL "=" TO report-text (1 : 78)
           PERFORM 900-emit-line
           MOVE SPACES TO report-text
           STRING
              " SEGREGATION OF DUTIES REVIEW  "  DELIMITED BY SIZE
              period-year                         DELIMITED BY SIZE
              " Q"                                DELIMITED BY SIZE
              period-quarter                      DELIMITED BY SIZE
              "  ("                               DELIMITED BY SIZE
              period-from                         DELIMITED BY SIZE
              " - "                               DELIMITED BY SIZE
              period-to                           DELIMITED BY SIZE
              ")  run "                           DELIMITED BY SIZE
              run-date                            DELIMITED BY SIZE
              INTO report-text
           END-STRING
           PERFORM 900-emit-line
           MOVE ALL "=" TO report-text (1 : 78)
           PERFORM 900-emit-line
           MOVE " RULES APPLIED" TO report-text
           PERFORM 900-emit-line
           PERFORM VARYING rule-idx FROM 1 BY 1
              UNTIL rule-idx > rule-count
              MOVE SPACES TO report-text
              STRING
                 "   "                  DELIMITED BY SIZE
                 ru-rule (rule-idx)     DELIMITED BY SIZE
                 " "                    DELIMITED BY SIZE
                 ru-role-a (rule-idx)   DELIMITED BY SIZE
                 " x "                  DELIMITED BY SIZE
                 ru-role-b (rule-idx)   DELIMITED BY SIZE
                 " "                    DELIMITED BY SIZE
                 ru-severity (rule-idx) DELIMITED BY SIZE
                 " "                    DELIMITED BY SIZE
                 ru-text (rule-idx)     DELIMITED BY SIZE
                 " ("                   DELIMITED BY SIZE
                 FUNCTION TRIM (ru-source (rule-idx))
                                        DELIMITED BY SIZE
                 ")"                    DELIMITED BY SIZE
                 INTO report-text
              END-STRING
              PERFORM 900-emit-line
           END-PERFORM
           MOVE SPACES TO report-text
           PERFORM 900-emit-line
           MOVE " CONFLICTS" TO report-text
           PERFORM 900-emit-line.

       110-load-ledger-runs.
           OPEN INPUT run-ledger
           IF run-ledger-status NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL run-ledger-status NOT = "00"
              READ run-ledger
                 AT END
                    MOVE "10" TO run-ledger-status
                 NOT AT END
                    IF rl-program = "randomize"
                       AND rl-date >= period-from
                       AND rl-date <= period-to
                       PERFORM 115-note-ledger-run
                    END-IF
              END-READ
           END-PERFORM
           CLOSE run-ledger.

       115-note-ledger-run.
           IF led-count = 5000
              DISPLAY "More than 5000 randomize ledger events in "
                 "the quarter - later runs are matched by stamp only"
              MOVE "10" TO run-ledger-status
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO led-count
           MOVE rl-date TO lg-date (led-count)
           MOVE rl-time TO lg-time (led-count)
           MOVE rl-event TO lg-event (led-count)
           MOVE rl-operator TO lg-operator (led-count)
           MOVE SPACES TO lg-session (led-count)
           IF rl-event = "END  " AND rl-parms (1 : 8) = "session="
              MOVE rl-parms (9 : 18) TO lg-session (led-count)
           END-IF.

       100-collect-facts.
           PERFORM 120-collect-sessions
           PERFORM 140-collect-tickets
           PERFORM 150-collect-voids
           PERFORM 160-collect-ref-changes
           PERFORM 170-collect-auth-matrix.

      * Each session in the quarter: its runner (from the ledger)
      * ran it, ran a draw that day and, where it quoted a ticket,
      * used that ticket; its cosigner cosigned it.
       120-collect-sessions.
           OPEN INPUT audit-log
           IF audit-status NOT = "00"
              DISPLAY "AUDITLOG not readable - sessions not reviewed"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL audit-status NOT = "00"
              READ audit-log
                 AT END
                    MOVE "10" TO audit-status
                 NOT AT END
                    IF aud-date >= period-from
                       AND aud-date <= period-to
                       PERFORM 125-release-session-facts
                    END-IF
              END-READ
           END-PERFORM
           CLOSE audit-log.

       125-release-session-facts.
           ADD 1 TO session-count
           PERFORM 130-find-runner
           MOVE SPACES TO fact-record
           MOVE aud-session TO sf-key
           MOVE aud-date TO sf-date
           IF runner-id = SPACES
              ADD 1 TO no-runner-count
           ELSE
              MOVE runner-id TO sf-operator
              MOVE "RUN" TO sf-role
              STRING
                 "ran session "            DELIMITED BY SIZE
                 FUNCTION TRIM (aud-session) DELIMITED BY SIZE
                 INTO sf-detail
              END-STRING
              PERFORM 190-release-fact
              MOVE aud-date TO sf-key
              MOVE "RUNDAY" TO sf-role
              PERFORM 190-release-fact
              IF aud-ticket NOT = SPACES
                 MOVE aud-ticket TO sf-key
                 MOVE "TKTUSE" TO sf-role
                 MOVE SPACES TO sf-detail
                 STRING
                    "session "                  DELIMITED BY SIZE
                    FUNCTION TRIM (aud-session) DELIMITED BY SIZE
                    " ran under ticket"         DELIMITED BY SIZE
                    INTO sf-detail
                 END-STRING
                 PERFORM 190-release-fact
              END-IF
           END-IF
           IF aud-cosigner NOT = SPACES
              MOVE aud-session TO sf-key
              MOVE aud-cosigner TO sf-operator
              MOVE "COSIGN" TO sf-role
              MOVE SPACES TO sf-detail
              STRING
                 "cosigned session "         DELIMITED BY SIZE
                 FUNCTION TRIM (aud-session) DELIMITED BY SIZE
                 INTO sf-detail
              END-STRING
              PERFORM 190-release-fact
           END-IF.

      * The ledger END that names the session is conclusive; for
      * runs logged before END carried the session, the latest
      * randomize START that day at or before the audit stamp.
       130-find-runner.
           MOVE SPACES TO runner-id
           PERFORM VARYING led-idx FROM 1 BY 1
              UNTIL led-idx > led-count OR runner-id NOT = SPACES
              IF lg-session (led-idx) = aud-session
                 MOVE lg-operator (led-idx) TO runner-id
              END-IF
           END-PERFORM
           IF runner-id NOT = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO runner-time
           PERFORM VARYING led-idx FROM 1 BY 1
              UNTIL led-idx > led-count
              IF lg-event (led-idx) = "START"
                 AND lg-date (led-idx) = aud-date
                 AND lg-time (led-idx) <= aud-time
                 AND lg-time (led-idx) >= runner-time
                 MOVE lg-operator (led-idx) TO runner-id
                 MOVE lg-time (led-idx) TO runner-time
              END-IF
           END-PERFORM.

      * Tickets whose window touches the quarter: who issued each
      * at the desk and whose run consumed it.
       140-collect-tickets.
           OPEN INPUT run-ticket
           IF run-ticket-status NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL run-ticket-status NOT = "00"
              READ run-ticket
                 AT END
                    MOVE "10" TO run-ticket-status
                 NOT AT END
                    IF rt-from-date <= period-to
                       AND rt-to-date >= period-from
                       PERFORM 145-release-ticket-facts
                    END-IF
              END-READ
           END-PERFORM
           CLOSE run-ticket.

       145-release-ticket-facts.
           ADD 1 TO ticket-count
           MOVE SPACES TO fact-record
           MOVE rt-ticket TO sf-key
           MOVE rt-from-date TO sf-date
           IF rt-issued-by NOT = SPACES
              MOVE rt-issued-by TO sf-operator
              MOVE "TKTISSUE" TO sf-role
              STRING
                 "issued ticket for "  DELIMITED BY SIZE
                 rt-from-date          DELIMITED BY SIZE
                 "-"                   DELIMITED BY SIZE
                 rt-to-date            DELIMITED BY SIZE
                 INTO sf-detail
              END-STRING
              PERFORM 190-release-fact
           END-IF
           IF rt-consumed-by NOT = SPACES
              MOVE rt-consumed-by TO sf-operator
              MOVE "TKTUSE" TO sf-role
              MOVE SPACES TO sf-detail
              MOVE "consumed the ticket" TO sf-detail
              PERFORM 190-release-fact
           END-IF.

      * Voided draws of the quarter, from every partition that can
      * hold its dates; the voider is on the voided record.
       150-collect-voids.
           MOVE period-from (1 : 4) TO part-lo-year
           MOVE period-to (1 : 4) TO part-hi-year
           PERFORM 200-resolve-partitions
           PERFORM VARYING part-idx FROM 1 BY 1
              UNTIL part-idx > part-count
              PERFORM 155-scan-partition-voids
           END-PERFORM.

       155-scan-partition-voids.
           PERFORM 250-set-partition-name
           OPEN INPUT hist-file
           IF hist-status NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO eof-sw
           PERFORM UNTIL eof-sw = "Y"
              READ hist-file NEXT RECORD
                 AT END
                    MOVE "Y" TO eof-sw
                 NOT AT END
                    IF hk-date > period-to
                       MOVE "Y" TO eof-sw
                    ELSE
                       IF hk-date >= period-from
                          AND hist-stat = "V"
                          AND hist-void-op NOT = SPACES
                          PERFORM 158-release-void-fact
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE hist-file.

       158-release-void-fact.
           ADD 1 TO void-count
           MOVE SPACES TO session-id
           STRING
              hk-date           DELIMITED BY SIZE
              "-"               DELIMITED BY SIZE
              hk-session        DELIMITED BY SIZE
              INTO session-id
           END-STRING
           MOVE SPACES TO fact-record
           MOVE session-id TO sf-key
           MOVE hist-void-op TO sf-operator
           MOVE "VOID" TO sf-role
           MOVE hk-date TO sf-date
           STRING
              "voided seq "               DELIMITED BY SIZE
              hk-seq                      DELIMITED BY SIZE
              " ("                        DELIMITED BY SIZE
              FUNCTION TRIM (hist-void-rsn) DELIMITED BY SIZE
              ")"                         DELIMITED BY SIZE
              INTO sf-detail
           END-STRING
           PERFORM 190-release-fact.

      * REFAUDIT lines are date,time,operator,action,target,
      * eff=date,data=image; each change staged in the quarter is
      * held against the date it takes effect.
       160-collect-ref-changes.
           OPEN INPUT ref-audit
           IF ref-audit-status NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ref-audit-status NOT = "00"
              READ ref-audit
                 AT END
                    MOVE "10" TO ref-audit-status
                 NOT AT END
                    PERFORM 165-release-ref-fact
              END-READ
           END-PERFORM
           CLOSE ref-audit.

       165-release-ref-fact.
           MOVE SPACES TO ra-date ra-time ra-operator ra-action
              ra-target ra-eff ra-data
           UNSTRING ref-audit-line DELIMITED BY ","
              INTO ra-date ra-time ra-operator ra-action ra-target
                 ra-eff ra-data
           END-UNSTRING
           IF ra-date < period-from OR ra-date > period-to
              OR ra-eff (1 : 4) NOT = "eff="
              OR ra-operator = SPACES
              EXIT PARAGRAPH
           END-IF
           IF ra-action NOT = "ADD" AND ra-action NOT = "CHANGE"
              AND ra-action NOT = "DELETE"
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO ref-change-count
           MOVE SPACES TO fact-record
           MOVE ra-eff (5 : 8) TO sf-key
           MOVE ra-operator TO sf-operator
           MOVE "REFSTAGE" TO sf-role
           MOVE ra-date TO sf-date
           STRING
              FUNCTION TRIM (ra-action) DELIMITED BY SIZE
              " "                       DELIMITED BY SIZE
              FUNCTION TRIM (ra-target) DELIMITED BY SIZE
              " effective "             DELIMITED BY SIZE
              ra-eff (5 : 8)            DELIMITED BY SIZE
              INTO sf-detail
           END-STRING
           PERFORM 190-release-fact.

      * The matrix as it stands: each row is the item, held by its
      * own operator, requested and approved by the stamps kept on
      * it, with one C- role per capability granted.
       170-collect-auth-matrix.
           OPEN INPUT auth-file
           IF auth-status NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL auth-status NOT = "00"
              READ auth-file
                 AT END
                    MOVE "10" TO auth-status
                 NOT AT END
                    PERFORM 175-release-auth-facts
              END-READ
           END-PERFORM
           CLOSE auth-file.

       175-release-auth-facts.
           ADD 1 TO auth-row-count
           MOVE SPACES TO fact-record
           MOVE au-operator TO sf-key
           MOVE au-granted-date TO sf-date
           MOVE au-operator TO sf-operator
           MOVE "AUTHHOLD" TO sf-role
           MOVE "holds the AUTHFILE row" TO sf-detail
           PERFORM 190-release-fact
           IF au-requested-by NOT = SPACES
              MOVE au-requested-by TO sf-operator
              MOVE "AUTHREQ" TO sf-role
              MOVE "requested the row's last change" TO sf-detail
              PERFORM 190-release-fact
           END-IF
           IF au-approved-by NOT = SPACES
              MOVE au-approved-by TO sf-operator
              MOVE "AUTHAPP" TO sf-role
              MOVE "approved the row's last change" TO sf-detail
              PERFORM 190-release-fact
           END-IF
           MOVE au-operator TO sf-operator
           MOVE "capability granted" TO sf-detail
           PERFORM VARYING cap-idx FROM 1 BY 1 UNTIL cap-idx > 6
              IF au-cap (cap-idx) = "Y"
                 COMPUTE role-idx = cap-idx + 10
                 MOVE role-name (role-idx) TO sf-role
                 PERFORM 190-release-fact
              END-IF
           END-PERFORM
           IF au-unmask = "Y"
              MOVE "C-UNMASK" TO sf-role
              PERFORM 190-release-fact
           END-IF
           IF au-unfreeze = "Y"
              MOVE "C-UNFRZ" TO sf-role
              PERFORM 190-release-fact
           END-IF.

       190-release-fact.
           ADD 1 TO fact-count
           RELEASE fact-record.

      * Same partition resolution as the history inquiries: the
      * cataloged years the quarter falls in, restored archive
      * partitions until they expire, or the legacy HISTFILE.
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

       300-evaluate-groups.
           MOVE "N" TO sort-eof-sw
           MOVE SPACES TO group-key
           MOVE SPACES TO group-operator
           MOVE 0 TO group-count
           PERFORM UNTIL sort-eof-sw = "Y"
              RETURN fact-sort
                 AT END
                    MOVE "Y" TO sort-eof-sw
                 NOT AT END
                    IF sf-key NOT = group-key
                       OR sf-operator NOT = group-operator
                       PERFORM 350-check-group
                       MOVE sf-key TO group-key
                       MOVE sf-operator TO group-operator
                       MOVE 0 TO group-count
                    END-IF
                    PERFORM 320-add-to-group
              END-RETURN
           END-PERFORM
           PERFORM 350-check-group.

       320-add-to-group.
           IF group-count > 0
              IF gr-role (group-count) = sf-role
                 EXIT PARAGRAPH
              END-IF
           END-IF
           IF group-count = 30
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO group-count
           MOVE sf-role TO gr-role (group-count)
           MOVE sf-date TO gr-date (group-count)
           MOVE sf-detail TO gr-detail (group-count).

       350-check-group.
           IF group-count < 2
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING rule-idx FROM 1 BY 1
              UNTIL rule-idx > rule-count
              IF ru-severity (rule-idx) NOT = "OFF"
                 MOVE 0 TO group-a-idx
                 MOVE 0 TO group-b-idx
                 PERFORM VARYING group-idx FROM 1 BY 1
                    UNTIL group-idx > group-count
                    IF gr-role (group-idx) = ru-role-a (rule-idx)
                       MOVE group-idx TO group-a-idx
                    END-IF
                    IF gr-role (group-idx) = ru-role-b (rule-idx)
                       MOVE group-idx TO group-b-idx
                    END-IF
                 END-PERFORM
                 IF group-a-idx > 0 AND group-b-idx > 0
                    PERFORM 400-report-conflict
                 END-IF
              END-IF
           END-PERFORM.

       400-report-conflict.
           ADD 1 TO conflict-count
           ADD 1 TO ru-hits (rule-idx)
           IF ru-severity (rule-idx) = "SEVR"
              OR ru-severity (rule-idx) = "WARN"
              ADD 1 TO serious-count
           END-IF
           MOVE SPACES TO report-text
           STRING
              "   "                  DELIMITED BY SIZE
              ru-rule (rule-idx)     DELIMITED BY SIZE
              " "                    DELIMITED BY SIZE
              ru-severity (rule-idx) DELIMITED BY SIZE
              "  "                   DELIMITED BY SIZE
              group-operator         DELIMITED BY SIZE
              " "                    DELIMITED BY SIZE
              group-key              DELIMITED BY SIZE
              " "                    DELIMITED BY SIZE
              ru-text (rule-idx)     DELIMITED BY SIZE
              INTO report-text
           END-STRING
           PERFORM 900-emit-line
           MOVE group-a-idx TO group-idx
           PERFORM 410-report-evidence
           MOVE group-b-idx TO group-idx
           PERFORM 410-report-evidence.

       410-report-evidence.
           MOVE SPACES TO report-text
           STRING
              "                "      DELIMITED BY SIZE
              gr-role (group-idx)     DELIMITED BY SIZE
              " "                     DELIMITED BY SIZE
              gr-date (group-idx)     DELIMITED BY SIZE
              " "                     DELIMITED BY SIZE
              gr-detail (group-idx)   DELIMITED BY SIZE
              INTO report-text
           END-STRING
           PERFORM 900-emit-line.

       700-write-summary.
           IF conflict-count = 0
              MOVE "   (none)" TO report-text
              PERFORM 900-emit-line
           END-IF
           MOVE SPACES TO report-text
           PERFORM 900-emit-line
           MOVE " SUMMARY" TO report-text
           PERFORM 900-emit-line
           MOVE session-count TO count-edit
           MOVE SPACES TO report-text
           STRING
              "   draw sessions reviewed      " DELIMITED BY SIZE
              count-edit                        DELIMITED BY SIZE
              INTO report-text
           END-STRING
           PERFORM 900-emit-line
           MOVE no-runner-count TO count-edit
           MOVE SPACES TO report-text
           STRING
              "   sessions with no runner     " DELIMITED BY SIZE
              count-edit                        DELIMITED BY SIZE
              " (no RUNLEDGER evidence)"        DELIMITED BY SIZE
              INTO report-text
           END-STRING
           PERFORM 900-emit-line
           MOVE ticket-count TO count-edit
           MOVE SPACES TO report-text
           STRING
              "   run tickets reviewed        " DELIMITED BY SIZE
              count-edit                        DELIMITED BY SIZE
              INTO report-text
           END-STRING
           PERFORM 900-emit-line
           MOVE void-count TO count-edit
           MOVE SPACES TO report-text
           STRING
              "   voided draws reviewed       " DELIMITED BY SIZE
              count-edit                        DELIMITED BY SIZE
              INTO report-text
           END-STRING
           PERFORM 900-emit-line
           MOVE ref-change-count TO count-edit
           MOVE SPACES TO report-text
           STRING
              "   reference changes reviewed  " DELIMITED BY SIZE
              count-edit                        DELIMITED BY SIZE
              INTO report-text
           END-STRING
           PERFORM 900-emit-line
           MOVE auth-row-count TO count-edit
           MOVE SPACES TO report-text
           STRING
              "   AUTHFILE rows reviewed      " DELIMITED BY SIZE
              count-edit                        DELIMITED BY SIZE
              INTO report-text
           END-STRING
           PERFORM 900-emit-line
           IF card-count > 0
              MOVE card-reject-count TO count-edit
              MOVE SPACES TO report-text
              STRING
                 "   SODRULES cards rejected     " DELIMITED BY SIZE
                 count-edit                        DELIMITED BY SIZE
                 INTO report-text
              END-STRING
              PERFORM 900-emit-line
           END-IF
           PERFORM VARYING rule-idx FROM 1 BY 1
              UNTIL rule-idx > rule-count
              MOVE ru-hits (rule-idx) TO count-edit
              MOVE SPACES TO report-text
              STRING
                 "   "                  DELIMITED BY SIZE
                 ru-rule (rule-idx)     DELIMITED BY SIZE
                 " conflicts          " DELIMITED BY SIZE
                 count-edit             DELIMITED BY SIZE
                 INTO report-text
              END-STRING
              IF ru-severity (rule-idx) = "OFF"
                 MOVE " (rule switched off)" TO report-text (39 : 20)
              END-IF
              PERFORM 900-emit-line
           END-PERFORM
           MOVE conflict-count TO count-edit
           MOVE SPACES TO report-text
           STRING
              "   total conflicts             " DELIMITED BY SIZE
              count-edit                        DELIMITED BY SIZE
              INTO report-text
           END-STRING
           PERFORM 900-emit-line.

       900-emit-line.
           MOVE report-text TO sod-rpt-line
           WRITE sod-rpt-line
           DISPLAY FUNCTION TRIM (report-text TRAILING).
       END PROGRAM sodrpt.
