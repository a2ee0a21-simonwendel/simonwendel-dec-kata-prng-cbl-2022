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
       PROGRAM-ID. refsweep.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT hist-file ASSIGN TO DYNAMIC hist-file-name
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS hist-key
              FILE STATUS IS hist-status.
           SELECT hist-probe ASSIGN TO DYNAMIC probe-file-name
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS hp-key
              FILE STATUS IS probe-status.
           SELECT rest-probe ASSIGN TO DYNAMIC rest-probe-name
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS rp-key
              FILE STATUS IS rest-probe-status.
           SELECT part-cat ASSIGN TO "PARTCAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS part-cat-status.
           SELECT val-idx ASSIGN TO "VALIDX"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS vx-key
              FILE STATUS IS val-idx-status.
           SELECT audit-log ASSIGN TO "AUDITLOG"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS audit-status.
           SELECT audit-idx ASSIGN TO "AUDITIDX"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ax-session
              FILE STATUS IS audit-idx-status.
           SELECT draw-cat ASSIGN TO "DRAWCAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS draw-cat-status.
           SELECT draw-out ASSIGN TO DYNAMIC draw-out-name
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS draw-out-status.
           SELECT block-ledger ASSIGN TO "BLOCKLEDGER"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS block-ledger-status.
           SELECT intchg-register ASSIGN TO "ICNREG"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS register-status.

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

      * Second view of the history partitions for keyed look-ups
      * made while another partition is being swept.
       FD  hist-probe.
       01  probe-record.
           05 hp-key.
              10 hp-date            PIC X(8).
              10 hp-seq             PIC 9(9).
              10 hp-session         PIC 9(9).
           05 hp-n                  PIC 99.
           05 hp-value              PIC X(16).
           05 hp-stream             PIC 99.
           05 hp-check              PIC 9.
           05 hp-stat               PIC X.
           05 FILLER                PIC X(66).

      * Restored archive partitions, probed for VALIDX entries
      * that histrest added for archived draws.
       FD  rest-probe.
       01  rest-probe-record.
           05 rp-key                PIC X(26).
           05 FILLER                PIC X(88).

       FD  part-cat
           RECORDING MODE IS F.
       01  part-cat-record.
           05 pc-year           PIC X(4).
           05 pc-created        PIC X(8).
           05 pc-state          PIC X.
           05 FILLER            PIC X(7).

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

       FD  audit-idx.
       01  audit-idx-record.
           05 ax-date           PIC X(8).
           05 FILLER            PIC X(35).
           05 ax-session        PIC X(18).
           05 FILLER            PIC X(58).

       FD  draw-cat
           RECORDING MODE IS F.
       01  draw-cat-record.
           05 dc-gen            PIC 9(4).
           05 dc-date           PIC X(8).
           05 dc-session        PIC X(18).
           05 dc-count          PIC 9(9).
           05 dc-status         PIC X.
           05 dc-client         PIC X(8).

       FD  draw-out
           RECORDING MODE IS F.
       01  draw-out-record.
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

       WORKING-STORAGE SECTION.
       77  hist-status          PIC XX.
       77  probe-status         PIC XX.
       77  rest-probe-status    PIC XX.
       77  rest-probe-name      PIC X(14).
       77  rest-found-sw        PIC X.
       77  rest-part-count      PIC 9(3)    VALUE 0.
       77  rest-part-idx        PIC 9(3).
       77  part-cat-status      PIC XX.
       77  val-idx-status       PIC XX.
       77  audit-status         PIC XX.
       77  audit-idx-status     PIC XX.
       77  draw-cat-status      PIC XX.
       77  draw-out-status      PIC XX.
       77  block-ledger-status  PIC XX.
       77  register-status      PIC XX.
       77  hist-file-name       PIC X(14)   VALUE "HISTFILE".
       77  probe-file-name      PIC X(14)   VALUE "HISTFILE".
       77  draw-out-name        PIC X(13)   VALUE "DRAWOUT".
       77  part-count           PIC 9(3)    VALUE 0.
       77  part-idx             PIC 9(3).
       77  cataloged-sw         PIC X       VALUE "N".
       77  year-found-sw        PIC X.
       77  audit-idx-sw         PIC X       VALUE "N".
       77  found-sw             PIC X.
       77  check-session        PIC X(18).
       77  check-date           PIC X(8).
       77  probe-open-sw        PIC X.
       77  audit-count          PIC 9(5)    VALUE 0.
       77  session-idx          PIC 9(5).
       77  seen-count           PIC 9(3)    VALUE 0.
       77  seen-idx             PIC 9(3).
       77  seen-date            PIC X(8)    VALUE SPACES.
       77  link-count           PIC 9(4)    VALUE 0.
       77  link-idx             PIC 9(4).
       77  link-skipped         PIC 9(9)    VALUE 0.
       77  cat-count            PIC 9(4)    VALUE 0.
       77  cat-idx              PIC 9(4).
       77  block-count          PIC 9(3)    VALUE 0.
       77  block-idx            PIC 9(3).
       77  block-hit-idx        PIC 9(3).
       77  hist-read-count      PIC 9(9)    VALUE 0.
       77  vx-read-count        PIC 9(9)    VALUE 0.
       77  draw-read-count      PIC 9(9)    VALUE 0.
       77  icn-read-count       PIC 9(9)    VALUE 0.
       77  break-total          PIC 9(9)    VALUE 0.
       77  detail-rule          PIC X(8).
       77  detail-key           PIC X(38).
       77  detail-text          PIC X(40).
       77  seq-disp             PIC 9(9).
       77  runledgr             PIC X(8)    VALUE "runledgr".
      * Start/end registration in the central execution ledger.
       01  ledger-request.
           05 lr-program        PIC X(10)   VALUE "refsweep".
           05 lr-event          PIC X(5).
           05 lr-rc             PIC 9(4)    VALUE 0.
           05 lr-parms          PIC X(40)   VALUE SPACES.
      * The rules swept, in report order, with their break counts.
       01  rule-values.
           05 FILLER            PIC X(48)   VALUE
              "VALIDX  VALIDX entry with no HISTFILE draw".
           05 FILLER            PIC X(48)   VALUE
              "HISTAUD HISTFILE session not in AUDITLOG".
           05 FILLER            PIC X(48)   VALUE
              "CATAUD  DRAWCAT session not in AUDITLOG".
           05 FILLER            PIC X(48)   VALUE
              "REPLINK Replacement linked to a non-voided draw".
           05 FILLER            PIC X(48)   VALUE
              "BLKSTAMPAllocation stamped outside its range".
           05 FILLER            PIC X(48)   VALUE
              "ICNGEN  Interchange names an uncataloged gen".
       01  rule-table REDEFINES rule-values.
           05 rule-entry        OCCURS 6 TIMES.
              10 rule-code      PIC X(8).
              10 rule-desc      PIC X(40).
       01  rule-counts.
           05 rule-breaks       PIC 9(9)    OCCURS 6 TIMES.
       77  rule-idx             PIC 9.
      * History partitions in scope; BASE stands for the legacy
      * un-partitioned HISTFILE used before the split.
       01  part-table.
           05 part-year         PIC X(4)    OCCURS 100 TIMES.
      * Restored archive partitions (PARTCAT state R): temporary
      * copies of archived history, not swept, but their draws
      * account for the VALIDX entries histrest added.
       01  rest-part-table.
           05 rest-part-id      PIC X(4)    OCCURS 100 TIMES.
      * AUDITLOG sessions, used only when AUDITIDX is not present.
       01  audit-table.
           05 audit-session     PIC X(18)   OCCURS 50000 TIMES.
      * Sessions already checked for the history date in hand.
       01  seen-table.
           05 seen-session      PIC 9(9)    OCCURS 200 TIMES.
      * Replacement links collected during the history sweep and
      * resolved partition by partition afterwards.
       01  link-table.
           05 link-entry        OCCURS 5000 TIMES.
              10 lk-from        PIC X(26).
              10 lk-to.
                 15 lk-date     PIC X(8).
                 15 lk-seq      PIC 9(9).
                 15 lk-session  PIC 9(9).
       01  cat-table.
           05 cat-gen           PIC 9(4)    OCCURS 500 TIMES.
       01  block-table.
           05 block-entry       OCCURS 500 TIMES.
              10 bk-alloc-id    PIC X(8).
              10 bk-start       PIC 9(9).
              10 bk-end         PIC 9(9).

      * Estate-wide referential-integrity sweep. dayclose balances
      * one business day; this checks that the files still agree
      * with one another across their whole history, rule by rule,
      * listing every break and ending nonzero if there is one.
       PROCEDURE DIVISION.
           MOVE "START" TO lr-event
           MOVE "sweep" TO lr-parms
           PERFORM 066-register-run
           INITIALIZE rule-counts

           DISPLAY "=============================================="
           DISPLAY " ESTATE REFERENTIAL-INTEGRITY SWEEP"
           DISPLAY "=============================================="
           DISPLAY " RULE     KEY                                    "
              "DETAIL"
           PERFORM 100-resolve-partitions
           PERFORM 150-open-audit-sessions
           PERFORM 200-check-validx
           PERFORM 300-sweep-history
           PERFORM 400-check-replacement-links
           PERFORM 500-check-catalog
           PERFORM 600-check-block-stamps
           PERFORM 700-check-interchanges
           IF audit-idx-sw = "Y"
              CLOSE audit-idx
           END-IF

           DISPLAY "=============================================="
           PERFORM VARYING rule-idx FROM 1 BY 1 UNTIL rule-idx > 6
              DISPLAY " " rule-code (rule-idx) " "
                 rule-desc (rule-idx) " " rule-breaks (rule-idx)
              ADD rule-breaks (rule-idx) TO break-total
           END-PERFORM
           DISPLAY "=============================================="
           DISPLAY " Read " hist-read-count " history, "
              vx-read-count " VALIDX, " draw-read-count " draw and "
              icn-read-count " interchange record(s)"
           IF link-skipped > 0
              DISPLAY " " link-skipped " replacement link(s) beyond "
                 "the 5000 table limit were not checked"
           END-IF
           DISPLAY " " break-total " break(s) found"
           IF break-total > 0
              MOVE 1 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           MOVE "END  " TO lr-event
           MOVE RETURN-CODE TO lr-rc
           PERFORM 066-register-run
           MOVE lr-rc TO RETURN-CODE
           STOP RUN.

       066-register-run.
           CALL runledgr USING ledger-request
              ON EXCEPTION
                 CONTINUE
           END-CALL.

       090-report-break.
           ADD 1 TO rule-breaks (rule-idx)
           DISPLAY " " rule-code (rule-idx) " " detail-key " "
              FUNCTION TRIM (detail-text).

       100-resolve-partitions.
           MOVE 0 TO part-count
           OPEN INPUT part-cat
           IF part-cat-status = "00"
              PERFORM UNTIL part-cat-status NOT = "00"
                 READ part-cat
                    AT END
                       MOVE "10" TO part-cat-status
                    NOT AT END
                       IF pc-state = "R"
                          IF rest-part-count < 100
                             ADD 1 TO rest-part-count
                             MOVE pc-year
                                TO rest-part-id (rest-part-count)
                          END-IF
                       ELSE
                          IF part-count < 100
                             ADD 1 TO part-count
                             MOVE pc-year TO part-year (part-count)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE part-cat
           END-IF
           IF part-count = 0
              MOVE 1 TO part-count
              MOVE "BASE" TO part-year (1)
           ELSE
              MOVE "Y" TO cataloged-sw
           END-IF.

       110-set-partition-name.
           IF part-year (part-idx) = "BASE"
              MOVE "HISTFILE" TO hist-file-name
           ELSE
              MOVE SPACES TO hist-file-name
              MOVE "HISTFILE.Y" TO hist-file-name (1 : 10)
              MOVE part-year (part-idx)
                 TO hist-file-name (11 : 4)
           END-IF
           MOVE hist-file-name TO probe-file-name.

       115-open-probe.
           MOVE "N" TO probe-open-sw
           OPEN INPUT hist-probe
           IF probe-status = "00"
              MOVE "Y" TO probe-open-sw
           END-IF.

      * A history date belongs to its year's partition once the
      * catalog exists, otherwise to the legacy HISTFILE.
       120-date-in-partition.
           MOVE "N" TO found-sw
           IF cataloged-sw = "N"
              MOVE "Y" TO found-sw
           ELSE
              IF check-date (1 : 4) = part-year (part-idx)
                 MOVE "Y" TO found-sw
              END-IF
           END-IF.

       130-year-cataloged.
           MOVE "Y" TO year-found-sw
           IF cataloged-sw = "Y"
              MOVE "N" TO year-found-sw
              PERFORM VARYING part-idx FROM 1 BY 1
                 UNTIL part-idx > part-count
                 IF part-year (part-idx) = check-date (1 : 4)
                    MOVE "Y" TO year-found-sw
                 END-IF
              END-PERFORM
           END-IF.

      * Session look-ups go to AUDITIDX when it exists; otherwise
      * the AUDITLOG session ids are held in memory for the sweep.
       150-open-audit-sessions.
           OPEN INPUT audit-idx
           IF audit-idx-status = "00"
              MOVE "Y" TO audit-idx-sw
              EXIT PARAGRAPH
           END-IF
           DISPLAY " (no AUDITIDX - AUDITLOG sessions held in "
              "memory)"
           OPEN INPUT audit-log
           IF audit-status NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL audit-status NOT = "00"
              READ audit-log
                 AT END
                    MOVE "10" TO audit-status
                 NOT AT END
                    IF audit-count < 50000
                       AND aud-session NOT = SPACES
                       ADD 1 TO audit-count
                       MOVE aud-session TO audit-session (audit-count)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE audit-log.

       160-find-audit-session.
           MOVE "N" TO found-sw
           IF audit-idx-sw = "Y"
              MOVE check-session TO ax-session
              READ audit-idx
                 INVALID KEY
                    MOVE "N" TO found-sw
                 NOT INVALID KEY
                    MOVE "Y" TO found-sw
              END-READ
           ELSE
              PERFORM VARYING session-idx FROM audit-count BY -1
                 UNTIL session-idx < 1 OR found-sw = "Y"
                 IF audit-session (session-idx) = check-session
                    MOVE "Y" TO found-sw
                 END-IF
              END-PERFORM
           END-IF.

      * VALIDX is in value order, so it is swept once per partition
      * with keyed reads into that partition only.
       200-check-validx.
           OPEN INPUT val-idx
           IF val-idx-status NOT = "00"
              DISPLAY " (no VALIDX present - rule VALIDX not swept)"
              EXIT PARAGRAPH
           END-IF
           CLOSE val-idx
           MOVE 1 TO rule-idx
           PERFORM VARYING part-idx FROM 1 BY 1
              UNTIL part-idx > part-count
              PERFORM 210-validx-one-partition
           END-PERFORM
           IF cataloged-sw = "Y"
              PERFORM 220-validx-uncataloged
           END-IF.

       210-validx-one-partition.
           PERFORM 110-set-partition-name
           PERFORM 115-open-probe
           OPEN INPUT val-idx
           PERFORM UNTIL val-idx-status NOT = "00"
              READ val-idx NEXT RECORD
                 AT END
                    MOVE "10" TO val-idx-status
                 NOT AT END
                    IF part-idx = 1
                       ADD 1 TO vx-read-count
                    END-IF
                    MOVE vx-date TO check-date
                    IF cataloged-sw = "N"
                       OR vx-date (1 : 4) = part-year (part-idx)
                       PERFORM 230-probe-validx-entry
                    END-IF
              END-READ
           END-PERFORM
           CLOSE val-idx
           IF probe-open-sw = "Y"
              CLOSE hist-probe
           END-IF.

       220-validx-uncataloged.
           OPEN INPUT val-idx
           PERFORM UNTIL val-idx-status NOT = "00"
              READ val-idx NEXT RECORD
                 AT END
                    MOVE "10" TO val-idx-status
                 NOT AT END
                    MOVE vx-date TO check-date
                    PERFORM 130-year-cataloged
                    IF year-found-sw = "N"
                       PERFORM 250-find-in-restored
                    END-IF
                    IF year-found-sw = "N" AND rest-found-sw = "N"
                       PERFORM 240-describe-validx
                       MOVE "no history partition for its year"
                          TO detail-text
                       PERFORM 090-report-break
                    END-IF
              END-READ
           END-PERFORM
           CLOSE val-idx.

       230-probe-validx-entry.
           PERFORM 240-describe-validx
           IF probe-open-sw = "N"
              MOVE "history partition missing" TO detail-text
              PERFORM 090-report-break
              EXIT PARAGRAPH
           END-IF
           MOVE vx-date TO hp-date
           MOVE vx-seq TO hp-seq
           MOVE vx-session TO hp-session
           READ hist-probe
              INVALID KEY
                 PERFORM 250-find-in-restored
                 IF rest-found-sw = "N"
                    MOVE "no HISTFILE draw at this key"
                       TO detail-text
                    PERFORM 090-report-break
                 END-IF
              NOT INVALID KEY
                 IF hp-n < 1 OR hp-n > 16
                    OR FUNCTION NUMVAL (hp-value (1 : hp-n))
                    NOT = vx-value
                    MOVE "HISTFILE draw holds a different value"
                       TO detail-text
                    PERFORM 090-report-break
                 END-IF
           END-READ.

       240-describe-validx.
           MOVE vx-seq TO seq-disp
           MOVE SPACES TO detail-key
           STRING
              vx-date                   DELIMITED BY SIZE
              "/"                       DELIMITED BY SIZE
              seq-disp                  DELIMITED BY SIZE
              "/"                       DELIMITED BY SIZE
              vx-session                DELIMITED BY SIZE
              INTO detail-key
           END-STRING.

       250-find-in-restored.
           MOVE "N" TO rest-found-sw
           PERFORM VARYING rest-part-idx FROM 1 BY 1
              UNTIL rest-part-idx > rest-part-count
                 OR rest-found-sw = "Y"
              MOVE SPACES TO rest-probe-name
              MOVE "HISTFILE.Y" TO rest-probe-name (1 : 10)
              MOVE rest-part-id (rest-part-idx)
                 TO rest-probe-name (11 : 4)
              OPEN INPUT rest-probe
              IF rest-probe-status = "00"
                 MOVE vx-key (17 : 26) TO rp-key
                 READ rest-probe
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE "Y" TO rest-found-sw
                 END-READ
                 CLOSE rest-probe
              END-IF
           END-PERFORM.

       300-sweep-history.
           PERFORM VARYING part-idx FROM 1 BY 1
              UNTIL part-idx > part-count
              PERFORM 310-sweep-one-partition
           END-PERFORM.

       310-sweep-one-partition.
           PERFORM 110-set-partition-name
           OPEN INPUT hist-file
           IF hist-status NOT = "00"
              DISPLAY " (partition " FUNCTION TRIM (hist-file-name)
                 " not readable - skipped)"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO seen-date
           PERFORM UNTIL hist-status NOT = "00"
              READ hist-file NEXT RECORD
                 AT END
                    MOVE "10" TO hist-status
                 NOT AT END
                    ADD 1 TO hist-read-count
                    PERFORM 320-check-history-session
                    IF hist-stat = "R"
                       PERFORM 330-collect-link
                    END-IF
              END-READ
           END-PERFORM
           CLOSE hist-file.

      * Sessions interleave within a date (each numbers its draws
      * from 1), so a date's sessions are remembered once checked.
       320-check-history-session.
           IF hk-date NOT = seen-date
              MOVE hk-date TO seen-date
              MOVE 0 TO seen-count
           END-IF
           PERFORM VARYING seen-idx FROM 1 BY 1
              UNTIL seen-idx > seen-count
              IF seen-session (seen-idx) = hk-session
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           IF seen-count < 200
              ADD 1 TO seen-count
              MOVE hk-session TO seen-session (seen-count)
           END-IF
           MOVE SPACES TO check-session
           STRING
              hk-date         DELIMITED BY SIZE
              "-"             DELIMITED BY SIZE
              hk-session      DELIMITED BY SIZE
              INTO check-session
           END-STRING
           PERFORM 160-find-audit-session
           IF found-sw = "N"
              MOVE 2 TO rule-idx
              MOVE check-session TO detail-key
              MOVE SPACES TO detail-text
              STRING
                 "draws in "                 DELIMITED BY SIZE
                 FUNCTION TRIM (hist-file-name) DELIMITED BY SIZE
                 ", no audit session"        DELIMITED BY SIZE
                 INTO detail-text
              END-STRING
              PERFORM 090-report-break
           END-IF.

       330-collect-link.
           IF link-count = 5000
              ADD 1 TO link-skipped
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO link-count
           MOVE hist-key TO lk-from (link-count)
           MOVE hist-link TO lk-to (link-count).

      * Each replacement must point back at a voided draw.
       400-check-replacement-links.
           IF link-count = 0
              EXIT PARAGRAPH
           END-IF
           MOVE 4 TO rule-idx
           PERFORM VARYING part-idx FROM 1 BY 1
              UNTIL part-idx > part-count
              PERFORM 410-links-one-partition
           END-PERFORM
           IF cataloged-sw = "Y"
              PERFORM VARYING link-idx FROM 1 BY 1
                 UNTIL link-idx > link-count
                 MOVE lk-date (link-idx) TO check-date
                 PERFORM 130-year-cataloged
                 IF year-found-sw = "N"
                    PERFORM 430-describe-link
                    MOVE "linked draw's year has no partition"
                       TO detail-text
                    PERFORM 090-report-break
                 END-IF
              END-PERFORM
           END-IF.

       410-links-one-partition.
           PERFORM 110-set-partition-name
           PERFORM 115-open-probe
           PERFORM VARYING link-idx FROM 1 BY 1
              UNTIL link-idx > link-count
              MOVE lk-date (link-idx) TO check-date
              PERFORM 120-date-in-partition
              IF found-sw = "Y"
                 PERFORM 420-probe-link
              END-IF
           END-PERFORM
           IF probe-open-sw = "Y"
              CLOSE hist-probe
           END-IF.

       420-probe-link.
           PERFORM 430-describe-link
           IF probe-open-sw = "N"
              MOVE "linked draw's partition missing" TO detail-text
              PERFORM 090-report-break
              EXIT PARAGRAPH
           END-IF
           MOVE lk-to (link-idx) TO hp-key
           READ hist-probe
              INVALID KEY
                 MOVE "linked draw not on HISTFILE" TO detail-text
                 PERFORM 090-report-break
              NOT INVALID KEY
                 IF hp-stat NOT = "V"
                    MOVE SPACES TO detail-text
                    STRING
                       "linked draw has status '" DELIMITED BY SIZE
                       hp-stat                    DELIMITED BY SIZE
                       "', not V"                 DELIMITED BY SIZE
                       INTO detail-text
                    END-STRING
                    PERFORM 090-report-break
                 END-IF
           END-READ.

       430-describe-link.
           MOVE lk-seq (link-idx) TO seq-disp
           MOVE SPACES TO detail-key
           STRING
              lk-from (link-idx) (1 : 8)  DELIMITED BY SIZE
              "/"                         DELIMITED BY SIZE
              lk-from (link-idx) (9 : 9)  DELIMITED BY SIZE
              "->"                        DELIMITED BY SIZE
              lk-date (link-idx)          DELIMITED BY SIZE
              "/"                         DELIMITED BY SIZE
              seq-disp                    DELIMITED BY SIZE
              INTO detail-key
           END-STRING.

      * Also loads the cataloged generation numbers for the block
      * and interchange rules that follow.
       500-check-catalog.
           OPEN INPUT draw-cat
           IF draw-cat-status NOT = "00"
              DISPLAY " (no DRAWCAT present - no generations)"
              EXIT PARAGRAPH
           END-IF
           MOVE 3 TO rule-idx
           PERFORM UNTIL draw-cat-status NOT = "00"
              READ draw-cat
                 AT END
                    MOVE "10" TO draw-cat-status
                 NOT AT END
                    IF cat-count < 500
                       ADD 1 TO cat-count
                       MOVE dc-gen TO cat-gen (cat-count)
                    END-IF
                    IF dc-session NOT = SPACES
                       MOVE dc-session TO check-session
                       PERFORM 160-find-audit-session
                       IF found-sw = "N"
                          MOVE SPACES TO detail-key
                          STRING
                             "gen "      DELIMITED BY SIZE
                             dc-gen      DELIMITED BY SIZE
                             " "         DELIMITED BY SIZE
                             dc-session  DELIMITED BY SIZE
                             INTO detail-key
                          END-STRING
                          MOVE "session not in AUDITLOG"
                             TO detail-text
                          PERFORM 090-report-break
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE draw-cat.

      * Every draw carrying an allocation stamp must fall inside
      * that allocation's sequence range.
       600-check-block-stamps.
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
                       MOVE ba-start TO bk-start (block-count)
                       MOVE ba-end TO bk-end (block-count)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE block-ledger
           MOVE 5 TO rule-idx
           PERFORM VARYING cat-idx FROM 1 BY 1
              UNTIL cat-idx > cat-count
              PERFORM 610-stamps-one-generation
           END-PERFORM.

       610-stamps-one-generation.
           MOVE SPACES TO draw-out-name
           MOVE "DRAWOUT.G" TO draw-out-name (1 : 9)
           MOVE cat-gen (cat-idx) TO draw-out-name (10 : 4)
           OPEN INPUT draw-out
           IF draw-out-status NOT = "00"
              DISPLAY " (generation " FUNCTION TRIM (draw-out-name)
                 " not readable - stamps not checked)"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL draw-out-status NOT = "00"
              READ draw-out
                 AT END
                    MOVE "10" TO draw-out-status
                 NOT AT END
                    IF dor-type = "D"
                       ADD 1 TO draw-read-count
                       IF dor-alloc NOT = SPACES
                          PERFORM 620-check-one-stamp
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE draw-out.

       620-check-one-stamp.
           MOVE 0 TO block-hit-idx
           PERFORM VARYING block-idx FROM 1 BY 1
              UNTIL block-idx > block-count OR block-hit-idx > 0
              IF bk-alloc-id (block-idx) = dor-alloc
                 MOVE block-idx TO block-hit-idx
              END-IF
           END-PERFORM
           MOVE SPACES TO detail-key
           STRING
              FUNCTION TRIM (draw-out-name) DELIMITED BY SIZE
              " seq "                       DELIMITED BY SIZE
              dor-seq                       DELIMITED BY SIZE
              INTO detail-key
           END-STRING
           IF block-hit-idx = 0
              MOVE SPACES TO detail-text
              STRING
                 "allocation "     DELIMITED BY SIZE
                 dor-alloc         DELIMITED BY SIZE
                 " not in BLOCKLEDGER" DELIMITED BY SIZE
                 INTO detail-text
              END-STRING
              PERFORM 090-report-break
              EXIT PARAGRAPH
           END-IF
           IF dor-seq < bk-start (block-hit-idx)
              OR dor-seq > bk-end (block-hit-idx)
              MOVE SPACES TO detail-text
              STRING
                 dor-alloc                DELIMITED BY SIZE
                 " covers "               DELIMITED BY SIZE
                 bk-start (block-hit-idx) DELIMITED BY SIZE
                 "-"                      DELIMITED BY SIZE
                 bk-end (block-hit-idx)   DELIMITED BY SIZE
                 INTO detail-text
              END-STRING
              PERFORM 090-report-break
           END-IF.

      * Only interchanges still awaiting acknowledgement are held
      * to the catalog: an acknowledged generation is collected and
      * may legitimately have been rolled off since.
       700-check-interchanges.
           OPEN INPUT intchg-register
           IF register-status NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE 6 TO rule-idx
           PERFORM UNTIL register-status NOT = "00"
              READ intchg-register
                 AT END
                    MOVE "10" TO register-status
                 NOT AT END
                    ADD 1 TO icn-read-count
                    IF ir-status = "O" AND ir-gen IS NUMERIC
                       AND ir-gen > 0
                       PERFORM 710-check-one-interchange
                    END-IF
              END-READ
           END-PERFORM
           CLOSE intchg-register.

       710-check-one-interchange.
           MOVE "N" TO found-sw
           PERFORM VARYING cat-idx FROM 1 BY 1
              UNTIL cat-idx > cat-count OR found-sw = "Y"
              IF cat-gen (cat-idx) = ir-gen
                 MOVE "Y" TO found-sw
              END-IF
           END-PERFORM
           IF found-sw = "N"
              MOVE SPACES TO detail-key
              STRING
                 "interchange "   DELIMITED BY SIZE
                 ir-interchange   DELIMITED BY SIZE
                 INTO detail-key
              END-STRING
              MOVE SPACES TO detail-text
              STRING
                 "generation "    DELIMITED BY SIZE
                 ir-gen           DELIMITED BY SIZE
                 " not in DRAWCAT" DELIMITED BY SIZE
                 INTO detail-text
              END-STRING
              PERFORM 090-report-break
           END-IF.
       END PROGRAM refsweep.
