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
       PROGRAM-ID. drawsvc.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT exclude-file ASSIGN TO "EXCLUDELIST"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS exclude-status.

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

       FD  audit-idx.
       01  audit-idx-record.
           05 ax-date           PIC X(8).
           05 FILLER            PIC X(35).
           05 ax-session        PIC X(18).
           05 FILLER            PIC X(58).

       FD  hist-file.
       01  hist-record.
           05 hist-key.
              10 hk-date        PIC X(8).
              10 hk-seq         PIC 9(9).
              10 hk-session     PIC 9(9).
           05 hist-n            PIC 99.
           05 hist-value        PIC X(16).
           05 hist-stream       PIC 99.
           05 hist-check        PIC 9.
           05 hist-stat         PIC X.
           05 hist-link.
              10 hl-date        PIC X(8).
              10 hl-seq         PIC 9(9).
              10 hl-session     PIC 9(9).
           05 hist-void-op      PIC X(8).
           05 hist-void-rsn     PIC X(16).
           05 hist-game         PIC X(8).
           05 hist-client       PIC X(8).

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

       FD  exclude-file
           RECORDING MODE IS F.
       01  exclude-record.
           05 ex-value          PIC 9(16).
           05 FILLER            PIC X(64).

       WORKING-STORAGE SECTION.
      * Session state lives here between calls: one calling job,
      * one loaded copy of this module, one session at a time.
       77  session-open-sw      PIC X       VALUE "N".
       77  session-id           PIC X(18)   VALUE SPACES.
       77  session-seq          PIC 9(9)    VALUE 0.
       77  session-costctr      PIC X(8)    VALUE SPACES.
       77  session-cycles       PIC 9(9)    VALUE 0.
       77  session-worst-rc     PIC 99      VALUE 0.
       77  draw-seq             PIC 9(9)    VALUE 0.
       77  run-date             PIC X(8).
       77  run-time             PIC X(8).
       77  operator-id          PIC X(8).
       77  opident              PIC X(8)    VALUE "opident".
       77  client-code          PIC X(8)    VALUE SPACES.
       77  audit-status         PIC XX.
       77  audit-idx-status     PIC XX.
       77  hist-status          PIC XX.
       77  part-cat-status      PIC XX.
       77  val-idx-status       PIC XX.
       77  hist-delta-status    PIC XX.
       77  exclude-status       PIC XX.
       77  hist-file-name       PIC X(14).
       77  part-year-found-sw   PIC X.
       77  hist-open-sw         PIC X       VALUE "N".
       77  val-idx-open-sw      PIC X       VALUE "N".
       77  hist-delta-open-sw   PIC X       VALUE "N".
       77  prng                 PIC X(8)    VALUE "prng".
       77  seed                 PIC X(9)    VALUE "prng-seed".
       77  seed-provenance      PIC X(8)    VALUE "CLOCK".
       77  audit-seed-text      PIC X(16).
       77  prng-tests           PIC X(14)   VALUE "prng-tests".
       01  gate-t-res.
           05 gate-succ         PIC 9(3)    VALUE 0.
           05 gate-fail         PIC 9(3)    VALUE 0.
           05 gate-stat         PIC 9(1)    VALUE 0.
       01  prng-state.
           05 n                 PIC 99      VALUE 3.
           05 num.
              10                PIC 9
              OCCURS 1 TO 16 TIMES DEPENDING ON n.
       77  chkdig               PIC X(8)    VALUE "chkdig".
       77  check-value          PIC 9(16).
       77  check-digit          PIC 9.
       77  sealcalc             PIC X(8)    VALUE "sealcalc".
       77  seal-data            PIC X(128).
       77  seal-work            PIC 9(18).
       77  audit-prev-seal      PIC 9(18)   VALUE 0.
       77  session-clash-sw     PIC X.
      * Service sessions are numbered in their own range, above
      * every sequence a draw run takes for the day, so their
      * HISTFILE records can be told apart by the session alone.
       77  svc-session-base     PIC 9(9)    VALUE 800000000.
       77  audit-session-seq    PIC 9(9).
       77  dsnenq               PIC X(8)    VALUE "dsnenq".
       COPY dsnenq.
       77  range-mode-sw        PIC X.
       77  low-bound            PIC 9(16).
       77  high-bound           PIC 9(16).
       77  range-size           PIC 9(17).
       77  range-span-limit     PIC 9(17).
       77  range-ten-power      PIC 9(17).
       77  range-raw-value      PIC 9(16).
       77  draw-value           PIC 9(16).
       77  draw-attempts        PIC 9(9).
       77  value-ok-sw          PIC X.
       77  excluded-sw          PIC X.
       77  value-idx            PIC 9(4).
       77  exclude-count        PIC 9(4)    VALUE 0.
       77  exclude-idx          PIC 9(4).
       01  exclude-table.
           05 exclude-value     PIC 9(16)
              OCCURS 0 TO 1000 TIMES
              DEPENDING ON exclude-count.
      * Every value handed out in the session, so a unique request
      * never repeats one an earlier call of the same job received.
       77  issued-count         PIC 9(5)    VALUE 0.
       77  issued-idx           PIC 9(5).
       01  issued-table.
           05 issued-value      PIC 9(16)
              OCCURS 0 TO 10000 TIMES
              DEPENDING ON issued-count.
       77  authchk              PIC X(8)    VALUE "authchk".
       01  auth-request.
           05 ar-operator       PIC X(8).
           05 ar-capability     PIC X(8).
           05 ar-allowed        PIC X.
       77  clntchk              PIC X(8)    VALUE "clntchk".
       01  client-request.
           05 cr-operator       PIC X(8).
           05 cr-client         PIC X(8).
           05 cr-allowed        PIC X.
           05 cr-all-clients    PIC X.
           05 cr-served         PIC X(8)    OCCURS 4 TIMES.
      * The requestor is the cost center a call is charged to: the
      * OPEN is admitted as one session against its monthly
      * allowance and every DRAW's cycles are checked against it.
       77  allowchk             PIC X(8)    VALUE "allowchk".
       01  allow-request.
           05 aq-program        PIC X(10)   VALUE "drawsvc".
           05 aq-costctr        PIC X(8).
           05 aq-cycles         PIC 9(12).
           05 aq-result         PIC X.
           05 aq-kind           PIC X       VALUE SPACE.
       77  excfeed              PIC X(8)    VALUE "excfeed".
       01  exception-detail.
           05 exd-program       PIC X(10)   VALUE "drawsvc".
           05 exd-severity      PIC X(4).
           05 exd-reason        PIC X(8).
           05 exd-key           PIC X(18)   VALUE SPACES.
           05 exd-text          PIC X(40).
       77  runledgr             PIC X(8)    VALUE "runledgr".
      * Start/end registration in the central execution ledger.
       01  ledger-request.
           05 lr-program        PIC X(10)   VALUE "drawsvc".
           05 lr-event          PIC X(5).
           05 lr-rc             PIC 9(4)    VALUE 0.
           05 lr-parms          PIC X(40)   VALUE SPACES.

       LINKAGE SECTION.
       COPY drawsvc.

      * Callable draw service for other departments' batch jobs.
      * A session is opened with the same controls a randomize
      * session passes - generator self-test, DRAW authority for
      * the operator, client scope and the EXCLUDELIST - and each
      * DRAW applies the requestor's allowance, the unbiased range
      * reduction and the exclusions, recording every value on the
      * year's HISTFILE partition, VALIDX and HISTDELTA as randomize
      * does. CLOSE seals the session onto AUDITLOG under the
      * requestor's cost center, which is what chgback bills.
       PROCEDURE DIVISION USING draw-service-request.
           MOVE 0 TO dsv-return-code
           MOVE SPACES TO dsv-reason
           MOVE 0 TO dsv-returned
           MOVE 0 TO dsv-first-seq
           EVALUATE FUNCTION TRIM (dsv-function)
              WHEN "OPEN"
                 IF session-open-sw = "Y"
                    PERFORM 500-close-session
                 END-IF
                 PERFORM 100-open-session
              WHEN "DRAW"
                 IF session-open-sw = "N"
                    PERFORM 100-open-session
                 END-IF
                 IF dsv-return-code = 0
                    PERFORM 300-draw-values
                 END-IF
              WHEN "CLOSE"
                 IF session-open-sw = "Y"
                    PERFORM 500-close-session
                 ELSE
                    MOVE 1 TO dsv-return-code
                    MOVE "NOSESSN" TO dsv-reason
                 END-IF
              WHEN OTHER
                 MOVE 1 TO dsv-return-code
                 MOVE "BADFUNC" TO dsv-reason
           END-EVALUATE
           MOVE session-id TO dsv-session-id
           IF dsv-return-code > session-worst-rc
              MOVE dsv-return-code TO session-worst-rc
           END-IF
           GOBACK.

       065-feed-exception.
           MOVE session-id TO exd-key
           CALL excfeed USING exception-detail
              ON EXCEPTION
                 CONTINUE
           END-CALL.

       066-register-run.
           CALL runledgr USING ledger-request
              ON EXCEPTION
                 CONTINUE
           END-CALL.

      * The digit count is fixed for the session: AUDITLOG carries
      * one n per session and a replay reseeds at that width.
       100-open-session.
           IF dsv-requestor = SPACES
              MOVE 1 TO dsv-return-code
              MOVE "REQUESTR" TO dsv-reason
              EXIT PARAGRAPH
           END-IF
           IF dsv-n < 1 OR dsv-n > 16
              MOVE 1 TO dsv-return-code
              MOVE "BADN" TO dsv-reason
              EXIT PARAGRAPH
           END-IF
           CALL prng-tests USING gate-t-res
           IF gate-stat NOT = 0
              DISPLAY "SELF-TEST GATE FAILED - prng-tests reports "
                 gate-fail " failed assertion(s); refusing to "
                 "open a draw service session"
              MOVE "FATL" TO exd-severity
              MOVE "GATEFAIL" TO exd-reason
              MOVE "self-test gate failed" TO exd-text
              PERFORM 065-feed-exception
              MOVE 2 TO dsv-return-code
              MOVE "GATEFAIL" TO dsv-reason
              EXIT PARAGRAPH
           END-IF
           CALL opident USING operator-id
              ON EXCEPTION
                 DISPLAY "USER" UPON ENVIRONMENT-NAME
                 ACCEPT operator-id FROM ENVIRONMENT-VALUE
           END-CALL
           IF operator-id = SPACES
              MOVE "UNKNOWN" TO operator-id
           END-IF
           PERFORM 110-enforce-authorization
           IF dsv-return-code NOT = 0
              EXIT PARAGRAPH
           END-IF
           PERFORM 115-admit-session
           IF dsv-return-code NOT = 0
              EXIT PARAGRAPH
           END-IF
           PERFORM 120-enqueue-datasets
           IF dsv-return-code NOT = 0
              EXIT PARAGRAPH
           END-IF
           PERFORM 130-load-exclude-list

           ACCEPT run-date FROM DATE YYYYMMDD
           ACCEPT run-time FROM TIME
           MOVE dsv-n TO n
           CALL seed USING prng-state, OMITTED, seed-provenance
           MOVE SPACES TO audit-seed-text
           MOVE num TO audit-seed-text (1 : n)
           PERFORM 150-compute-session-id

           MOVE "Y" TO session-open-sw
           MOVE dsv-requestor TO session-costctr
           MOVE 0 TO session-cycles
           MOVE 0 TO session-worst-rc
           MOVE 0 TO draw-seq
           MOVE 0 TO issued-count
           MOVE "START" TO lr-event
           MOVE 0 TO lr-rc
           MOVE SPACES TO lr-parms
           STRING
              "requestor="               DELIMITED BY SIZE
              FUNCTION TRIM (dsv-requestor) DELIMITED BY SIZE
              " n="                      DELIMITED BY SIZE
              n                          DELIMITED BY SIZE
              INTO lr-parms
           END-STRING
           PERFORM 066-register-run
           DISPLAY "Draw service session " session-id " opened for "
              FUNCTION TRIM (session-costctr) " by "
              FUNCTION TRIM (operator-id).

       110-enforce-authorization.
           MOVE operator-id TO ar-operator
           MOVE "DRAW" TO ar-capability
           MOVE "Y" TO ar-allowed
           CALL authchk USING auth-request
              ON EXCEPTION
                 CONTINUE
           END-CALL
           IF ar-allowed NOT = "Y"
              DISPLAY "DRAW SERVICE REFUSED - operator " operator-id
                 " is not authorized for DRAW on this system"
              MOVE 1 TO dsv-return-code
              MOVE "NOTAUTH" TO dsv-reason
              EXIT PARAGRAPH
           END-IF
           DISPLAY "PRNGCLIENT" UPON ENVIRONMENT-NAME
           MOVE SPACES TO client-code
           ACCEPT client-code FROM ENVIRONMENT-VALUE
           MOVE operator-id TO cr-operator
           MOVE client-code TO cr-client
           MOVE "Y" TO cr-allowed
           CALL clntchk USING client-request
              ON EXCEPTION
                 MOVE "Y" TO cr-allowed
           END-CALL
           IF cr-allowed NOT = "Y"
              DISPLAY "DRAW SERVICE REFUSED - operator " operator-id
                 " may not draw for client '"
                 FUNCTION TRIM (client-code) "'"
              MOVE 1 TO dsv-return-code
              MOVE "CLIENT" TO dsv-reason
           END-IF.

      * The session counts once against the requestor's monthly
      * session allowance, when it opens; each DRAW then charges
      * only its cycles.
       115-admit-session.
           MOVE dsv-requestor TO aq-costctr
           MOVE 0 TO aq-cycles
           MOVE SPACE TO aq-kind
           MOVE "Y" TO aq-result
           CALL allowchk USING allow-request
              ON EXCEPTION
                 CONTINUE
           END-CALL
           IF aq-result = "N"
              MOVE 1 TO dsv-return-code
              MOVE "ALLOWANC" TO dsv-reason
           END-IF.

      * The session posts to HISTFILE on every DRAW and seals onto
      * AUDITLOG at CLOSE, so both are held from OPEN to CLOSE:
      * HISTFILE alone, as any draw run holds it, which also keeps
      * a second service session from taking the same number.
       120-enqueue-datasets.
           MOVE "ACQUIRE" TO dq-function
           MOVE "drawsvc" TO dq-program
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
              MOVE 1 TO dsv-return-code
              MOVE "DSNHELD" TO dsv-reason
           END-IF.

       130-load-exclude-list.
           MOVE 0 TO exclude-count
           OPEN INPUT exclude-file
           IF exclude-status NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL exclude-status NOT = "00"
              READ exclude-file
                 AT END
                    MOVE "10" TO exclude-status
                 NOT AT END
                    IF exclude-count < 1000
                       ADD 1 TO exclude-count
                       MOVE ex-value TO exclude-value (exclude-count)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE exclude-file.

      * One more than the highest service session AUDITLOG holds
      * for the day, counted from the top of the draw runs' range.
       150-compute-session-id.
           MOVE svc-session-base TO session-seq
           OPEN INPUT audit-log
           IF audit-status = "00"
              PERFORM UNTIL audit-status NOT = "00"
                 READ audit-log
                    AT END
                       MOVE "10" TO audit-status
                    NOT AT END
                       IF aud-date = run-date
                          AND aud-session (10 : 9) IS NUMERIC
                          MOVE aud-session (10 : 9)
                             TO audit-session-seq
                          IF audit-session-seq > session-seq
                             MOVE audit-session-seq TO session-seq
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE audit-log
           END-IF
           ADD 1 TO session-seq
           MOVE SPACES TO session-id
           STRING
              run-date        DELIMITED BY SIZE
              "-"             DELIMITED BY SIZE
              session-seq     DELIMITED BY SIZE
              INTO session-id
           END-STRING.

       300-draw-values.
           PERFORM 310-validate-draw
           IF dsv-return-code NOT = 0
              EXIT PARAGRAPH
           END-IF
           MOVE dsv-requestor TO aq-costctr
           MOVE dsv-count TO aq-cycles
           MOVE "C" TO aq-kind
           MOVE "Y" TO aq-result
           CALL allowchk USING allow-request
              ON EXCEPTION
                 CONTINUE
           END-CALL
           IF aq-result = "N"
              MOVE 1 TO dsv-return-code
              MOVE "ALLOWANC" TO dsv-reason
              EXIT PARAGRAPH
           END-IF
           PERFORM 320-open-history
           IF hist-open-sw = "N"
              DISPLAY "HISTORY OPEN ERROR - status " hist-status
                 " on " FUNCTION TRIM (hist-file-name)
              MOVE "FATL" TO exd-severity
              MOVE "HISTOPEN" TO exd-reason
              MOVE "draw service history unavailable" TO exd-text
              PERFORM 065-feed-exception
              MOVE 3 TO dsv-return-code
              MOVE "HISTOPEN" TO dsv-reason
              EXIT PARAGRAPH
           END-IF
           COMPUTE dsv-first-seq = draw-seq + 1
           PERFORM VARYING value-idx FROM 1 BY 1
              UNTIL value-idx > dsv-count
                 OR dsv-return-code NOT = 0
              PERFORM 350-draw-one-value
           END-PERFORM
           PERFORM 390-close-history.

       310-validate-draw.
           IF dsv-requestor NOT = session-costctr
              MOVE 1 TO dsv-return-code
              MOVE "REQUESTR" TO dsv-reason
              EXIT PARAGRAPH
           END-IF
           IF dsv-count < 1 OR dsv-count > 100
              MOVE 1 TO dsv-return-code
              MOVE "BADCOUNT" TO dsv-reason
              EXIT PARAGRAPH
           END-IF
           IF dsv-n NOT = n
              MOVE 1 TO dsv-return-code
              MOVE "BADN" TO dsv-reason
              EXIT PARAGRAPH
           END-IF
      * Unique values are checked against every value the session
      * has issued, so the session can only promise that while
      * all of them fit in the issued table.
           IF dsv-unique = "Y"
              AND issued-count + dsv-count > 10000
              MOVE 1 TO dsv-return-code
              MOVE "UNIQFULL" TO dsv-reason
              EXIT PARAGRAPH
           END-IF
           COMPUTE range-ten-power = 10 ** n
           IF dsv-low = 0 AND dsv-high = 0
              MOVE "N" TO range-mode-sw
              EXIT PARAGRAPH
           END-IF
           IF dsv-high NOT > dsv-low
              OR dsv-high NOT < range-ten-power
              MOVE 1 TO dsv-return-code
              MOVE "BADRANGE" TO dsv-reason
              EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO range-mode-sw
           MOVE dsv-low TO low-bound
           MOVE dsv-high TO high-bound
           COMPUTE range-size = high-bound - low-bound + 1
      * The same rejection-based fairness reduction the generator
      * applies: raw draws at or above the largest multiple of
      * the range size are discarded.
           COMPUTE range-span-limit =
              (range-ten-power / range-size) * range-size.

      * History is partitioned by year, exactly as randomize writes
      * it: this call's year partition, created and cataloged on
      * its first draw, with VALIDX and HISTDELTA kept alongside.
       320-open-history.
           MOVE SPACES TO hist-file-name
           MOVE "HISTFILE.Y" TO hist-file-name (1 : 10)
           MOVE run-date (1 : 4) TO hist-file-name (11 : 4)
           PERFORM 330-register-partition
           OPEN I-O val-idx
           IF val-idx-status NOT = "00"
              OPEN OUTPUT val-idx
              CLOSE val-idx
              OPEN I-O val-idx
           END-IF
           IF val-idx-status = "00"
              MOVE "Y" TO val-idx-open-sw
           ELSE
              MOVE "N" TO val-idx-open-sw
           END-IF
           OPEN EXTEND hist-delta
           IF hist-delta-status NOT = "00"
              OPEN OUTPUT hist-delta
           END-IF
           IF hist-delta-status = "00"
              MOVE "Y" TO hist-delta-open-sw
           ELSE
              MOVE "N" TO hist-delta-open-sw
           END-IF
           OPEN I-O hist-file
           IF hist-status NOT = "00"
              OPEN OUTPUT hist-file
              CLOSE hist-file
              OPEN I-O hist-file
           END-IF
           IF hist-status = "00"
              MOVE "Y" TO hist-open-sw
           ELSE
              PERFORM 390-close-history
           END-IF.

       330-register-partition.
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
           END-IF.

      * A value on the exclusion list, or one already issued in the
      * session when the caller asked for unique values, is drawn
      * over; the generator just advances.
       350-draw-one-value.
           MOVE "N" TO value-ok-sw
           MOVE 0 TO draw-attempts
           PERFORM UNTIL value-ok-sw = "Y"
              OR dsv-return-code NOT = 0
              ADD 1 TO draw-attempts
              IF draw-attempts > 100000
                 DISPLAY "Draw service could not find an allowed "
                    "value after " draw-attempts " attempts"
                 MOVE "SEVR" TO exd-severity
                 MOVE "EXCLEXH" TO exd-reason
                 MOVE "no allowed value within attempt limit"
                    TO exd-text
                 PERFORM 065-feed-exception
                 MOVE 1 TO dsv-return-code
                 MOVE "EXHAUST" TO dsv-reason
              ELSE
                 PERFORM 360-next-raw
                 IF range-mode-sw = "Y"
                    PERFORM 370-reduce-range-unbiased
                 ELSE
                    MOVE FUNCTION NUMVAL (num) TO draw-value
                 END-IF
                 IF dsv-return-code = 0
                    PERFORM 380-check-value-allowed
                 END-IF
              END-IF
           END-PERFORM
           IF value-ok-sw NOT = "Y"
              EXIT PARAGRAPH
           END-IF
           IF issued-count < 10000
              ADD 1 TO issued-count
              MOVE draw-value TO issued-value (issued-count)
           END-IF
           ADD 1 TO draw-seq
           ADD 1 TO session-cycles
           ADD 1 TO dsv-returned
           MOVE draw-value TO dsv-value (dsv-returned)
           PERFORM 385-write-history.

       360-next-raw.
           CALL prng USING prng-state
              ON EXCEPTION
                 DISPLAY "PRNG CALL ERROR - unable to call "
                    "generator module " prng
                 MOVE "FATL" TO exd-severity
                 MOVE "PRNGCALL" TO exd-reason
                 MOVE "generator module call failed" TO exd-text
                 PERFORM 065-feed-exception
                 MOVE 3 TO dsv-return-code
                 MOVE "PRNGCALL" TO dsv-reason
           END-CALL.

       370-reduce-range-unbiased.
           MOVE FUNCTION NUMVAL (num) TO range-raw-value
           PERFORM UNTIL range-raw-value < range-span-limit
              OR dsv-return-code NOT = 0
              PERFORM 360-next-raw
              MOVE FUNCTION NUMVAL (num) TO range-raw-value
           END-PERFORM
           COMPUTE draw-value =
              low-bound + FUNCTION MOD
                 (range-raw-value, range-size).

       380-check-value-allowed.
           MOVE "N" TO excluded-sw
           PERFORM VARYING exclude-idx FROM 1 BY 1
              UNTIL exclude-idx > exclude-count
              OR excluded-sw = "Y"
              IF exclude-value (exclude-idx) = draw-value
                 MOVE "Y" TO excluded-sw
              END-IF
           END-PERFORM
           IF dsv-unique = "Y"
              PERFORM VARYING issued-idx FROM 1 BY 1
                 UNTIL issued-idx > issued-count
                 OR excluded-sw = "Y"
                 IF issued-value (issued-idx) = draw-value
                    MOVE "Y" TO excluded-sw
                 END-IF
              END-PERFORM
           END-IF
           IF excluded-sw = "N"
              MOVE "Y" TO value-ok-sw
           END-IF.

      * Recorded as randomize records a draw: the raw generator
      * output, with the check digit of the value handed out.
       385-write-history.
           MOVE draw-value TO check-value
           CALL chkdig USING check-value, check-digit
              ON EXCEPTION
                 MOVE 0 TO check-digit
           END-CALL
           MOVE SPACES TO hist-record
           MOVE run-date TO hk-date
           MOVE draw-seq TO hk-seq
           MOVE session-seq TO hk-session
           MOVE n TO hist-n
           MOVE num TO hist-value
           MOVE 1 TO hist-stream
           MOVE check-digit TO hist-check
           MOVE "A" TO hist-stat
           MOVE 0 TO hl-seq
           MOVE 0 TO hl-session
           MOVE client-code TO hist-client
           IF hist-delta-open-sw = "Y"
              MOVE "A" TO hd-action
              MOVE hk-date TO hd-date
              MOVE hk-seq TO hd-seq
              MOVE hk-session TO hd-session
              MOVE hist-n TO hd-n
              MOVE hist-value TO hd-value
              MOVE hist-stream TO hd-stream
              MOVE hist-check TO hd-check
              MOVE run-date TO hd-stamp-date
              ACCEPT hd-stamp-time FROM TIME
              WRITE hist-delta-record
           END-IF
           IF val-idx-open-sw = "Y"
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
              END-WRITE
           END-IF
           WRITE hist-record
              INVALID KEY
                 DISPLAY "HISTORY WRITE ERROR - duplicate key for "
                    "date " run-date " seq " draw-seq
                 MOVE "WARN" TO exd-severity
                 MOVE "HISTDUP" TO exd-reason
                 MOVE "duplicate history key" TO exd-text
                 PERFORM 065-feed-exception
           END-WRITE.

       390-close-history.
           IF val-idx-open-sw = "Y"
              CLOSE val-idx
              MOVE "N" TO val-idx-open-sw
           END-IF
           IF hist-delta-open-sw = "Y"
              CLOSE hist-delta
              MOVE "N" TO hist-delta-open-sw
           END-IF
           IF hist-open-sw = "Y"
              CLOSE hist-file
              MOVE "N" TO hist-open-sw
           END-IF.

      * The session goes onto AUDITLOG when it ends, with the
      * values actually handed out as its cycles, sealed onto
      * whatever record is then last on the log. A session that
      * drew nothing leaves no AUDITLOG record to bill. A session
      * number already on the log is never written a second time;
      * the draws stay on HISTFILE for operations to resolve.
       500-close-session.
           MOVE "N" TO session-open-sw
           MOVE "END  " TO lr-event
           MOVE session-worst-rc TO lr-rc
           MOVE SPACES TO lr-parms
           IF session-cycles = 0
              MOVE "no values drawn" TO lr-parms
              PERFORM 066-register-run
              PERFORM 530-release-datasets
              DISPLAY "Draw service session " session-id
                 " closed with no values drawn"
              EXIT PARAGRAPH
           END-IF
           PERFORM 510-find-prev-seal
           IF session-clash-sw = "Y"
              DISPLAY "AUDITLOG already holds session "
                 session-id " - draw service session not audited"
              MOVE "SEVR" TO exd-severity
              MOVE "SESSDUP" TO exd-reason
              MOVE "session-id used by two runs" TO exd-text
              PERFORM 065-feed-exception
              MOVE 3 TO dsv-return-code
              MOVE "SESSDUP" TO dsv-reason
              MOVE 3 TO lr-rc
              MOVE "session already on AUDITLOG" TO lr-parms
              PERFORM 066-register-run
              PERFORM 530-release-datasets
              EXIT PARAGRAPH
           END-IF
           OPEN EXTEND audit-log
           IF audit-status NOT = "00"
              OPEN OUTPUT audit-log
           END-IF
           MOVE run-date TO aud-date
           MOVE run-time TO aud-time
           MOVE audit-seed-text TO aud-seed
           MOVE session-cycles TO aud-cycles
           MOVE n TO aud-n
           MOVE session-id TO aud-session
           MOVE seed-provenance TO aud-seed-src
           MOVE SPACES TO aud-cosigner
           MOVE SPACES TO aud-ticket
           MOVE session-costctr TO aud-costctr
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
           CLOSE audit-log
           PERFORM 520-index-audit-record
           STRING
              "session="                 DELIMITED BY SIZE
              FUNCTION TRIM (session-id) DELIMITED BY SIZE
              INTO lr-parms
           END-STRING
           PERFORM 066-register-run
           PERFORM 530-release-datasets
           DISPLAY "Draw service session " session-id " closed: "
              session-cycles " value(s) charged to "
              FUNCTION TRIM (session-costctr).

       510-find-prev-seal.
           MOVE 0 TO audit-prev-seal
           MOVE "N" TO session-clash-sw
           OPEN INPUT audit-log
           IF audit-status NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL audit-status NOT = "00"
              READ audit-log
                 AT END
                    MOVE "10" TO audit-status
                 NOT AT END
                    MOVE aud-seal TO audit-prev-seal
                    IF aud-session = session-id
                       MOVE "Y" TO session-clash-sw
                    END-IF
              END-READ
           END-PERFORM
           CLOSE audit-log.

      * Maintained only where it already exists, as randomize does;
      * a missing AUDITIDX waits for audidxbld.
       520-index-audit-record.
           OPEN I-O audit-idx
           IF audit-idx-status NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE audit-record TO audit-idx-record
           WRITE audit-idx-record
              INVALID KEY
                 CONTINUE
           END-WRITE
           CLOSE audit-idx.

       530-release-datasets.
           MOVE "RELEASE" TO dq-function
           MOVE "drawsvc" TO dq-program
           CALL dsnenq USING dataset-enqueue
              ON EXCEPTION
                 CONTINUE
           END-CALL.
       END PROGRAM drawsvc.
