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
       PROGRAM-ID. tiebreak.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT tie-in ASSIGN TO "TIEIN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS tie-in-status.
           SELECT tie-out ASSIGN TO "TIEOUT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS tie-out-status.
           SELECT audit-log ASSIGN TO "AUDITLOG"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS audit-status.
           SELECT audit-idx ASSIGN TO "AUDITIDX"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ax-session
              FILE STATUS IS audit-idx-status.

       DATA DIVISION.
       FILE SECTION.
       FD  tie-in.
       01  tie-in-record        PIC X(80).

      * The fully ranked list: final rank, the score exactly as it
      * stood in TIEIN, the tie group the item was drawn within
      * (zero when its score was not tied) and the item itself.
       FD  tie-out.
       01  tie-out-record.
           05 to-rank           PIC 9(5).
           05 FILLER            PIC X.
           05 to-score          PIC X(18).
           05 FILLER            PIC X.
           05 to-group          PIC 9(4).
           05 FILLER            PIC X.
           05 to-item           PIC X(80).

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

       WORKING-STORAGE SECTION.
       77  tie-in-status        PIC XX.
       77  tie-out-status       PIC XX.
       77  audit-status         PIC XX.
       77  audit-idx-status     PIC XX.
       77  prng                 PIC X(8)    VALUE "prng".
       77  seed                 PIC X(9)    VALUE "prng-seed".
       77  sealcalc             PIC X(8)    VALUE "sealcalc".
       77  job-token-text       PIC X(9)    VALUE "TIEBREAK".
       77  seed-provenance      PIC X(8)    VALUE "CLOCK".
       77  arg-num              PIC 9(4).
       77  arg-start            PIC X(4).
       77  arg-length           PIC X(4).
       77  arg-order            PIC X(4).
       77  arg-session          PIC X(18).
       77  score-start          PIC 99.
       77  score-length         PIC 99.
       77  high-first-sw        PIC X       VALUE "Y".
       77  placed-sw            PIC X.
       77  replay-sw            PIC X       VALUE "N".
       77  audit-found-sw       PIC X       VALUE "N".
       77  run-date             PIC X(8).
       77  run-time             PIC X(8).
       77  session-seq          PIC 9(9)    VALUE 0.
       77  session-id           PIC X(18)   VALUE SPACES.
       77  audit-seed-text      PIC X(16)   VALUE SPACES.
       77  seal-data            PIC X(128).
       77  seal-work            PIC 9(18).
       77  audit-prev-seal      PIC 9(18)   VALUE 0.
       77  eof-sw               PIC X       VALUE "N".
       77  item-count           PIC 9(5)    VALUE 0.
       77  item-idx             PIC 9(5).
       77  rank-idx             PIC 9(5).
       77  ins-idx              PIC 9(5).
       77  ins-item             PIC 9(5).
       77  group-first          PIC 9(5).
       77  group-last           PIC 9(5).
       77  group-size           PIC 9(5).
       77  group-no             PIC 9(4)    VALUE 0.
       77  tied-count           PIC 9(5)    VALUE 0.
       77  perm-idx             PIC 9(5).
       77  swap-pick            PIC 9(5).
       77  swap-item            PIC 9(5).
       77  draw-raw             PIC 9(16).
       77  score-text           PIC X(18).
       77  items-disp           PIC ZZZZ9.
       77  runledgr             PIC X(8)    VALUE "runledgr".
      * Start/end registration in the central execution ledger.
       01  ledger-request.
           05 lr-program        PIC X(10)   VALUE "tiebreak".
           05 lr-event          PIC X(5).
           05 lr-rc             PIC 9(4)    VALUE 0.
           05 lr-parms          PIC X(40)   VALUE SPACES.
      * The list as read, in input order.
       01  item-table.
           05 item-entry        OCCURS 5000 TIMES.
              10 it-record      PIC X(80).
              10 it-score       PIC S9(13)V9(5).
              10 it-group       PIC 9(4).
      * Input positions in rank order: sorted by score (stable, so
      * equal scores keep their input order until their tie is
      * broken), then each tie group permuted in place.
       01  rank-table.
           05 rank-item         PIC 9(5)    OCCURS 5000 TIMES.
       01  prng-state.
           05 n                 PIC 99      VALUE 9.
           05 num.
              10                PIC 9
              OCCURS 1 TO 16 TIMES DEPENDING ON n.
      * Operator running the job and the client it is run for: the
      * operator must serve that client before anything is drawn,
      * and every dataset the run touches is enqueued first.
       77  operator-id          PIC X(8).
       77  opident              PIC X(8)    VALUE "opident".
       77  client-code          PIC X(8)    VALUE SPACES.
       77  clntchk              PIC X(8)    VALUE "clntchk".
       01  client-request.
           05 cr-operator       PIC X(8).
           05 cr-client         PIC X(8).
           05 cr-allowed        PIC X.
           05 cr-all-clients    PIC X.
           05 cr-served         PIC X(8)    OCCURS 4 TIMES.
       77  dsnenq               PIC X(8)    VALUE "dsnenq".
       COPY dsnenq.

      * Breaks the ties in a ranked list by the generator: every
      * group of equal scores is put in a random order drawn from a
      * seed sealed into AUDITLOG, so the order can be defended and
      * re-derived. Given a session-id, the recorded seed is used
      * instead and the same TIEIN yields the identical TIEOUT.
       PROCEDURE DIVISION.
           MOVE 1 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT arg-start FROM ARGUMENT-VALUE
              ON EXCEPTION
                 PERFORM 060-display-usage
                 MOVE 1 TO RETURN-CODE
                 STOP RUN
           END-ACCEPT
           MOVE 2 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT arg-length FROM ARGUMENT-VALUE
              ON EXCEPTION
                 PERFORM 060-display-usage
                 MOVE 1 TO RETURN-CODE
                 STOP RUN
           END-ACCEPT
           MOVE 3 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT arg-order FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE "HIGH" TO arg-order
           END-ACCEPT
           MOVE 4 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT arg-session FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO arg-session
           END-ACCEPT

           IF FUNCTION TRIM (arg-start) IS NOT NUMERIC
              OR FUNCTION TRIM (arg-length) IS NOT NUMERIC
              DISPLAY "Invalid score column: start and length must "
                 "be numbers"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF
           IF FUNCTION NUMVAL (arg-start) < 1
              OR FUNCTION NUMVAL (arg-length) < 1
              OR FUNCTION NUMVAL (arg-length) > 18
              OR FUNCTION NUMVAL (arg-start)
                 + FUNCTION NUMVAL (arg-length) > 81
              DISPLAY "Invalid score column: length 1-18, ending "
                 "within the 80-byte TIEIN record"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE FUNCTION NUMVAL (arg-start) TO score-start
           MOVE FUNCTION NUMVAL (arg-length) TO score-length
           EVALUATE FUNCTION TRIM (arg-order)
              WHEN "HIGH"
              WHEN "-"
                 MOVE "Y" TO high-first-sw
              WHEN "LOW"
                 MOVE "N" TO high-first-sw
              WHEN OTHER
                 PERFORM 060-display-usage
                 MOVE 1 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE
           IF arg-session NOT = SPACES
              MOVE "Y" TO replay-sw
           END-IF

           MOVE "START" TO lr-event
           MOVE SPACES TO lr-parms
           STRING
              "col "                     DELIMITED BY SIZE
              score-start                DELIMITED BY SIZE
              " len "                    DELIMITED BY SIZE
              score-length               DELIMITED BY SIZE
              " "                        DELIMITED BY SIZE
              FUNCTION TRIM (arg-order)  DELIMITED BY SIZE
              " "                        DELIMITED BY SIZE
              FUNCTION TRIM (arg-session) DELIMITED BY SIZE
              INTO lr-parms
           END-STRING
           PERFORM 066-register-run
           PERFORM 062-enforce-client
           PERFORM 070-enqueue-datasets

           PERFORM 100-load-list
           IF RETURN-CODE NOT = 0
              PERFORM 090-end-run
           END-IF
           PERFORM 200-rank-by-score

           IF replay-sw = "Y"
              PERFORM 250-seed-from-session
              IF RETURN-CODE NOT = 0
                 PERFORM 090-end-run
              END-IF
           ELSE
              ACCEPT run-date FROM DATE YYYYMMDD
              CALL seed USING prng-state, job-token-text,
                 seed-provenance
              MOVE SPACES TO audit-seed-text
              MOVE num TO audit-seed-text (1 : n)
              ACCEPT run-time FROM TIME
              PERFORM 298-compute-session-id
              PERFORM 300-write-audit-log
           END-IF

           PERFORM 400-break-ties
           PERFORM 500-write-ranked-list
           MOVE item-count TO items-disp
           IF replay-sw = "Y"
              DISPLAY "Tie-break re-derived from session "
                 FUNCTION TRIM (session-id) ": "
                 FUNCTION TRIM (items-disp) " item(s), "
                 group-no " tie group(s) covering " tied-count
                 " item(s); ranked list in TIEOUT"
           ELSE
              DISPLAY "Tie-break session " FUNCTION TRIM (session-id)
                 ": " FUNCTION TRIM (items-disp) " item(s), "
                 group-no " tie group(s) covering " tied-count
                 " item(s); ranked list in TIEOUT"
           END-IF
           PERFORM 075-release-datasets
           MOVE 0 TO RETURN-CODE
           PERFORM 090-end-run.

       060-display-usage.
           DISPLAY "Usage: tiebreak start length [HIGH|LOW] "
              "[session-id]"
           DISPLAY "  start/length: the score column in TIEIN"
           DISPLAY "  HIGH ranks the highest score first (default); "
              "LOW the lowest"
           DISPLAY "  session-id re-derives a recorded tie-break "
              "from its sealed seed".

       066-register-run.
           CALL runledgr USING ledger-request
              ON EXCEPTION
                 CONTINUE
           END-CALL.

       090-end-run.
           MOVE "END  " TO lr-event
           MOVE RETURN-CODE TO lr-rc
           PERFORM 066-register-run
           MOVE lr-rc TO RETURN-CODE
           STOP RUN.

      * PRNGCLIENT names the client the run is for; blank is the
      * house itself. An operator confined to named clients may not
      * run for any other.
       062-enforce-client.
           CALL opident USING operator-id
              ON EXCEPTION
                 DISPLAY "USER" UPON ENVIRONMENT-NAME
                 ACCEPT operator-id FROM ENVIRONMENT-VALUE
           END-CALL
           IF operator-id = SPACES
              MOVE "UNKNOWN" TO operator-id
           END-IF
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
              IF client-code = SPACES
                 DISPLAY "RUN REFUSED - operator " operator-id
                    " serves named clients only; set PRNGCLIENT"
              ELSE
                 DISPLAY "RUN REFUSED - operator " operator-id
                    " may not run sessions for client "
                    FUNCTION TRIM (client-code)
              END-IF
              MOVE 1 TO RETURN-CODE
              PERFORM 090-end-run
           END-IF.

      * The session lands on AUDITLOG beside every other draw run;
      * only a job holding the log alone keeps this one out.
       070-enqueue-datasets.
           MOVE "ACQUIRE" TO dq-function
           MOVE "tiebreak" TO dq-program
           MOVE operator-id TO dq-operator
           MOVE 1 TO dq-count
           MOVE "AUDITLOG" TO dq-dataset (1)
           MOVE "S" TO dq-mode (1)
           MOVE "Y" TO dq-granted
           CALL dsnenq USING dataset-enqueue
              ON EXCEPTION
                 CONTINUE
           END-CALL
           IF dq-granted NOT = "Y"
              MOVE 1 TO RETURN-CODE
              PERFORM 090-end-run
           END-IF.

       075-release-datasets.
           MOVE "RELEASE" TO dq-function
           MOVE "tiebreak" TO dq-program
           CALL dsnenq USING dataset-enqueue
              ON EXCEPTION
                 CONTINUE
           END-CALL.

      * Every score must be a number: a list with an unreadable
      * score cannot be ranked defensibly, so nothing is drawn.
       100-load-list.
           OPEN INPUT tie-in
           IF tie-in-status NOT = "00"
              DISPLAY "Unable to open the TIEIN ranked list"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL eof-sw = "Y"
              READ tie-in
                 AT END
                    MOVE "Y" TO eof-sw
                 NOT AT END
                    IF item-count = 5000
                       DISPLAY "TIEIN holds more than 5000 items"
                       MOVE 1 TO RETURN-CODE
                       MOVE "Y" TO eof-sw
                    ELSE
                       ADD 1 TO item-count
                       PERFORM 150-load-one-item
                    END-IF
              END-READ
           END-PERFORM
           CLOSE tie-in
           IF item-count = 0 AND RETURN-CODE = 0
              DISPLAY "TIEIN is empty - nothing to rank"
              MOVE 1 TO RETURN-CODE
           END-IF.

       150-load-one-item.
           MOVE tie-in-record (score-start : score-length)
              TO score-text
           IF score-text = SPACES
              OR FUNCTION TEST-NUMVAL (score-text) NOT = 0
              MOVE item-count TO items-disp
              DISPLAY "TIEIN item " FUNCTION TRIM (items-disp)
                 ": score '" FUNCTION TRIM (score-text)
                 "' is not a number"
              MOVE 1 TO RETURN-CODE
              MOVE "Y" TO eof-sw
              EXIT PARAGRAPH
           END-IF
           MOVE tie-in-record TO it-record (item-count)
           MOVE FUNCTION NUMVAL (score-text) TO it-score (item-count)
           MOVE 0 TO it-group (item-count).

      * Stable insertion sort of the input positions by score.
       200-rank-by-score.
           PERFORM VARYING item-idx FROM 1 BY 1
              UNTIL item-idx > item-count
              MOVE item-idx TO ins-item
              MOVE item-idx TO ins-idx
              MOVE "N" TO placed-sw
              PERFORM UNTIL ins-idx = 1 OR placed-sw = "Y"
                 PERFORM 210-compare-neighbour
                 IF placed-sw = "N"
                    MOVE rank-item (ins-idx - 1)
                       TO rank-item (ins-idx)
                    SUBTRACT 1 FROM ins-idx
                 END-IF
              END-PERFORM
              MOVE ins-item TO rank-item (ins-idx)
           END-PERFORM.

       210-compare-neighbour.
           IF high-first-sw = "Y"
              IF it-score (rank-item (ins-idx - 1))
                 >= it-score (ins-item)
                 MOVE "Y" TO placed-sw
              END-IF
           ELSE
              IF it-score (rank-item (ins-idx - 1))
                 <= it-score (ins-item)
                 MOVE "Y" TO placed-sw
              END-IF
           END-IF.

      * The recorded run must be the same list: its item count is
      * sealed in the audit record and is checked before a single
      * value is drawn.
       250-seed-from-session.
           MOVE FUNCTION TRIM (arg-session) TO session-id
           PERFORM 260-find-audit-record
           IF audit-found-sw = "N"
              DISPLAY "No AUDITLOG entry found for session "
                 FUNCTION TRIM (session-id)
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           IF aud-cycles NOT = item-count
              DISPLAY "Session " FUNCTION TRIM (session-id)
                 " broke the ties in a list of " aud-cycles
                 " item(s); TIEIN holds " item-count
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE aud-n TO n
           MOVE aud-seed (1 : n) TO num
           MOVE 0 TO RETURN-CODE.

       260-find-audit-record.
           OPEN INPUT audit-idx
           IF audit-idx-status = "00"
              MOVE session-id TO ax-session
              READ audit-idx
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "Y" TO audit-found-sw
                    MOVE audit-idx-record TO audit-record
              END-READ
              CLOSE audit-idx
           END-IF
           IF audit-found-sw = "Y"
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT audit-log
           IF audit-status NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL audit-status NOT = "00"
              READ audit-log
                 AT END
                    MOVE "10" TO audit-status
                 NOT AT END
                    IF aud-session = session-id
                       MOVE "Y" TO audit-found-sw
                       MOVE "10" TO audit-status
                    END-IF
              END-READ
           END-PERFORM
           CLOSE audit-log.

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

      * The order is defensible only if the seed that drove it is
      * on the record: the run lands in AUDITLOG like a grpassign
      * or recsamp session, chained seal included, with the list's
      * item count in the cycles field.
       300-write-audit-log.
           OPEN EXTEND audit-log
           IF audit-status NOT = "00"
              OPEN OUTPUT audit-log
           END-IF
           MOVE run-date TO aud-date
           MOVE run-time TO aud-time
           MOVE audit-seed-text TO aud-seed
           MOVE item-count TO aud-cycles
           MOVE n TO aud-n
           MOVE session-id TO aud-session
           MOVE seed-provenance TO aud-seed-src
           MOVE SPACES TO aud-cosigner
           MOVE SPACES TO aud-ticket
           MOVE SPACES TO aud-costctr
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

      * Tie groups are taken in rank order and each is shuffled
      * with the same swap-from-the-top permutation grpassign uses,
      * so the draws consumed depend only on the list itself.
       400-break-ties.
           MOVE 1 TO group-first
           PERFORM UNTIL group-first > item-count
              MOVE group-first TO group-last
              MOVE "N" TO placed-sw
              PERFORM UNTIL group-last = item-count OR placed-sw = "Y"
                 IF it-score (rank-item (group-last + 1))
                    = it-score (rank-item (group-first))
                    ADD 1 TO group-last
                 ELSE
                    MOVE "Y" TO placed-sw
                 END-IF
              END-PERFORM
              IF group-last > group-first
                 PERFORM 450-permute-group
              END-IF
              COMPUTE group-first = group-last + 1
           END-PERFORM.

       450-permute-group.
           ADD 1 TO group-no
           COMPUTE group-size = group-last - group-first + 1
           ADD group-size TO tied-count
           PERFORM VARYING perm-idx FROM group-size BY -1
              UNTIL perm-idx < 2
              PERFORM 600-draw-raw-value
              COMPUTE swap-pick =
                 FUNCTION MOD (draw-raw, perm-idx) + 1
              IF swap-pick NOT = perm-idx
                 MOVE rank-item (group-first + perm-idx - 1)
                    TO swap-item
                 MOVE rank-item (group-first + swap-pick - 1)
                    TO rank-item (group-first + perm-idx - 1)
                 MOVE swap-item
                    TO rank-item (group-first + swap-pick - 1)
              END-IF
           END-PERFORM
           PERFORM VARYING rank-idx FROM group-first BY 1
              UNTIL rank-idx > group-last
              MOVE group-no TO it-group (rank-item (rank-idx))
           END-PERFORM.

       500-write-ranked-list.
           OPEN OUTPUT tie-out
           PERFORM VARYING rank-idx FROM 1 BY 1
              UNTIL rank-idx > item-count
              MOVE rank-item (rank-idx) TO item-idx
              MOVE SPACES TO tie-out-record
              MOVE rank-idx TO to-rank
              MOVE it-record (item-idx) (score-start : score-length)
                 TO to-score
              MOVE it-group (item-idx) TO to-group
              MOVE it-record (item-idx) TO to-item
              WRITE tie-out-record
           END-PERFORM
           CLOSE tie-out.

       600-draw-raw-value.
           CALL prng USING prng-state
              ON EXCEPTION
                 DISPLAY "PRNG CALL ERROR - unable to call "
                    "generator module " prng
                 MOVE 3 TO RETURN-CODE
                 STOP RUN
           END-CALL
           MOVE FUNCTION NUMVAL (num) TO draw-raw.
       END PROGRAM tiebreak.
