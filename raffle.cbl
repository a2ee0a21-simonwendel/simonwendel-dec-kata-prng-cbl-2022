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
       PROGRAM-ID. raffle.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT raffle-in ASSIGN TO "RAFFLEIN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS raffle-in-status.
           SELECT prize-file ASSIGN TO "PRIZES"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS prize-status.
           SELECT winners-out ASSIGN TO "WINNERS"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS winners-status.
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
      * One participant per line: the id and the number of entries
      * (tickets) bought. A participant with no entries is listed
      * but can never be drawn.
       FD  raffle-in.
       01  raffle-in-record.
           05 ri-participant    PIC X(20).
           05 FILLER            PIC X.
           05 ri-entries        PIC X(9).
           05 FILLER            PIC X(50).

      * One line per prize tier, in the order the tiers are drawn
      * (first prize first): the tier number, how many prizes the
      * tier has and what they are.
       FD  prize-file.
       01  prize-record.
           05 pz-tier           PIC X(2).
           05 FILLER            PIC X.
           05 pz-quantity       PIC X(5).
           05 FILLER            PIC X.
           05 pz-description    PIC X(40).
           05 FILLER            PIC X(31).

      * The winners in draw order, with the tier and the prize
      * within the tier each one takes, and the entries that won.
       FD  winners-out.
       01  winner-record.
           05 wr-draw-no        PIC 9(5).
           05 FILLER            PIC X.
           05 wr-tier           PIC 99.
           05 FILLER            PIC X.
           05 wr-prize-no       PIC 9(5).
           05 FILLER            PIC X.
           05 wr-participant    PIC X(20).
           05 FILLER            PIC X.
           05 wr-entries        PIC 9(9).
           05 FILLER            PIC X.
           05 wr-description    PIC X(40).

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
       77  raffle-in-status     PIC XX.
       77  prize-status         PIC XX.
       77  winners-status       PIC XX.
       77  audit-status         PIC XX.
       77  audit-idx-status     PIC XX.
       77  prng                 PIC X(8)    VALUE "prng".
       77  seed                 PIC X(9)    VALUE "prng-seed".
       77  sealcalc             PIC X(8)    VALUE "sealcalc".
       77  prng-tests           PIC X(14)   VALUE "prng-tests".
       01  gate-t-res.
           05 gate-succ         PIC 9(3)    VALUE 0.
           05 gate-fail         PIC 9(3)    VALUE 0.
           05 gate-stat         PIC 9(1)    VALUE 0.
       77  job-token-text       PIC X(9)    VALUE "RAFFLE".
       77  seed-provenance      PIC X(8)    VALUE "CLOCK".
       77  arg-num              PIC 9(4).
       77  arg-maxwins          PIC X(4).
       77  arg-session          PIC X(18).
      * Wins allowed per participant; zero means no limit.
       77  max-wins             PIC 9(4)    VALUE 1.
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
       77  part-count           PIC 9(5)    VALUE 0.
       77  part-idx             PIC 9(5).
       77  dup-idx              PIC 9(5).
       77  eligible-count       PIC 9(5)    VALUE 0.
       77  total-entries        PIC 9(13)   VALUE 0.
       77  active-entries       PIC 9(13).
       77  tier-count           PIC 9(3)    VALUE 0.
       77  tier-idx             PIC 9(3).
       77  prize-count          PIC 9(9)    VALUE 0.
       77  prize-no             PIC 9(5).
       77  draw-no              PIC 9(5)    VALUE 0.
       77  capacity             PIC 9(9).
      * Each pick is reduced without bias: raw values at or above
      * the largest whole multiple of the live entry count are
      * drawn over, so every entry still in the hat has exactly
      * the same chance.
       77  draw-raw             PIC 9(16).
       77  draw-modulus         PIC 9(16).
       77  draw-quotient        PIC 9(16).
       77  draw-limit           PIC 9(16).
       77  entry-pick           PIC 9(13).
       77  entry-cum            PIC 9(13).
       77  winner-idx           PIC 9(5).
       77  entries-text         PIC X(9).
       77  quantity-text        PIC X(5).
       77  count-disp           PIC ZZZZ9.
       77  runledgr             PIC X(8)    VALUE "runledgr".
      * Start/end registration in the central execution ledger.
       01  ledger-request.
           05 lr-program        PIC X(10)   VALUE "raffle".
           05 lr-event          PIC X(5).
           05 lr-rc             PIC 9(4)    VALUE 0.
           05 lr-parms          PIC X(40)   VALUE SPACES.
      * The participants as read, in input order, with the wins
      * each has taken so far this draw.
       01  part-table.
           05 part-entry        OCCURS 5000 TIMES.
              10 pt-id          PIC X(20).
              10 pt-entries     PIC 9(9).
              10 pt-wins        PIC 9(4).
       01  tier-table.
           05 tier-entry        OCCURS 100 TIMES.
              10 tr-tier        PIC 99.
              10 tr-quantity    PIC 9(5).
              10 tr-description PIC X(40).
       01  prng-state.
           05 n                 PIC 99      VALUE 12.
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

      * Draws the winners of a raffle: tier by tier in PRIZES
      * order, each prize goes to a participant picked with a
      * chance proportional to the entries they hold. A participant
      * who reaches the win limit leaves the hat with all their
      * entries. The seed is sealed into AUDITLOG; given that
      * session-id (and the same limit), the same RAFFLEIN and
      * PRIZES yield the identical WINNERS list.
       PROCEDURE DIVISION.
           PERFORM 050-self-test-gate
           MOVE 1 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT arg-maxwins FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE "-" TO arg-maxwins
           END-ACCEPT
           MOVE 2 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT arg-session FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO arg-session
           END-ACCEPT

           IF FUNCTION TRIM (arg-maxwins) = "-" OR arg-maxwins = SPACES
              MOVE 1 TO max-wins
           ELSE
              IF FUNCTION TRIM (arg-maxwins) IS NOT NUMERIC
                 PERFORM 060-display-usage
                 MOVE 1 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE FUNCTION NUMVAL (arg-maxwins) TO max-wins
           END-IF
           IF arg-session NOT = SPACES
              MOVE "Y" TO replay-sw
           END-IF

           MOVE "START" TO lr-event
           MOVE SPACES TO lr-parms
           STRING
              "maxwins "                 DELIMITED BY SIZE
              max-wins                   DELIMITED BY SIZE
              " "                        DELIMITED BY SIZE
              FUNCTION TRIM (arg-session) DELIMITED BY SIZE
              INTO lr-parms
           END-STRING
           PERFORM 066-register-run
           PERFORM 062-enforce-client
           PERFORM 070-enqueue-datasets

           PERFORM 100-load-participants
           IF RETURN-CODE NOT = 0
              PERFORM 090-end-run
           END-IF
           PERFORM 200-load-prizes
           IF RETURN-CODE NOT = 0
              PERFORM 090-end-run
           END-IF
           PERFORM 230-check-capacity
           IF RETURN-CODE NOT = 0
              PERFORM 090-end-run
           END-IF

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

           PERFORM 400-draw-winners
           MOVE part-count TO count-disp
           IF replay-sw = "Y"
              DISPLAY "Raffle re-derived from session "
                 FUNCTION TRIM (session-id) ": " draw-no
                 " prize(s) in " tier-count " tier(s) among "
                 FUNCTION TRIM (count-disp) " participant(s); "
                 "winners in WINNERS"
           ELSE
              DISPLAY "Raffle session " FUNCTION TRIM (session-id)
                 ": " draw-no " prize(s) in " tier-count
                 " tier(s) among " FUNCTION TRIM (count-disp)
                 " participant(s); winners in WINNERS"
           END-IF
           PERFORM 075-release-datasets
           MOVE 0 TO RETURN-CODE
           PERFORM 090-end-run.

       050-self-test-gate.
           CALL prng-tests USING gate-t-res
           IF gate-stat NOT = 0
              DISPLAY "SELF-TEST GATE FAILED - prng-tests reports "
                 gate-fail " failed assertion(s); refusing to "
                 "draw raffle winners"
              MOVE 2 TO RETURN-CODE
              STOP RUN
           END-IF.

       060-display-usage.
           DISPLAY "Usage: raffle [maxwins] [session-id]"
           DISPLAY "  maxwins: prizes one participant may win "
              "(default 1; 0 for no limit; - keeps the default)"
           DISPLAY "  session-id re-derives a recorded raffle "
              "from its sealed seed - give the same maxwins".

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
           MOVE "raffle" TO dq-program
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
           MOVE "raffle" TO dq-program
           CALL dsnenq USING dataset-enqueue
              ON EXCEPTION
                 CONTINUE
           END-CALL.

      * Every entry count must be a number and every participant
      * listed once: a duplicate would hold two places in the hat
      * and could win past the limit, so nothing is drawn.
       100-load-participants.
           OPEN INPUT raffle-in
           IF raffle-in-status NOT = "00"
              DISPLAY "Unable to open the RAFFLEIN participant list"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO eof-sw
           PERFORM UNTIL eof-sw = "Y"
              READ raffle-in
                 AT END
                    MOVE "Y" TO eof-sw
                 NOT AT END
                    IF part-count = 5000
                       DISPLAY "RAFFLEIN holds more than 5000 "
                          "participants"
                       MOVE 1 TO RETURN-CODE
                       MOVE "Y" TO eof-sw
                    ELSE
                       ADD 1 TO part-count
                       PERFORM 150-load-one-participant
                    END-IF
              END-READ
           END-PERFORM
           CLOSE raffle-in
           IF part-count = 0 AND RETURN-CODE = 0
              DISPLAY "RAFFLEIN is empty - nothing to draw"
              MOVE 1 TO RETURN-CODE
           END-IF.

       150-load-one-participant.
           MOVE part-count TO count-disp
           IF ri-participant = SPACES
              DISPLAY "RAFFLEIN line " FUNCTION TRIM (count-disp)
                 ": no participant id"
              MOVE 1 TO RETURN-CODE
              MOVE "Y" TO eof-sw
              EXIT PARAGRAPH
           END-IF
           MOVE ri-entries TO entries-text
           IF entries-text = SPACES
              OR FUNCTION TRIM (entries-text) IS NOT NUMERIC
              DISPLAY "RAFFLEIN line " FUNCTION TRIM (count-disp)
                 ": entries '" FUNCTION TRIM (entries-text)
                 "' is not a whole number"
              MOVE 1 TO RETURN-CODE
              MOVE "Y" TO eof-sw
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING dup-idx FROM 1 BY 1
              UNTIL dup-idx >= part-count
              IF pt-id (dup-idx) = ri-participant
                 DISPLAY "RAFFLEIN line " FUNCTION TRIM (count-disp)
                    ": participant "
                    FUNCTION TRIM (ri-participant)
                    " is already listed - give one line per "
                    "participant with all their entries"
                 MOVE 1 TO RETURN-CODE
                 MOVE "Y" TO eof-sw
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           MOVE ri-participant TO pt-id (part-count)
           MOVE FUNCTION NUMVAL (entries-text)
              TO pt-entries (part-count)
           MOVE 0 TO pt-wins (part-count)
           IF pt-entries (part-count) > 0
              ADD 1 TO eligible-count
              ADD pt-entries (part-count) TO total-entries
           END-IF.

       200-load-prizes.
           OPEN INPUT prize-file
           IF prize-status NOT = "00"
              DISPLAY "Unable to open the PRIZES list"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO eof-sw
           PERFORM UNTIL eof-sw = "Y"
              READ prize-file
                 AT END
                    MOVE "Y" TO eof-sw
                 NOT AT END
                    IF tier-count = 100
                       DISPLAY "PRIZES holds more than 100 tiers"
                       MOVE 1 TO RETURN-CODE
                       MOVE "Y" TO eof-sw
                    ELSE
                       ADD 1 TO tier-count
                       PERFORM 210-load-one-tier
                    END-IF
              END-READ
           END-PERFORM
           CLOSE prize-file
           IF tier-count = 0 AND RETURN-CODE = 0
              DISPLAY "PRIZES is empty - nothing to draw"
              MOVE 1 TO RETURN-CODE
           END-IF.

       210-load-one-tier.
           MOVE tier-count TO count-disp
           MOVE pz-quantity TO quantity-text
           IF FUNCTION TRIM (pz-tier) IS NOT NUMERIC
              OR quantity-text = SPACES
              OR FUNCTION TRIM (quantity-text) IS NOT NUMERIC
              DISPLAY "PRIZES line " FUNCTION TRIM (count-disp)
                 ": tier and quantity must be whole numbers"
              MOVE 1 TO RETURN-CODE
              MOVE "Y" TO eof-sw
              EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL (quantity-text) = 0
              DISPLAY "PRIZES line " FUNCTION TRIM (count-disp)
                 ": tier " FUNCTION TRIM (pz-tier)
                 " has no prizes"
              MOVE 1 TO RETURN-CODE
              MOVE "Y" TO eof-sw
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL (pz-tier) TO tr-tier (tier-count)
           MOVE FUNCTION NUMVAL (quantity-text)
              TO tr-quantity (tier-count)
           MOVE pz-description TO tr-description (tier-count)
           ADD tr-quantity (tier-count) TO prize-count.

      * Every prize must be winnable before the first is drawn: a
      * hat that runs dry halfway down the prize list would leave
      * the lower tiers unawarded.
       230-check-capacity.
           IF eligible-count = 0
              DISPLAY "No participant in RAFFLEIN holds any "
                 "entries - nothing to draw"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           IF prize-count > 99999
              DISPLAY "PRIZES lists " prize-count " prizes; one "
                 "raffle draws at most 99999"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           IF max-wins > 0
              COMPUTE capacity = eligible-count * max-wins
              IF capacity < prize-count
                 DISPLAY "PRIZES lists " prize-count " prize(s) but "
                    eligible-count " participant(s) with entries "
                    "may win at most " max-wins " each"
                 MOVE 1 TO RETURN-CODE
                 EXIT PARAGRAPH
              END-IF
           END-IF
           COMPUTE draw-modulus = 10 ** n
           IF total-entries >= draw-modulus
              DISPLAY "RAFFLEIN holds " total-entries " entries; "
                 "a raffle draws from fewer than " draw-modulus
              MOVE 1 TO RETURN-CODE
           END-IF.

      * The recorded run must be the same prize list: its prize
      * count is sealed in the audit record and is checked before
      * a single value is drawn.
       250-seed-from-session.
           MOVE FUNCTION TRIM (arg-session) TO session-id
           PERFORM 260-find-audit-record
           IF audit-found-sw = "N"
              DISPLAY "No AUDITLOG entry found for session "
                 FUNCTION TRIM (session-id)
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           IF aud-cycles NOT = prize-count
              DISPLAY "Session " FUNCTION TRIM (session-id)
                 " drew " aud-cycles " prize(s); PRIZES lists "
                 prize-count
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE aud-n TO n
           MOVE aud-seed (1 : n) TO num
           COMPUTE draw-modulus = 10 ** n
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

      * The winners are defensible only if the seed that picked
      * them is on the record: the run lands in AUDITLOG like a
      * tiebreak or grpassign session, chained seal included, with
      * the number of prizes drawn in the cycles field.
       300-write-audit-log.
           OPEN EXTEND audit-log
           IF audit-status NOT = "00"
              OPEN OUTPUT audit-log
           END-IF
           MOVE run-date TO aud-date
           MOVE run-time TO aud-time
           MOVE audit-seed-text TO aud-seed
           MOVE prize-count TO aud-cycles
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

       400-draw-winners.
           OPEN OUTPUT winners-out
           MOVE total-entries TO active-entries
           PERFORM VARYING tier-idx FROM 1 BY 1
              UNTIL tier-idx > tier-count
              PERFORM VARYING prize-no FROM 1 BY 1
                 UNTIL prize-no > tr-quantity (tier-idx)
                 PERFORM 450-draw-one-winner
                 PERFORM 480-write-winner
              END-PERFORM
           END-PERFORM
           CLOSE winners-out.

      * The pick is an entry number within the entries still in
      * the hat, walked off against the participants in input
      * order; a winner at the limit takes all their entries out.
       450-draw-one-winner.
           DIVIDE draw-modulus BY active-entries
              GIVING draw-quotient
           MULTIPLY draw-quotient BY active-entries
              GIVING draw-limit
           PERFORM 600-draw-raw-value
           PERFORM UNTIL draw-raw < draw-limit
              PERFORM 600-draw-raw-value
           END-PERFORM
           COMPUTE entry-pick =
              FUNCTION MOD (draw-raw, active-entries) + 1
           MOVE 0 TO entry-cum
           MOVE 0 TO winner-idx
           PERFORM VARYING part-idx FROM 1 BY 1
              UNTIL part-idx > part-count OR winner-idx > 0
              IF pt-entries (part-idx) > 0
                 AND (max-wins = 0 OR pt-wins (part-idx) < max-wins)
                 ADD pt-entries (part-idx) TO entry-cum
                 IF entry-pick <= entry-cum
                    MOVE part-idx TO winner-idx
                 END-IF
              END-IF
           END-PERFORM
           ADD 1 TO pt-wins (winner-idx)
           IF max-wins > 0 AND pt-wins (winner-idx) = max-wins
              SUBTRACT pt-entries (winner-idx) FROM active-entries
           END-IF.

       480-write-winner.
           ADD 1 TO draw-no
           MOVE SPACES TO winner-record
           MOVE draw-no TO wr-draw-no
           MOVE tr-tier (tier-idx) TO wr-tier
           MOVE prize-no TO wr-prize-no
           MOVE pt-id (winner-idx) TO wr-participant
           MOVE pt-entries (winner-idx) TO wr-entries
           MOVE tr-description (tier-idx) TO wr-description
           WRITE winner-record
           DISPLAY "Tier " tr-tier (tier-idx) " prize " prize-no
              ": " FUNCTION TRIM (pt-id (winner-idx)).

       600-draw-raw-value.
           CALL prng USING prng-state
              ON EXCEPTION
                 DISPLAY "PRNG CALL ERROR - unable to call "
                    "generator module " prng
                 MOVE 3 TO RETURN-CODE
                 STOP RUN
           END-CALL
           MOVE FUNCTION NUMVAL (num) TO draw-raw.
       END PROGRAM raffle.
