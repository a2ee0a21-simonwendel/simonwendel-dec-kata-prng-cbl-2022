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
       PROGRAM-ID. peerpair.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT roster-file ASSIGN TO "ROSTER"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS roster-status.
           SELECT excl-file ASSIGN TO "EXCLPAIR"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS excl-status.
           SELECT prior-file ASSIGN TO "PAIRPRIOR"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS prior-status.
           SELECT pair-out ASSIGN TO "PAIROUT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS pair-out-status.
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
      * Same staff list as the duty rota: an eight-character staff
      * id followed by the name.
       FD  roster-file.
       01  roster-record.
           05 ros-staff         PIC X(8).
           05 FILLER            PIC X.
           05 ros-name          PIC X(71).

      * A forbidden pairing, typically a manager and a direct
      * report; it binds in both directions.
       FD  excl-file
           RECORDING MODE IS F.
       01  excl-record.
           05 ep-staff-a        PIC X(8).
           05 ep-staff-b        PIC X(8).
           05 FILLER            PIC X(64).

      * Last quarter's PAIROUT, read back so nobody draws the same
      * reviewer twice running.
       FD  prior-file.
       01  prior-record.
           05 pr-reviewee       PIC X(8).
           05 FILLER            PIC X.
           05 pr-reviewer       PIC X(8).
           05 FILLER            PIC X(63).

       FD  pair-out.
       01  pair-record.
           05 po-reviewee       PIC X(8).
           05 FILLER            PIC X.
           05 po-reviewer       PIC X(8).
           05 FILLER            PIC X.
           05 po-reviewee-name  PIC X(30).
           05 FILLER            PIC X.
           05 po-reviewer-name  PIC X(30).

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
       77  roster-status        PIC XX.
       77  excl-status          PIC XX.
       77  prior-status         PIC XX.
       77  pair-out-status      PIC XX.
       77  audit-status         PIC XX.
       77  audit-idx-status     PIC XX.
       77  prng                 PIC X(8)    VALUE "prng".
       77  seed                 PIC X(9)    VALUE "prng-seed".
       77  sealcalc             PIC X(8)    VALUE "sealcalc".
       77  job-token-text       PIC X(9)    VALUE "PEERPAIR".
       77  seed-provenance      PIC X(8)    VALUE "CLOCK".
       77  run-date             PIC X(8).
       77  run-time             PIC X(8).
       77  session-seq          PIC 9(9)    VALUE 0.
       77  session-id           PIC X(18)   VALUE SPACES.
       77  audit-seed-text      PIC X(16)   VALUE SPACES.
       77  seal-data            PIC X(128).
       77  seal-work            PIC 9(18).
       77  audit-prev-seal      PIC 9(18)   VALUE 0.
       77  staff-count          PIC 9(3)    VALUE 0.
       77  staff-idx            PIC 9(3).
       77  other-idx            PIC 9(3).
       77  find-staff           PIC X(8).
       77  found-idx            PIC 9(3).
       77  excl-count           PIC 9(5)    VALUE 0.
       77  excl-unknown         PIC 9(5)    VALUE 0.
       77  prior-count          PIC 9(5)    VALUE 0.
       77  option-count         PIC 9(3).
       77  stuck-count          PIC 9(3)    VALUE 0.
       77  perm-idx             PIC 9(3).
       77  swap-pick            PIC 9(3).
       77  swap-staff           PIC 9(3).
       77  attempt-count        PIC 9(5)    VALUE 0.
       77  attempt-limit        PIC 9(5)    VALUE 2000.
       77  search-steps         PIC 9(9)    VALUE 0.
       77  search-limit         PIC 9(9)    VALUE 5000000.
       77  search-level         PIC 9(3).
       77  search-pos           PIC 9(3).
       77  valid-sw             PIC X.
       77  result-sw            PIC X       VALUE "N".
       77  draw-raw             PIC 9(16).
       77  runledgr             PIC X(8)    VALUE "runledgr".
      * Start/end registration in the central execution ledger.
       01  ledger-request.
           05 lr-program        PIC X(10)   VALUE "peerpair".
           05 lr-event          PIC X(5).
           05 lr-rc             PIC 9(4)    VALUE 0.
           05 lr-parms          PIC X(40)   VALUE SPACES.
       01  staff-table.
           05 staff-entry       OCCURS 200 TIMES.
              10 st-staff       PIC X(8).
              10 st-name        PIC X(30).
              10 st-reviewer    PIC 9(3).
              10 st-used        PIC X.
              10 st-order-pos   PIC 9(3).
      * allow-flag (reviewee, reviewer) is "Y" when that reviewer
      * may review that reviewee this quarter.
       01  allow-table.
           05 allow-row         OCCURS 200 TIMES.
              10 allow-flag     PIC X       OCCURS 200 TIMES.
       01  perm-table.
           05 perm-staff        PIC 9(3)    OCCURS 200 TIMES.
      * Per-reviewee random order in which the exhaustive search
      * tries reviewers.
       01  order-table.
           05 order-row         OCCURS 200 TIMES.
              10 order-staff    PIC 9(3)    OCCURS 200 TIMES.
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

      * Quarterly peer-review pairing: every member of staff gets
      * one reviewer and reviews exactly one colleague, never
      * themselves, never across an EXCLPAIR line and never the
      * same reviewer as last quarter. Whole random derangements
      * are drawn and rejected until one satisfies every rule, so
      * each valid pairing is equally likely. If none turns up
      * within the attempt limit a randomised exhaustive search
      * either finds one or proves there is none, and the run
      * reports the impossibility instead of drawing forever.
       PROCEDURE DIVISION.
           MOVE "START" TO lr-event
           PERFORM 066-register-run
           PERFORM 062-enforce-client
           PERFORM 070-enqueue-datasets

           PERFORM 100-load-roster
           IF RETURN-CODE = 0
              PERFORM 150-build-allow-table
              PERFORM 160-load-exclusions
           END-IF
           IF RETURN-CODE = 0
              PERFORM 170-load-prior-pairs
              PERFORM 180-check-each-has-option
           END-IF
           IF RETURN-CODE NOT = 0
              PERFORM 090-end-run
           END-IF

           ACCEPT run-date FROM DATE YYYYMMDD
           CALL seed USING prng-state, job-token-text,
              seed-provenance
           MOVE SPACES TO audit-seed-text
           MOVE num TO audit-seed-text (1 : n)
           ACCEPT run-time FROM TIME
           PERFORM 298-compute-session-id
           PERFORM 300-write-audit-log

           PERFORM UNTIL result-sw NOT = "N"
              OR attempt-count NOT < attempt-limit
              ADD 1 TO attempt-count
              PERFORM 400-draw-derangement
           END-PERFORM
           IF result-sw = "N"
              PERFORM 450-exhaustive-search
           END-IF

           PERFORM 075-release-datasets
           EVALUATE result-sw
              WHEN "Y"
                 PERFORM 500-write-pairs
                 DISPLAY "Peer-review pairing (session "
                    FUNCTION TRIM (session-id) "): " staff-count
                    " staff paired in PAIROUT; " excl-count
                    " exclusion(s), " prior-count
                    " prior pairing(s) honoured"
                 MOVE 0 TO RETURN-CODE
              WHEN "I"
                 DISPLAY "IMPOSSIBLE: no pairing satisfies every "
                    "constraint - the exhaustive search tried every "
                    "arrangement; relax EXCLPAIR or PAIRPRIOR"
                 MOVE 2 TO RETURN-CODE
              WHEN OTHER
                 DISPLAY "UNDECIDED: no pairing found after "
                    attempt-count " random draws and " search-steps
                    " search steps - the constraints are too tight "
                    "to settle; review EXCLPAIR"
                 MOVE 2 TO RETURN-CODE
           END-EVALUATE
           PERFORM 090-end-run.

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
           MOVE "peerpair" TO dq-program
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
           MOVE "peerpair" TO dq-program
           CALL dsnenq USING dataset-enqueue
              ON EXCEPTION
                 CONTINUE
           END-CALL.

       100-load-roster.
           OPEN INPUT roster-file
           IF roster-status NOT = "00"
              DISPLAY "Unable to open the ROSTER staff list"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL roster-status NOT = "00"
              READ roster-file
                 AT END
                    MOVE "10" TO roster-status
                 NOT AT END
                    IF ros-staff NOT = SPACES
                       MOVE ros-staff TO find-staff
                       PERFORM 190-find-staff
                       IF found-idx > 0
                          DISPLAY "ROSTER lists " ros-staff " twice"
                          MOVE 1 TO RETURN-CODE
                          MOVE "10" TO roster-status
                       ELSE
                          IF staff-count = 200
                             DISPLAY "ROSTER lists more than 200 "
                                "staff"
                             MOVE 1 TO RETURN-CODE
                             MOVE "10" TO roster-status
                          ELSE
                             ADD 1 TO staff-count
                             MOVE ros-staff TO st-staff (staff-count)
                             MOVE ros-name TO st-name (staff-count)
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE roster-file
           IF staff-count < 2 AND RETURN-CODE = 0
              DISPLAY "ROSTER needs at least two staff to pair"
              MOVE 1 TO RETURN-CODE
           END-IF.

       150-build-allow-table.
           PERFORM VARYING staff-idx FROM 1 BY 1
              UNTIL staff-idx > staff-count
              PERFORM VARYING other-idx FROM 1 BY 1
                 UNTIL other-idx > staff-count
                 MOVE "Y" TO allow-flag (staff-idx, other-idx)
              END-PERFORM
              MOVE "N" TO allow-flag (staff-idx, staff-idx)
           END-PERFORM.

      * EXCLPAIR is optional; a line naming someone not on the
      * roster is counted and ignored.
       160-load-exclusions.
           OPEN INPUT excl-file
           IF excl-status NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL excl-status NOT = "00"
              READ excl-file
                 AT END
                    MOVE "10" TO excl-status
                 NOT AT END
                    MOVE ep-staff-a TO find-staff
                    PERFORM 190-find-staff
                    MOVE found-idx TO staff-idx
                    MOVE ep-staff-b TO find-staff
                    PERFORM 190-find-staff
                    MOVE found-idx TO other-idx
                    IF staff-idx = 0 OR other-idx = 0
                       ADD 1 TO excl-unknown
                    ELSE
                       ADD 1 TO excl-count
                       MOVE "N" TO allow-flag (staff-idx, other-idx)
                       MOVE "N" TO allow-flag (other-idx, staff-idx)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE excl-file
           IF excl-unknown > 0
              DISPLAY "EXCLPAIR: " excl-unknown " line(s) name staff "
                 "not on the roster - ignored"
           END-IF.

      * With no prior quarter on file (the first run) the rule
      * simply has nothing to exclude.
       170-load-prior-pairs.
           OPEN INPUT prior-file
           IF prior-status NOT = "00"
              DISPLAY "No PAIRPRIOR from last quarter - repeat "
                 "reviewers not excluded"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL prior-status NOT = "00"
              READ prior-file
                 AT END
                    MOVE "10" TO prior-status
                 NOT AT END
                    MOVE pr-reviewee TO find-staff
                    PERFORM 190-find-staff
                    MOVE found-idx TO staff-idx
                    MOVE pr-reviewer TO find-staff
                    PERFORM 190-find-staff
                    MOVE found-idx TO other-idx
                    IF staff-idx > 0 AND other-idx > 0
                       ADD 1 TO prior-count
                       MOVE "N" TO allow-flag (staff-idx, other-idx)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE prior-file.

      * The cheap, common impossibility: someone every colleague is
      * barred from reviewing, or barred from reviewing anyone.
       180-check-each-has-option.
           PERFORM VARYING staff-idx FROM 1 BY 1
              UNTIL staff-idx > staff-count
              MOVE 0 TO option-count
              PERFORM VARYING other-idx FROM 1 BY 1
                 UNTIL other-idx > staff-count
                 IF allow-flag (staff-idx, other-idx) = "Y"
                    ADD 1 TO option-count
                 END-IF
              END-PERFORM
              IF option-count = 0
                 DISPLAY "IMPOSSIBLE: no permitted reviewer for "
                    st-staff (staff-idx)
                 ADD 1 TO stuck-count
              END-IF
              MOVE 0 TO option-count
              PERFORM VARYING other-idx FROM 1 BY 1
                 UNTIL other-idx > staff-count
                 IF allow-flag (other-idx, staff-idx) = "Y"
                    ADD 1 TO option-count
                 END-IF
              END-PERFORM
              IF option-count = 0
                 DISPLAY "IMPOSSIBLE: " st-staff (staff-idx)
                    " may review nobody"
                 ADD 1 TO stuck-count
              END-IF
           END-PERFORM
           IF stuck-count > 0
              MOVE 2 TO RETURN-CODE
           END-IF.

       190-find-staff.
           MOVE 0 TO found-idx
           PERFORM VARYING other-idx FROM 1 BY 1
              UNTIL other-idx > staff-count OR found-idx > 0
              IF st-staff (other-idx) = find-staff
                 MOVE other-idx TO found-idx
              END-IF
           END-PERFORM.

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

      * The pairing is reproducible only if the seed that drove it
      * is on the record: the run lands in AUDITLOG like a grpassign
      * session, chained seal included, with the number of staff
      * paired in the cycles field.
       300-write-audit-log.
           OPEN EXTEND audit-log
           IF audit-status NOT = "00"
              OPEN OUTPUT audit-log
           END-IF
           MOVE run-date TO aud-date
           MOVE run-time TO aud-time
           MOVE audit-seed-text TO aud-seed
           MOVE staff-count TO aud-cycles
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

      * One whole random permutation, shuffled from the top as
      * grpassign shuffles its groups, accepted only if every
      * reviewee-reviewer pair in it is allowed.
       400-draw-derangement.
           PERFORM VARYING perm-idx FROM 1 BY 1
              UNTIL perm-idx > staff-count
              MOVE perm-idx TO perm-staff (perm-idx)
           END-PERFORM
           PERFORM VARYING perm-idx FROM staff-count BY -1
              UNTIL perm-idx < 2
              PERFORM 600-draw-raw-value
              COMPUTE swap-pick =
                 FUNCTION MOD (draw-raw, perm-idx) + 1
              IF swap-pick NOT = perm-idx
                 MOVE perm-staff (perm-idx) TO swap-staff
                 MOVE perm-staff (swap-pick)
                    TO perm-staff (perm-idx)
                 MOVE swap-staff TO perm-staff (swap-pick)
              END-IF
           END-PERFORM
           MOVE "Y" TO valid-sw
           PERFORM VARYING staff-idx FROM 1 BY 1
              UNTIL staff-idx > staff-count OR valid-sw = "N"
              IF allow-flag (staff-idx, perm-staff (staff-idx))
                 NOT = "Y"
                 MOVE "N" TO valid-sw
              END-IF
           END-PERFORM
           IF valid-sw = "Y"
              PERFORM VARYING staff-idx FROM 1 BY 1
                 UNTIL staff-idx > staff-count
                 MOVE perm-staff (staff-idx)
                    TO st-reviewer (staff-idx)
              END-PERFORM
              MOVE "Y" TO result-sw
           END-IF.

      * Backtracking over reviewees in roster order, each trying
      * its reviewers in its own random order. Running out at the
      * first reviewee means no arrangement exists ("I"); the step
      * limit stops a pathological roster with the answer still
      * open ("U").
       450-exhaustive-search.
           PERFORM VARYING staff-idx FROM 1 BY 1
              UNTIL staff-idx > staff-count
              MOVE 0 TO st-reviewer (staff-idx)
              MOVE "N" TO st-used (staff-idx)
           END-PERFORM
           MOVE 1 TO search-level
           PERFORM 460-shuffle-level-order
           PERFORM UNTIL result-sw NOT = "N"
              IF search-level > staff-count
                 MOVE "Y" TO result-sw
              ELSE
                 IF search-level = 0
                    MOVE "I" TO result-sw
                 ELSE
                    IF search-steps NOT < search-limit
                       MOVE "U" TO result-sw
                    ELSE
                       ADD 1 TO search-steps
                       PERFORM 470-advance-level
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       460-shuffle-level-order.
           MOVE 0 TO st-order-pos (search-level)
           PERFORM VARYING perm-idx FROM 1 BY 1
              UNTIL perm-idx > staff-count
              MOVE perm-idx TO order-staff (search-level, perm-idx)
           END-PERFORM
           PERFORM VARYING perm-idx FROM staff-count BY -1
              UNTIL perm-idx < 2
              PERFORM 600-draw-raw-value
              COMPUTE swap-pick =
                 FUNCTION MOD (draw-raw, perm-idx) + 1
              IF swap-pick NOT = perm-idx
                 MOVE order-staff (search-level, perm-idx)
                    TO swap-staff
                 MOVE order-staff (search-level, swap-pick)
                    TO order-staff (search-level, perm-idx)
                 MOVE swap-staff
                    TO order-staff (search-level, swap-pick)
              END-IF
           END-PERFORM.

      * Releases this level's current reviewer, then takes the next
      * free, allowed one in its order and descends; with none left
      * it backs up a level.
       470-advance-level.
           IF st-reviewer (search-level) > 0
              MOVE "N" TO st-used (st-reviewer (search-level))
              MOVE 0 TO st-reviewer (search-level)
           END-IF
           MOVE 0 TO found-idx
           MOVE st-order-pos (search-level) TO search-pos
           PERFORM UNTIL found-idx > 0 OR search-pos NOT < staff-count
              ADD 1 TO search-pos
              MOVE order-staff (search-level, search-pos) TO other-idx
              IF st-used (other-idx) = "N"
                 AND allow-flag (search-level, other-idx) = "Y"
                 MOVE other-idx TO found-idx
              END-IF
           END-PERFORM
           MOVE search-pos TO st-order-pos (search-level)
           IF found-idx = 0
              SUBTRACT 1 FROM search-level
           ELSE
              MOVE found-idx TO st-reviewer (search-level)
              MOVE "Y" TO st-used (found-idx)
              ADD 1 TO search-level
              IF search-level NOT > staff-count
                 PERFORM 460-shuffle-level-order
              END-IF
           END-IF.

      * Written in the layout PAIRPRIOR reads back next quarter.
       500-write-pairs.
           OPEN OUTPUT pair-out
           PERFORM VARYING staff-idx FROM 1 BY 1
              UNTIL staff-idx > staff-count
              MOVE SPACES TO pair-record
              MOVE st-staff (staff-idx) TO po-reviewee
              MOVE st-staff (st-reviewer (staff-idx)) TO po-reviewer
              MOVE st-name (staff-idx) TO po-reviewee-name
              MOVE st-name (st-reviewer (staff-idx))
                 TO po-reviewer-name
              WRITE pair-record
           END-PERFORM
           CLOSE pair-out.

       600-draw-raw-value.
           CALL prng USING prng-state
              ON EXCEPTION
                 DISPLAY "PRNG CALL ERROR - unable to call "
                    "generator module " prng
                 MOVE 3 TO RETURN-CODE
                 STOP RUN
           END-CALL
           MOVE FUNCTION NUMVAL (num) TO draw-raw.
       END PROGRAM peerpair.
