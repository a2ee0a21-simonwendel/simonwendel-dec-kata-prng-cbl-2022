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
       PROGRAM-ID. armassign.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT expdef-file ASSIGN TO "EXPDEF"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS expdef-status.
           SELECT cust-file ASSIGN TO "CUSTIN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS cust-status.
           SELECT arm-reg ASSIGN TO "ARMREG"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ar-key
              FILE STATUS IS arm-reg-status.
           SELECT arm-out ASSIGN TO "ARMOUT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS arm-out-status.
           SELECT balance-report ASSIGN TO "ARMBAL"
              ORGANIZATION IS LINE SEQUENTIAL.
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
      * Experiment definition: one line per arm, all carrying the
      * same experiment id; the target percentages total 100.
       FD  expdef-file.
       01  expdef-record.
           05 ed-experiment     PIC X(12).
           05 FILLER            PIC X.
           05 ed-arm            PIC X(8).
           05 FILLER            PIC X.
           05 ed-percent        PIC X(3).
           05 FILLER            PIC X(55).

      * Customer id in the first twenty columns; anything after it
      * is ignored.
       FD  cust-file.
       01  cust-record.
           05 cu-customer       PIC X(20).
           05 FILLER            PIC X(60).

      * Every arm ever handed out, keyed by experiment and
      * customer, so a returning customer keeps the arm of their
      * first assignment however many runs later they appear.
       FD  arm-reg.
       01  arm-reg-record.
           05 ar-key.
              10 ar-experiment  PIC X(12).
              10 ar-customer    PIC X(20).
           05 ar-arm            PIC X(8).
           05 ar-date           PIC X(8).
           05 ar-session        PIC X(18).
           05 FILLER            PIC X(14).

       FD  arm-out.
       01  arm-out-record.
           05 ao-customer       PIC X(20).
           05 FILLER            PIC X.
           05 ao-experiment     PIC X(12).
           05 FILLER            PIC X.
           05 ao-arm            PIC X(8).
           05 FILLER            PIC X.
           05 ao-status         PIC X(4).
           05 FILLER            PIC X.
           05 ao-since          PIC X(8).

       FD  balance-report.
       01  balance-line         PIC X(100).

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
       77  expdef-status        PIC XX.
       77  cust-status          PIC XX.
       77  arm-reg-status       PIC XX.
       77  arm-out-status       PIC XX.
       77  audit-status         PIC XX.
       77  audit-idx-status     PIC XX.
       77  prng                 PIC X(8)    VALUE "prng".
       77  seed                 PIC X(9)    VALUE "prng-seed".
       77  sealcalc             PIC X(8)    VALUE "sealcalc".
       77  job-token-text       PIC X(9)    VALUE "ARMASSIGN".
       77  seed-provenance      PIC X(8)    VALUE "CLOCK".
       77  run-date             PIC X(8).
       77  run-time             PIC X(8).
       77  session-seq          PIC 9(9)    VALUE 0.
       77  session-id           PIC X(18)   VALUE SPACES.
       77  audit-seed-text      PIC X(16)   VALUE SPACES.
       77  seal-data            PIC X(128).
       77  seal-work            PIC 9(18).
       77  audit-prev-seal      PIC 9(18)   VALUE 0.
       77  experiment-id        PIC X(12)   VALUE SPACES.
       77  arm-count            PIC 99      VALUE 0.
       77  arm-idx              PIC 99.
       77  found-idx            PIC 99.
       77  find-arm             PIC X(8).
       77  percent-total        PIC 9(5)    VALUE 0.
       77  cumulative-pct       PIC 9(5).
       77  draw-pct             PIC 99.
       77  draw-raw             PIC 9(16).
       77  cust-count           PIC 9(9)    VALUE 0.
       77  new-count            PIC 9(9)    VALUE 0.
       77  kept-count           PIC 9(9)    VALUE 0.
       77  blank-count          PIC 9(9)    VALUE 0.
       77  stray-count          PIC 9(9)    VALUE 0.
       77  count-disp           PIC ZZZZZZZZ9.
       77  pct-disp             PIC ZZ9.99.
       77  dev-disp             PIC +++9.99.
       77  actual-pct           PIC 9(3)V99.
       77  deviation-pct        PIC S9(3)V99.
       77  runledgr             PIC X(8)    VALUE "runledgr".
      * Start/end registration in the central execution ledger.
       01  ledger-request.
           05 lr-program        PIC X(10)   VALUE "armassign".
           05 lr-event          PIC X(5).
           05 lr-rc             PIC 9(4)    VALUE 0.
           05 lr-parms          PIC X(40)   VALUE SPACES.
       01  arm-table.
           05 arm-entry         OCCURS 20 TIMES.
              10 at-arm         PIC X(8).
              10 at-percent     PIC 9(3).
              10 at-new         PIC 9(9).
              10 at-kept        PIC 9(9).
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

      * Experiment-arm assignment: each customer in CUSTIN who is
      * already registered in ARMREG for this experiment keeps the
      * arm recorded there; everyone else draws an arm from prng
      * with the EXPDEF target percentages as the odds, and the
      * draw is registered at once so a customer listed twice, or
      * seen again in a later run, never changes arm. ARMBAL
      * compares the actual split with the target per arm.
       PROCEDURE DIVISION.
           MOVE "START" TO lr-event
           PERFORM 066-register-run
           PERFORM 062-enforce-client
           PERFORM 070-enqueue-datasets

           PERFORM 100-load-experiment
           IF RETURN-CODE NOT = 0
              PERFORM 090-end-run
           END-IF
           MOVE experiment-id TO lr-parms

           OPEN INPUT cust-file
           IF cust-status NOT = "00"
              DISPLAY "Unable to open the CUSTIN customer list"
              MOVE 1 TO RETURN-CODE
              PERFORM 090-end-run
           END-IF
           PERFORM 200-open-arm-register
           IF RETURN-CODE NOT = 0
              CLOSE cust-file
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

           OPEN OUTPUT arm-out
           PERFORM UNTIL cust-status NOT = "00"
              READ cust-file
                 AT END
                    MOVE "10" TO cust-status
                 NOT AT END
                    IF cu-customer = SPACES
                       ADD 1 TO blank-count
                    ELSE
                       ADD 1 TO cust-count
                       PERFORM 400-assign-one-customer
                    END-IF
              END-READ
           END-PERFORM
           CLOSE cust-file
           CLOSE arm-out
           CLOSE arm-reg

           PERFORM 500-write-balance-report
           DISPLAY "Arm assignment for experiment "
              FUNCTION TRIM (experiment-id) " (session "
              FUNCTION TRIM (session-id) "): " cust-count
              " customer(s), " new-count " newly assigned, "
              kept-count " kept their registered arm"
           IF stray-count > 0
              DISPLAY stray-count " registered arm(s) no longer in "
                 "EXPDEF - customers kept them; see ARMBAL"
           END-IF
           PERFORM 075-release-datasets
           MOVE 0 TO RETURN-CODE
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
           MOVE "armassign" TO dq-program
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
           MOVE "armassign" TO dq-program
           CALL dsnenq USING dataset-enqueue
              ON EXCEPTION
                 CONTINUE
           END-CALL.

      * EXPDEF must name one experiment, two to twenty distinct
      * arms and whole target percentages that add up to 100.
       100-load-experiment.
           OPEN INPUT expdef-file
           IF expdef-status NOT = "00"
              DISPLAY "Unable to open the EXPDEF experiment "
                 "definition"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL expdef-status NOT = "00"
              READ expdef-file
                 AT END
                    MOVE "10" TO expdef-status
                 NOT AT END
                    IF expdef-record NOT = SPACES
                       PERFORM 120-load-one-arm
                       IF RETURN-CODE NOT = 0
                          MOVE "10" TO expdef-status
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE expdef-file
           IF RETURN-CODE NOT = 0
              EXIT PARAGRAPH
           END-IF
           IF arm-count < 2
              DISPLAY "EXPDEF needs at least two arms"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           IF percent-total NOT = 100
              DISPLAY "EXPDEF target percentages total "
                 percent-total " - they must total 100"
              MOVE 1 TO RETURN-CODE
           END-IF.

       120-load-one-arm.
           IF ed-experiment = SPACES OR ed-arm = SPACES
              DISPLAY "EXPDEF line without an experiment id or arm: "
                 expdef-record (1 : 40)
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           IF experiment-id = SPACES
              MOVE ed-experiment TO experiment-id
           END-IF
           IF ed-experiment NOT = experiment-id
              DISPLAY "EXPDEF mixes experiments "
                 FUNCTION TRIM (experiment-id) " and "
                 FUNCTION TRIM (ed-experiment)
                 " - one experiment per run"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM (ed-percent) IS NOT NUMERIC
              OR FUNCTION NUMVAL (ed-percent) < 1
              OR FUNCTION NUMVAL (ed-percent) > 99
              DISPLAY "EXPDEF arm " FUNCTION TRIM (ed-arm)
                 " has an invalid target percentage: must be 1-99"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE ed-arm TO find-arm
           PERFORM 190-find-arm
           IF found-idx > 0
              DISPLAY "EXPDEF lists arm " FUNCTION TRIM (ed-arm)
                 " twice"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           IF arm-count = 20
              DISPLAY "EXPDEF lists more than 20 arms"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO arm-count
           MOVE ed-arm TO at-arm (arm-count)
           MOVE FUNCTION NUMVAL (ed-percent) TO at-percent (arm-count)
           MOVE 0 TO at-new (arm-count)
           MOVE 0 TO at-kept (arm-count)
           ADD at-percent (arm-count) TO percent-total.

       190-find-arm.
           MOVE 0 TO found-idx
           PERFORM VARYING arm-idx FROM 1 BY 1
              UNTIL arm-idx > arm-count OR found-idx > 0
              IF at-arm (arm-idx) = find-arm
                 MOVE arm-idx TO found-idx
              END-IF
           END-PERFORM.

       200-open-arm-register.
           OPEN I-O arm-reg
           IF arm-reg-status NOT = "00"
              OPEN OUTPUT arm-reg
              CLOSE arm-reg
              OPEN I-O arm-reg
           END-IF
           IF arm-reg-status NOT = "00"
              DISPLAY "Unable to open ARMREG (status "
                 arm-reg-status ")"
              MOVE 1 TO RETURN-CODE
           END-IF.

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

      * The assignment is reproducible only if the seed that drove
      * it is on the record: the run lands in AUDITLOG like a
      * grpassign session, chained seal included, with the number
      * of arms in the cycles field.
       300-write-audit-log.
           OPEN EXTEND audit-log
           IF audit-status NOT = "00"
              OPEN OUTPUT audit-log
           END-IF
           MOVE run-date TO aud-date
           MOVE run-time TO aud-time
           MOVE audit-seed-text TO aud-seed
           MOVE arm-count TO aud-cycles
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

       400-assign-one-customer.
           MOVE SPACES TO arm-out-record
           MOVE experiment-id TO ar-experiment
           MOVE cu-customer TO ar-customer
           READ arm-reg
              INVALID KEY
                 PERFORM 420-draw-new-arm
              NOT INVALID KEY
                 ADD 1 TO kept-count
                 MOVE ar-arm TO find-arm
                 PERFORM 190-find-arm
                 IF found-idx > 0
                    ADD 1 TO at-kept (found-idx)
                 ELSE
                    ADD 1 TO stray-count
                 END-IF
                 MOVE "KEPT" TO ao-status
           END-READ
           MOVE cu-customer TO ao-customer
           MOVE experiment-id TO ao-experiment
           MOVE ar-arm TO ao-arm
           MOVE ar-date TO ao-since
           WRITE arm-out-record.

      * A two-digit draw, 00-99, lands in the arm whose slice of
      * the cumulative target percentages covers it, so each arm
      * is drawn with exactly its target probability.
       420-draw-new-arm.
           PERFORM 600-draw-raw-value
           COMPUTE draw-pct = FUNCTION MOD (draw-raw, 100)
           MOVE 0 TO cumulative-pct
           MOVE 0 TO found-idx
           PERFORM VARYING arm-idx FROM 1 BY 1
              UNTIL arm-idx > arm-count OR found-idx > 0
              ADD at-percent (arm-idx) TO cumulative-pct
              IF draw-pct < cumulative-pct
                 MOVE arm-idx TO found-idx
              END-IF
           END-PERFORM
           MOVE SPACES TO arm-reg-record
           MOVE experiment-id TO ar-experiment
           MOVE cu-customer TO ar-customer
           MOVE at-arm (found-idx) TO ar-arm
           MOVE run-date TO ar-date
           MOVE session-id TO ar-session
           WRITE arm-reg-record
              INVALID KEY
                 DISPLAY "ARMREG write failed for customer "
                    FUNCTION TRIM (cu-customer) " (status "
                    arm-reg-status ")"
           END-WRITE
           ADD 1 TO new-count
           ADD 1 TO at-new (found-idx)
           MOVE "NEW " TO ao-status.

       500-write-balance-report.
           OPEN OUTPUT balance-report
           MOVE SPACES TO balance-line
           STRING
              "ARM BALANCE REPORT  experiment="
                                         DELIMITED BY SIZE
              FUNCTION TRIM (experiment-id) DELIMITED BY SIZE
              "  date="                  DELIMITED BY SIZE
              run-date                   DELIMITED BY SIZE
              "  session="               DELIMITED BY SIZE
              FUNCTION TRIM (session-id) DELIMITED BY SIZE
              INTO balance-line
           END-STRING
           WRITE balance-line
           MOVE SPACES TO balance-line
           WRITE balance-line
           MOVE "ARM" TO balance-line (1 : 3)
           MOVE "TARGET %" TO balance-line (11 : 8)
           MOVE "NEW" TO balance-line (27 : 3)
           MOVE "KEPT" TO balance-line (36 : 4)
           MOVE "TOTAL" TO balance-line (45 : 5)
           MOVE "ACTUAL %" TO balance-line (52 : 8)
           MOVE "DEVIATION" TO balance-line (62 : 9)
           WRITE balance-line
           PERFORM VARYING arm-idx FROM 1 BY 1
              UNTIL arm-idx > arm-count
              PERFORM 520-write-arm-line
           END-PERFORM
           MOVE SPACES TO balance-line
           WRITE balance-line
           MOVE cust-count TO count-disp
           MOVE SPACES TO balance-line
           STRING
              "CUSTOMERS           " DELIMITED BY SIZE
              count-disp             DELIMITED BY SIZE
              INTO balance-line
           END-STRING
           WRITE balance-line
           MOVE new-count TO count-disp
           MOVE SPACES TO balance-line
           STRING
              "  newly assigned    " DELIMITED BY SIZE
              count-disp             DELIMITED BY SIZE
              INTO balance-line
           END-STRING
           WRITE balance-line
           MOVE kept-count TO count-disp
           MOVE SPACES TO balance-line
           STRING
              "  kept from ARMREG  " DELIMITED BY SIZE
              count-disp             DELIMITED BY SIZE
              INTO balance-line
           END-STRING
           WRITE balance-line
           IF stray-count > 0
              MOVE stray-count TO count-disp
              MOVE SPACES TO balance-line
              STRING
                 "  kept an arm no longer in EXPDEF "
                                        DELIMITED BY SIZE
                 count-disp             DELIMITED BY SIZE
                 INTO balance-line
              END-STRING
              WRITE balance-line
           END-IF
           IF blank-count > 0
              MOVE blank-count TO count-disp
              MOVE SPACES TO balance-line
              STRING
                 "BLANK CUSTIN LINES  " DELIMITED BY SIZE
                 count-disp             DELIMITED BY SIZE
                 INTO balance-line
              END-STRING
              WRITE balance-line
           END-IF
           CLOSE balance-report.

      * Actual split is over every customer seen this run, new and
      * kept alike, since that is the population the experiment
      * will be measured on.
       520-write-arm-line.
           MOVE SPACES TO balance-line
           MOVE at-arm (arm-idx) TO balance-line (1 : 8)
           MOVE at-percent (arm-idx) TO pct-disp
           MOVE pct-disp TO balance-line (12 : 6)
           MOVE at-new (arm-idx) TO count-disp
           MOVE count-disp TO balance-line (21 : 9)
           MOVE at-kept (arm-idx) TO count-disp
           MOVE count-disp TO balance-line (31 : 9)
           COMPUTE count-disp = at-new (arm-idx) + at-kept (arm-idx)
           MOVE count-disp TO balance-line (41 : 9)
           MOVE 0 TO actual-pct
           IF cust-count > stray-count
              COMPUTE actual-pct ROUNDED =
                 (at-new (arm-idx) + at-kept (arm-idx)) * 100
                 / (cust-count - stray-count)
           END-IF
           MOVE actual-pct TO pct-disp
           MOVE pct-disp TO balance-line (53 : 6)
           COMPUTE deviation-pct = actual-pct - at-percent (arm-idx)
           MOVE deviation-pct TO dev-disp
           MOVE dev-disp TO balance-line (63 : 7)
           WRITE balance-line.

       600-draw-raw-value.
           CALL prng USING prng-state
              ON EXCEPTION
                 DISPLAY "PRNG CALL ERROR - unable to call "
                    "generator module " prng
                 MOVE 3 TO RETURN-CODE
                 STOP RUN
           END-CALL
           MOVE FUNCTION NUMVAL (num) TO draw-raw.
       END PROGRAM armassign.
