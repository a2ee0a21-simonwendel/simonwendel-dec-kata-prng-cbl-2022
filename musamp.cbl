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
       PROGRAM-ID. musamp.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT sample-in ASSIGN TO "SAMPLEIN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS sample-in-status.
           SELECT sample-out ASSIGN TO "SAMPLEOUT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS sample-out-status.
           SELECT manifest-file ASSIGN TO "SAMPMANIFEST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS manifest-status.
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
       FD  sample-in.
       01  sample-in-record     PIC X(256).

       FD  sample-out.
       01  sample-out-record    PIC X(256).

       FD  manifest-file.
       01  manifest-line        PIC X(80).

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
       77  sample-in-status     PIC XX.
       77  sample-out-status    PIC XX.
       77  manifest-status      PIC XX.
       77  audit-status         PIC XX.
       77  audit-idx-status     PIC XX.
       77  prng                 PIC X(8)    VALUE "prng".
       77  seed                 PIC X(9)    VALUE "prng-seed".
       77  job-token-text       PIC X(9)    VALUE "MUSAMP".
       77  seed-provenance      PIC X(8)    VALUE "CLOCK".
       77  sealcalc             PIC X(8)    VALUE "sealcalc".
       77  seal-data            PIC X(128).
       77  seal-work            PIC 9(18).
       77  audit-prev-seal      PIC 9(18)   VALUE 0.
       77  arg-num              PIC 9(4).
       77  arg-start            PIC X(4).
       77  arg-length           PIC X(4).
       77  arg-size             PIC X(9).
       77  amount-start         PIC 9(3).
       77  amount-length        PIC 99.
       77  sample-size          PIC 9(4).
       77  run-date             PIC X(8).
       77  run-time             PIC X(8).
       77  session-seq          PIC 9(9)    VALUE 0.
       77  session-id           PIC X(18)   VALUE SPACES.
       77  audit-seed-text      PIC X(16)   VALUE SPACES.
       77  eof-sw               PIC X       VALUE "N".
      * Cost center the sample is charged to (PRNGCOSTCTR, blank is
      * overhead), admitted against its monthly allowance.
       77  cost-center          PIC X(8)    VALUE SPACES.
       77  allowchk             PIC X(8)    VALUE "allowchk".
       01  allow-request.
           05 aq-program        PIC X(10)   VALUE "musamp".
           05 aq-costctr        PIC X(8).
           05 aq-cycles         PIC 9(12).
           05 aq-result         PIC X.
           05 aq-kind           PIC X       VALUE SPACE.
       77  read-count           PIC 9(9)    VALUE 0.
       77  excluded-count       PIC 9(9)    VALUE 0.
       77  selected-count       PIC 9(4)    VALUE 0.
       77  top-count            PIC 9(4)    VALUE 0.
       77  hit-total            PIC 9(9)    VALUE 0.
       77  hit-count            PIC 9(9).
       77  draw-raw             PIC 9(16).
       77  amount-text          PIC X(18).
       77  amount-value         PIC S9(13)V99.
       77  amount-cents         PIC 9(15).
      * All monetary arithmetic is carried in whole cents, so the
      * interval, the random start and every hit point are exact.
       77  population-cents     PIC 9(17)   VALUE 0.
       77  interval-cents       PIC 9(17).
       77  start-cents          PIC 9(17).
       77  cum-cents            PIC 9(17)   VALUE 0.
       77  next-hit-cents       PIC 9(17).
       77  money-value          PIC 9(15)V99.
       77  money-disp           PIC Z(14)9.99.
       77  count-disp           PIC ZZZZZZZZ9.
       77  sel-idx              PIC 9(4).
       77  runledgr             PIC X(8)    VALUE "runledgr".
      * Start/end registration in the central execution ledger.
       01  ledger-request.
           05 lr-program        PIC X(10)   VALUE "musamp".
           05 lr-event          PIC X(5).
           05 lr-rc             PIC 9(4)    VALUE 0.
           05 lr-parms          PIC X(40)   VALUE SPACES.
      * The selected records for the manifest, in input order.
      * Hits are one per interval of cumulative value and the
      * interval is rounded up, so there are never more hits, nor
      * selections, than the sample size.
       01  selection-table.
           05 selection-entry   OCCURS 1000 TIMES.
              10 se-recno       PIC 9(9).
              10 se-cents       PIC 9(15).
              10 se-hits        PIC 9(9).
              10 se-top         PIC X.
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

      * Monetary unit sampling of SAMPLEIN: each record's chance of
      * selection is proportional to its amount. The population
      * value divided by the sample size, rounded up, gives the
      * interval; from a random start inside the first interval, a
      * hit falls every interval along the running total and
      * selects the record it lands in. Any item of at least one
      * interval is certain to be hit and is listed as the top
      * stratum.
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
           ACCEPT arg-size FROM ARGUMENT-VALUE
              ON EXCEPTION
                 PERFORM 060-display-usage
                 MOVE 1 TO RETURN-CODE
                 STOP RUN
           END-ACCEPT
           IF FUNCTION TRIM (arg-start) IS NOT NUMERIC
              OR FUNCTION TRIM (arg-length) IS NOT NUMERIC
              OR FUNCTION TRIM (arg-size) IS NOT NUMERIC
              DISPLAY "Invalid sampling parameter: column, length "
                 "and sample size must be numbers"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF
           IF FUNCTION NUMVAL (arg-start) < 1
              OR FUNCTION NUMVAL (arg-length) < 1
              OR FUNCTION NUMVAL (arg-length) > 18
              OR FUNCTION NUMVAL (arg-start)
                 + FUNCTION NUMVAL (arg-length) > 257
              DISPLAY "Invalid amount column: length 1-18, ending "
                 "within the 256-byte SAMPLEIN record"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF
           IF FUNCTION NUMVAL (arg-size) < 1
              OR FUNCTION NUMVAL (arg-size) > 1000
              DISPLAY "Invalid sample size: must be between 1 and "
                 "1000"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE FUNCTION NUMVAL (arg-start) TO amount-start
           MOVE FUNCTION NUMVAL (arg-length) TO amount-length
           MOVE FUNCTION NUMVAL (arg-size) TO sample-size

           MOVE "START" TO lr-event
           MOVE SPACES TO lr-parms
           STRING
              "col "          DELIMITED BY SIZE
              amount-start    DELIMITED BY SIZE
              " len "         DELIMITED BY SIZE
              amount-length   DELIMITED BY SIZE
              " size "        DELIMITED BY SIZE
              sample-size     DELIMITED BY SIZE
              INTO lr-parms
           END-STRING
           PERFORM 066-register-run

           PERFORM 100-total-population
           IF RETURN-CODE NOT = 0
              PERFORM 090-end-run
           END-IF
           IF population-cents < sample-size
              DISPLAY "Population value is too small for a sample "
                 "of " sample-size
              MOVE 1 TO RETURN-CODE
              PERFORM 090-end-run
           END-IF
           COMPUTE interval-cents =
              (population-cents + sample-size - 1) / sample-size

           DISPLAY "PRNGCOSTCTR" UPON ENVIRONMENT-NAME
           ACCEPT cost-center FROM ENVIRONMENT-VALUE
           MOVE cost-center TO aq-costctr
           MOVE sample-size TO aq-cycles
           MOVE "Y" TO aq-result
           CALL allowchk USING allow-request
              ON EXCEPTION
                 CONTINUE
           END-CALL
           IF aq-result = "N"
              MOVE 1 TO RETURN-CODE
              PERFORM 090-end-run
           END-IF

           PERFORM 062-enforce-client
           PERFORM 070-enqueue-datasets

           ACCEPT run-date FROM DATE YYYYMMDD
           CALL seed USING prng-state, job-token-text,
              seed-provenance
           MOVE SPACES TO audit-seed-text
           MOVE num TO audit-seed-text (1 : n)
           ACCEPT run-time FROM TIME
           PERFORM 298-compute-session-id
           PERFORM 300-write-audit-log

      * The random start is the first value drawn from the logged
      * seed, so the whole selection is re-derivable from AUDITLOG.
           PERFORM 700-draw-raw-value
           COMPUTE start-cents =
              FUNCTION MOD (draw-raw, interval-cents) + 1
           MOVE start-cents TO next-hit-cents

           OPEN INPUT sample-in
           OPEN OUTPUT sample-out
           MOVE 0 TO read-count
           MOVE "N" TO eof-sw
           PERFORM UNTIL eof-sw = "Y"
              READ sample-in
                 AT END
                    MOVE "Y" TO eof-sw
                 NOT AT END
                    ADD 1 TO read-count
                    PERFORM 500-walk-one-record
              END-READ
           END-PERFORM
           CLOSE sample-in
           CLOSE sample-out

           OPEN OUTPUT manifest-file
           PERFORM 400-write-manifest-header
           PERFORM 420-write-top-stratum
           PERFORM 430-write-sampled-hits
           PERFORM 450-write-manifest-trailer
           CLOSE manifest-file

           MOVE population-cents TO money-value
           DIVIDE 100 INTO money-value
           MOVE money-value TO money-disp
           DISPLAY "Monetary unit sample: " selected-count
              " of " read-count " record(s) selected ("
              top-count " top stratum) from a population of "
              FUNCTION TRIM (money-disp) "; manifest written to "
              "SAMPMANIFEST"
           PERFORM 075-release-datasets
           MOVE 0 TO RETURN-CODE
           PERFORM 090-end-run.

       060-display-usage.
           DISPLAY "Usage: musamp start length size"
           DISPLAY "  start/length: the amount column in SAMPLEIN"
           DISPLAY "  size: requested sample size (1-1000)"
           DISPLAY "Selected records go to SAMPLEOUT; population, "
              "interval, start and hits to SAMPMANIFEST.".

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
           MOVE "musamp" TO dq-program
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
           MOVE "musamp" TO dq-program
           CALL dsnenq USING dataset-enqueue
              ON EXCEPTION
                 CONTINUE
           END-CALL.

      * First pass: every amount must be a number before anything
      * is drawn. Zero and negative amounts carry no monetary units
      * and so can never be selected; they are counted, not sampled.
       100-total-population.
           OPEN INPUT sample-in
           IF sample-in-status NOT = "00"
              DISPLAY "Unable to open SAMPLEIN for sampling"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL eof-sw = "Y"
              READ sample-in
                 AT END
                    MOVE "Y" TO eof-sw
                 NOT AT END
                    ADD 1 TO read-count
                    PERFORM 150-read-amount
                    IF amount-text = SPACES
                       OR FUNCTION TEST-NUMVAL (amount-text) NOT = 0
                       MOVE read-count TO count-disp
                       DISPLAY "SAMPLEIN record "
                          FUNCTION TRIM (count-disp) ": amount '"
                          FUNCTION TRIM (amount-text)
                          "' is not a number"
                       MOVE 1 TO RETURN-CODE
                       MOVE "Y" TO eof-sw
                    ELSE
                       IF amount-cents = 0
                          ADD 1 TO excluded-count
                       ELSE
                          ADD amount-cents TO population-cents
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE sample-in
           IF RETURN-CODE = 0 AND population-cents = 0
              DISPLAY "SAMPLEIN holds no positive amounts - nothing "
                 "to sample"
              MOVE 1 TO RETURN-CODE
           END-IF.

       150-read-amount.
           MOVE SPACES TO amount-text
           MOVE sample-in-record (amount-start : amount-length)
              TO amount-text
           MOVE 0 TO amount-cents
           IF amount-text NOT = SPACES
              AND FUNCTION TEST-NUMVAL (amount-text) = 0
              COMPUTE amount-value = FUNCTION NUMVAL (amount-text)
              IF amount-value > 0
                 COMPUTE amount-cents = amount-value * 100
              END-IF
           END-IF.

      * Second pass: a record is selected when one or more hit
      * points fall inside its slice of the running total.
       500-walk-one-record.
           PERFORM 150-read-amount
           IF amount-cents = 0
              EXIT PARAGRAPH
           END-IF
           ADD amount-cents TO cum-cents
           MOVE 0 TO hit-count
           PERFORM UNTIL next-hit-cents > cum-cents
              ADD 1 TO hit-count
              ADD interval-cents TO next-hit-cents
           END-PERFORM
           IF hit-count = 0
              EXIT PARAGRAPH
           END-IF
           ADD hit-count TO hit-total
           ADD 1 TO selected-count
           MOVE read-count TO se-recno (selected-count)
           MOVE amount-cents TO se-cents (selected-count)
           MOVE hit-count TO se-hits (selected-count)
           IF amount-cents >= interval-cents
              MOVE "Y" TO se-top (selected-count)
              ADD 1 TO top-count
           ELSE
              MOVE "N" TO se-top (selected-count)
           END-IF
           MOVE sample-in-record TO sample-out-record
           WRITE sample-out-record.

       400-write-manifest-header.
           MOVE SPACES TO manifest-line
           STRING
              "SAMPLE SELECTION MANIFEST  date="
                                         DELIMITED BY SIZE
              run-date                   DELIMITED BY SIZE
              "  session="               DELIMITED BY SIZE
              FUNCTION TRIM (session-id) DELIMITED BY SIZE
              INTO manifest-line
           END-STRING
           WRITE manifest-line
           MOVE SPACES TO manifest-line
           STRING
              "MODE=MUS  amount column=" DELIMITED BY SIZE
              amount-start               DELIMITED BY SIZE
              " length="                 DELIMITED BY SIZE
              amount-length              DELIMITED BY SIZE
              "  size="                  DELIMITED BY SIZE
              sample-size                DELIMITED BY SIZE
              INTO manifest-line
           END-STRING
           WRITE manifest-line
           MOVE population-cents TO money-value
           DIVIDE 100 INTO money-value
           MOVE money-value TO money-disp
           MOVE SPACES TO manifest-line
           STRING
              "POPULATION value="        DELIMITED BY SIZE
              FUNCTION TRIM (money-disp) DELIMITED BY SIZE
              "  records="               DELIMITED BY SIZE
              read-count                 DELIMITED BY SIZE
              "  zero/negative="         DELIMITED BY SIZE
              excluded-count             DELIMITED BY SIZE
              INTO manifest-line
           END-STRING
           WRITE manifest-line
           MOVE interval-cents TO money-value
           DIVIDE 100 INTO money-value
           MOVE money-value TO money-disp
           MOVE SPACES TO manifest-line
           STRING
              "INTERVAL "                DELIMITED BY SIZE
              FUNCTION TRIM (money-disp) DELIMITED BY SIZE
              INTO manifest-line
           END-STRING
           WRITE manifest-line
           MOVE start-cents TO money-value
           DIVIDE 100 INTO money-value
           MOVE money-value TO money-disp
           MOVE SPACES TO manifest-line
           STRING
              "RANDOM START "            DELIMITED BY SIZE
              FUNCTION TRIM (money-disp) DELIMITED BY SIZE
              INTO manifest-line
           END-STRING
           WRITE manifest-line.

       420-write-top-stratum.
           MOVE SPACES TO manifest-line
           MOVE top-count TO count-disp
           STRING
              "TOP STRATUM (amount at or above the interval): "
                                         DELIMITED BY SIZE
              FUNCTION TRIM (count-disp) DELIMITED BY SIZE
              " item(s)"                 DELIMITED BY SIZE
              INTO manifest-line
           END-STRING
           WRITE manifest-line
           PERFORM VARYING sel-idx FROM 1 BY 1
              UNTIL sel-idx > selected-count
              IF se-top (sel-idx) = "Y"
                 MOVE "TOP     " TO manifest-line
                 PERFORM 440-format-selection
              END-IF
           END-PERFORM.

       430-write-sampled-hits.
           MOVE SPACES TO manifest-line
           COMPUTE count-disp = selected-count - top-count
           STRING
              "SAMPLED BY CUMULATIVE AMOUNT: " DELIMITED BY SIZE
              FUNCTION TRIM (count-disp)       DELIMITED BY SIZE
              " item(s)"                       DELIMITED BY SIZE
              INTO manifest-line
           END-STRING
           WRITE manifest-line
           PERFORM VARYING sel-idx FROM 1 BY 1
              UNTIL sel-idx > selected-count
              IF se-top (sel-idx) = "N"
                 MOVE "SELECTED" TO manifest-line
                 PERFORM 440-format-selection
              END-IF
           END-PERFORM.

       440-format-selection.
           MOVE se-cents (sel-idx) TO money-value
           DIVIDE 100 INTO money-value
           MOVE money-value TO money-disp
           STRING
              " record "                 DELIMITED BY SIZE
              se-recno (sel-idx)         DELIMITED BY SIZE
              "  amount "                DELIMITED BY SIZE
              FUNCTION TRIM (money-disp) DELIMITED BY SIZE
              "  hits "                  DELIMITED BY SIZE
              se-hits (sel-idx)          DELIMITED BY SIZE
              INTO manifest-line (9 : )
           END-STRING
           WRITE manifest-line.

       450-write-manifest-trailer.
           MOVE SPACES TO manifest-line
           STRING
              "TOTAL "        DELIMITED BY SIZE
              selected-count  DELIMITED BY SIZE
              " selected of " DELIMITED BY SIZE
              read-count      DELIMITED BY SIZE
              " read; "       DELIMITED BY SIZE
              hit-total       DELIMITED BY SIZE
              " hit(s)"       DELIMITED BY SIZE
              INTO manifest-line
           END-STRING
           WRITE manifest-line.

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

      * The sample is defensible only if the seed that drove it is
      * on the record: the run lands in AUDITLOG exactly like a
      * recsamp selection, with the sample size in the cycles field.
       300-write-audit-log.
           OPEN EXTEND audit-log
           IF audit-status NOT = "00"
              OPEN OUTPUT audit-log
           END-IF
           MOVE run-date TO aud-date
           MOVE run-time TO aud-time
           MOVE audit-seed-text TO aud-seed
           MOVE sample-size TO aud-cycles
           MOVE n TO aud-n
           MOVE session-id TO aud-session
           MOVE seed-provenance TO aud-seed-src
           MOVE SPACES TO aud-cosigner
           MOVE SPACES TO aud-ticket
           MOVE cost-center TO aud-costctr
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

       700-draw-raw-value.
           CALL prng USING prng-state
              ON EXCEPTION
                 DISPLAY "PRNG CALL ERROR - unable to call "
                    "generator module " prng
                 MOVE 3 TO RETURN-CODE
                 STOP RUN
           END-CALL
           MOVE FUNCTION NUMVAL (num) TO draw-raw.
       END PROGRAM musamp.
