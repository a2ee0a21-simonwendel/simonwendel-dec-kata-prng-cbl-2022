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
       PROGRAM-ID. bootstrap.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT sample-in ASSIGN TO "SAMPLEIN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS sample-in-status.
           SELECT boot-rpt ASSIGN TO "BOOTRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS boot-rpt-status.
           SELECT value-sort ASSIGN TO "BOOTSORT".
           SELECT stat-sort ASSIGN TO "BOOTSORT".
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

       FD  boot-rpt.
       01  boot-rpt-line        PIC X(100).

      * The observations in ascending order: index order is then
      * value order, which is what the resample medians rely on.
       SD  value-sort.
       01  value-sort-record.
           05 vs-value          PIC S9(13)V9(4).

      * One record per statistic per resample; sorted, the records
      * of each statistic give its percentiles by rank.
       SD  stat-sort.
       01  stat-sort-record.
           05 ss-kind           PIC 9.
           05 ss-value          PIC S9(15)V99.

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
       77  boot-rpt-status      PIC XX.
       77  audit-status         PIC XX.
       77  audit-idx-status     PIC XX.
       77  prng                 PIC X(8)    VALUE "prng".
       77  seed                 PIC X(9)    VALUE "prng-seed".
       77  sealcalc             PIC X(8)    VALUE "sealcalc".
       77  job-token-text       PIC X(9)    VALUE "BOOTSTRAP".
       77  seed-provenance      PIC X(8)    VALUE "CLOCK".
       77  arg-num              PIC 9(4).
       77  arg-start            PIC X(4).
       77  arg-length           PIC X(4).
       77  arg-resamples        PIC X(9).
       77  arg-level            PIC X(5).
       77  arg-stats            PIC X(8).
       77  arg-session          PIC X(18).
       77  value-start          PIC 9(3).
       77  value-length         PIC 99.
       77  resample-count       PIC 9(6).
       77  ci-level             PIC 99V9.
       77  level-disp           PIC Z9.9.
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
       77  read-count           PIC 9(9)    VALUE 0.
       77  value-count          PIC 9(5)    VALUE 0.
       77  value-idx            PIC 9(5).
       77  value-text           PIC X(18).
       77  value-total          PIC S9(15)V9(4) VALUE 0.
       77  resample-idx         PIC 9(6).
       77  resample-total       PIC S9(15)V9(4).
       77  draw-raw             PIC 9(16).
       77  draw-span            PIC 9(17).
       77  draw-limit           PIC 9(17).
       77  draw-prev-num        PIC X(16)   VALUE SPACES.
       77  restart-count        PIC 9(9)    VALUE 0.
       77  restarts-seen        PIC 9(9)    VALUE 0.
       77  restart-work         PIC 9(17).
       77  restart-text         PIC 9(16).
       77  pick-idx             PIC 9(5).
       77  median-lo-pos        PIC 9(5).
       77  median-hi-pos        PIC 9(5).
       77  median-lo-value      PIC S9(13)V9(4).
       77  median-hi-value      PIC S9(13)V9(4).
       77  median-cum           PIC 9(5).
       77  lo-rank              PIC 9(6).
       77  hi-rank              PIC 9(6).
       77  sort-rank            PIC 9(6).
       77  sort-kind            PIC 9.
       77  kind-idx             PIC 9.
       77  stat-value           PIC S9(15)V99.
       77  stat-disp            PIC -(14)9.99.
       77  count-disp           PIC ZZZZZZZZ9.
       77  runledgr             PIC X(8)    VALUE "runledgr".
      * Start/end registration in the central execution ledger.
       01  ledger-request.
           05 lr-program        PIC X(10)   VALUE "bootstrap".
           05 lr-event          PIC X(5).
           05 lr-rc             PIC 9(4)    VALUE 0.
           05 lr-parms          PIC X(40)   VALUE SPACES.
      * The observations, ascending, and how often each was drawn
      * into the current resample.
       01  value-table.
           05 value-entry       OCCURS 10000 TIMES.
              10 vt-value       PIC S9(13)V9(4).
              10 vt-drawn       PIC 9(5).
      * Statistic 1 is the mean, 2 the median, 3 the total.
       01  statistic-table.
           05 statistic-entry   OCCURS 3 TIMES.
              10 st-name        PIC X(6).
              10 st-wanted      PIC X.
              10 st-observed    PIC S9(15)V99.
              10 st-lower       PIC S9(15)V99.
              10 st-upper       PIC S9(15)V99.
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

      * Bootstrap confidence intervals for a numeric column of
      * SAMPLEIN: the values are resampled with replacement, each
      * resample the size of the original, using prng from a seed
      * sealed into AUDITLOG. The mean (and on request the median
      * and total) of every resample is collected and the interval
      * at the requested level is read off their percentiles.
      * Given a session-id the recorded seed is used instead, and
      * the same SAMPLEIN yields the identical intervals.
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
           ACCEPT arg-resamples FROM ARGUMENT-VALUE
              ON EXCEPTION
                 PERFORM 060-display-usage
                 MOVE 1 TO RETURN-CODE
                 STOP RUN
           END-ACCEPT
           MOVE 4 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT arg-level FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE "-" TO arg-level
           END-ACCEPT
           MOVE 5 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT arg-stats FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE "-" TO arg-stats
           END-ACCEPT
           MOVE 6 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT arg-session FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO arg-session
           END-ACCEPT
           PERFORM 050-check-arguments
           IF arg-session NOT = SPACES
              MOVE "Y" TO replay-sw
           END-IF

           MOVE "START" TO lr-event
           MOVE SPACES TO lr-parms
           STRING
              "col "                     DELIMITED BY SIZE
              value-start                DELIMITED BY SIZE
              " len "                    DELIMITED BY SIZE
              value-length               DELIMITED BY SIZE
              " B "                      DELIMITED BY SIZE
              resample-count             DELIMITED BY SIZE
              " "                        DELIMITED BY SIZE
              FUNCTION TRIM (arg-session) DELIMITED BY SIZE
              INTO lr-parms
           END-STRING
           PERFORM 066-register-run
           PERFORM 062-enforce-client
           PERFORM 070-enqueue-datasets

           SORT value-sort
              ON ASCENDING KEY vs-value
              INPUT PROCEDURE IS 100-release-values
              OUTPUT PROCEDURE IS 150-load-sorted-values
           IF RETURN-CODE = 0 AND value-count = 0
              DISPLAY "SAMPLEIN holds no values - nothing to "
                 "resample"
              MOVE 1 TO RETURN-CODE
           END-IF
           IF RETURN-CODE NOT = 0
              PERFORM 090-end-run
           END-IF
           PERFORM 200-observed-statistics

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

      * Indices are drawn by reduction modulo the value count, with
      * the raw values above the last whole multiple redrawn so no
      * observation is favoured.
           COMPUTE draw-span = 10 ** n
           COMPUTE draw-limit = draw-span
              - FUNCTION MOD (draw-span, value-count)
           COMPUTE lo-rank ROUNDED =
              resample-count * (100 - ci-level) / 200
           IF lo-rank < 1
              MOVE 1 TO lo-rank
           END-IF
           COMPUTE hi-rank = resample-count - lo-rank + 1

           SORT stat-sort
              ON ASCENDING KEY ss-kind ss-value
              INPUT PROCEDURE IS 400-draw-resamples
              OUTPUT PROCEDURE IS 450-pick-percentiles

           PERFORM 500-write-report
           MOVE value-count TO count-disp
           IF replay-sw = "Y"
              DISPLAY "Bootstrap re-derived from session "
                 FUNCTION TRIM (session-id) ": "
                 FUNCTION TRIM (count-disp) " value(s), "
                 resample-count " resample(s); report in BOOTRPT"
           ELSE
              DISPLAY "Bootstrap session " FUNCTION TRIM (session-id)
                 ": " FUNCTION TRIM (count-disp) " value(s), "
                 resample-count " resample(s); report in BOOTRPT"
           END-IF
           MOVE st-lower (1) TO stat-disp
           DISPLAY "  mean " level-disp "% interval "
              FUNCTION TRIM (stat-disp) " to " WITH NO ADVANCING
           MOVE st-upper (1) TO stat-disp
           DISPLAY FUNCTION TRIM (stat-disp)
           PERFORM 075-release-datasets
           MOVE 0 TO RETURN-CODE
           PERFORM 090-end-run.

       050-check-arguments.
           IF FUNCTION TRIM (arg-start) IS NOT NUMERIC
              OR FUNCTION TRIM (arg-length) IS NOT NUMERIC
              OR FUNCTION TRIM (arg-resamples) IS NOT NUMERIC
              DISPLAY "Invalid bootstrap parameter: column, length "
                 "and resample count must be numbers"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF
           IF FUNCTION NUMVAL (arg-start) < 1
              OR FUNCTION NUMVAL (arg-length) < 1
              OR FUNCTION NUMVAL (arg-length) > 18
              OR FUNCTION NUMVAL (arg-start)
                 + FUNCTION NUMVAL (arg-length) > 257
              DISPLAY "Invalid value column: length 1-18, ending "
                 "within the 256-byte SAMPLEIN record"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF
           IF FUNCTION NUMVAL (arg-resamples) < 100
              OR FUNCTION NUMVAL (arg-resamples) > 100000
              DISPLAY "Invalid resample count: must be between 100 "
                 "and 100000"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE FUNCTION NUMVAL (arg-start) TO value-start
           MOVE FUNCTION NUMVAL (arg-length) TO value-length
           MOVE FUNCTION NUMVAL (arg-resamples) TO resample-count
           IF FUNCTION TRIM (arg-level) = "-"
              MOVE 95 TO ci-level
           ELSE
              IF FUNCTION TEST-NUMVAL (arg-level) NOT = 0
                 OR FUNCTION NUMVAL (arg-level) < 50
                 OR FUNCTION NUMVAL (arg-level) > 99.9
                 DISPLAY "Invalid confidence level: a percentage "
                    "from 50 to 99.9"
                 MOVE 1 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE FUNCTION NUMVAL (arg-level) TO ci-level
           END-IF
           MOVE ci-level TO level-disp
           MOVE "MEAN  " TO st-name (1)
           MOVE "MEDIAN" TO st-name (2)
           MOVE "TOTAL " TO st-name (3)
           MOVE "Y" TO st-wanted (1)
           MOVE "N" TO st-wanted (2)
           MOVE "N" TO st-wanted (3)
           EVALUATE FUNCTION TRIM (arg-stats)
              WHEN "-"
              WHEN "MEAN"
                 CONTINUE
              WHEN "MEDIAN"
                 MOVE "Y" TO st-wanted (2)
              WHEN "TOTAL"
                 MOVE "Y" TO st-wanted (3)
              WHEN "ALL"
                 MOVE "Y" TO st-wanted (2)
                 MOVE "Y" TO st-wanted (3)
              WHEN OTHER
                 PERFORM 060-display-usage
                 MOVE 1 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.

       060-display-usage.
           DISPLAY "Usage: bootstrap start length resamples [level] "
              "[MEAN|MEDIAN|TOTAL|ALL] [session-id]"
           DISPLAY "  start/length: the value column in SAMPLEIN"
           DISPLAY "  resamples: number of resamples, 100-100000"
           DISPLAY "  level: confidence level in percent (default "
              "95); a dash keeps the default"
           DISPLAY "  MEAN (default) or the mean with the MEDIAN, "
              "the TOTAL or ALL three"
           DISPLAY "  session-id re-derives a recorded bootstrap "
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
           MOVE "bootstrap" TO dq-program
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
           MOVE "bootstrap" TO dq-program
           CALL dsnenq USING dataset-enqueue
              ON EXCEPTION
                 CONTINUE
           END-CALL.

      * Every value must be a number: an interval over a column
      * with unreadable entries could not be defended, so nothing
      * is drawn.
       100-release-values.
           OPEN INPUT sample-in
           IF sample-in-status NOT = "00"
              DISPLAY "Unable to open SAMPLEIN for resampling"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL eof-sw = "Y"
              READ sample-in
                 AT END
                    MOVE "Y" TO eof-sw
                 NOT AT END
                    ADD 1 TO read-count
                    PERFORM 110-release-one-value
              END-READ
           END-PERFORM
           CLOSE sample-in.

       110-release-one-value.
           MOVE SPACES TO value-text
           MOVE sample-in-record (value-start : value-length)
              TO value-text
           IF value-text = SPACES
              OR FUNCTION TEST-NUMVAL (value-text) NOT = 0
              MOVE read-count TO count-disp
              DISPLAY "SAMPLEIN record " FUNCTION TRIM (count-disp)
                 ": value '" FUNCTION TRIM (value-text)
                 "' is not a number"
              MOVE 1 TO RETURN-CODE
              MOVE "Y" TO eof-sw
              EXIT PARAGRAPH
           END-IF
           IF value-count = 10000
              DISPLAY "SAMPLEIN holds more than 10000 values"
              MOVE 1 TO RETURN-CODE
              MOVE "Y" TO eof-sw
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO value-count
           COMPUTE vs-value = FUNCTION NUMVAL (value-text)
           ADD vs-value TO value-total
           RELEASE value-sort-record.

       150-load-sorted-values.
           MOVE 0 TO value-idx
           MOVE "N" TO eof-sw
           PERFORM UNTIL eof-sw = "Y"
              RETURN value-sort
                 AT END
                    MOVE "Y" TO eof-sw
                 NOT AT END
                    ADD 1 TO value-idx
                    MOVE vs-value TO vt-value (value-idx)
              END-RETURN
           END-PERFORM.

       200-observed-statistics.
           COMPUTE st-observed (1) ROUNDED = value-total / value-count
           MOVE value-total TO st-observed (3)
           COMPUTE median-lo-pos = (value-count + 1) / 2
           COMPUTE median-hi-pos = value-count / 2 + 1
           COMPUTE st-observed (2) ROUNDED =
              (vt-value (median-lo-pos) + vt-value (median-hi-pos))
              / 2.

      * The recorded run must be the same resampling: its resample
      * count is sealed in the audit record and is checked before a
      * single value is drawn.
       250-seed-from-session.
           MOVE FUNCTION TRIM (arg-session) TO session-id
           PERFORM 260-find-audit-record
           IF audit-found-sw = "N"
              DISPLAY "No AUDITLOG entry found for session "
                 FUNCTION TRIM (session-id)
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           IF aud-cycles NOT = resample-count
              DISPLAY "Session " FUNCTION TRIM (session-id)
                 " drew " aud-cycles " resample(s); "
                 resample-count " requested"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE aud-n TO n
           MOVE aud-seed (1 : n) TO num
           MOVE aud-seed TO audit-seed-text
           MOVE aud-seed-src TO seed-provenance
           MOVE aud-date TO run-date
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

      * The interval is reproducible only if the seed that drove
      * the resampling is on the record: the run lands in AUDITLOG
      * like a grpassign or recsamp session, chained seal included,
      * with the resample count in the cycles field.
       300-write-audit-log.
           OPEN EXTEND audit-log
           IF audit-status NOT = "00"
              OPEN OUTPUT audit-log
           END-IF
           MOVE run-date TO aud-date
           MOVE run-time TO aud-time
           MOVE audit-seed-text TO aud-seed
           MOVE resample-count TO aud-cycles
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

      * Every resample draws as many values as were observed, so
      * the same seed and the same SAMPLEIN always give the same
      * resamples in the same order.
       400-draw-resamples.
           PERFORM VARYING resample-idx FROM 1 BY 1
              UNTIL resample-idx > resample-count
              PERFORM 410-draw-one-resample
           END-PERFORM.

       410-draw-one-resample.
           MOVE 0 TO resample-total
           IF st-wanted (2) = "Y"
              PERFORM VARYING value-idx FROM 1 BY 1
                 UNTIL value-idx > value-count
                 MOVE 0 TO vt-drawn (value-idx)
              END-PERFORM
           END-IF
           PERFORM value-count TIMES
              PERFORM 420-draw-value-index
              ADD vt-value (pick-idx) TO resample-total
              ADD 1 TO vt-drawn (pick-idx)
           END-PERFORM
           MOVE 1 TO ss-kind
           COMPUTE ss-value ROUNDED = resample-total / value-count
           RELEASE stat-sort-record
           IF st-wanted (2) = "Y"
              PERFORM 430-resample-median
              MOVE 2 TO ss-kind
              RELEASE stat-sort-record
           END-IF
           IF st-wanted (3) = "Y"
              MOVE 3 TO ss-kind
              COMPUTE ss-value ROUNDED = resample-total
              RELEASE stat-sort-record
           END-IF.

       420-draw-value-index.
           PERFORM 700-draw-raw-value
           PERFORM UNTIL draw-raw < draw-limit
              PERFORM 700-draw-raw-value
           END-PERFORM
           COMPUTE pick-idx = FUNCTION MOD (draw-raw, value-count) + 1.

      * The values are held in ascending order, so walking the draw
      * counts from the bottom reaches the middle position(s) of the
      * resample without sorting it.
       430-resample-median.
           MOVE 0 TO median-cum
           MOVE 0 TO value-idx
           PERFORM UNTIL median-cum >= median-hi-pos
              ADD 1 TO value-idx
              IF median-cum < median-lo-pos
                 AND median-cum + vt-drawn (value-idx)
                    >= median-lo-pos
                 MOVE vt-value (value-idx) TO median-lo-value
              END-IF
              ADD vt-drawn (value-idx) TO median-cum
           END-PERFORM
           MOVE vt-value (value-idx) TO median-hi-value
           COMPUTE ss-value ROUNDED =
              (median-lo-value + median-hi-value) / 2.

      * Percentile interval: the lower bound is the statistic at
      * rank B x (100 - level) / 200 among the sorted resamples,
      * the upper bound the same rank counted from the top.
       450-pick-percentiles.
           MOVE 0 TO sort-kind
           MOVE "N" TO eof-sw
           PERFORM UNTIL eof-sw = "Y"
              RETURN stat-sort
                 AT END
                    MOVE "Y" TO eof-sw
                 NOT AT END
                    IF ss-kind NOT = sort-kind
                       MOVE ss-kind TO sort-kind
                       MOVE 0 TO sort-rank
                    END-IF
                    ADD 1 TO sort-rank
                    IF sort-rank = lo-rank
                       MOVE ss-value TO st-lower (ss-kind)
                    END-IF
                    IF sort-rank = hi-rank
                       MOVE ss-value TO st-upper (ss-kind)
                    END-IF
              END-RETURN
           END-PERFORM.

       500-write-report.
           OPEN OUTPUT boot-rpt
           MOVE SPACES TO boot-rpt-line
           STRING
              "BOOTSTRAP CONFIDENCE INTERVALS  date="
                                         DELIMITED BY SIZE
              run-date                   DELIMITED BY SIZE
              "  session="               DELIMITED BY SIZE
              FUNCTION TRIM (session-id) DELIMITED BY SIZE
              INTO boot-rpt-line
           END-STRING
           WRITE boot-rpt-line
           IF replay-sw = "Y"
              MOVE "  (re-derived from the recorded seed)"
                 TO boot-rpt-line
              WRITE boot-rpt-line
           END-IF
           MOVE SPACES TO boot-rpt-line
           WRITE boot-rpt-line
           MOVE SPACES TO boot-rpt-line
           STRING
              "SOURCE     SAMPLEIN  value column="
                                         DELIMITED BY SIZE
              value-start                DELIMITED BY SIZE
              " length="                 DELIMITED BY SIZE
              value-length               DELIMITED BY SIZE
              "  records="               DELIMITED BY SIZE
              read-count                 DELIMITED BY SIZE
              INTO boot-rpt-line
           END-STRING
           WRITE boot-rpt-line
           MOVE value-total TO stat-value
           MOVE stat-value TO stat-disp
           MOVE SPACES TO boot-rpt-line
           STRING
              "           values="       DELIMITED BY SIZE
              value-count                DELIMITED BY SIZE
              "  total="                 DELIMITED BY SIZE
              FUNCTION TRIM (stat-disp)  DELIMITED BY SIZE
              INTO boot-rpt-line
           END-STRING
           WRITE boot-rpt-line
           MOVE SPACES TO boot-rpt-line
           STRING
              "SEED       "              DELIMITED BY SIZE
              audit-seed-text (1 : n)    DELIMITED BY SIZE
              "  source="                DELIMITED BY SIZE
              FUNCTION TRIM (seed-provenance)
                                         DELIMITED BY SIZE
              "  n="                     DELIMITED BY SIZE
              n                          DELIMITED BY SIZE
              INTO boot-rpt-line
           END-STRING
           WRITE boot-rpt-line
           MOVE SPACES TO boot-rpt-line
           STRING
              "RESAMPLES  "              DELIMITED BY SIZE
              resample-count             DELIMITED BY SIZE
              " with replacement, each of "
                                         DELIMITED BY SIZE
              value-count                DELIMITED BY SIZE
              " values"                  DELIMITED BY SIZE
              INTO boot-rpt-line
           END-STRING
           WRITE boot-rpt-line
           MOVE restart-count TO count-disp
           MOVE SPACES TO boot-rpt-line
           STRING
              "RESTARTS   "              DELIMITED BY SIZE
              FUNCTION TRIM (count-disp) DELIMITED BY SIZE
              " generator restart(s), each taken from the sealed "
                                         DELIMITED BY SIZE
              "seed"                     DELIMITED BY SIZE
              INTO boot-rpt-line
           END-STRING
           WRITE boot-rpt-line
           MOVE SPACES TO boot-rpt-line
           STRING
              "LEVEL      "              DELIMITED BY SIZE
              FUNCTION TRIM (level-disp) DELIMITED BY SIZE
              "% percentile interval: ranks "
                                         DELIMITED BY SIZE
              lo-rank                    DELIMITED BY SIZE
              " and "                    DELIMITED BY SIZE
              hi-rank                    DELIMITED BY SIZE
              " of the sorted resamples" DELIMITED BY SIZE
              INTO boot-rpt-line
           END-STRING
           WRITE boot-rpt-line
           MOVE SPACES TO boot-rpt-line
           WRITE boot-rpt-line
           MOVE "STATISTIC" TO boot-rpt-line (1 : 9)
           MOVE "OBSERVED" TO boot-rpt-line (22 : 8)
           MOVE "LOWER" TO boot-rpt-line (43 : 5)
           MOVE "UPPER" TO boot-rpt-line (63 : 5)
           WRITE boot-rpt-line
           PERFORM VARYING kind-idx FROM 1 BY 1 UNTIL kind-idx > 3
              IF st-wanted (kind-idx) = "Y"
                 PERFORM 520-write-statistic-line
              END-IF
           END-PERFORM
           CLOSE boot-rpt.

       520-write-statistic-line.
           MOVE SPACES TO boot-rpt-line
           MOVE st-name (kind-idx) TO boot-rpt-line (1 : 6)
           MOVE st-observed (kind-idx) TO stat-disp
           MOVE stat-disp TO boot-rpt-line (12 : 18)
           MOVE st-lower (kind-idx) TO stat-disp
           MOVE stat-disp TO boot-rpt-line (30 : 18)
           MOVE st-upper (kind-idx) TO stat-disp
           MOVE stat-disp TO boot-rpt-line (50 : 18)
           WRITE boot-rpt-line.

      * A run this long always meets a degenerate stretch of the
      * middle-square sequence, where prng restarts itself from the
      * clock. That restart is replaced by one taken from the sealed
      * seed and the restart number, so the resamples after it are
      * as reproducible as those before.
       700-draw-raw-value.
           CALL prng USING prng-state, restart-count, draw-prev-num
              ON EXCEPTION
                 DISPLAY "PRNG CALL ERROR - unable to call "
                    "generator module " prng
                 MOVE 3 TO RETURN-CODE
                 STOP RUN
           END-CALL
           IF restart-count NOT = restarts-seen
              MOVE restart-count TO restarts-seen
              COMPUTE restart-work = FUNCTION MOD
                 (FUNCTION NUMVAL (audit-seed-text (1 : n))
                  + restart-count * 6180339887, draw-span)
              IF restart-work = 0
                 MOVE 1 TO restart-work
              END-IF
              MOVE restart-work TO restart-text
              MOVE restart-text (17 - n : n) TO num
              MOVE SPACES TO draw-prev-num
              MOVE num TO draw-prev-num (1 : n)
           END-IF
           MOVE FUNCTION NUMVAL (num) TO draw-raw.
       END PROGRAM bootstrap.
