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
       PROGRAM-ID. rotasched.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT roster-file ASSIGN TO "ROSTER"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS roster-status.
           SELECT holiday-file ASSIGN TO "HOLIDAYS"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS holiday-status.
           SELECT blackout-file ASSIGN TO "BLACKOUT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS blackout-status.
           SELECT rota-out ASSIGN TO "ROTAOUT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS rota-out-status.
           SELECT rota-sum ASSIGN TO "ROTASUM"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS rota-sum-status.
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
      * One member of staff per line: an eight-character staff id
      * (the key BLACKOUT entries name) followed by the name.
       FD  roster-file.
       01  roster-record.
           05 ros-staff         PIC X(8).
           05 FILLER            PIC X.
           05 ros-name          PIC X(71).

       FD  holiday-file
           RECORDING MODE IS F.
       01  holiday-record.
           05 hol-date          PIC X(8).
           05 FILLER            PIC X(72).

      * A member of staff is unavailable from bo-from to bo-to
      * inclusive (a single date has both the same).
       FD  blackout-file
           RECORDING MODE IS F.
       01  blackout-record.
           05 bo-staff          PIC X(8).
           05 bo-from           PIC X(8).
           05 bo-to             PIC X(8).
           05 FILLER            PIC X(56).

       FD  rota-out.
       01  rota-record.
           05 ro-date           PIC X(8).
           05 FILLER            PIC X.
           05 ro-weekday        PIC X(3).
           05 FILLER            PIC X.
           05 ro-staff          PIC X(8).
           05 FILLER            PIC X.
           05 ro-name           PIC X(40).

       FD  rota-sum.
       01  rota-sum-line        PIC X(80).

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
       77  holiday-status       PIC XX.
       77  blackout-status      PIC XX.
       77  rota-out-status      PIC XX.
       77  rota-sum-status      PIC XX.
       77  audit-status         PIC XX.
       77  audit-idx-status     PIC XX.
       77  prng                 PIC X(8)    VALUE "prng".
       77  seed                 PIC X(9)    VALUE "prng-seed".
       77  sealcalc             PIC X(8)    VALUE "sealcalc".
       77  job-token-text       PIC X(9)    VALUE "ROTASCHED".
       77  seed-provenance      PIC X(8)    VALUE "CLOCK".
       77  arg-num              PIC 9(4).
       77  arg-from             PIC X(8).
       77  arg-to               PIC X(8).
       77  arg-session          PIC X(18).
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
       77  from-int             PIC 9(9).
       77  to-int               PIC 9(9).
       77  day-int              PIC 9(9).
       77  day-date             PIC 9(8).
       77  weekday-no           PIC 9.
       77  working-sw           PIC X.
       77  holiday-count        PIC 9(4)    VALUE 0.
       77  holiday-idx          PIC 9(4).
       77  blackout-count       PIC 9(4)    VALUE 0.
       77  blackout-idx         PIC 9(4).
       77  staff-count          PIC 9(3)    VALUE 0.
       77  staff-idx            PIC 9(3).
       77  day-count            PIC 9(3)    VALUE 0.
       77  day-idx              PIC 9(3).
       77  prev-staff-idx       PIC 9(3)    VALUE 0.
       77  cand-count           PIC 9(3).
       77  cand-pick            PIC 9(3).
       77  low-count            PIC 9(3).
       77  high-count           PIC 9(3).
       77  free-sw              PIC X.
       77  unfilled-count       PIC 9(3)    VALUE 0.
       77  draw-raw             PIC 9(16).
       77  count-disp           PIC ZZ9.
       77  runledgr             PIC X(8)    VALUE "runledgr".
      * Start/end registration in the central execution ledger.
       01  ledger-request.
           05 lr-program        PIC X(10)   VALUE "rotasched".
           05 lr-event          PIC X(5).
           05 lr-rc             PIC 9(4)    VALUE 0.
           05 lr-parms          PIC X(40)   VALUE SPACES.
       01  weekday-values.
           05 FILLER            PIC X(21)   VALUE
              "SUNMONTUEWEDTHUFRISAT".
       01  weekday-table REDEFINES weekday-values.
           05 weekday-name      PIC X(3)    OCCURS 7 TIMES.
       01  holiday-table.
           05 holiday-value     PIC X(8)    OCCURS 500 TIMES.
       01  blackout-table.
           05 blackout-entry    OCCURS 1000 TIMES.
              10 bt-staff       PIC X(8).
              10 bt-from        PIC X(8).
              10 bt-to          PIC X(8).
       01  staff-table.
           05 staff-entry       OCCURS 200 TIMES.
              10 st-staff       PIC X(8).
              10 st-name        PIC X(40).
              10 st-duties      PIC 9(3).
      * The working days of the window and who drew each; zero for
      * a day nobody could take.
       01  day-table.
           05 day-entry         OCCURS 400 TIMES.
              10 dt-date        PIC 9(8).
              10 dt-weekday     PIC 9.
              10 dt-staff-idx   PIC 9(3).
       01  cand-table.
           05 cand-staff-idx    PIC 9(3)    OCCURS 200 TIMES.
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

      * Fair duty rotation over a date window. Weekends and every
      * HOLIDAYS date are skipped, as in business-date draws; each
      * remaining day goes at random to one of the staff with the
      * fewest duties so far who is neither blacked out that day
      * nor on duty the working day before. Drawing only from the
      * least-loaded keeps everyone within one duty of each other.
      * Given a session-id, the recorded seed rebuilds that rota.
       PROCEDURE DIVISION.
           MOVE 1 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT arg-from FROM ARGUMENT-VALUE
              ON EXCEPTION
                 PERFORM 060-display-usage
                 MOVE 1 TO RETURN-CODE
                 STOP RUN
           END-ACCEPT
           MOVE 2 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT arg-to FROM ARGUMENT-VALUE
              ON EXCEPTION
                 PERFORM 060-display-usage
                 MOVE 1 TO RETURN-CODE
                 STOP RUN
           END-ACCEPT
           MOVE 3 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT arg-session FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO arg-session
           END-ACCEPT
           IF arg-from IS NOT NUMERIC OR arg-to IS NOT NUMERIC
              OR arg-from > arg-to
              DISPLAY "Invalid date window: both dates must be "
                 "YYYYMMDD, from before to"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD (FUNCTION NUMVAL (arg-from))
              NOT = 0
              OR FUNCTION TEST-DATE-YYYYMMDD
                 (FUNCTION NUMVAL (arg-to)) NOT = 0
              DISPLAY "Invalid date window: not a calendar date"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF
           IF arg-session NOT = SPACES
              MOVE "Y" TO replay-sw
           END-IF

           MOVE "START" TO lr-event
           MOVE SPACES TO lr-parms
           STRING
              arg-from                    DELIMITED BY SIZE
              " - "                       DELIMITED BY SIZE
              arg-to                      DELIMITED BY SIZE
              " "                         DELIMITED BY SIZE
              FUNCTION TRIM (arg-session) DELIMITED BY SIZE
              INTO lr-parms
           END-STRING
           PERFORM 066-register-run
           PERFORM 062-enforce-client
           PERFORM 070-enqueue-datasets

           PERFORM 100-load-roster
           IF RETURN-CODE = 0
              PERFORM 150-load-holidays
           END-IF
           IF RETURN-CODE = 0
              PERFORM 170-load-blackouts
           END-IF
           IF RETURN-CODE = 0
              PERFORM 200-build-working-days
           END-IF
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

           PERFORM VARYING day-idx FROM 1 BY 1
              UNTIL day-idx > day-count
              PERFORM 400-assign-one-day
           END-PERFORM
           PERFORM 500-write-rota
           PERFORM 550-write-summary

           MOVE day-count TO count-disp
           DISPLAY "Duty rota " arg-from " - " arg-to " (session "
              FUNCTION TRIM (session-id) "): "
              FUNCTION TRIM (count-disp) " working day(s) across "
              staff-count " staff; calendar in ROTAOUT, counts in "
              "ROTASUM"
           IF unfilled-count > 0
              DISPLAY "WARNING: " unfilled-count " day(s) could not "
                 "be filled - no eligible staff"
           END-IF
           IF high-count > low-count + 1
              DISPLAY "WARNING: blackouts forced a spread of "
                 low-count " to " high-count " duties"
           END-IF
           PERFORM 075-release-datasets
           IF unfilled-count > 0 OR high-count > low-count + 1
              MOVE 1 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 090-end-run.

       060-display-usage.
           DISPLAY "Usage: rotasched from-date to-date [session-id]"
           DISPLAY "  reads ROSTER, HOLIDAYS and (optional) BLACKOUT; "
              "writes ROTAOUT and ROTASUM"
           DISPLAY "  session-id rebuilds a recorded rota from its "
              "sealed seed".

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
           MOVE "rotasched" TO dq-program
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
           MOVE "rotasched" TO dq-program
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
                       IF staff-count = 200
                          DISPLAY "ROSTER lists more than 200 staff"
                          MOVE 1 TO RETURN-CODE
                          MOVE "10" TO roster-status
                       ELSE
                          ADD 1 TO staff-count
                          MOVE ros-staff TO st-staff (staff-count)
                          MOVE ros-name TO st-name (staff-count)
                          MOVE 0 TO st-duties (staff-count)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE roster-file
           IF staff-count < 2 AND RETURN-CODE = 0
              DISPLAY "ROSTER needs at least two staff - nobody may "
                 "take back-to-back days"
              MOVE 1 TO RETURN-CODE
           END-IF.

      * The same calendar business-date draws refuse to run
      * without: a rota built with no holiday list would put staff
      * on duty on bank holidays.
       150-load-holidays.
           OPEN INPUT holiday-file
           IF holiday-status NOT = "00"
              DISPLAY "The rota needs a readable HOLIDAYS calendar "
                 "file - refusing to schedule without one"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL holiday-status NOT = "00"
              READ holiday-file
                 AT END
                    MOVE "10" TO holiday-status
                 NOT AT END
                    IF holiday-count = 500
                       DISPLAY "HOLIDAYS lists more than 500 "
                          "dates; the holiday table cannot hold "
                          "any more"
                       MOVE 1 TO RETURN-CODE
                       MOVE "10" TO holiday-status
                    ELSE
                       IF hol-date IS NUMERIC
                          ADD 1 TO holiday-count
                          MOVE hol-date
                             TO holiday-value (holiday-count)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE holiday-file.

       170-load-blackouts.
           OPEN INPUT blackout-file
           IF blackout-status NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL blackout-status NOT = "00"
              READ blackout-file
                 AT END
                    MOVE "10" TO blackout-status
                 NOT AT END
                    IF blackout-count = 1000
                       DISPLAY "BLACKOUT holds more than 1000 "
                          "entries"
                       MOVE 1 TO RETURN-CODE
                       MOVE "10" TO blackout-status
                    ELSE
                       IF bo-from IS NUMERIC
                          ADD 1 TO blackout-count
                          MOVE bo-staff TO bt-staff (blackout-count)
                          MOVE bo-from TO bt-from (blackout-count)
                          IF bo-to IS NUMERIC
                             MOVE bo-to TO bt-to (blackout-count)
                          ELSE
                             MOVE bo-from TO bt-to (blackout-count)
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE blackout-file.

      * Same weekday test as the business-date draw: day integers
      * modulo 7 give 0 for Sunday and 6 for Saturday.
       200-build-working-days.
           COMPUTE from-int =
              FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL (arg-from))
           COMPUTE to-int =
              FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL (arg-to))
           PERFORM VARYING day-int FROM from-int BY 1
              UNTIL day-int > to-int OR RETURN-CODE NOT = 0
              PERFORM 210-check-working-day
              IF working-sw = "Y"
                 IF day-count = 400
                    DISPLAY "The window holds more than 400 working "
                       "days - schedule it in parts"
                    MOVE 1 TO RETURN-CODE
                 ELSE
                    ADD 1 TO day-count
                    MOVE day-date TO dt-date (day-count)
                    MOVE weekday-no TO dt-weekday (day-count)
                    MOVE 0 TO dt-staff-idx (day-count)
                 END-IF
              END-IF
           END-PERFORM
           IF day-count = 0 AND RETURN-CODE = 0
              DISPLAY "The window holds no working days"
              MOVE 1 TO RETURN-CODE
           END-IF.

       210-check-working-day.
           MOVE "N" TO working-sw
           COMPUTE weekday-no = FUNCTION MOD (day-int, 7)
           IF weekday-no = 6 OR weekday-no = 0
              EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO working-sw
           COMPUTE day-date = FUNCTION DATE-OF-INTEGER (day-int)
           PERFORM VARYING holiday-idx FROM 1 BY 1
              UNTIL holiday-idx > holiday-count
              OR working-sw = "N"
              IF FUNCTION NUMVAL (holiday-value (holiday-idx))
                 = day-date
                 MOVE "N" TO working-sw
              END-IF
           END-PERFORM.

      * The recorded rota must cover the same window: its working
      * day count is sealed in the audit record and checked before
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
           IF aud-cycles NOT = day-count
              DISPLAY "Session " FUNCTION TRIM (session-id)
                 " scheduled " aud-cycles " working day(s); this "
                 "window holds " day-count
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

      * The rota is reproducible only if the seed that drove it is
      * on the record: the run lands in AUDITLOG like a grpassign
      * session, chained seal included, with the number of working
      * days in the cycles field.
       300-write-audit-log.
           OPEN EXTEND audit-log
           IF audit-status NOT = "00"
              OPEN OUTPUT audit-log
           END-IF
           MOVE run-date TO aud-date
           MOVE run-time TO aud-time
           MOVE audit-seed-text TO aud-seed
           MOVE day-count TO aud-cycles
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

      * Candidates are the free staff with the lowest duty count
      * among the free; when blackouts leave only busier staff free
      * the spread can exceed one, and the run says so.
       400-assign-one-day.
           MOVE 999 TO low-count
           MOVE 0 TO cand-count
           PERFORM VARYING staff-idx FROM 1 BY 1
              UNTIL staff-idx > staff-count
              PERFORM 410-check-staff-free
              IF free-sw = "Y"
                 IF st-duties (staff-idx) < low-count
                    MOVE st-duties (staff-idx) TO low-count
                    MOVE 0 TO cand-count
                 END-IF
                 IF st-duties (staff-idx) = low-count
                    ADD 1 TO cand-count
                    MOVE staff-idx TO cand-staff-idx (cand-count)
                 END-IF
              END-IF
           END-PERFORM
           IF cand-count = 0
              ADD 1 TO unfilled-count
              MOVE 0 TO prev-staff-idx
              EXIT PARAGRAPH
           END-IF
           PERFORM 600-draw-raw-value
           COMPUTE cand-pick = FUNCTION MOD (draw-raw, cand-count) + 1
           MOVE cand-staff-idx (cand-pick) TO staff-idx
           MOVE staff-idx TO dt-staff-idx (day-idx)
           ADD 1 TO st-duties (staff-idx)
           MOVE staff-idx TO prev-staff-idx.

       410-check-staff-free.
           MOVE "Y" TO free-sw
           IF staff-idx = prev-staff-idx
              MOVE "N" TO free-sw
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING blackout-idx FROM 1 BY 1
              UNTIL blackout-idx > blackout-count OR free-sw = "N"
              IF bt-staff (blackout-idx) = st-staff (staff-idx)
                 AND FUNCTION NUMVAL (bt-from (blackout-idx))
                    <= dt-date (day-idx)
                 AND FUNCTION NUMVAL (bt-to (blackout-idx))
                    >= dt-date (day-idx)
                 MOVE "N" TO free-sw
              END-IF
           END-PERFORM.

       500-write-rota.
           OPEN OUTPUT rota-out
           PERFORM VARYING day-idx FROM 1 BY 1
              UNTIL day-idx > day-count
              MOVE SPACES TO rota-record
              MOVE dt-date (day-idx) TO ro-date
              MOVE weekday-name (dt-weekday (day-idx) + 1)
                 TO ro-weekday
              IF dt-staff-idx (day-idx) = 0
                 MOVE "UNFILLED" TO ro-staff
                 MOVE "no eligible staff" TO ro-name
              ELSE
                 MOVE st-staff (dt-staff-idx (day-idx)) TO ro-staff
                 MOVE st-name (dt-staff-idx (day-idx)) TO ro-name
              END-IF
              WRITE rota-record
           END-PERFORM
           CLOSE rota-out.

       550-write-summary.
           MOVE 999 TO low-count
           MOVE 0 TO high-count
           OPEN OUTPUT rota-sum
           MOVE SPACES TO rota-sum-line
           STRING
              "DUTY ROTA SUMMARY  "       DELIMITED BY SIZE
              arg-from                    DELIMITED BY SIZE
              " - "                       DELIMITED BY SIZE
              arg-to                      DELIMITED BY SIZE
              "  session="                DELIMITED BY SIZE
              FUNCTION TRIM (session-id)  DELIMITED BY SIZE
              INTO rota-sum-line
           END-STRING
           WRITE rota-sum-line
           PERFORM VARYING staff-idx FROM 1 BY 1
              UNTIL staff-idx > staff-count
              MOVE SPACES TO rota-sum-line
              MOVE st-duties (staff-idx) TO count-disp
              STRING
                 st-staff (staff-idx) DELIMITED BY SIZE
                 " "                  DELIMITED BY SIZE
                 count-disp           DELIMITED BY SIZE
                 "  "                 DELIMITED BY SIZE
                 st-name (staff-idx)  DELIMITED BY SIZE
                 INTO rota-sum-line
              END-STRING
              WRITE rota-sum-line
              IF st-duties (staff-idx) < low-count
                 MOVE st-duties (staff-idx) TO low-count
              END-IF
              IF st-duties (staff-idx) > high-count
                 MOVE st-duties (staff-idx) TO high-count
              END-IF
           END-PERFORM
           MOVE SPACES TO rota-sum-line
           STRING
              "TOTAL "        DELIMITED BY SIZE
              day-count       DELIMITED BY SIZE
              " day(s), "     DELIMITED BY SIZE
              unfilled-count  DELIMITED BY SIZE
              " unfilled; duties per person "
                              DELIMITED BY SIZE
              low-count       DELIMITED BY SIZE
              " to "          DELIMITED BY SIZE
              high-count      DELIMITED BY SIZE
              INTO rota-sum-line
           END-STRING
           WRITE rota-sum-line
           CLOSE rota-sum.

       600-draw-raw-value.
           CALL prng USING prng-state
              ON EXCEPTION
                 DISPLAY "PRNG CALL ERROR - unable to call "
                    "generator module " prng
                 MOVE 3 TO RETURN-CODE
                 STOP RUN
           END-CALL
           MOVE FUNCTION NUMVAL (num) TO draw-raw.
       END PROGRAM rotasched.
