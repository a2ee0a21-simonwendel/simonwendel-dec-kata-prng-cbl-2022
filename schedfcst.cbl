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
       PROGRAM-ID. schedfcst.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT sched-file ASSIGN TO "SCHEDFILE"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS sched-status.
           SELECT holiday-file ASSIGN TO "HOLIDAYS"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS holiday-status.
           SELECT batch-time ASSIGN TO "BATCHTIME"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS batch-time-status.

       DATA DIVISION.
       FILE SECTION.
       FD  sched-file
           RECORDING MODE IS F.
       01  sched-record.
           05 sch-batch-id      PIC X(8).
           05 sch-cycles        PIC 9(9).
           05 sch-n             PIC 99.
           05 sch-depends-on    PIC X(8).
      * DAILY, WEEKLY (parm: weekday 1-7, monday 1), MONTHLY
      * (parm: day of month) or DATES (parm: up to three YYYYMMDD
      * dates, blank-padded).
           05 sch-freq          PIC X(8).
           05 sch-freq-parm     PIC X(24).
           05 sch-last-run      PIC X(8).
           05 FILLER            PIC X(13).

       FD  holiday-file
           RECORDING MODE IS F.
       01  holiday-record.
           05 hol-date          PIC X(8).
           05 FILLER            PIC X(72).

       FD  batch-time.
       01  batch-time-line      PIC X(40).

       WORKING-STORAGE SECTION.
       77  sched-status         PIC XX.
       77  holiday-status       PIC XX.
       77  batch-time-status    PIC XX.
       77  arg-num              PIC 9(4).
       77  arg-from             PIC X(8).
       77  arg-to               PIC X(8).
       77  arg-window           PIC X(5).
       77  window-minutes       PIC 9(5)    VALUE 360.
       77  window-secs          PIC 9(9).
       77  run-date             PIC X(8).
       77  from-int             PIC 9(9).
       77  to-int               PIC 9(9).
       77  today-int            PIC 9(9).
       77  today-weekday        PIC 9.
       77  today-date           PIC 9(8).
       77  entry-count          PIC 9(3)    VALUE 0.
       77  entry-idx            PIC 9(3).
       77  due-sw               PIC X.
       77  holiday-sw           PIC X.
       77  last-run-int         PIC 9(9).
       77  target-dom           PIC 99.
       77  target-date          PIC 9(8).
       77  target-int           PIC 9(9).
       77  parm-weekday         PIC 9.
       77  date-idx             PIC 9.
       77  one-date-text        PIC X(8).
       77  holiday-count        PIC 9(4)    VALUE 0.
       77  holiday-idx          PIC 9(4).
       77  day-jobs             PIC 9(3).
       77  day-idx              PIC 9(3).
       77  day-cycles           PIC 9(12).
       77  day-secs             PIC 9(9).
       77  line-jobs            PIC 9.
       77  id-line              PIC X(80).
       77  id-pos               PIC 9(3).
       77  run-days             PIC 9(5)    VALUE 0.
       77  over-days            PIC 9(5)    VALUE 0.
       77  heavy-date           PIC 9(8)    VALUE 0.
       77  heavy-cycles         PIC 9(12)   VALUE 0.
       77  hist-cycles          PIC 9(12)   VALUE 0.
       77  hist-seconds         PIC 9(9)    VALUE 0.
       77  bt-date              PIC X(8).
       77  bt-cycles-text       PIC X(13).
       77  bt-seconds-text      PIC X(10).
       77  cycles-per-sec       PIC 9(9)    VALUE 0.
       77  day-name             PIC X(3).
       77  cycles-disp          PIC Z(11)9.
       77  secs-disp            PIC Z(8)9.
       77  over-flag            PIC X(4).
       77  runledgr             PIC X(8)    VALUE "runledgr".
      * Start/end registration in the central execution ledger.
       01  ledger-request.
           05 lr-program        PIC X(10)   VALUE "schedfcst".
           05 lr-event          PIC X(5).
           05 lr-rc             PIC 9(4)    VALUE 0.
           05 lr-parms          PIC X(40)   VALUE SPACES.
       01  day-name-values.
           05 FILLER            PIC X(21)
              VALUE "MONTUEWEDTHUFRISATSUN".
       01  day-name-table REDEFINES day-name-values.
           05 dn-name           PIC X(3)    OCCURS 7 TIMES.
      * Each definition with the last-run date the simulated days
      * have carried it to so far.
       01  sched-table.
           05 sched-entry       OCCURS 200 TIMES.
              10 sc-record      PIC X(80).
              10 sc-last-int    PIC 9(9).
       01  day-table.
           05 day-batch-id      PIC X(8)    OCCURS 200 TIMES.
       01  holiday-table.
           05 holiday-value     PIC X(8)    OCCURS 500 TIMES.

      * Forward run calendar. Every night from today to the end of
      * the requested window is played through the schedbld due
      * test, each job counted as completed on the night it falls
      * due; HOLIDAYS dates have no run, so their weekly and
      * monthly work catches up the next run night exactly as it
      * would live. Nights inside the window are listed with their
      * batch ids, total cycles and elapsed estimate at the
      * BATCHTIME rate batchest uses, and any night whose estimate
      * overruns the batch window is flagged.
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
           ACCEPT arg-window FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO arg-window
           END-ACCEPT
           IF arg-window NOT = SPACES
              IF FUNCTION TRIM (arg-window) IS NOT NUMERIC
                 OR FUNCTION NUMVAL (arg-window) = 0
                 DISPLAY "Invalid batch window: " arg-window
                    " (minutes, 1-99999)"
                 MOVE 1 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE FUNCTION NUMVAL (arg-window) TO window-minutes
           END-IF
           COMPUTE window-secs = window-minutes * 60

           ACCEPT run-date FROM DATE YYYYMMDD
           COMPUTE today-int = FUNCTION INTEGER-OF-DATE
              (FUNCTION NUMVAL (run-date))
           IF arg-from IS NOT NUMERIC OR arg-to IS NOT NUMERIC
              DISPLAY "Invalid window: both dates must be YYYYMMDD"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD (FUNCTION NUMVAL (arg-from))
              NOT = 0
              OR FUNCTION TEST-DATE-YYYYMMDD
                 (FUNCTION NUMVAL (arg-to)) NOT = 0
              DISPLAY "Invalid window: not a calendar date"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF
           COMPUTE from-int = FUNCTION INTEGER-OF-DATE
              (FUNCTION NUMVAL (arg-from))
           COMPUTE to-int = FUNCTION INTEGER-OF-DATE
              (FUNCTION NUMVAL (arg-to))
           IF from-int < today-int OR to-int < from-int
              OR to-int - today-int > 366
              DISPLAY "Invalid window: from-date must be today or "
                 "later, to-date not before it and within a year "
                 "of today"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE "START" TO lr-event
           MOVE SPACES TO lr-parms
           STRING
              arg-from                    DELIMITED BY SIZE
              " - "                       DELIMITED BY SIZE
              arg-to                      DELIMITED BY SIZE
              " window "                  DELIMITED BY SIZE
              window-minutes              DELIMITED BY SIZE
              INTO lr-parms
           END-STRING
           PERFORM 066-register-run

           PERFORM 100-load-schedule
           PERFORM 150-load-holidays
           PERFORM 170-read-timing-history

           DISPLAY "=============================================="
           DISPLAY " RUN CALENDAR FORECAST " arg-from " - " arg-to
           IF cycles-per-sec = 0
              DISPLAY " No usable BATCHTIME history yet - cycles "
                 "only, no elapsed estimate"
           ELSE
              DISPLAY " Past rate " cycles-per-sec " cycle(s)/second;"
                 " batch window " window-minutes " minute(s)"
           END-IF
           DISPLAY "=============================================="
           PERFORM VARYING today-int FROM today-int BY 1
              UNTIL today-int > to-int
              PERFORM 200-forecast-one-night
           END-PERFORM
           DISPLAY "=============================================="
           DISPLAY " " run-days " run night(s) in the window, "
              over-days " over the batch window"
           IF heavy-date > 0
              MOVE heavy-cycles TO cycles-disp
              DISPLAY " Heaviest night " heavy-date " with "
                 FUNCTION TRIM (cycles-disp) " cycle(s)"
           END-IF
           IF over-days > 0
              MOVE 1 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 090-end-run.

       060-display-usage.
           DISPLAY "Usage: schedfcst from-date to-date "
              "[window-minutes]"
           DISPLAY "  forecasts the SCHEDFILE run calendar night by "
              "night, skipping HOLIDAYS; nights whose estimate "
              "exceeds the batch window (default 360 minutes) are "
              "flagged".

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

       100-load-schedule.
           OPEN INPUT sched-file
           IF sched-status NOT = "00"
              DISPLAY "Unable to open SCHEDFILE"
              MOVE 1 TO RETURN-CODE
              PERFORM 090-end-run
           END-IF
           PERFORM UNTIL sched-status NOT = "00"
              READ sched-file
                 AT END
                    MOVE "10" TO sched-status
                 NOT AT END
                    IF entry-count = 200
                       DISPLAY "SCHEDFILE holds more than 200 job "
                          "definitions; the schedule table cannot "
                          "hold any more"
                       MOVE 1 TO RETURN-CODE
                       PERFORM 090-end-run
                    END-IF
                    ADD 1 TO entry-count
                    MOVE sched-record TO sc-record (entry-count)
                    IF sch-last-run IS NUMERIC
                       COMPUTE sc-last-int (entry-count) =
                          FUNCTION INTEGER-OF-DATE
                             (FUNCTION NUMVAL (sch-last-run))
                    ELSE
                       MOVE 0 TO sc-last-int (entry-count)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE sched-file
           IF entry-count = 0
              DISPLAY "SCHEDFILE holds no job definitions"
              MOVE 1 TO RETURN-CODE
              PERFORM 090-end-run
           END-IF.

       150-load-holidays.
           OPEN INPUT holiday-file
           IF holiday-status NOT = "00"
              DISPLAY "No HOLIDAYS calendar - every night is "
                 "forecast as a run night"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL holiday-status NOT = "00"
              READ holiday-file
                 AT END
                    MOVE "10" TO holiday-status
                 NOT AT END
                    IF hol-date IS NUMERIC AND holiday-count < 500
                       ADD 1 TO holiday-count
                       MOVE hol-date TO holiday-value (holiday-count)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE holiday-file.

      * Same rate source as batchest: sub-second jobs land as zero
      * elapsed seconds and are skipped.
       170-read-timing-history.
           OPEN INPUT batch-time
           IF batch-time-status NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL batch-time-status NOT = "00"
              READ batch-time
                 AT END
                    MOVE "10" TO batch-time-status
                 NOT AT END
                    MOVE SPACES TO bt-date, bt-cycles-text,
                       bt-seconds-text
                    UNSTRING batch-time-line DELIMITED BY ","
                       INTO bt-date, bt-cycles-text,
                          bt-seconds-text
                    END-UNSTRING
                    IF FUNCTION TRIM (bt-cycles-text) IS NUMERIC
                       AND FUNCTION TRIM (bt-seconds-text)
                          IS NUMERIC
                       AND FUNCTION NUMVAL (bt-seconds-text) > 0
                       ADD FUNCTION NUMVAL (bt-cycles-text)
                          TO hist-cycles
                       ADD FUNCTION NUMVAL (bt-seconds-text)
                          TO hist-seconds
                    END-IF
              END-READ
           END-PERFORM
           CLOSE batch-time
           IF hist-seconds > 0 AND hist-cycles > 0
              COMPUTE cycles-per-sec = hist-cycles / hist-seconds
              IF cycles-per-sec = 0
                 MOVE 1 TO cycles-per-sec
              END-IF
           END-IF.

      * Nights before the window are still played through, silently,
      * so the last-run dates the window starts from are the ones
      * the live schedule will really have by then.
       200-forecast-one-night.
           COMPUTE today-date = FUNCTION DATE-OF-INTEGER (today-int)
           COMPUTE today-weekday = FUNCTION MOD (today-int, 7)
           IF today-weekday = 0
              MOVE 7 TO today-weekday
           END-IF
           MOVE dn-name (today-weekday) TO day-name
           MOVE "N" TO holiday-sw
           PERFORM VARYING holiday-idx FROM 1 BY 1
              UNTIL holiday-idx > holiday-count OR holiday-sw = "Y"
              IF holiday-value (holiday-idx) = today-date
                 MOVE "Y" TO holiday-sw
              END-IF
           END-PERFORM
           IF holiday-sw = "Y"
              IF today-int >= from-int
                 DISPLAY " " today-date " " day-name
                    "  HOLIDAY - no run"
              END-IF
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO day-jobs
           MOVE 0 TO day-cycles
           PERFORM VARYING entry-idx FROM 1 BY 1
              UNTIL entry-idx > entry-count
              MOVE sc-record (entry-idx) TO sched-record
              MOVE sc-last-int (entry-idx) TO last-run-int
              PERFORM 400-test-job-due
              IF due-sw = "Y"
                 MOVE today-int TO sc-last-int (entry-idx)
                 IF today-int >= from-int
                    ADD 1 TO day-jobs
                    ADD sch-cycles TO day-cycles
                    MOVE sch-batch-id TO day-batch-id (day-jobs)
                 END-IF
              END-IF
           END-PERFORM
           IF today-int < from-int
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO run-days
           IF day-cycles > heavy-cycles
              MOVE day-cycles TO heavy-cycles
              MOVE today-date TO heavy-date
           END-IF
           MOVE day-cycles TO cycles-disp
           IF cycles-per-sec = 0
              DISPLAY " " today-date " " day-name " " day-jobs
                 " batch(es) " cycles-disp " cycles"
           ELSE
              COMPUTE day-secs =
                 (day-cycles + cycles-per-sec - 1) / cycles-per-sec
              MOVE day-secs TO secs-disp
              MOVE SPACES TO over-flag
              IF day-secs > window-secs
                 ADD 1 TO over-days
                 MOVE "OVER" TO over-flag
              END-IF
              DISPLAY " " today-date " " day-name " " day-jobs
                 " batch(es) " cycles-disp " cycles, est "
                 secs-disp "s " over-flag
           END-IF
           PERFORM 250-list-batch-ids.

      * The night's batch ids, eight to a line under its totals.
       250-list-batch-ids.
           MOVE SPACES TO id-line
           MOVE 1 TO id-pos
           MOVE 0 TO line-jobs
           PERFORM VARYING day-idx FROM 1 BY 1
              UNTIL day-idx > day-jobs
              IF line-jobs = 8
                 DISPLAY "      " FUNCTION TRIM (id-line TRAILING)
                 MOVE SPACES TO id-line
                 MOVE 1 TO id-pos
                 MOVE 0 TO line-jobs
              END-IF
              MOVE day-batch-id (day-idx) TO id-line (id-pos : 8)
              ADD 9 TO id-pos
              ADD 1 TO line-jobs
           END-PERFORM
           IF id-line NOT = SPACES
              DISPLAY "      " FUNCTION TRIM (id-line TRAILING)
           END-IF.

      * schedbld's due test, evaluated for the simulated night:
      * due when its own calendar says so and it has not run that
      * night; weekly and monthly jobs also come due late when the
      * last run predates the most recent scheduled occurrence.
       400-test-job-due.
           MOVE "N" TO due-sw
           IF last-run-int >= today-int
              EXIT PARAGRAPH
           END-IF
           EVALUATE FUNCTION TRIM (sch-freq)
              WHEN "DAILY"
                 MOVE "Y" TO due-sw
              WHEN "WEEKLY"
                 PERFORM 410-test-weekly-due
              WHEN "MONTHLY"
                 PERFORM 420-test-monthly-due
              WHEN "DATES"
                 PERFORM 430-test-dates-due
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       410-test-weekly-due.
           IF sch-freq-parm (1 : 1) IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL (sch-freq-parm (1 : 1))
              TO parm-weekday
           IF today-weekday = parm-weekday
              MOVE "Y" TO due-sw
              EXIT PARAGRAPH
           END-IF
           IF today-int - last-run-int > 7
              MOVE "Y" TO due-sw
           END-IF.

       420-test-monthly-due.
           IF sch-freq-parm (1 : 2) IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL (sch-freq-parm (1 : 2))
              TO target-dom
           DIVIDE today-date BY 100 GIVING target-date
           COMPUTE target-date = target-date * 100 + target-dom
           COMPUTE target-int =
              FUNCTION INTEGER-OF-DATE (target-date)
           IF target-int = 0
              EXIT PARAGRAPH
           END-IF
           IF today-int >= target-int
              AND last-run-int < target-int
              MOVE "Y" TO due-sw
           END-IF.

       430-test-dates-due.
           PERFORM VARYING date-idx FROM 1 BY 1
              UNTIL date-idx > 3 OR due-sw = "Y"
              MOVE sch-freq-parm
                 ((date-idx - 1) * 8 + 1 : 8) TO one-date-text
              IF one-date-text IS NUMERIC
                 COMPUTE target-int = FUNCTION INTEGER-OF-DATE
                    (FUNCTION NUMVAL (one-date-text))
                 IF target-int > 0
                    AND today-int >= target-int
                    AND last-run-int < target-int
                    MOVE "Y" TO due-sw
                 END-IF
              END-IF
           END-PERFORM.
       END PROGRAM schedfcst.
