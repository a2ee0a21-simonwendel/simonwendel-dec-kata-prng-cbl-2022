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
       PROGRAM-ID. durtrend.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT run-ledger ASSIGN TO "RUNLEDGER"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS run-ledger-status.
           SELECT dur-base ASSIGN TO "DURBASE"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS dur-base-status.

       DATA DIVISION.
       FILE SECTION.
       FD  run-ledger
           RECORDING MODE IS F.
       01  run-ledger-record.
           05 rl-date           PIC X(8).
           05 rl-time           PIC X(8).
           05 rl-program        PIC X(10).
           05 rl-event          PIC X(5).
           05 rl-operator       PIC X(8).
           05 rl-rc             PIC 9(4).
           05 rl-parms          PIC X(40).
           05 FILLER            PIC X(7).

      * Rolling duration baseline, one record per program: the
      * elapsed seconds of its last runs (oldest first), their
      * median and worst, the stamp of the newest run folded in
      * so a re-run report never counts a run twice, and the
      * latest time of day (HHMM) the program may finish by.
       FD  dur-base
           RECORDING MODE IS F.
       01  dur-base-record.
           05 db-program        PIC X(10).
           05 db-latest-end     PIC X(4).
           05 db-last-date      PIC X(8).
           05 db-last-time      PIC X(8).
           05 db-run-count      PIC 99.
           05 db-dur            PIC 9(7)    OCCURS 20 TIMES.
           05 db-median         PIC 9(7).
           05 db-worst          PIC 9(7).
           05 FILLER            PIC X(14).

       WORKING-STORAGE SECTION.
       77  run-ledger-status    PIC XX.
       77  dur-base-status      PIC XX.
       77  arg-num              PIC 9(4).
       77  arg-action           PIC X(8).
       77  arg-parm1            PIC X(10).
       77  arg-parm2            PIC X(8).
       77  arg-parm3            PIC X(8).
       77  arg-parm4            PIC X(8).
       77  from-date            PIC X(8).
       77  to-date              PIC X(8).
       77  slow-factor          PIC 9(3)V99 VALUE 2.
       77  factor-disp          PIC ZZ9.99.
       77  keep-runs            PIC 99      VALUE 10.
       77  prog-count           PIC 9(3)    VALUE 0.
       77  prog-idx             PIC 9(3).
       77  prog-hit-idx         PIC 9(3).
       77  pend-count           PIC 9(3)    VALUE 0.
       77  pend-idx             PIC 9(3).
       77  pend-hit-idx         PIC 9(3).
       77  dur-idx              PIC 99.
       77  sort-idx             PIC 99.
       77  sort-work            PIC 9(7).
       77  start-day            PIC 9(9).
       77  end-day              PIC 9(9).
       77  start-secs           PIC 9(5).
       77  end-secs             PIC 9(5).
       77  latest-secs          PIC 9(5).
       77  deadline-day         PIC 9(9).
       77  elapsed-secs         PIC 9(9).
       77  slow-limit           PIC 9(9)V99.
       77  slow-sw              PIC X.
       77  late-sw              PIC X.
       77  run-count            PIC 9(9)    VALUE 0.
       77  slow-count           PIC 9(9)    VALUE 0.
       77  late-count           PIC 9(9)    VALUE 0.
       77  folded-count         PIC 9(9)    VALUE 0.
       77  orphan-count         PIC 9(9)    VALUE 0.
       77  unpaired-count       PIC 9(9)    VALUE 0.
       77  elapsed-disp         PIC Z(6)9.
       77  median-disp          PIC Z(6)9.
       77  worst-disp           PIC Z(6)9.
       77  runledgr             PIC X(8)    VALUE "runledgr".
      * Start/end registration in the central execution ledger.
       01  ledger-request.
           05 lr-program        PIC X(10)   VALUE "durtrend".
           05 lr-event          PIC X(5).
           05 lr-rc             PIC 9(4)    VALUE 0.
           05 lr-parms          PIC X(40)   VALUE SPACES.
      * DURBASE held in memory for the run and rewritten whole.
       01  prog-table.
           05 prog-entry        OCCURS 200 TIMES.
              10 pt-program     PIC X(10).
              10 pt-latest-end  PIC X(4).
              10 pt-last-date   PIC X(8).
              10 pt-last-time   PIC X(8).
              10 pt-run-count   PIC 99.
              10 pt-dur         PIC 9(7)    OCCURS 20 TIMES.
              10 pt-median      PIC 9(7).
              10 pt-worst       PIC 9(7).
      * STARTs still waiting for their END, one per program: a
      * second START for the same program means the first run died
      * without closing out, and it is dropped from the pairing.
       01  pend-table.
           05 pend-entry        OCCURS 200 TIMES.
              10 pd-program     PIC X(10).
              10 pd-date        PIC X(8).
              10 pd-time        PIC X(8).
       01  sort-table.
           05 sort-dur          PIC 9(7)    OCCURS 20 TIMES.

      * Job-duration trend: pairs each program's START and END in
      * RUNLEDGER, keeps a rolling per-program baseline in DURBASE,
      * and lists every run in the range that took longer than its
      * baseline median by the given factor or finished after the
      * program's latest allowed end time.
       PROCEDURE DIVISION.
           MOVE 1 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT arg-action FROM ARGUMENT-VALUE
              ON EXCEPTION
                 PERFORM 060-display-usage
                 MOVE 1 TO RETURN-CODE
                 STOP RUN
           END-ACCEPT
           MOVE 2 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT arg-parm1 FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO arg-parm1
           END-ACCEPT
           MOVE 3 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT arg-parm2 FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO arg-parm2
           END-ACCEPT
           MOVE 4 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT arg-parm3 FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO arg-parm3
           END-ACCEPT
           MOVE 5 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT arg-parm4 FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO arg-parm4
           END-ACCEPT

           MOVE "START" TO lr-event
           MOVE SPACES TO lr-parms
           STRING
              FUNCTION TRIM (arg-action) DELIMITED BY SIZE
              " "                        DELIMITED BY SIZE
              FUNCTION TRIM (arg-parm1)  DELIMITED BY SIZE
              " "                        DELIMITED BY SIZE
              FUNCTION TRIM (arg-parm2)  DELIMITED BY SIZE
              INTO lr-parms
           END-STRING
           PERFORM 066-register-run

           EVALUATE FUNCTION TRIM (arg-action)
              WHEN "REPORT"
                 PERFORM 100-duration-report
              WHEN "SETEND"
                 PERFORM 700-set-latest-end
              WHEN "LIST"
                 PERFORM 800-list-baselines
              WHEN OTHER
                 PERFORM 060-display-usage
                 MOVE 1 TO RETURN-CODE
           END-EVALUATE
           MOVE "END  " TO lr-event
           MOVE RETURN-CODE TO lr-rc
           PERFORM 066-register-run
           MOVE lr-rc TO RETURN-CODE
           STOP RUN.

       060-display-usage.
           DISPLAY "Usage: durtrend REPORT from-date to-date "
              "[factor] [runs]"
           DISPLAY "       durtrend SETEND program hhmm|NONE"
           DISPLAY "       durtrend LIST"
           DISPLAY "  factor: slow-run multiple of the baseline "
              "median (default 2)"
           DISPLAY "  runs:   runs kept in the rolling baseline, "
              "1-20 (default 10)".

       066-register-run.
           CALL runledgr USING ledger-request
              ON EXCEPTION
                 CONTINUE
           END-CALL.

       100-duration-report.
           MOVE arg-parm1 TO from-date
           MOVE arg-parm2 TO to-date
           IF from-date IS NOT NUMERIC OR to-date IS NOT NUMERIC
              OR from-date > to-date
              DISPLAY "Invalid date range: both dates must be "
                 "YYYYMMDD, from before to"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           IF arg-parm3 NOT = SPACES
              IF FUNCTION TEST-NUMVAL (arg-parm3) NOT = 0
                 OR FUNCTION NUMVAL (arg-parm3) < 1
                 DISPLAY "Invalid factor '" FUNCTION TRIM (arg-parm3)
                    "': must be a number of at least 1"
                 MOVE 1 TO RETURN-CODE
                 EXIT PARAGRAPH
              END-IF
              MOVE FUNCTION NUMVAL (arg-parm3) TO slow-factor
           END-IF
           IF arg-parm4 NOT = SPACES
              IF FUNCTION TRIM (arg-parm4) IS NOT NUMERIC
                 OR FUNCTION NUMVAL (arg-parm4) < 1
                 OR FUNCTION NUMVAL (arg-parm4) > 20
                 DISPLAY "Invalid run count '"
                    FUNCTION TRIM (arg-parm4) "': must be 1-20"
                 MOVE 1 TO RETURN-CODE
                 EXIT PARAGRAPH
              END-IF
              MOVE FUNCTION NUMVAL (arg-parm4) TO keep-runs
           END-IF

           PERFORM 200-load-baselines
           PERFORM VARYING prog-hit-idx FROM 1 BY 1
              UNTIL prog-hit-idx > prog-count
              IF pt-run-count (prog-hit-idx) > keep-runs
                 PERFORM 550-trim-to-keep
                 PERFORM 600-recompute-baseline
              END-IF
           END-PERFORM
           OPEN INPUT run-ledger
           IF run-ledger-status NOT = "00"
              DISPLAY "No RUNLEDGER present - nothing to trend"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE slow-factor TO factor-disp
           DISPLAY "=============================================="
           DISPLAY " JOB DURATION TREND " from-date " - " to-date
           DISPLAY " slow = over " FUNCTION TRIM (factor-disp)
              " x baseline median of the last " keep-runs " run(s)"
           DISPLAY "=============================================="
           DISPLAY " PROGRAM    START             ELAPSED  MEDIAN "
              "  WORST FLAGS"
           PERFORM UNTIL run-ledger-status NOT = "00"
              READ run-ledger
                 AT END
                    MOVE "10" TO run-ledger-status
                 NOT AT END
                    EVALUATE rl-event
                       WHEN "START"
                          PERFORM 300-note-start
                       WHEN "END  "
                          PERFORM 400-pair-end
                    END-EVALUATE
              END-READ
           END-PERFORM
           CLOSE run-ledger
           PERFORM VARYING pend-idx FROM 1 BY 1
              UNTIL pend-idx > pend-count
              IF pd-date (pend-idx) NOT = SPACES
                 ADD 1 TO orphan-count
              END-IF
           END-PERFORM
           PERFORM 250-save-baselines

           DISPLAY "=============================================="
           DISPLAY " " run-count " completed run(s) in range; "
              slow-count " slow, " late-count " late"
           DISPLAY " " folded-count " run(s) added to the baselines; "
              orphan-count " START(s) without an END; "
              unpaired-count " END(s) without a START"
           IF slow-count > 0 OR late-count > 0
              MOVE 1 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.

       200-load-baselines.
           MOVE 0 TO prog-count
           OPEN INPUT dur-base
           IF dur-base-status NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL dur-base-status NOT = "00"
              READ dur-base
                 AT END
                    MOVE "10" TO dur-base-status
                 NOT AT END
                    IF prog-count < 200
                       ADD 1 TO prog-count
                       MOVE db-program TO pt-program (prog-count)
                       MOVE db-latest-end
                          TO pt-latest-end (prog-count)
                       MOVE db-last-date TO pt-last-date (prog-count)
                       MOVE db-last-time TO pt-last-time (prog-count)
                       MOVE db-run-count TO pt-run-count (prog-count)
                       PERFORM VARYING dur-idx FROM 1 BY 1
                          UNTIL dur-idx > 20
                          MOVE db-dur (dur-idx)
                             TO pt-dur (prog-count, dur-idx)
                       END-PERFORM
                       MOVE db-median TO pt-median (prog-count)
                       MOVE db-worst TO pt-worst (prog-count)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE dur-base.

       250-save-baselines.
           OPEN OUTPUT dur-base
           IF dur-base-status NOT = "00"
              DISPLAY "Unable to write DURBASE (status "
                 dur-base-status ") - baselines not updated"
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING prog-idx FROM 1 BY 1
              UNTIL prog-idx > prog-count
              MOVE SPACES TO dur-base-record
              MOVE pt-program (prog-idx) TO db-program
              MOVE pt-latest-end (prog-idx) TO db-latest-end
              MOVE pt-last-date (prog-idx) TO db-last-date
              MOVE pt-last-time (prog-idx) TO db-last-time
              MOVE pt-run-count (prog-idx) TO db-run-count
              PERFORM VARYING dur-idx FROM 1 BY 1
                 UNTIL dur-idx > 20
                 MOVE pt-dur (prog-idx, dur-idx) TO db-dur (dur-idx)
              END-PERFORM
              MOVE pt-median (prog-idx) TO db-median
              MOVE pt-worst (prog-idx) TO db-worst
              WRITE dur-base-record
           END-PERFORM
           CLOSE dur-base.

       260-find-program.
           MOVE 0 TO prog-hit-idx
           PERFORM VARYING prog-idx FROM 1 BY 1
              UNTIL prog-idx > prog-count OR prog-hit-idx > 0
              IF pt-program (prog-idx) = rl-program
                 MOVE prog-idx TO prog-hit-idx
              END-IF
           END-PERFORM
           IF prog-hit-idx = 0 AND prog-count < 200
              ADD 1 TO prog-count
              MOVE prog-count TO prog-hit-idx
              MOVE rl-program TO pt-program (prog-hit-idx)
              MOVE SPACES TO pt-latest-end (prog-hit-idx)
              MOVE SPACES TO pt-last-date (prog-hit-idx)
              MOVE SPACES TO pt-last-time (prog-hit-idx)
              MOVE 0 TO pt-run-count (prog-hit-idx)
              PERFORM VARYING dur-idx FROM 1 BY 1
                 UNTIL dur-idx > 20
                 MOVE 0 TO pt-dur (prog-hit-idx, dur-idx)
              END-PERFORM
              MOVE 0 TO pt-median (prog-hit-idx)
              MOVE 0 TO pt-worst (prog-hit-idx)
           END-IF.

       300-note-start.
           MOVE 0 TO pend-hit-idx
           PERFORM VARYING pend-idx FROM 1 BY 1
              UNTIL pend-idx > pend-count OR pend-hit-idx > 0
              IF pd-program (pend-idx) = rl-program
                 MOVE pend-idx TO pend-hit-idx
              END-IF
           END-PERFORM
           IF pend-hit-idx = 0
              IF pend-count < 200
                 ADD 1 TO pend-count
                 MOVE pend-count TO pend-hit-idx
              ELSE
                 ADD 1 TO orphan-count
                 EXIT PARAGRAPH
              END-IF
           ELSE
              IF pd-date (pend-hit-idx) NOT = SPACES
                 ADD 1 TO orphan-count
              END-IF
           END-IF
           MOVE rl-program TO pd-program (pend-hit-idx)
           MOVE rl-date TO pd-date (pend-hit-idx)
           MOVE rl-time TO pd-time (pend-hit-idx).

       400-pair-end.
           MOVE 0 TO pend-hit-idx
           PERFORM VARYING pend-idx FROM 1 BY 1
              UNTIL pend-idx > pend-count OR pend-hit-idx > 0
              IF pd-program (pend-idx) = rl-program
                 AND pd-date (pend-idx) NOT = SPACES
                 MOVE pend-idx TO pend-hit-idx
              END-IF
           END-PERFORM
           IF pend-hit-idx = 0
              ADD 1 TO unpaired-count
              EXIT PARAGRAPH
           END-IF

           COMPUTE start-day = FUNCTION INTEGER-OF-DATE
              (FUNCTION NUMVAL (pd-date (pend-hit-idx)))
           COMPUTE end-day = FUNCTION INTEGER-OF-DATE
              (FUNCTION NUMVAL (rl-date))
           COMPUTE start-secs =
              FUNCTION NUMVAL (pd-time (pend-hit-idx) (1 : 2)) * 3600
              + FUNCTION NUMVAL (pd-time (pend-hit-idx) (3 : 2)) * 60
              + FUNCTION NUMVAL (pd-time (pend-hit-idx) (5 : 2))
           COMPUTE end-secs =
              FUNCTION NUMVAL (rl-time (1 : 2)) * 3600
              + FUNCTION NUMVAL (rl-time (3 : 2)) * 60
              + FUNCTION NUMVAL (rl-time (5 : 2))
           IF end-day * 86400 + end-secs
              < start-day * 86400 + start-secs
              MOVE 0 TO elapsed-secs
           ELSE
              COMPUTE elapsed-secs = (end-day - start-day) * 86400
                 + end-secs - start-secs
           END-IF

           PERFORM 260-find-program
           IF prog-hit-idx > 0
              IF pd-date (pend-hit-idx) >= from-date
                 AND pd-date (pend-hit-idx) <= to-date
                 PERFORM 450-judge-run
              END-IF
              IF pd-date (pend-hit-idx) > pt-last-date (prog-hit-idx)
                 OR (pd-date (pend-hit-idx)
                    = pt-last-date (prog-hit-idx)
                 AND pd-time (pend-hit-idx)
                    > pt-last-time (prog-hit-idx))
                 PERFORM 500-fold-into-baseline
              END-IF
           END-IF
           MOVE SPACES TO pd-date (pend-hit-idx)
           MOVE SPACES TO pd-time (pend-hit-idx).

      * A run is slow against the baseline as it stands when the
      * run is reached (on a first report, before the run itself is
      * added), and only once the baseline holds three runs - one
      * or two early runs are not a trend. The latest end
      * is the first HHMM at or after the run's start, so a window
      * that crosses midnight is judged against the next morning.
       450-judge-run.
           ADD 1 TO run-count
           MOVE "N" TO slow-sw
           MOVE "N" TO late-sw
           IF pt-run-count (prog-hit-idx) >= 3
              COMPUTE slow-limit =
                 pt-median (prog-hit-idx) * slow-factor
              IF elapsed-secs > slow-limit
                 MOVE "Y" TO slow-sw
                 ADD 1 TO slow-count
              END-IF
           END-IF
           IF pt-latest-end (prog-hit-idx) IS NUMERIC
              COMPUTE latest-secs =
                 FUNCTION NUMVAL (pt-latest-end (prog-hit-idx)
                    (1 : 2)) * 3600
                 + FUNCTION NUMVAL (pt-latest-end (prog-hit-idx)
                    (3 : 2)) * 60
              IF latest-secs >= start-secs
                 MOVE start-day TO deadline-day
              ELSE
                 COMPUTE deadline-day = start-day + 1
              END-IF
              IF end-day * 86400 + end-secs
                 > deadline-day * 86400 + latest-secs
                 MOVE "Y" TO late-sw
                 ADD 1 TO late-count
              END-IF
           END-IF
           IF slow-sw = "Y" OR late-sw = "Y"
              MOVE elapsed-secs TO elapsed-disp
              MOVE pt-median (prog-hit-idx) TO median-disp
              MOVE pt-worst (prog-hit-idx) TO worst-disp
              DISPLAY " " rl-program " " pd-date (pend-hit-idx) " "
                 pd-time (pend-hit-idx) (1 : 6) " " elapsed-disp " "
                 median-disp " " worst-disp
                 WITH NO ADVANCING
              IF slow-sw = "Y"
                 DISPLAY " SLOW" WITH NO ADVANCING
              END-IF
              IF late-sw = "Y"
                 DISPLAY " LATE(after " pt-latest-end (prog-hit-idx)
                    ")" WITH NO ADVANCING
              END-IF
              DISPLAY " "
           END-IF.

       500-fold-into-baseline.
           ADD 1 TO folded-count
           MOVE pd-date (pend-hit-idx) TO pt-last-date (prog-hit-idx)
           MOVE pd-time (pend-hit-idx) TO pt-last-time (prog-hit-idx)
           IF pt-run-count (prog-hit-idx) < keep-runs
              ADD 1 TO pt-run-count (prog-hit-idx)
              MOVE elapsed-secs TO pt-dur (prog-hit-idx,
                 pt-run-count (prog-hit-idx))
           ELSE
              PERFORM VARYING dur-idx FROM 1 BY 1
                 UNTIL dur-idx >= pt-run-count (prog-hit-idx)
                 MOVE pt-dur (prog-hit-idx, dur-idx + 1)
                    TO pt-dur (prog-hit-idx, dur-idx)
              END-PERFORM
              MOVE elapsed-secs TO pt-dur (prog-hit-idx,
                 pt-run-count (prog-hit-idx))
           END-IF
           PERFORM 550-trim-to-keep
           PERFORM 600-recompute-baseline.

      * A smaller run count than last time drops the oldest runs.
       550-trim-to-keep.
           PERFORM UNTIL pt-run-count (prog-hit-idx) <= keep-runs
              PERFORM VARYING dur-idx FROM 1 BY 1
                 UNTIL dur-idx >= pt-run-count (prog-hit-idx)
                 MOVE pt-dur (prog-hit-idx, dur-idx + 1)
                    TO pt-dur (prog-hit-idx, dur-idx)
              END-PERFORM
              MOVE 0 TO pt-dur (prog-hit-idx,
                 pt-run-count (prog-hit-idx))
              SUBTRACT 1 FROM pt-run-count (prog-hit-idx)
           END-PERFORM.

       600-recompute-baseline.
           MOVE 0 TO pt-worst (prog-hit-idx)
           PERFORM VARYING dur-idx FROM 1 BY 1
              UNTIL dur-idx > pt-run-count (prog-hit-idx)
              MOVE pt-dur (prog-hit-idx, dur-idx) TO sort-dur (dur-idx)
              IF pt-dur (prog-hit-idx, dur-idx)
                 > pt-worst (prog-hit-idx)
                 MOVE pt-dur (prog-hit-idx, dur-idx)
                    TO pt-worst (prog-hit-idx)
              END-IF
           END-PERFORM
           PERFORM VARYING dur-idx FROM 1 BY 1
              UNTIL dur-idx >= pt-run-count (prog-hit-idx)
              PERFORM VARYING sort-idx FROM 1 BY 1
                 UNTIL sort-idx > pt-run-count (prog-hit-idx) - dur-idx
                 IF sort-dur (sort-idx) > sort-dur (sort-idx + 1)
                    MOVE sort-dur (sort-idx) TO sort-work
                    MOVE sort-dur (sort-idx + 1) TO sort-dur (sort-idx)
                    MOVE sort-work TO sort-dur (sort-idx + 1)
                 END-IF
              END-PERFORM
           END-PERFORM
           IF FUNCTION MOD (pt-run-count (prog-hit-idx), 2) = 1
              COMPUTE dur-idx = (pt-run-count (prog-hit-idx) + 1) / 2
              MOVE sort-dur (dur-idx) TO pt-median (prog-hit-idx)
           ELSE
              COMPUTE dur-idx = pt-run-count (prog-hit-idx) / 2
              COMPUTE pt-median (prog-hit-idx) =
                 (sort-dur (dur-idx) + sort-dur (dur-idx + 1)) / 2
           END-IF.

       700-set-latest-end.
           IF arg-parm1 = SPACES
              OR (arg-parm2 NOT = "NONE"
              AND (arg-parm2 (1 : 4) IS NOT NUMERIC
              OR arg-parm2 (5 : 4) NOT = SPACES
              OR arg-parm2 (1 : 2) > "23"
              OR arg-parm2 (3 : 2) > "59"))
              DISPLAY "Invalid latest end: give a program and an "
                 "HHMM time, or NONE to clear it"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM 200-load-baselines
           MOVE arg-parm1 TO rl-program
           PERFORM 260-find-program
           IF prog-hit-idx = 0
              DISPLAY "DURBASE is full - latest end not set"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           IF arg-parm2 = "NONE"
              MOVE SPACES TO pt-latest-end (prog-hit-idx)
              DISPLAY "Latest end cleared for "
                 FUNCTION TRIM (arg-parm1)
           ELSE
              MOVE arg-parm2 (1 : 4) TO pt-latest-end (prog-hit-idx)
              DISPLAY "Latest end for " FUNCTION TRIM (arg-parm1)
                 " set to " pt-latest-end (prog-hit-idx)
           END-IF
           PERFORM 250-save-baselines
           MOVE 0 TO RETURN-CODE.

       800-list-baselines.
           PERFORM 200-load-baselines
           DISPLAY " PROGRAM    RUNS  MEDIAN   WORST LATEST-END "
              "LAST RUN"
           PERFORM VARYING prog-idx FROM 1 BY 1
              UNTIL prog-idx > prog-count
              MOVE pt-median (prog-idx) TO median-disp
              MOVE pt-worst (prog-idx) TO worst-disp
              DISPLAY " " pt-program (prog-idx) "   "
                 pt-run-count (prog-idx) " " median-disp " "
                 worst-disp " " pt-latest-end (prog-idx) "       "
                 pt-last-date (prog-idx) " "
                 pt-last-time (prog-idx) (1 : 6)
           END-PERFORM
           DISPLAY " " prog-count " program(s) with a baseline"
           MOVE 0 TO RETURN-CODE.
       END PROGRAM durtrend.
