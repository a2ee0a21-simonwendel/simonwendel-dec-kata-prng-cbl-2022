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
       PROGRAM-ID. batchplan.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT batch-list ASSIGN TO "BATCHLIST"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS batch-status.
           SELECT batch-time ASSIGN TO "BATCHTIME"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS batch-time-status.
           SELECT sub-list ASSIGN TO DYNAMIC sub-list-name
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS sub-list-status.
           SELECT plan-rpt ASSIGN TO "PLANRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS plan-rpt-status.

       DATA DIVISION.
       FILE SECTION.
       FD  batch-list
           RECORDING MODE IS F.
       01  batch-list-record.
           05 bl-batch-id       PIC X(8).
           05 bl-cycles         PIC 9(9).
           05 bl-n              PIC 99.
           05 bl-depends-on     PIC X(8).
           05 FILLER            PIC X(73).

       FD  batch-time.
       01  batch-time-line      PIC X(40).

      * One BATCHLIST per parallel stream, same layout, each run
      * as the BATCHLIST of its own batchrun job step.
       FD  sub-list
           RECORDING MODE IS F.
       01  sub-list-record      PIC X(100).

       FD  plan-rpt.
       01  plan-rpt-line        PIC X(100).

       WORKING-STORAGE SECTION.
       77  batch-status         PIC XX.
       77  batch-time-status    PIC XX.
       77  sub-list-status      PIC XX.
       77  plan-rpt-status      PIC XX.
       77  sub-list-name        PIC X(12).
       77  arg-num              PIC 9(4).
       77  arg-streams          PIC X(4).
       77  stream-count         PIC 99.
       77  stream-idx           PIC 99.
       77  stream-disp          PIC Z9.
       77  best-stream          PIC 99.
       77  entry-count          PIC 9(4)    VALUE 0.
       77  entry-idx            PIC 9(4).
       77  pred-idx             PIC 9(4).
       77  best-idx             PIC 9(4).
       77  placed-count         PIC 9(4)    VALUE 0.
       77  seq-idx              PIC 9(4).
       77  wait-count           PIC 9(4)    VALUE 0.
       77  missing-count        PIC 9(4)    VALUE 0.
       77  cycle-count          PIC 9(4)    VALUE 0.
       77  hist-cycles          PIC 9(12)   VALUE 0.
       77  hist-seconds         PIC 9(9)    VALUE 0.
       77  bt-date              PIC X(8).
       77  bt-cycles-text       PIC X(13).
       77  bt-seconds-text      PIC X(10).
       77  cycles-per-sec       PIC 9(9)    VALUE 0.
       77  est-unit             PIC X(9)    VALUE "second(s)".
       77  cand-start           PIC 9(12).
       77  cand-finish          PIC 9(12).
       77  best-start           PIC 9(12).
       77  best-finish          PIC 9(12).
       77  serial-span          PIC 9(12)   VALUE 0.
       77  parallel-span        PIC 9(12)   VALUE 0.
       77  saved-pct            PIC 9(3).
       77  runledgr             PIC X(8)    VALUE "runledgr".
      * Start/end registration in the central execution ledger.
       01  ledger-request.
           05 lr-program        PIC X(10)   VALUE "batchplan".
           05 lr-event          PIC X(5).
           05 lr-rc             PIC 9(4)    VALUE 0.
           05 lr-parms          PIC X(40)   VALUE SPACES.
      * Every BATCHLIST entry with its estimate and, once placed,
      * its stream, placing order and predicted start and finish.
      * pe-flag: W waits on a predecessor in another stream, M
      * names a predecessor not in BATCHLIST, C is caught in a
      * dependency loop.
       01  plan-table.
           05 plan-entry        OCCURS 500 TIMES.
              10 pe-record      PIC X(100).
              10 pe-est         PIC 9(12).
              10 pe-pred-idx    PIC 9(4).
              10 pe-placed      PIC X.
              10 pe-stream      PIC 99.
              10 pe-start       PIC 9(12).
              10 pe-finish      PIC 9(12).
              10 pe-flag        PIC X.
       01  order-table.
           05 order-idx         PIC 9(4)    OCCURS 500 TIMES.
       01  stream-table.
           05 stream-entry      OCCURS 20 TIMES.
              10 st-load        PIC 9(12)   VALUE 0.
              10 st-batches     PIC 9(4)    VALUE 0.

      * Splits BATCHLIST into parallel streams of even estimated
      * elapsed time. Each batch's time comes from its cycle count
      * at the rate BATCHTIME history shows (or plain cycle counts
      * when there is no history). Largest batches are placed
      * first, each on the stream that would finish it soonest,
      * and a batch is only placed once its bl-depends-on
      * predecessor has been: it then stays behind it in the same
      * stream unless another stream would finish it sooner even
      * after waiting, in which case it is flagged as a cross-
      * stream wait.
       PROCEDURE DIVISION.
           MOVE 1 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT arg-streams FROM ARGUMENT-VALUE
              ON EXCEPTION
                 PERFORM 060-display-usage
                 MOVE 1 TO RETURN-CODE
                 STOP RUN
           END-ACCEPT
           IF FUNCTION TRIM (arg-streams) IS NOT NUMERIC
              DISPLAY "Invalid stream count: " arg-streams
              PERFORM 060-display-usage
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF
           IF FUNCTION NUMVAL (arg-streams) < 1
              OR FUNCTION NUMVAL (arg-streams) > 20
              DISPLAY "Stream count must be between 1 and 20"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE FUNCTION NUMVAL (arg-streams) TO stream-count

           MOVE "START" TO lr-event
           MOVE SPACES TO lr-parms
           STRING
              "streams "                 DELIMITED BY SIZE
              stream-count               DELIMITED BY SIZE
              INTO lr-parms
           END-STRING
           PERFORM 066-register-run

           PERFORM 100-load-batch-list
           PERFORM 150-read-timing-history
           PERFORM 200-estimate-batches
           PERFORM 250-resolve-predecessors
           PERFORM 300-place-next-batch
              UNTIL placed-count = entry-count
           PERFORM 500-write-sub-lists
           PERFORM 600-write-plan-report

           IF serial-span > 0
              COMPUTE saved-pct ROUNDED =
                 (serial-span - parallel-span) * 100 / serial-span
           ELSE
              MOVE 0 TO saved-pct
           END-IF
           MOVE stream-count TO stream-disp
           DISPLAY "Batch plan: " entry-count " batch(es) over "
              stream-count " stream(s) in BATCHLIST.1 - BATCHLIST."
              FUNCTION TRIM (stream-disp)
           DISPLAY "  Serial makespan  : " serial-span " " est-unit
           DISPLAY "  Parallel makespan: " parallel-span " "
              est-unit " (" saved-pct "% shorter)"
           IF wait-count > 0
              DISPLAY "  " wait-count " cross-stream wait(s) - see "
                 "PLANRPT"
           END-IF
           IF missing-count > 0 OR cycle-count > 0
              DISPLAY "WARNING: " missing-count " batch(es) depend "
                 "on a batch not in BATCHLIST and " cycle-count
                 " sit in a dependency loop - batchrun will reject "
                 "them"
              MOVE 1 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 090-end-run.

       060-display-usage.
           DISPLAY "Usage: batchplan streams"
           DISPLAY "  splits BATCHLIST into BATCHLIST.1 .. BATCHLIST.n "
              "(n = streams, 1-20) of even estimated run time, "
              "using BATCHTIME history; the plan goes to PLANRPT".

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

       100-load-batch-list.
           OPEN INPUT batch-list
           IF batch-status NOT = "00"
              DISPLAY "Unable to open BATCHLIST for planning"
              MOVE 1 TO RETURN-CODE
              PERFORM 090-end-run
           END-IF
           PERFORM UNTIL batch-status NOT = "00"
              READ batch-list
                 AT END
                    MOVE "10" TO batch-status
                 NOT AT END
                    IF entry-count = 500
                       DISPLAY "BATCHLIST holds more than 500 "
                          "entries; refusing to plan it"
                       CLOSE batch-list
                       MOVE 1 TO RETURN-CODE
                       PERFORM 090-end-run
                    END-IF
                    ADD 1 TO entry-count
                    MOVE batch-list-record TO pe-record (entry-count)
                    MOVE "N" TO pe-placed (entry-count)
                    MOVE SPACE TO pe-flag (entry-count)
                    MOVE 0 TO pe-pred-idx (entry-count)
              END-READ
           END-PERFORM
           CLOSE batch-list
           IF entry-count = 0
              DISPLAY "BATCHLIST is empty - nothing to plan"
              MOVE 1 TO RETURN-CODE
              PERFORM 090-end-run
           END-IF.

      * Same rate source as batchest: sub-second jobs land as zero
      * elapsed seconds and are skipped.
       150-read-timing-history.
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
           CLOSE batch-time.

      * Estimates round up to whole seconds so that no batch
      * plans as free; without history the plan balances raw
      * cycle counts instead.
       200-estimate-batches.
           IF hist-seconds > 0 AND hist-cycles > 0
              COMPUTE cycles-per-sec = hist-cycles / hist-seconds
              IF cycles-per-sec = 0
                 MOVE 1 TO cycles-per-sec
              END-IF
           ELSE
              MOVE "cycles" TO est-unit
              DISPLAY "No usable BATCHTIME history yet - planning on "
                 "cycle counts"
           END-IF
           PERFORM VARYING entry-idx FROM 1 BY 1
              UNTIL entry-idx > entry-count
              MOVE pe-record (entry-idx) TO batch-list-record
              IF bl-cycles IS NOT NUMERIC
                 MOVE 0 TO pe-est (entry-idx)
              ELSE
                 IF cycles-per-sec = 0
                    MOVE bl-cycles TO pe-est (entry-idx)
                 ELSE
                    COMPUTE pe-est (entry-idx) =
                       (bl-cycles + cycles-per-sec - 1)
                       / cycles-per-sec
                 END-IF
              END-IF
              ADD pe-est (entry-idx) TO serial-span
           END-PERFORM.

       250-resolve-predecessors.
           PERFORM VARYING entry-idx FROM 1 BY 1
              UNTIL entry-idx > entry-count
              MOVE pe-record (entry-idx) TO batch-list-record
              IF bl-depends-on NOT = SPACES
                 PERFORM VARYING pred-idx FROM 1 BY 1
                    UNTIL pred-idx > entry-count
                    OR pe-pred-idx (entry-idx) > 0
                    IF pe-record (pred-idx) (1 : 8) = bl-depends-on
                       AND pred-idx NOT = entry-idx
                       MOVE pred-idx TO pe-pred-idx (entry-idx)
                    END-IF
                 END-PERFORM
                 IF pe-pred-idx (entry-idx) = 0
                    MOVE "M" TO pe-flag (entry-idx)
                    ADD 1 TO missing-count
                 END-IF
              END-IF
           END-PERFORM.

      * Takes the longest batch whose predecessor is already
      * placed. When none qualifies the rest are in a dependency
      * loop; the longest of them is then placed as if it had no
      * predecessor, so the loop still shows up in the plan.
       300-place-next-batch.
           MOVE 0 TO best-idx
           PERFORM VARYING entry-idx FROM 1 BY 1
              UNTIL entry-idx > entry-count
              IF pe-placed (entry-idx) = "N"
                 MOVE pe-pred-idx (entry-idx) TO pred-idx
                 IF pred-idx = 0
                    PERFORM 310-consider-entry
                 ELSE
                    IF pe-placed (pred-idx) = "Y"
                       PERFORM 310-consider-entry
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF best-idx = 0
              PERFORM VARYING entry-idx FROM 1 BY 1
                 UNTIL entry-idx > entry-count
                 IF pe-placed (entry-idx) = "N"
                    PERFORM 310-consider-entry
                 END-IF
              END-PERFORM
              MOVE "C" TO pe-flag (best-idx)
              MOVE 0 TO pe-pred-idx (best-idx)
              ADD 1 TO cycle-count
           END-IF
           PERFORM 320-choose-stream
           ADD 1 TO placed-count
           MOVE best-idx TO order-idx (placed-count)
           MOVE "Y" TO pe-placed (best-idx)
           MOVE best-stream TO pe-stream (best-idx)
           MOVE best-start TO pe-start (best-idx)
           MOVE best-finish TO pe-finish (best-idx)
           MOVE best-finish TO st-load (best-stream)
           ADD 1 TO st-batches (best-stream)
           IF best-finish > parallel-span
              MOVE best-finish TO parallel-span
           END-IF.

      * Ties keep BATCHLIST order.
       310-consider-entry.
           IF best-idx = 0
              MOVE entry-idx TO best-idx
           ELSE
              IF pe-est (entry-idx) > pe-est (best-idx)
                 MOVE entry-idx TO best-idx
              END-IF
           END-IF.

      * Earliest predicted finish wins; on a tie the predecessor's
      * own stream, then the lowest stream number.
       320-choose-stream.
           MOVE pe-pred-idx (best-idx) TO pred-idx
           MOVE 0 TO best-stream
           PERFORM VARYING stream-idx FROM 1 BY 1
              UNTIL stream-idx > stream-count
              MOVE st-load (stream-idx) TO cand-start
              IF pred-idx > 0
                 IF pe-stream (pred-idx) NOT = stream-idx
                    AND pe-finish (pred-idx) > cand-start
                    MOVE pe-finish (pred-idx) TO cand-start
                 END-IF
              END-IF
              COMPUTE cand-finish = cand-start + pe-est (best-idx)
              IF best-stream = 0
                 OR cand-finish < best-finish
                 PERFORM 325-take-stream
              ELSE
                 IF cand-finish = best-finish AND pred-idx > 0
                    IF pe-stream (pred-idx) = stream-idx
                       PERFORM 325-take-stream
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF pred-idx > 0
              IF pe-stream (pred-idx) NOT = best-stream
                 MOVE "W" TO pe-flag (best-idx)
                 ADD 1 TO wait-count
              END-IF
           END-IF.

       325-take-stream.
           MOVE stream-idx TO best-stream
           MOVE cand-start TO best-start
           MOVE cand-finish TO best-finish.

      * A batch that waits on another stream loses its depends-on
      * in the sub-list, as batchrun only resolves dependencies
      * within the list it is given; the wait itself is carried by
      * the job schedule, from PLANRPT.
       500-write-sub-lists.
           PERFORM VARYING stream-idx FROM 1 BY 1
              UNTIL stream-idx > stream-count
              MOVE stream-idx TO stream-disp
              MOVE SPACES TO sub-list-name
              STRING
                 "BATCHLIST."              DELIMITED BY SIZE
                 FUNCTION TRIM (stream-disp)
                                           DELIMITED BY SIZE
                 INTO sub-list-name
              END-STRING
              OPEN OUTPUT sub-list
              IF sub-list-status NOT = "00"
                 DISPLAY "Unable to write "
                    FUNCTION TRIM (sub-list-name) " (status "
                    sub-list-status ")"
                 MOVE 2 TO RETURN-CODE
                 PERFORM 090-end-run
              END-IF
              PERFORM VARYING seq-idx FROM 1 BY 1
                 UNTIL seq-idx > entry-count
                 MOVE order-idx (seq-idx) TO entry-idx
                 IF pe-stream (entry-idx) = stream-idx
                    MOVE pe-record (entry-idx) TO sub-list-record
                    IF pe-flag (entry-idx) = "W"
                       MOVE SPACES TO sub-list-record (20 : 8)
                    END-IF
                    WRITE sub-list-record
                 END-IF
              END-PERFORM
              CLOSE sub-list
           END-PERFORM.

      * The plan stream by stream in running order, then the
      * serial and parallel makespans.
       600-write-plan-report.
           OPEN OUTPUT plan-rpt
           MOVE SPACES TO plan-rpt-line
           STRING
              "BATCH PLAN  "             DELIMITED BY SIZE
              entry-count                DELIMITED BY SIZE
              " batch(es) over "         DELIMITED BY SIZE
              stream-count               DELIMITED BY SIZE
              " stream(s); estimates in "
                                         DELIMITED BY SIZE
              FUNCTION TRIM (est-unit)   DELIMITED BY SIZE
              INTO plan-rpt-line
           END-STRING
           WRITE plan-rpt-line
           PERFORM VARYING stream-idx FROM 1 BY 1
              UNTIL stream-idx > stream-count
              MOVE stream-idx TO stream-disp
              MOVE SPACES TO plan-rpt-line
              STRING
                 "STREAM "                  DELIMITED BY SIZE
                 stream-idx                 DELIMITED BY SIZE
                 "  BATCHLIST."             DELIMITED BY SIZE
                 FUNCTION TRIM (stream-disp)
                                            DELIMITED BY SIZE
                 "  batches="               DELIMITED BY SIZE
                 st-batches (stream-idx)    DELIMITED BY SIZE
                 "  finish="                DELIMITED BY SIZE
                 st-load (stream-idx)       DELIMITED BY SIZE
                 INTO plan-rpt-line
              END-STRING
              WRITE plan-rpt-line
              PERFORM VARYING seq-idx FROM 1 BY 1
                 UNTIL seq-idx > entry-count
                 MOVE order-idx (seq-idx) TO entry-idx
                 IF pe-stream (entry-idx) = stream-idx
                    PERFORM 610-write-plan-line
                 END-IF
              END-PERFORM
           END-PERFORM
           MOVE SPACES TO plan-rpt-line
           STRING
              "SERIAL MAKESPAN   "       DELIMITED BY SIZE
              serial-span                DELIMITED BY SIZE
              INTO plan-rpt-line
           END-STRING
           WRITE plan-rpt-line
           MOVE SPACES TO plan-rpt-line
           STRING
              "PARALLEL MAKESPAN "       DELIMITED BY SIZE
              parallel-span              DELIMITED BY SIZE
              "  cross-stream waits="    DELIMITED BY SIZE
              wait-count                 DELIMITED BY SIZE
              INTO plan-rpt-line
           END-STRING
           WRITE plan-rpt-line
           CLOSE plan-rpt.

       610-write-plan-line.
           MOVE pe-record (entry-idx) TO batch-list-record
           MOVE SPACES TO plan-rpt-line
           STRING
              "  "                       DELIMITED BY SIZE
              bl-batch-id                DELIMITED BY SIZE
              " est="                    DELIMITED BY SIZE
              pe-est (entry-idx)         DELIMITED BY SIZE
              " start="                  DELIMITED BY SIZE
              pe-start (entry-idx)       DELIMITED BY SIZE
              " end="                    DELIMITED BY SIZE
              pe-finish (entry-idx)      DELIMITED BY SIZE
              INTO plan-rpt-line
           END-STRING
           EVALUATE pe-flag (entry-idx)
              WHEN "W"
                 MOVE pe-pred-idx (entry-idx) TO pred-idx
                 STRING
                    " WAIT for "             DELIMITED BY SIZE
                    bl-depends-on            DELIMITED BY SPACE
                    " on stream "            DELIMITED BY SIZE
                    pe-stream (pred-idx)     DELIMITED BY SIZE
                    INTO plan-rpt-line (64 : 37)
                 END-STRING
              WHEN "M"
                 STRING
                    " NO PREDECESSOR "       DELIMITED BY SIZE
                    bl-depends-on            DELIMITED BY SPACE
                    INTO plan-rpt-line (64 : 37)
                 END-STRING
              WHEN "C"
                 MOVE " DEPENDENCY LOOP" TO plan-rpt-line (64 : 37)
           END-EVALUATE
           WRITE plan-rpt-line.
       END PROGRAM batchplan.
