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
       PROGRAM-ID. lockrpt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT lock-table ASSIGN TO "LOCKTAB"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS lk-key
              FILE STATUS IS lock-status.

       DATA DIVISION.
       FILE SECTION.
       FD  lock-table.
       01  lock-record.
           05 lk-key.
              10 lk-dataset     PIC X(20).
              10 lk-job         PIC 9(9).
           05 lk-mode           PIC X.
           05 lk-program        PIC X(10).
           05 lk-operator       PIC X(8).
           05 lk-date           PIC X(8).
           05 lk-time           PIC X(6).
           05 FILLER            PIC X(18).

       WORKING-STORAGE SECTION.
       77  lock-status          PIC XX.
       77  operator-id          PIC X(8).
       77  opident              PIC X(8)    VALUE "opident".
       77  authchk              PIC X(8)    VALUE "authchk".
       77  excfeed              PIC X(8)    VALUE "excfeed".
       77  run-date             PIC X(8).
       77  run-time             PIC X(8).
       77  arg-num              PIC 9(4).
       77  arg-action           PIC X(8).
       77  arg-parm2            PIC X(40).
       77  arg-parm3            PIC X(40).
       77  arg-parm4            PIC X(40).
       77  stale-hours          PIC 9(3)    VALUE 12.
       77  stale-hours-env      PIC X(4).
       77  age-seconds          PIC S9(11).
       77  age-hours            PIC S9(7).
       77  age-disp             PIC -(6)9.
       77  lock-flag            PIC X(5).
       77  mode-text            PIC X(4).
       77  lock-count           PIC 9(5)    VALUE 0.
       77  stale-count          PIC 9(5)    VALUE 0.
       77  free-job             PIC 9(9).
       77  runledgr             PIC X(8)    VALUE "runledgr".
      * Start/end registration in the central execution ledger.
       01  ledger-request.
           05 lr-program        PIC X(10)   VALUE "lockrpt".
           05 lr-event          PIC X(5).
           05 lr-rc             PIC 9(4)    VALUE 0.
           05 lr-parms          PIC X(40)   VALUE SPACES.
       01  auth-request.
           05 ar-operator       PIC X(8).
           05 ar-capability     PIC X(8).
           05 ar-allowed        PIC X.
       01  exception-detail.
           05 exd-program       PIC X(10)   VALUE "lockrpt".
           05 exd-severity      PIC X(4).
           05 exd-reason        PIC X(8).
           05 exd-key           PIC X(18).
           05 exd-text          PIC X(40).

      * The dataset enqueue table. REPORT lists every lock held in
      * LOCKTAB with its age, flags those older than the stale
      * limit (PRNGLOCKSTALEHRS, default 12 hours) and sets the
      * return code when there are any, so the overnight schedule
      * can page operations. FREE removes one abandoned lock - the
      * holder died without reaching its end - and is the only way
      * a lock leaves the table other than its own job releasing
      * it: the operator needs RESTORE, the lock must already be
      * stale, a reason is required, and the override goes to the
      * operations exception feed with the holder's details.
       PROCEDURE DIVISION.
           CALL opident USING operator-id
              ON EXCEPTION
                 DISPLAY "USER" UPON ENVIRONMENT-NAME
                 ACCEPT operator-id FROM ENVIRONMENT-VALUE
           END-CALL
           IF operator-id = SPACES
              MOVE "UNKNOWN" TO operator-id
           END-IF
           ACCEPT run-date FROM DATE YYYYMMDD
           ACCEPT run-time FROM TIME

           MOVE 1 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT arg-action FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE "REPORT" TO arg-action
           END-ACCEPT
           MOVE 2 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT arg-parm2 FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO arg-parm2
           END-ACCEPT
           MOVE 3 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT arg-parm3 FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO arg-parm3
           END-ACCEPT
           MOVE 4 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT arg-parm4 FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO arg-parm4
           END-ACCEPT

           MOVE SPACES TO stale-hours-env
           DISPLAY "PRNGLOCKSTALEHRS" UPON ENVIRONMENT-NAME
           ACCEPT stale-hours-env FROM ENVIRONMENT-VALUE
           IF stale-hours-env NOT = SPACES
              AND FUNCTION TRIM (stale-hours-env) IS NUMERIC
              AND FUNCTION NUMVAL (stale-hours-env) > 0
              AND FUNCTION NUMVAL (stale-hours-env) < 1000
              MOVE FUNCTION NUMVAL (stale-hours-env)
                 TO stale-hours
           END-IF

           MOVE "START" TO lr-event
           MOVE SPACES TO lr-parms
           STRING
              FUNCTION TRIM (arg-action) DELIMITED BY SIZE
              " "                        DELIMITED BY SIZE
              FUNCTION TRIM (arg-parm2)  DELIMITED BY SIZE
              " "                        DELIMITED BY SIZE
              FUNCTION TRIM (arg-parm3)  DELIMITED BY SIZE
              INTO lr-parms
           END-STRING
           PERFORM 066-register-run

           EVALUATE FUNCTION TRIM (arg-action)
              WHEN "REPORT"
                 PERFORM 100-lock-report
              WHEN "FREE"
                 PERFORM 200-free-stale-lock
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
           DISPLAY "Usage: lockrpt [REPORT]"
           DISPLAY "       lockrpt FREE dataset job 'reason'".

       066-register-run.
           CALL runledgr USING ledger-request
              ON EXCEPTION
                 CONTINUE
           END-CALL.

      * Age of the lock in lock-record, in whole hours.
       070-lock-age.
           MOVE 0 TO age-hours
           IF lk-date IS NOT NUMERIC OR lk-time IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           COMPUTE age-seconds =
              (FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL (run-date))
              - FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL (lk-date)))
              * 86400
              + FUNCTION NUMVAL (run-time (1 : 2)) * 3600
              + FUNCTION NUMVAL (run-time (3 : 2)) * 60
              + FUNCTION NUMVAL (run-time (5 : 2))
              - FUNCTION NUMVAL (lk-time (1 : 2)) * 3600
              - FUNCTION NUMVAL (lk-time (3 : 2)) * 60
              - FUNCTION NUMVAL (lk-time (5 : 2))
           DIVIDE age-seconds BY 3600 GIVING age-hours.

       100-lock-report.
           OPEN INPUT lock-table
           IF lock-status NOT = "00"
              DISPLAY "No LOCKTAB present - no datasets enqueued"
              MOVE 0 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           DISPLAY "=============================================="
           DISPLAY " DATASET ENQUEUES - " run-date " "
              run-time (1 : 6) "  stale after " stale-hours
              " hours"
           DISPLAY "=============================================="
           DISPLAY " DATASET              MODE PROGRAM    OPERATOR "
              "SINCE           JOB        AGE(H) FLAG"
           MOVE LOW-VALUES TO lk-key
           START lock-table KEY NOT < lk-key
              INVALID KEY
                 MOVE "10" TO lock-status
           END-START
           PERFORM UNTIL lock-status NOT = "00"
              READ lock-table NEXT RECORD
                 AT END
                    MOVE "10" TO lock-status
                 NOT AT END
                    PERFORM 150-report-one-lock
              END-READ
           END-PERFORM
           CLOSE lock-table
           DISPLAY "=============================================="
           DISPLAY " " lock-count " lock(s) held; " stale-count
              " stale"
           IF stale-count > 0
              MOVE 1 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.

       150-report-one-lock.
           ADD 1 TO lock-count
           PERFORM 070-lock-age
           MOVE age-hours TO age-disp
           IF age-hours NOT < stale-hours
              MOVE "STALE" TO lock-flag
              ADD 1 TO stale-count
           ELSE
              MOVE SPACES TO lock-flag
           END-IF
           IF lk-mode = "E"
              MOVE "EXCL" TO mode-text
           ELSE
              MOVE "SHR" TO mode-text
           END-IF
           DISPLAY " " lk-dataset " " mode-text " " lk-program " "
              lk-operator " " lk-date " " lk-time " " lk-job " "
              age-disp " " lock-flag.

      * A lock younger than the stale limit may belong to a job
      * that is still running, so it is never freed here; the
      * operator waits for it or for the limit.
       200-free-stale-lock.
           IF arg-parm2 = SPACES
              OR FUNCTION TRIM (arg-parm3) IS NOT NUMERIC
              OR arg-parm4 = SPACES
              PERFORM 060-display-usage
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE operator-id TO ar-operator
           MOVE "RESTORE" TO ar-capability
           MOVE "Y" TO ar-allowed
           CALL authchk USING auth-request
              ON EXCEPTION
                 CONTINUE
           END-CALL
           IF ar-allowed NOT = "Y"
              DISPLAY "REFUSED - operator " operator-id
                 " is not authorized for RESTORE on this system"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL (arg-parm3) TO free-job
           OPEN I-O lock-table
           IF lock-status NOT = "00"
              DISPLAY "Unable to open LOCKTAB (status "
                 lock-status ")"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE arg-parm2 TO lk-dataset
           MOVE free-job TO lk-job
           READ lock-table
              INVALID KEY
                 DISPLAY "No lock on " FUNCTION TRIM (arg-parm2)
                    " held by job " free-job
                 CLOSE lock-table
                 MOVE 1 TO RETURN-CODE
                 EXIT PARAGRAPH
           END-READ
           PERFORM 070-lock-age
           IF age-hours < stale-hours
              DISPLAY "REFUSED - lock on " FUNCTION TRIM (lk-dataset)
                 " held by " FUNCTION TRIM (lk-program) "/"
                 FUNCTION TRIM (lk-operator) " since " lk-date " "
                 lk-time " is not stale (limit " stale-hours
                 " hours)"
              CLOSE lock-table
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           DELETE lock-table RECORD
              INVALID KEY
                 DISPLAY "Unable to free lock (status "
                    lock-status ")"
                 CLOSE lock-table
                 MOVE 1 TO RETURN-CODE
                 EXIT PARAGRAPH
           END-DELETE
           CLOSE lock-table
           DISPLAY "FREED - " FUNCTION TRIM (lk-dataset) " held by "
              FUNCTION TRIM (lk-program) "/"
              FUNCTION TRIM (lk-operator) " since " lk-date " "
              lk-time " (job " lk-job ") released by " operator-id
           MOVE "WARN" TO exd-severity
           MOVE "LOCKFREE" TO exd-reason
           MOVE lk-dataset TO exd-key
           MOVE SPACES TO exd-text
           STRING
              FUNCTION TRIM (lk-program) DELIMITED BY SIZE
              " "                        DELIMITED BY SIZE
              lk-date                    DELIMITED BY SIZE
              " by "                     DELIMITED BY SIZE
              FUNCTION TRIM (operator-id) DELIMITED BY SIZE
              ": "                       DELIMITED BY SIZE
              FUNCTION TRIM (arg-parm4)  DELIMITED BY SIZE
              INTO exd-text
           END-STRING
           CALL excfeed USING exception-detail
              ON EXCEPTION
                 CONTINUE
           END-CALL
           MOVE 0 TO RETURN-CODE.
       END PROGRAM lockrpt.
