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
       PROGRAM-ID. dsnenq.

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
       77  job-id               PIC 9(9)    VALUE 0.
       77  held-count           PIC 9(4)    VALUE 0.
       77  start-held-count     PIC 9(4).
       77  enq-idx              PIC 99.
       77  open-tries           PIC 99.
       77  conflict-sw          PIC X.
       77  scan-done-sw         PIC X.
       77  release-program      PIC X(10).
       77  lock-date            PIC X(8).
       77  lock-time-full       PIC X(8).
       77  exit-installed-sw    PIC X       VALUE "N".
       77  exit-install-flag    PIC X       COMP-X VALUE 0.
       77  exit-proc            USAGE PROCEDURE-POINTER.
       77  excfeed              PIC X(8)    VALUE "excfeed".
       01  enqueue-undo.
           05 eu-new-sw         PIC X       OCCURS 8 TIMES.
           05 eu-old-mode       PIC X       OCCURS 8 TIMES.
       01  exception-detail.
           05 exd-program       PIC X(10)   VALUE "dsnenq".
           05 exd-severity      PIC X(4).
           05 exd-reason        PIC X(8).
           05 exd-key           PIC X(18).
           05 exd-text          PIC X(40).
       LINKAGE SECTION.
       COPY dsnenq.

      * Dataset enqueue for the whole suite. LOCKTAB holds one
      * record per dataset per job (the process id), carrying the
      * hold mode, the program and operator that took it and when.
      * The job's own records are written before the table is
      * checked for other holders, so two jobs racing for the same
      * dataset cannot both miss each other: at worst both are
      * refused and one is rerun. Every refusal lands on the
      * operations exception feed.
       PROCEDURE DIVISION USING dataset-enqueue.
           IF job-id = 0
              CALL "C$GETPID" RETURNING job-id
           END-IF
           MOVE "Y" TO dq-granted
           EVALUATE FUNCTION TRIM (dq-function)
              WHEN "ACQUIRE"
                 PERFORM 100-acquire
              WHEN "RELEASE"
                 MOVE dq-program TO release-program
                 PERFORM 300-release
              WHEN OTHER
                 MOVE "N" TO dq-granted
           END-EVALUATE
           GOBACK.

      * Run as the job stops, however it stops: whatever it still
      * holds goes back to the table.
       050-release-at-end.
       ENTRY "dsnenqx".
           IF held-count > 0
              MOVE SPACES TO release-program
              PERFORM 300-release
           END-IF
           GOBACK.

       100-acquire.
           MOVE SPACES TO dq-held-dataset dq-held-mode
              dq-held-program dq-held-operator dq-held-date
              dq-held-time
           IF dq-count < 1 OR dq-count > 8
              MOVE "N" TO dq-granted
              DISPLAY "DATASET ENQUEUE REFUSED - "
                 FUNCTION TRIM (dq-program) " listed " dq-count
                 " datasets (1 to 8 allowed)"
              EXIT PARAGRAPH
           END-IF
           PERFORM 150-open-lock-table
           IF lock-status NOT = "00"
              MOVE "N" TO dq-granted
              MOVE "LOCKTAB" TO dq-held-program
              PERFORM 410-refuse-no-table
              EXIT PARAGRAPH
           END-IF
           ACCEPT lock-date FROM DATE YYYYMMDD
           ACCEPT lock-time-full FROM TIME
           MOVE held-count TO start-held-count
           PERFORM VARYING enq-idx FROM 1 BY 1
              UNTIL enq-idx > dq-count
              PERFORM 200-write-own-lock
           END-PERFORM
           MOVE "N" TO conflict-sw
           PERFORM VARYING enq-idx FROM 1 BY 1
              UNTIL enq-idx > dq-count OR conflict-sw = "Y"
              PERFORM 210-check-dataset
           END-PERFORM
           IF conflict-sw = "Y"
              PERFORM VARYING enq-idx FROM 1 BY 1
                 UNTIL enq-idx > dq-count
                 PERFORM 220-undo-own-lock
              END-PERFORM
           END-IF
           CLOSE lock-table
           IF conflict-sw = "Y"
              MOVE "N" TO dq-granted
              PERFORM 400-refuse-held
              EXIT PARAGRAPH
           END-IF
           IF exit-installed-sw = "N"
              SET exit-proc TO ENTRY "dsnenqx"
              CALL "CBL_EXIT_PROC" USING exit-install-flag exit-proc
              MOVE "Y" TO exit-installed-sw
           END-IF.

      * LOCKTAB is opened only for the moment it takes to read or
      * change it; another job with it open costs a short wait.
       150-open-lock-table.
           MOVE 0 TO open-tries
           MOVE "99" TO lock-status
           PERFORM UNTIL lock-status = "00" OR open-tries > 9
              ADD 1 TO open-tries
              OPEN I-O lock-table
              IF lock-status = "35"
                 OPEN OUTPUT lock-table
                 CLOSE lock-table
                 OPEN I-O lock-table
              END-IF
              IF lock-status NOT = "00" AND open-tries < 10
                 CALL "C$SLEEP" USING 1
              END-IF
           END-PERFORM.

      * A record already under this job's process id is this
      * job's own earlier hold - unless the job holds nothing yet,
      * when it was left by a dead job whose process id has come
      * round again, and is simply taken over.
       200-write-own-lock.
           MOVE "N" TO eu-new-sw (enq-idx)
           MOVE SPACES TO eu-old-mode (enq-idx)
           MOVE dq-dataset (enq-idx) TO lk-dataset
           MOVE job-id TO lk-job
           READ lock-table
              INVALID KEY
                 MOVE SPACES TO lock-record
                 MOVE dq-dataset (enq-idx) TO lk-dataset
                 MOVE job-id TO lk-job
                 MOVE dq-mode (enq-idx) TO lk-mode
                 MOVE dq-program TO lk-program
                 MOVE dq-operator TO lk-operator
                 MOVE lock-date TO lk-date
                 MOVE lock-time-full (1 : 6) TO lk-time
                 WRITE lock-record
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE "Y" TO eu-new-sw (enq-idx)
                       ADD 1 TO held-count
                 END-WRITE
              NOT INVALID KEY
                 IF start-held-count = 0
                    MOVE dq-mode (enq-idx) TO lk-mode
                    MOVE dq-program TO lk-program
                    MOVE dq-operator TO lk-operator
                    MOVE lock-date TO lk-date
                    MOVE lock-time-full (1 : 6) TO lk-time
                    REWRITE lock-record
                    MOVE "Y" TO eu-new-sw (enq-idx)
                    ADD 1 TO held-count
                 ELSE
                    IF dq-mode (enq-idx) = "E" AND lk-mode NOT = "E"
                       MOVE lk-mode TO eu-old-mode (enq-idx)
                       MOVE "E" TO lk-mode
                       REWRITE lock-record
                    END-IF
                 END-IF
           END-READ.

      * Another job's hold conflicts unless both it and this
      * request are shared.
       210-check-dataset.
           MOVE dq-dataset (enq-idx) TO lk-dataset
           MOVE 0 TO lk-job
           MOVE "N" TO scan-done-sw
           START lock-table KEY IS NOT LESS THAN lk-key
              INVALID KEY
                 MOVE "Y" TO scan-done-sw
           END-START
           PERFORM UNTIL scan-done-sw = "Y"
              READ lock-table NEXT RECORD
                 AT END
                    MOVE "Y" TO scan-done-sw
                 NOT AT END
                    IF lk-dataset NOT = dq-dataset (enq-idx)
                       MOVE "Y" TO scan-done-sw
                    ELSE
                       IF lk-job NOT = job-id
                          AND (dq-mode (enq-idx) = "E"
                             OR lk-mode = "E")
                          MOVE "Y" TO conflict-sw
                          MOVE "Y" TO scan-done-sw
                          MOVE lk-dataset TO dq-held-dataset
                          MOVE lk-mode TO dq-held-mode
                          MOVE lk-program TO dq-held-program
                          MOVE lk-operator TO dq-held-operator
                          MOVE lk-date TO dq-held-date
                          MOVE lk-time TO dq-held-time
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       220-undo-own-lock.
           MOVE dq-dataset (enq-idx) TO lk-dataset
           MOVE job-id TO lk-job
           IF eu-new-sw (enq-idx) = "Y"
              DELETE lock-table RECORD
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SUBTRACT 1 FROM held-count
              END-DELETE
              EXIT PARAGRAPH
           END-IF
           IF eu-old-mode (enq-idx) NOT = SPACES
              READ lock-table
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE eu-old-mode (enq-idx) TO lk-mode
                    REWRITE lock-record
              END-READ
           END-IF.

      * Gives back this job's holds: those taken under
      * release-program, or all of them when it is blank.
       300-release.
           IF held-count = 0
              EXIT PARAGRAPH
           END-IF
           PERFORM 150-open-lock-table
           IF lock-status NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO lk-key
           MOVE "N" TO scan-done-sw
           START lock-table KEY IS NOT LESS THAN lk-key
              INVALID KEY
                 MOVE "Y" TO scan-done-sw
           END-START
           PERFORM UNTIL scan-done-sw = "Y"
              READ lock-table NEXT RECORD
                 AT END
                    MOVE "Y" TO scan-done-sw
                 NOT AT END
                    IF lk-job = job-id
                       AND (release-program = SPACES
                          OR lk-program = release-program)
                       DELETE lock-table RECORD
                          INVALID KEY
                             CONTINUE
                          NOT INVALID KEY
                             IF held-count > 0
                                SUBTRACT 1 FROM held-count
                             END-IF
                       END-DELETE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE lock-table.

       400-refuse-held.
           IF dq-held-mode = "E"
              DISPLAY "DATASET HELD - " FUNCTION TRIM (dq-program)
                 " cannot have " FUNCTION TRIM (dq-held-dataset)
                 "; held exclusive by "
                 FUNCTION TRIM (dq-held-program) "/"
                 FUNCTION TRIM (dq-held-operator) " since "
                 dq-held-date " " dq-held-time
           ELSE
              DISPLAY "DATASET HELD - " FUNCTION TRIM (dq-program)
                 " cannot have " FUNCTION TRIM (dq-held-dataset)
                 "; held shared by "
                 FUNCTION TRIM (dq-held-program) "/"
                 FUNCTION TRIM (dq-held-operator) " since "
                 dq-held-date " " dq-held-time
           END-IF
           MOVE "SEVR" TO exd-severity
           MOVE "DSNHELD" TO exd-reason
           MOVE SPACES TO exd-key
           STRING
              FUNCTION TRIM (dq-program)      DELIMITED BY SIZE
              "/"                             DELIMITED BY SIZE
              FUNCTION TRIM (dq-held-dataset) DELIMITED BY SIZE
              INTO exd-key
           END-STRING
           MOVE SPACES TO exd-text
           STRING
              "held by "                       DELIMITED BY SIZE
              FUNCTION TRIM (dq-held-program)  DELIMITED BY SIZE
              "/"                              DELIMITED BY SIZE
              FUNCTION TRIM (dq-held-operator) DELIMITED BY SIZE
              " "                              DELIMITED BY SIZE
              dq-held-date                     DELIMITED BY SIZE
              " "                              DELIMITED BY SIZE
              dq-held-time (1 : 4)             DELIMITED BY SIZE
              INTO exd-text
           END-STRING
           CALL excfeed USING exception-detail
              ON EXCEPTION
                 CONTINUE
           END-CALL.

       410-refuse-no-table.
           DISPLAY "DATASET ENQUEUE REFUSED - "
              FUNCTION TRIM (dq-program)
              " could not open LOCKTAB (status " lock-status ")"
           MOVE "SEVR" TO exd-severity
           MOVE "LOCKTAB" TO exd-reason
           MOVE dq-program TO exd-key
           MOVE SPACES TO exd-text
           STRING
              "LOCKTAB unavailable (status " DELIMITED BY SIZE
              lock-status                    DELIMITED BY SIZE
              ")"                            DELIMITED BY SIZE
              INTO exd-text
           END-STRING
           CALL excfeed USING exception-detail
              ON EXCEPTION
                 CONTINUE
           END-CALL.
       END PROGRAM dsnenq.
