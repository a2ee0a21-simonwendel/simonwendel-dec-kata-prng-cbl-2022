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
       PROGRAM-ID. logretain.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT retain-pol ASSIGN TO "RETAINPOL"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS retain-pol-status.
      * One input/archive pair per record shape; every dataset of
      * that shape is reached through the same pair by name.
           SELECT text-log ASSIGN TO DYNAMIC log-file-name
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS log-status.
           SELECT text-arch ASSIGN TO DYNAMIC arch-file-name
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS arch-status.
           SELECT state-hist ASSIGN TO DYNAMIC log-file-name
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS log-status.
           SELECT state-arch ASSIGN TO DYNAMIC arch-file-name
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS arch-status.
           SELECT perf-log ASSIGN TO DYNAMIC log-file-name
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS log-status.
           SELECT perf-arch ASSIGN TO DYNAMIC arch-file-name
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS arch-status.
           SELECT inquiry-log ASSIGN TO DYNAMIC log-file-name
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS log-status.
           SELECT inquiry-arch ASSIGN TO DYNAMIC arch-file-name
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS arch-status.
           SELECT run-ledger ASSIGN TO DYNAMIC log-file-name
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS log-status.
           SELECT ledger-arch ASSIGN TO DYNAMIC arch-file-name
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS arch-status.
           SELECT except-feed ASSIGN TO DYNAMIC log-file-name
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS log-status.
           SELECT except-arch ASSIGN TO DYNAMIC arch-file-name
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS arch-status.
           SELECT freq-hist ASSIGN TO DYNAMIC log-file-name
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS log-status.
           SELECT freq-arch ASSIGN TO DYNAMIC arch-file-name
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS arch-status.

       DATA DIVISION.
       FILE SECTION.
      * Retention control: one P record per dataset (retention in
      * days, A to archive or D to discard what ages out), plus a
      * D record per open dispute and an L record per legal hold.
      * Nothing dated on or after an open hold's date is removed
      * from any dataset, whatever its policy says. A hold may also
      * name the draw session it was placed for; the history
      * purges honour that through holdchk, these logs by date.
       FD  retain-pol
           RECORDING MODE IS F.
       01  retain-pol-record.
           05 rp-type           PIC X.
           05 rp-body           PIC X(79).
           05 rp-policy REDEFINES rp-body.
              10 rp-dataset     PIC X(12).
              10 rp-days        PIC 9(5).
              10 rp-action      PIC X.
              10 FILLER         PIC X(61).
           05 rp-hold REDEFINES rp-body.
              10 rh-hold-id     PIC X(12).
              10 rh-date        PIC X(8).
              10 rh-status      PIC X.
              10 rh-desc        PIC X(40).
              10 rh-session     PIC X(18).

      * RESTARTLOG, OPERLOG, TESTLOG, RECONLOG and RELLOG.
       FD  text-log.
       01  text-log-line        PIC X(100).
       FD  text-arch.
       01  text-arch-line       PIC X(100).

       FD  state-hist
           RECORDING MODE IS F.
       01  state-hist-record    PIC X(34).
       FD  state-arch
           RECORDING MODE IS F.
       01  state-arch-record    PIC X(34).

       FD  perf-log
           RECORDING MODE IS F.
       01  perf-log-record      PIC X(64).
       FD  perf-arch
           RECORDING MODE IS F.
       01  perf-arch-record     PIC X(64).

       FD  inquiry-log
           RECORDING MODE IS F.
       01  inquiry-log-record   PIC X(80).
       FD  inquiry-arch
           RECORDING MODE IS F.
       01  inquiry-arch-record  PIC X(80).

       FD  run-ledger
           RECORDING MODE IS F.
       01  run-ledger-record    PIC X(90).
       FD  ledger-arch
           RECORDING MODE IS F.
       01  ledger-arch-record   PIC X(90).

       FD  except-feed
           RECORDING MODE IS F.
       01  except-record        PIC X(96).
       FD  except-arch
           RECORDING MODE IS F.
       01  except-arch-record   PIC X(96).

       FD  freq-hist
           RECORDING MODE IS F.
       01  freq-hist-record     PIC X(116).
       FD  freq-arch
           RECORDING MODE IS F.
       01  freq-arch-record     PIC X(116).

       WORKING-STORAGE SECTION.
       77  retain-pol-status    PIC XX.
       77  log-status           PIC XX.
       77  arch-status          PIC XX.
       77  log-file-name        PIC X(12).
       77  arch-file-name       PIC X(24).
       77  run-date             PIC X(8).
       77  operator-id          PIC X(8).
       77  opident              PIC X(8)    VALUE "opident".
       77  hold-floor-date      PIC X(8)    VALUE "99999999".
       77  hold-floor-id        PIC X(12)   VALUE SPACES.
       77  open-hold-count      PIC 9(3)    VALUE 0.
       77  policy-cutoff        PIC X(8).
       77  effective-cutoff     PIC X(8).
       77  cutoff-int           PIC 9(8).
       77  rec-buf              PIC X(116).
       77  rec-date             PIC X(8).
       77  carry-date           PIC X(8).
       77  eof-sw               PIC X.
       77  remove-sw            PIC X.
       77  kept-count           PIC 9(9).
       77  archived-count       PIC 9(9).
       77  discarded-count      PIC 9(9).
       77  held-count           PIC 9(9).
       77  total-kept           PIC 9(9)    VALUE 0.
       77  total-archived       PIC 9(9)    VALUE 0.
       77  total-discarded      PIC 9(9)    VALUE 0.
       77  total-held           PIC 9(9)    VALUE 0.
       77  problem-count        PIC 9(3)    VALUE 0.
       77  pol-count            PIC 9(3)    VALUE 0.
       77  pol-idx              PIC 9(3).
       77  ds-idx               PIC 99.
       77  ds-hit-idx           PIC 99.
       77  stage-count          PIC 9(5)    VALUE 0.
       77  stage-idx            PIC 9(5).
       77  runledgr             PIC X(8)    VALUE "runledgr".
       77  authchk              PIC X(8)    VALUE "authchk".
       77  dsnenq               PIC X(8)    VALUE "dsnenq".
       COPY dsnenq.
      * Start/end registration in the central execution ledger.
       01  ledger-request.
           05 lr-program        PIC X(10)   VALUE "logretain".
           05 lr-event          PIC X(5).
           05 lr-rc             PIC 9(4)    VALUE 0.
           05 lr-parms          PIC X(40)   VALUE SPACES.
       01  auth-request.
           05 ar-operator       PIC X(8).
           05 ar-capability     PIC X(8).
           05 ar-allowed        PIC X.
      * The secondary logs this program knows: the dataset, which
      * record shape reaches it (L line text, S STATEHIST, P
      * PERFLOG, I INQUIRYLOG, R RUNLEDGER, E EXCEPTFEED, F
      * FREQHIST) and how a record's date is found - D for a
      * leading YYYYMMDD, O for OPERLOG, whose lines inherit the
      * date of the SESSION START line that opened them.
       01  dataset-values.
           05 FILLER            PIC X(14)   VALUE "PERFLOG     PD".
           05 FILLER            PIC X(14)   VALUE "RESTARTLOG  LD".
           05 FILLER            PIC X(14)   VALUE "OPERLOG     LO".
           05 FILLER            PIC X(14)   VALUE "INQUIRYLOG  ID".
           05 FILLER            PIC X(14)   VALUE "RUNLEDGER   RD".
           05 FILLER            PIC X(14)   VALUE "EXCEPTFEED  ED".
           05 FILLER            PIC X(14)   VALUE "TESTLOG     LD".
           05 FILLER            PIC X(14)   VALUE "RECONLOG    LD".
           05 FILLER            PIC X(14)   VALUE "RELLOG      LD".
           05 FILLER            PIC X(14)   VALUE "FREQHIST    FD".
           05 FILLER            PIC X(14)   VALUE "STATEHIST   SD".
       01  dataset-table REDEFINES dataset-values.
           05 dataset-entry     OCCURS 11 TIMES.
              10 ds-name        PIC X(12).
              10 ds-shape       PIC X.
              10 ds-date-rule   PIC X.
       01  policy-table.
           05 policy-entry      OCCURS 50 TIMES.
              10 pt-dataset     PIC X(12).
              10 pt-days        PIC 9(5).
              10 pt-action      PIC X.
      * Records still inside retention are staged here while the
      * live dataset is rewritten; a dataset too big for the table
      * is refused untouched rather than truncated.
       01  stage-table.
           05 stage-entry       PIC X(116)
              OCCURS 1 TO 20000 TIMES DEPENDING ON stage-count.

      * Retention housekeeping for the secondary append-only logs.
      * Each dataset named in RETAINPOL is cut at its cutoff date -
      * today less its retention days, pulled back to the earliest
      * open dispute or legal hold - with the aged-out records
      * either appended to a dated archive generation or dropped.
       PROCEDURE DIVISION.
           CALL opident USING operator-id
              ON EXCEPTION
                 DISPLAY "USER" UPON ENVIRONMENT-NAME
                 ACCEPT operator-id FROM ENVIRONMENT-VALUE
           END-CALL
           IF operator-id = SPACES
              MOVE "UNKNOWN" TO operator-id
           END-IF
           MOVE operator-id TO ar-operator
           MOVE "PURGE" TO ar-capability
           MOVE "Y" TO ar-allowed
           CALL authchk USING auth-request
              ON EXCEPTION
                 CONTINUE
           END-CALL
           IF ar-allowed NOT = "Y"
              DISPLAY "REFUSED - operator " operator-id
                 " is not authorized for PURGE on this system"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF
           ACCEPT run-date FROM DATE YYYYMMDD

           PERFORM 100-load-retention-policy
           IF pol-count = 0
              DISPLAY "RETAINPOL names no dataset; nothing to do"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE "START" TO lr-event
           MOVE "secondary log retention" TO lr-parms
           PERFORM 066-register-run

           DISPLAY "=============================================="
           DISPLAY " LOG RETENTION - " run-date
           IF open-hold-count > 0
              DISPLAY " " open-hold-count " open hold(s); nothing "
                 "dated on or after " hold-floor-date " ("
                 FUNCTION TRIM (hold-floor-id) ") is removed"
           END-IF
           DISPLAY "=============================================="
           DISPLAY " DATASET      CUTOFF        KEPT  ARCHIVED "
              "DISCARDED      HELD"
           PERFORM VARYING pol-idx FROM 1 BY 1
              UNTIL pol-idx > pol-count
              PERFORM 300-apply-policy
              PERFORM 075-release-datasets
           END-PERFORM
           DISPLAY "=============================================="
           DISPLAY " TOTAL                  " total-kept " "
              total-archived " " total-discarded " " total-held

           MOVE "END  " TO lr-event
           IF problem-count > 0
              MOVE 1 TO lr-rc
           ELSE
              MOVE 0 TO lr-rc
           END-IF
           PERFORM 066-register-run
           MOVE lr-rc TO RETURN-CODE
           STOP RUN.

       066-register-run.
           CALL runledgr USING ledger-request
              ON EXCEPTION
                 CONTINUE
           END-CALL.

      * Each dataset is held alone from its count pass until it has
      * been rewritten, so no other job that enqueues RUNLEDGER,
      * EXCEPTFEED or any other log here can work on it between
      * the two; the lock is given up before the next dataset.
       070-enqueue-datasets.
           MOVE "ACQUIRE" TO dq-function
           MOVE "logretain" TO dq-program
           MOVE operator-id TO dq-operator
           MOVE 1 TO dq-count
           MOVE ds-name (ds-idx) TO dq-dataset (1)
           MOVE "E" TO dq-mode (1)
           MOVE "Y" TO dq-granted
           CALL dsnenq USING dataset-enqueue
              ON EXCEPTION
                 CONTINUE
           END-CALL.

       075-release-datasets.
           MOVE "RELEASE" TO dq-function
           MOVE "logretain" TO dq-program
           CALL dsnenq USING dataset-enqueue
              ON EXCEPTION
                 CONTINUE
           END-CALL.

       100-load-retention-policy.
           OPEN INPUT retain-pol
           IF retain-pol-status NOT = "00"
              DISPLAY "Unable to open RETAINPOL"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM UNTIL retain-pol-status NOT = "00"
              READ retain-pol
                 AT END
                    MOVE "10" TO retain-pol-status
                 NOT AT END
                    EVALUATE rp-type
                       WHEN "P"
                          PERFORM 150-take-policy
                       WHEN "D"
                       WHEN "L"
                          PERFORM 160-take-hold
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
              END-READ
           END-PERFORM
           CLOSE retain-pol.

       150-take-policy.
           IF rp-days IS NOT NUMERIC OR rp-days = 0
              OR (rp-action NOT = "A" AND rp-action NOT = "D")
              DISPLAY "RETAINPOL entry for "
                 FUNCTION TRIM (rp-dataset) " is invalid (days "
                 "must be 1-99999, action A or D) - not applied"
              ADD 1 TO problem-count
              EXIT PARAGRAPH
           END-IF
           IF pol-count = 50
              DISPLAY "RETAINPOL holds more than 50 policies; the "
                 "policy table cannot hold any more"
              ADD 1 TO problem-count
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO pol-count
           MOVE rp-dataset TO pt-dataset (pol-count)
           MOVE rp-days TO pt-days (pol-count)
           MOVE rp-action TO pt-action (pol-count).

      * A closed hold no longer protects anything; an open hold
      * with an unreadable date protects everything, since the
      * safe reading of a bad hold is the widest one.
       160-take-hold.
           IF rh-status NOT = "O"
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO open-hold-count
           IF rh-date IS NOT NUMERIC
              DISPLAY "Hold " FUNCTION TRIM (rh-hold-id)
                 " has no valid date - treated as covering every "
                 "record"
              MOVE "00000000" TO rh-date
           END-IF
           IF rh-date < hold-floor-date
              MOVE rh-date TO hold-floor-date
              MOVE rh-hold-id TO hold-floor-id
           END-IF.

       300-apply-policy.
           MOVE 0 TO ds-hit-idx
           PERFORM VARYING ds-idx FROM 1 BY 1
              UNTIL ds-idx > 11 OR ds-hit-idx > 0
              IF ds-name (ds-idx) = pt-dataset (pol-idx)
                 MOVE ds-idx TO ds-hit-idx
              END-IF
           END-PERFORM
           IF ds-hit-idx = 0
              DISPLAY " " pt-dataset (pol-idx)
                 " not a dataset this housekeeping maintains"
              ADD 1 TO problem-count
              EXIT PARAGRAPH
           END-IF
           MOVE ds-hit-idx TO ds-idx
           MOVE ds-name (ds-idx) TO log-file-name

           COMPUTE cutoff-int = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL (run-date))
               - pt-days (pol-idx))
           MOVE cutoff-int TO policy-cutoff
           MOVE policy-cutoff TO effective-cutoff
           IF hold-floor-date < effective-cutoff
              MOVE hold-floor-date TO effective-cutoff
           END-IF
           MOVE SPACES TO arch-file-name
           STRING
              FUNCTION TRIM (log-file-name) DELIMITED BY SIZE
              ".ARC"                        DELIMITED BY SIZE
              effective-cutoff              DELIMITED BY SIZE
              INTO arch-file-name
           END-STRING

           MOVE 0 TO kept-count
           MOVE 0 TO archived-count
           MOVE 0 TO discarded-count
           MOVE 0 TO held-count
           PERFORM 070-enqueue-datasets
           IF dq-granted NOT = "Y"
              DISPLAY " " ds-name (ds-idx) " in use - left "
                 "untouched"
              ADD 1 TO problem-count
              EXIT PARAGRAPH
           END-IF
           PERFORM 400-count-pass
           IF log-status = "35"
              DISPLAY " " ds-name (ds-idx) " absent - nothing to "
                 "trim"
              EXIT PARAGRAPH
           END-IF
           IF log-status NOT = "00" AND log-status NOT = "10"
              DISPLAY " " ds-name (ds-idx) " not readable (status "
                 log-status ") - left untouched"
              ADD 1 TO problem-count
              EXIT PARAGRAPH
           END-IF
           IF archived-count + discarded-count > 0
              IF kept-count > 20000
                 DISPLAY " " ds-name (ds-idx) " keeps more than "
                    "20000 records; refusing to cut it - shorten "
                    "its retention or trim it in stages"
                 ADD 1 TO problem-count
                 EXIT PARAGRAPH
              END-IF
              PERFORM 500-cut-pass
           END-IF
           DISPLAY " " ds-name (ds-idx) " " effective-cutoff " "
              kept-count " " archived-count " " discarded-count " "
              held-count
           IF archived-count > 0
              DISPLAY "     archived to "
                 FUNCTION TRIM (arch-file-name)
           END-IF
           ADD kept-count TO total-kept
           ADD archived-count TO total-archived
           ADD discarded-count TO total-discarded
           ADD held-count TO total-held.

      * First pass only counts, so a dataset that cannot be cut
      * cleanly is refused before a single record moves.
       400-count-pass.
           PERFORM 600-open-log-input
           IF log-status NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO carry-date
           MOVE "N" TO eof-sw
           PERFORM 610-read-log
           PERFORM UNTIL eof-sw = "Y"
              PERFORM 450-classify-record
              IF remove-sw = "Y"
                 IF pt-action (pol-idx) = "A"
                    ADD 1 TO archived-count
                 ELSE
                    ADD 1 TO discarded-count
                 END-IF
              ELSE
                 ADD 1 TO kept-count
              END-IF
              PERFORM 610-read-log
           END-PERFORM
           PERFORM 640-close-log.

      * A record is removed only when it is dated before the
      * effective cutoff; one that only the hold saves is counted
      * as held, and an undated record is always kept.
       450-classify-record.
           MOVE "N" TO remove-sw
           IF ds-date-rule (ds-idx) = "O"
              IF rec-buf (1 : 20) = "SESSION START  date="
                 MOVE rec-buf (21 : 8) TO carry-date
              END-IF
              MOVE carry-date TO rec-date
           ELSE
              MOVE rec-buf (1 : 8) TO rec-date
           END-IF
           IF rec-date IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           IF rec-date < effective-cutoff
              MOVE "Y" TO remove-sw
           ELSE
              IF rec-date < policy-cutoff
                 ADD 1 TO held-count
              END-IF
           END-IF.

      * The archive generation is written completely before the
      * live dataset is rewritten, as archpurge does for AUDITLOG.
       500-cut-pass.
           MOVE 0 TO stage-count
           MOVE 0 TO held-count
           PERFORM 600-open-log-input
           IF pt-action (pol-idx) = "A"
              PERFORM 650-open-archive
           END-IF
           MOVE SPACES TO carry-date
           MOVE "N" TO eof-sw
           PERFORM 610-read-log
           PERFORM UNTIL eof-sw = "Y"
              PERFORM 450-classify-record
              IF remove-sw = "Y"
                 IF pt-action (pol-idx) = "A"
                    PERFORM 660-write-archive
                 END-IF
              ELSE
                 ADD 1 TO stage-count
                 MOVE rec-buf TO stage-entry (stage-count)
              END-IF
              PERFORM 610-read-log
           END-PERFORM
           PERFORM 640-close-log
           IF pt-action (pol-idx) = "A"
              PERFORM 670-close-archive
           END-IF

           PERFORM 620-open-log-output
           PERFORM VARYING stage-idx FROM 1 BY 1
              UNTIL stage-idx > stage-count
              MOVE stage-entry (stage-idx) TO rec-buf
              PERFORM 630-write-log
           END-PERFORM
           PERFORM 640-close-log.

       600-open-log-input.
           EVALUATE ds-shape (ds-idx)
              WHEN "L"
                 OPEN INPUT text-log
              WHEN "S"
                 OPEN INPUT state-hist
              WHEN "P"
                 OPEN INPUT perf-log
              WHEN "I"
                 OPEN INPUT inquiry-log
              WHEN "R"
                 OPEN INPUT run-ledger
              WHEN "E"
                 OPEN INPUT except-feed
              WHEN "F"
                 OPEN INPUT freq-hist
           END-EVALUATE.

       610-read-log.
           MOVE SPACES TO rec-buf
           EVALUATE ds-shape (ds-idx)
              WHEN "L"
                 READ text-log INTO rec-buf
                    AT END
                       MOVE "Y" TO eof-sw
                 END-READ
              WHEN "S"
                 READ state-hist INTO rec-buf
                    AT END
                       MOVE "Y" TO eof-sw
                 END-READ
              WHEN "P"
                 READ perf-log INTO rec-buf
                    AT END
                       MOVE "Y" TO eof-sw
                 END-READ
              WHEN "I"
                 READ inquiry-log INTO rec-buf
                    AT END
                       MOVE "Y" TO eof-sw
                 END-READ
              WHEN "R"
                 READ run-ledger INTO rec-buf
                    AT END
                       MOVE "Y" TO eof-sw
                 END-READ
              WHEN "E"
                 READ except-feed INTO rec-buf
                    AT END
                       MOVE "Y" TO eof-sw
                 END-READ
              WHEN "F"
                 READ freq-hist INTO rec-buf
                    AT END
                       MOVE "Y" TO eof-sw
                 END-READ
           END-EVALUATE.

       620-open-log-output.
           EVALUATE ds-shape (ds-idx)
              WHEN "L"
                 OPEN OUTPUT text-log
              WHEN "S"
                 OPEN OUTPUT state-hist
              WHEN "P"
                 OPEN OUTPUT perf-log
              WHEN "I"
                 OPEN OUTPUT inquiry-log
              WHEN "R"
                 OPEN OUTPUT run-ledger
              WHEN "E"
                 OPEN OUTPUT except-feed
              WHEN "F"
                 OPEN OUTPUT freq-hist
           END-EVALUATE.

       630-write-log.
           EVALUATE ds-shape (ds-idx)
              WHEN "L"
                 WRITE text-log-line FROM rec-buf
              WHEN "S"
                 WRITE state-hist-record FROM rec-buf
              WHEN "P"
                 WRITE perf-log-record FROM rec-buf
              WHEN "I"
                 WRITE inquiry-log-record FROM rec-buf
              WHEN "R"
                 WRITE run-ledger-record FROM rec-buf
              WHEN "E"
                 WRITE except-record FROM rec-buf
              WHEN "F"
                 WRITE freq-hist-record FROM rec-buf
           END-EVALUATE.

       640-close-log.
           EVALUATE ds-shape (ds-idx)
              WHEN "L"
                 CLOSE text-log
              WHEN "S"
                 CLOSE state-hist
              WHEN "P"
                 CLOSE perf-log
              WHEN "I"
                 CLOSE inquiry-log
              WHEN "R"
                 CLOSE run-ledger
              WHEN "E"
                 CLOSE except-feed
              WHEN "F"
                 CLOSE freq-hist
           END-EVALUATE.

      * A rerun against the same cutoff extends the generation it
      * already started rather than replacing it.
       650-open-archive.
           EVALUATE ds-shape (ds-idx)
              WHEN "L"
                 OPEN EXTEND text-arch
                 IF arch-status NOT = "00"
                    OPEN OUTPUT text-arch
                 END-IF
              WHEN "S"
                 OPEN EXTEND state-arch
                 IF arch-status NOT = "00"
                    OPEN OUTPUT state-arch
                 END-IF
              WHEN "P"
                 OPEN EXTEND perf-arch
                 IF arch-status NOT = "00"
                    OPEN OUTPUT perf-arch
                 END-IF
              WHEN "I"
                 OPEN EXTEND inquiry-arch
                 IF arch-status NOT = "00"
                    OPEN OUTPUT inquiry-arch
                 END-IF
              WHEN "R"
                 OPEN EXTEND ledger-arch
                 IF arch-status NOT = "00"
                    OPEN OUTPUT ledger-arch
                 END-IF
              WHEN "E"
                 OPEN EXTEND except-arch
                 IF arch-status NOT = "00"
                    OPEN OUTPUT except-arch
                 END-IF
              WHEN "F"
                 OPEN EXTEND freq-arch
                 IF arch-status NOT = "00"
                    OPEN OUTPUT freq-arch
                 END-IF
           END-EVALUATE.

       660-write-archive.
           EVALUATE ds-shape (ds-idx)
              WHEN "L"
                 WRITE text-arch-line FROM rec-buf
              WHEN "S"
                 WRITE state-arch-record FROM rec-buf
              WHEN "P"
                 WRITE perf-arch-record FROM rec-buf
              WHEN "I"
                 WRITE inquiry-arch-record FROM rec-buf
              WHEN "R"
                 WRITE ledger-arch-record FROM rec-buf
              WHEN "E"
                 WRITE except-arch-record FROM rec-buf
              WHEN "F"
                 WRITE freq-arch-record FROM rec-buf
           END-EVALUATE.

       670-close-archive.
           EVALUATE ds-shape (ds-idx)
              WHEN "L"
                 CLOSE text-arch
              WHEN "S"
                 CLOSE state-arch
              WHEN "P"
                 CLOSE perf-arch
              WHEN "I"
                 CLOSE inquiry-arch
              WHEN "R"
                 CLOSE ledger-arch
              WHEN "E"
                 CLOSE except-arch
              WHEN "F"
                 CLOSE freq-arch
           END-EVALUATE.
       END PROGRAM logretain.
