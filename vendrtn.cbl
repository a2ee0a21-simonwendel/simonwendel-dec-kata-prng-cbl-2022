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
       PROGRAM-ID. vendrtn.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT vend-return ASSIGN TO "VENDRTN"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS vend-return-status.
           SELECT intchg-register ASSIGN TO "ICNREG"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS register-status.
           SELECT draw-cat ASSIGN TO "DRAWCAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS draw-cat-status.
           SELECT draw-out ASSIGN TO DYNAMIC draw-out-name
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS draw-out-status.
           SELECT void-queue ASSIGN TO "VOIDQ"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS void-queue-status.

       DATA DIVISION.
       FILE SECTION.
      * The print vendor's per-value disposition, quoting the
      * interchange it arrived in: P printed, S spoiled, U unused
      * and returned.
       FD  vend-return
           RECORDING MODE IS F.
       01  vend-return-record.
           05 vr-interchange    PIC 9(9).
           05 vr-seq            PIC 9(9).
           05 vr-value          PIC 9(16).
           05 vr-disp           PIC X.
           05 vr-date           PIC X(8).
           05 vr-reason         PIC X(16).
           05 FILLER            PIC X(7).

       FD  intchg-register
           RECORDING MODE IS F.
       01  register-record.
           05 ir-interchange    PIC 9(9).
           05 ir-date           PIC X(8).
           05 ir-time           PIC X(8).
           05 ir-count          PIC 9(9).
           05 ir-status         PIC X.
           05 ir-gen            PIC 9(4).
           05 FILLER            PIC X(6).

       FD  draw-cat
           RECORDING MODE IS F.
       01  draw-cat-record.
           05 dc-gen            PIC 9(4).
           05 dc-date           PIC X(8).
           05 dc-session        PIC X(18).
           05 dc-count          PIC 9(9).
           05 dc-status         PIC X.
           05 dc-client         PIC X(8).

       FD  draw-out
           RECORDING MODE IS F.
       01  draw-out-record.
           05 dor-type          PIC X.
           05 dor-date          PIC X(8).
           05 dor-seq           PIC 9(9).
           05 dor-n             PIC 99.
           05 dor-value         PIC 9(16).
           05 dor-stream        PIC 99.
           05 dor-sign          PIC X.
           05 FILLER            PIC X.
           05 dor-seal          PIC 9(18).
           05 dor-alloc         PIC X(8).

       FD  void-queue
           RECORDING MODE IS F.
       01  void-queue-record.
           05 vq-date           PIC X(8).
           05 vq-seq            PIC 9(9).
           05 vq-session        PIC 9(9).
           05 vq-reason         PIC X(16).
           05 vq-source         PIC X(8).
           05 vq-queued         PIC X(8).
           05 FILLER            PIC X(2).

       WORKING-STORAGE SECTION.
       77  vend-return-status   PIC XX.
       77  register-status      PIC XX.
       77  draw-cat-status      PIC XX.
       77  draw-out-status      PIC XX.
       77  void-queue-status    PIC XX.
       77  void-queue-open-sw   PIC X       VALUE "N".
       77  draw-out-name        PIC X(13)   VALUE "DRAWOUT".
       77  run-date             PIC X(8).
       77  operator-id          PIC X(8).
       77  opident              PIC X(8)    VALUE "opident".
       77  reg-count            PIC 9(4)    VALUE 0.
       77  reg-idx              PIC 9(4).
       77  cat-count            PIC 9(4)    VALUE 0.
       77  cat-idx              PIC 9(4).
       77  disp-count           PIC 9(5)    VALUE 0.
       77  disp-idx             PIC 9(5).
       77  disp-hit-idx         PIC 9(5).
       77  gen-count            PIC 9(4)    VALUE 0.
       77  gen-idx              PIC 9(4).
       77  queued-count         PIC 9(5)    VALUE 0.
       77  queued-idx           PIC 9(5).
       77  found-sw             PIC X.
       77  eof-sw               PIC X.
       77  cur-gen              PIC 9(4).
       77  cur-session          PIC 9(9).
       77  session-text         PIC X(9).
       77  dash-pos             PIC 99.
       77  issued-value         PIC 9(16).
       77  gen-issued           PIC 9(9).
       77  gen-printed          PIC 9(9).
       77  gen-spoiled          PIC 9(9).
       77  gen-unused           PIC 9(9).
       77  gen-missing          PIC 9(9).
       77  spoil-rate           PIC ZZ9.99.
       77  read-count           PIC 9(9)    VALUE 0.
       77  rejected-count       PIC 9(9)    VALUE 0.
       77  unknown-count        PIC 9(9)    VALUE 0.
       77  missing-count        PIC 9(9)    VALUE 0.
       77  not-issued-count     PIC 9(9)    VALUE 0.
       77  duplicate-count      PIC 9(9)    VALUE 0.
       77  void-queued-count    PIC 9(9)    VALUE 0.
       77  total-spoiled        PIC 9(9)    VALUE 0.
       77  runledgr             PIC X(8)    VALUE "runledgr".
       77  dsnenq               PIC X(8)    VALUE "dsnenq".
       COPY dsnenq.
      * Start/end registration in the central execution ledger.
       01  ledger-request.
           05 lr-program        PIC X(10)   VALUE "vendrtn".
           05 lr-event          PIC X(5).
           05 lr-rc             PIC 9(4)    VALUE 0.
           05 lr-parms          PIC X(40)   VALUE SPACES.
       01  register-table.
           05 register-entry    PIC X(45)   OCCURS 2000 TIMES.
       01  cat-table.
           05 cat-entry         OCCURS 500 TIMES.
              10 ct-gen         PIC 9(4).
              10 ct-session     PIC X(18).
      * Every disposition read, with the generation its
      * interchange carried; state U unmatched, M matched, D
      * duplicate of a matched one.
       01  disp-table.
           05 disp-entry        OCCURS 20000 TIMES.
              10 dt-interchange PIC 9(9).
              10 dt-gen         PIC 9(4).
              10 dt-seq         PIC 9(9).
              10 dt-value       PIC 9(16).
              10 dt-disp        PIC X.
              10 dt-reason      PIC X(16).
              10 dt-state       PIC X.
       01  gen-table.
           05 gen-entry         OCCURS 500 TIMES.
              10 gt-gen         PIC 9(4).
              10 gt-interchange PIC 9(9).
      * Draws already waiting in VOIDQ, so a rerun on the same
      * return file never queues a spoiled ticket twice.
       01  queued-table.
           05 queued-key        PIC X(26)   OCCURS 5000 TIMES.
       01  void-key.
           05 vk-date           PIC X(8).
           05 vk-seq            PIC 9(9).
           05 vk-session        PIC 9(9).

      * Closes the loop with the print vendor after vendenv has
      * sent a generation and ackmatch has seen it arrive: every
      * value the generation issued should come back printed,
      * spoiled or unused. Values with no disposition, and
      * dispositions for values the generation never issued, are
      * listed; spoilage is rated per generation; and each spoiled
      * value is queued to VOIDQ for histvoid QUEUE to void in
      * HISTFILE.
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
           MOVE "START" TO lr-event
           PERFORM 066-register-run

           PERFORM 070-enqueue-datasets
           PERFORM 100-load-register
           PERFORM 110-load-catalog
           PERFORM 120-load-queued
           DISPLAY "Vendor return reconciliation against DRAWOUT"
           PERFORM 200-load-returns
           IF disp-count = 0
              DISPLAY "No VENDRTN dispositions to reconcile"
              MOVE 0 TO lr-rc
              PERFORM 900-finish-run
           END-IF

           OPEN EXTEND void-queue
           IF void-queue-status NOT = "00"
              OPEN OUTPUT void-queue
           END-IF
           IF void-queue-status = "00"
              MOVE "Y" TO void-queue-open-sw
           ELSE
              DISPLAY "VOIDQ unavailable (status "
                 void-queue-status ") - spoiled values are listed "
                 "but not queued for voiding"
           END-IF
           PERFORM VARYING gen-idx FROM 1 BY 1
              UNTIL gen-idx > gen-count
              PERFORM 300-reconcile-generation
           END-PERFORM
           IF void-queue-open-sw = "Y"
              CLOSE void-queue
           END-IF

           DISPLAY "Vendor return reconciliation: " read-count
              " disposition(s) read"
           DISPLAY "  " gen-count " generation(s), " missing-count
              " missing disposition(s), " not-issued-count
              " for values never issued"
           DISPLAY "  " duplicate-count " duplicate(s), "
              unknown-count " for unknown interchanges, "
              rejected-count " unreadable, " total-spoiled
              " spoiled (" void-queued-count " newly queued to "
              "VOIDQ)"
           IF missing-count > 0 OR not-issued-count > 0
              OR duplicate-count > 0 OR unknown-count > 0
              OR rejected-count > 0
              MOVE 1 TO lr-rc
           ELSE
              MOVE 0 TO lr-rc
           END-IF
           PERFORM 900-finish-run.

       066-register-run.
           CALL runledgr USING ledger-request
              ON EXCEPTION
                 CONTINUE
           END-CALL.

      * VOIDQ is held alone from the read of the entries already
      * queued to the last append, so a histvoid QUEUE run cannot
      * rewrite the queue underneath the new entries.
       070-enqueue-datasets.
           MOVE "ACQUIRE" TO dq-function
           MOVE "vendrtn" TO dq-program
           MOVE operator-id TO dq-operator
           MOVE 1 TO dq-count
           MOVE "VOIDQ" TO dq-dataset (1)
           MOVE "E" TO dq-mode (1)
           MOVE "Y" TO dq-granted
           CALL dsnenq USING dataset-enqueue
              ON EXCEPTION
                 CONTINUE
           END-CALL
           IF dq-granted NOT = "Y"
              MOVE 1 TO lr-rc
              PERFORM 900-finish-run
           END-IF.

       075-release-datasets.
           MOVE "RELEASE" TO dq-function
           MOVE "vendrtn" TO dq-program
           CALL dsnenq USING dataset-enqueue
              ON EXCEPTION
                 CONTINUE
           END-CALL.

       100-load-register.
           OPEN INPUT intchg-register
           IF register-status NOT = "00"
              DISPLAY "No ICNREG transmission register - the "
                 "returns cannot be tied to generations"
              MOVE 1 TO lr-rc
              PERFORM 900-finish-run
           END-IF
           PERFORM UNTIL register-status NOT = "00"
              READ intchg-register
                 AT END
                    MOVE "10" TO register-status
                 NOT AT END
                    IF reg-count < 2000
                       ADD 1 TO reg-count
                       MOVE register-record
                          TO register-entry (reg-count)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE intchg-register.

       110-load-catalog.
           OPEN INPUT draw-cat
           IF draw-cat-status NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL draw-cat-status NOT = "00"
              READ draw-cat
                 AT END
                    MOVE "10" TO draw-cat-status
                 NOT AT END
                    IF cat-count < 500
                       ADD 1 TO cat-count
                       MOVE dc-gen TO ct-gen (cat-count)
                       MOVE dc-session TO ct-session (cat-count)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE draw-cat.

       120-load-queued.
           OPEN INPUT void-queue
           IF void-queue-status NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL void-queue-status NOT = "00"
              READ void-queue
                 AT END
                    MOVE "10" TO void-queue-status
                 NOT AT END
                    IF queued-count < 5000
                       ADD 1 TO queued-count
                       MOVE void-queue-record (1 : 26)
                          TO queued-key (queued-count)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE void-queue.

       200-load-returns.
           OPEN INPUT vend-return
           IF vend-return-status NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL vend-return-status NOT = "00"
              READ vend-return
                 AT END
                    MOVE "10" TO vend-return-status
                 NOT AT END
                    ADD 1 TO read-count
                    PERFORM 210-take-disposition
              END-READ
           END-PERFORM
           CLOSE vend-return.

       210-take-disposition.
           IF vr-interchange IS NOT NUMERIC OR vr-seq IS NOT NUMERIC
              OR vr-value IS NOT NUMERIC
              OR (vr-disp NOT = "P" AND vr-disp NOT = "S"
                 AND vr-disp NOT = "U")
              ADD 1 TO rejected-count
              DISPLAY "UNREADABLE disposition record " read-count
                 ": " vend-return-record (1 : 35)
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO found-sw
           PERFORM VARYING reg-idx FROM 1 BY 1
              UNTIL reg-idx > reg-count OR found-sw = "Y"
              MOVE register-entry (reg-idx) TO register-record
              IF ir-interchange = vr-interchange
                 MOVE "Y" TO found-sw
              END-IF
           END-PERFORM
           IF found-sw = "N"
              ADD 1 TO unknown-count
              DISPLAY "NOT ISSUED - interchange " vr-interchange
                 " was never sent: seq " vr-seq " value " vr-value
              EXIT PARAGRAPH
           END-IF
           IF disp-count = 20000
              ADD 1 TO rejected-count
              DISPLAY "VENDRTN holds more than 20000 dispositions;"
                 " record " read-count " not reconciled"
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO disp-count
           MOVE vr-interchange TO dt-interchange (disp-count)
           MOVE ir-gen TO dt-gen (disp-count)
           MOVE vr-seq TO dt-seq (disp-count)
           MOVE vr-value TO dt-value (disp-count)
           MOVE vr-disp TO dt-disp (disp-count)
           MOVE vr-reason TO dt-reason (disp-count)
           MOVE "U" TO dt-state (disp-count)
           MOVE "N" TO found-sw
           PERFORM VARYING gen-idx FROM 1 BY 1
              UNTIL gen-idx > gen-count OR found-sw = "Y"
              IF gt-gen (gen-idx) = ir-gen
                 MOVE "Y" TO found-sw
              END-IF
           END-PERFORM
           IF found-sw = "N" AND gen-count < 500
              ADD 1 TO gen-count
              MOVE ir-gen TO gt-gen (gen-count)
              MOVE ir-interchange TO gt-interchange (gen-count)
           END-IF.

      * One pass over the generation: each issued value takes the
      * first unmatched disposition for its sequence number; what
      * is left over afterwards was never issued.
       300-reconcile-generation.
           MOVE gt-gen (gen-idx) TO cur-gen
           MOVE 0 TO gen-issued gen-printed gen-spoiled gen-unused
              gen-missing
           PERFORM 310-find-session
           MOVE SPACES TO draw-out-name
           MOVE "DRAWOUT.G" TO draw-out-name (1 : 9)
           MOVE cur-gen TO draw-out-name (10 : 4)
           OPEN INPUT draw-out
           IF draw-out-status NOT = "00"
              DISPLAY "Generation " cur-gen " (interchange "
                 gt-interchange (gen-idx) "): dataset "
                 FUNCTION TRIM (draw-out-name)
                 " not on file - its dispositions cannot be "
                 "reconciled"
              PERFORM VARYING disp-idx FROM 1 BY 1
                 UNTIL disp-idx > disp-count
                 IF dt-gen (disp-idx) = cur-gen
                    ADD 1 TO not-issued-count
                 END-IF
              END-PERFORM
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO eof-sw
           PERFORM UNTIL eof-sw = "Y"
              READ draw-out
                 AT END
                    MOVE "Y" TO eof-sw
                 NOT AT END
                    IF dor-type = "D"
                       PERFORM 320-match-issued-value
                    END-IF
              END-READ
           END-PERFORM
           CLOSE draw-out
           PERFORM VARYING disp-idx FROM 1 BY 1
              UNTIL disp-idx > disp-count
              IF dt-gen (disp-idx) = cur-gen
                 AND dt-state (disp-idx) = "U"
                 PERFORM 350-report-leftover
              END-IF
           END-PERFORM
           IF gen-issued > 0
              COMPUTE spoil-rate ROUNDED =
                 gen-spoiled * 100 / gen-issued
           ELSE
              MOVE 0 TO spoil-rate
           END-IF
           DISPLAY "Generation " cur-gen " (interchange "
              gt-interchange (gen-idx) "): issued " gen-issued
              "  printed " gen-printed "  spoiled " gen-spoiled
              "  unused " gen-unused "  missing " gen-missing
              "  spoilage " spoil-rate "%".

      * The HISTFILE session number comes from the generation's
      * catalogued session id, YYYYMMDD-n, as histbld derives it.
       310-find-session.
           MOVE 1 TO cur-session
           PERFORM VARYING cat-idx FROM 1 BY 1
              UNTIL cat-idx > cat-count
              IF ct-gen (cat-idx) = cur-gen
                 MOVE 0 TO dash-pos
                 INSPECT ct-session (cat-idx)
                    TALLYING dash-pos FOR CHARACTERS BEFORE "-"
                 IF dash-pos > 0 AND dash-pos < 18
                    MOVE SPACES TO session-text
                    MOVE ct-session (cat-idx) (dash-pos + 2 : )
                       TO session-text
                    IF FUNCTION TRIM (session-text) IS NUMERIC
                       MOVE FUNCTION NUMVAL (session-text)
                          TO cur-session
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       320-match-issued-value.
           ADD 1 TO gen-issued
           MOVE 0 TO issued-value
           MOVE dor-value (17 - dor-n : dor-n)
              TO issued-value (17 - dor-n : dor-n)
           MOVE 0 TO disp-hit-idx
           PERFORM VARYING disp-idx FROM 1 BY 1
              UNTIL disp-idx > disp-count OR disp-hit-idx > 0
              IF dt-gen (disp-idx) = cur-gen
                 AND dt-seq (disp-idx) = dor-seq
                 AND dt-value (disp-idx) = issued-value
                 AND dt-state (disp-idx) = "U"
                 MOVE disp-idx TO disp-hit-idx
              END-IF
           END-PERFORM
           IF disp-hit-idx = 0
              ADD 1 TO gen-missing
              ADD 1 TO missing-count
              DISPLAY "  MISSING disposition: generation " cur-gen
                 " seq " dor-seq " value "
                 dor-value (17 - dor-n : dor-n)
              EXIT PARAGRAPH
           END-IF
           MOVE "M" TO dt-state (disp-hit-idx)
           EVALUATE dt-disp (disp-hit-idx)
              WHEN "P"
                 ADD 1 TO gen-printed
              WHEN "U"
                 ADD 1 TO gen-unused
              WHEN "S"
                 ADD 1 TO gen-spoiled
                 ADD 1 TO total-spoiled
                 PERFORM 330-queue-spoiled-value
           END-EVALUATE.

       330-queue-spoiled-value.
           MOVE dor-date TO vk-date
           MOVE dor-seq TO vk-seq
           MOVE cur-session TO vk-session
           PERFORM VARYING queued-idx FROM 1 BY 1
              UNTIL queued-idx > queued-count
              IF queued-key (queued-idx) = void-key
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           IF void-queue-open-sw = "N"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO void-queue-record
           MOVE dor-date TO vq-date
           MOVE dor-seq TO vq-seq
           MOVE cur-session TO vq-session
           IF dt-reason (disp-hit-idx) = SPACES
              MOVE "VENDOR SPOILED" TO vq-reason
           ELSE
              MOVE dt-reason (disp-hit-idx) TO vq-reason
           END-IF
           MOVE "VENDRTN" TO vq-source
           MOVE run-date TO vq-queued
           WRITE void-queue-record
           ADD 1 TO void-queued-count
           IF queued-count < 5000
              ADD 1 TO queued-count
              MOVE void-key TO queued-key (queued-count)
           END-IF.

      * A disposition nothing claimed: a second one for a value
      * already accounted for is a duplicate; any other names a
      * value this generation never issued.
       350-report-leftover.
           MOVE "N" TO found-sw
           PERFORM VARYING disp-hit-idx FROM 1 BY 1
              UNTIL disp-hit-idx > disp-count OR found-sw = "Y"
              IF dt-gen (disp-hit-idx) = cur-gen
                 AND dt-seq (disp-hit-idx) = dt-seq (disp-idx)
                 AND dt-value (disp-hit-idx) = dt-value (disp-idx)
                 AND dt-state (disp-hit-idx) = "M"
                 MOVE "Y" TO found-sw
              END-IF
           END-PERFORM
           IF found-sw = "Y"
              MOVE "D" TO dt-state (disp-idx)
              ADD 1 TO duplicate-count
              DISPLAY "  DUPLICATE disposition: generation " cur-gen
                 " seq " dt-seq (disp-idx) " value "
                 dt-value (disp-idx) " (" dt-disp (disp-idx) ")"
           ELSE
              ADD 1 TO not-issued-count
              DISPLAY "  NOT ISSUED: generation " cur-gen " seq "
                 dt-seq (disp-idx) " value " dt-value (disp-idx)
                 " (" dt-disp (disp-idx) ")"
           END-IF.

       900-finish-run.
           PERFORM 075-release-datasets
           MOVE "END  " TO lr-event
           PERFORM 066-register-run
           MOVE lr-rc TO RETURN-CODE
           STOP RUN.
       END PROGRAM vendrtn.
