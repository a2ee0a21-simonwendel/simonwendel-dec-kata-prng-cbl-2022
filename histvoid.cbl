              ACCESS MODE IS DYNAMIC
              RECORD KEY IS vx-key
              FILE STATUS IS val-idx-status.
           SELECT void-queue ASSIGN TO "VOIDQ"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS void-queue-status.
           SELECT void-tail ASSIGN TO "VOIDQTL"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS void-tail-status.

       DATA DIVISION.
       FILE SECTION.
              10 hl-session         PIC 9(9).
           05 hist-void-op          PIC X(8).
           05 hist-void-rsn         PIC X(16).
           05 hist-game             PIC X(8).
           05 hist-client           PIC X(8).

      * Value-keyed inverted index; the replacement draw is a
      * history write like any other and must land here too, or
              10 vx-session     PIC 9(9).
           05 vx-n              PIC 99.
           05 vx-stream         PIC 99.
           05 vx-game           PIC X(8).
           05 vx-client         PIC X(8).

       FD  hist-delta
           RECORDING MODE IS F.
           05 hd-stamp-date     PIC X(8).
           05 hd-stamp-time     PIC X(8).

      * Draws other programs have found must be voided - spoiled
      * vendor tickets among them - waiting for QUEUE mode.
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

      * VOIDQ entries beyond what one run takes, held aside while
      * the queue is rewritten.
       FD  void-tail
           RECORDING MODE IS F.
       01  void-tail-record     PIC X(60).

       WORKING-STORAGE SECTION.
       77  hist-status          PIC XX.
       77  hist-delta-status    PIC XX.
       77  seed                 PIC X(9)    VALUE "prng-seed".
       77  chkdig               PIC X(8)    VALUE "chkdig".
       77  authchk              PIC X(8)    VALUE "authchk".
       77  partchk              PIC X(8)    VALUE "partchk".
       77  dsnenq               PIC X(8)    VALUE "dsnenq".
       COPY dsnenq.
       01  part-request.
           05 pq-year           PIC X(4).
           05 pq-state          PIC X.
       77  operator-id          PIC X(8).
       77  opident              PIC X(8)    VALUE "opident".
       01  auth-request.
           05 ar-operator       PIC X(8).
           05 ar-capability     PIC X(8).
       77  void-seq             PIC 9(9).
       77  void-session         PIC 9(9).
       77  void-n               PIC 99.
       77  void-client          PIC X(8).
       77  repl-seq             PIC 9(9).
       77  check-value          PIC 9(16).
       77  check-digit          PIC 9.
       77  job-token-text       PIC X(9)    VALUE "HISTVOID".
       77  eof-sw               PIC X       VALUE "N".
       77  void-count           PIC 9(9)    VALUE 0.
       77  void-result-sw       PIC X.
       77  void-queue-status    PIC XX.
       77  void-tail-status     PIC XX.
       77  tail-count           PIC 9(9)    VALUE 0.
       77  queue-count          PIC 9(4)    VALUE 0.
       77  queue-idx            PIC 9(4).
       77  queue-kept-count     PIC 9(4)    VALUE 0.
       77  queue-done-count     PIC 9(4)    VALUE 0.
       77  queue-already-count  PIC 9(4)    VALUE 0.
       01  queue-table.
           05 queue-entry       PIC X(60)   OCCURS 5000 TIMES.
       01  queue-state-table.
           05 queue-state       PIC X       OCCURS 5000 TIMES.
       77  runledgr             PIC X(8)    VALUE "runledgr".
      * Start/end registration in the central execution ledger.
       01  ledger-request.
              OCCURS 1 TO 16 TIMES DEPENDING ON n.

       PROCEDURE DIVISION.
           CALL opident USING operator-id
              ON EXCEPTION
                 DISPLAY "USER" UPON ENVIRONMENT-NAME
                 ACCEPT operator-id FROM ENVIRONMENT-VALUE
           END-CALL
           IF operator-id = SPACES
              MOVE "UNKNOWN" TO operator-id
           END-IF
           EVALUATE FUNCTION TRIM (arg-mode)
              WHEN "VOID"
                 PERFORM 100-void-and-replace
              WHEN "QUEUE"
                 PERFORM 500-void-queue
              WHEN "REPORT"
                 PERFORM 700-report-voids
              WHEN OTHER

       060-display-usage.
           DISPLAY "Usage: histvoid VOID date seq session reason"
           DISPLAY "       histvoid QUEUE"
           DISPLAY "       histvoid REPORT from-date to-date"
           DISPLAY "VOID marks one draw voided and issues a "
              "linked replacement; QUEUE does the same for every "
              "draw waiting in VOIDQ; REPORT lists voids in a "
              "period.".

      * Voiding is a purge-grade action: the same AUTHFILE
      * capability gates it.
           END-STRING
           PERFORM 066-register-run

           PERFORM 165-enqueue-history
           PERFORM 160-open-void-files
           MOVE void-date TO hk-date
           MOVE void-seq TO hk-seq
           MOVE void-session TO hk-session
           PERFORM 200-void-one-draw
           IF void-result-sw NOT = "Y"
              CLOSE hist-file
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 190-close-void-files
           PERFORM 195-release-history
           MOVE "END  " TO lr-event
           MOVE 0 TO lr-rc
           PERFORM 066-register-run
           MOVE 0 TO RETURN-CODE.

       160-open-void-files.
           OPEN I-O hist-file
           IF hist-status NOT = "00"
              DISPLAY "Unable to open HISTFILE for the void"
           ELSE
              DISPLAY "VALIDX unavailable - rebuild it with "
                 "validxbld after this void"
           END-IF.

       190-close-void-files.
           CLOSE hist-file
           IF val-idx-open-sw = "Y"
              CLOSE val-idx
           END-IF
           IF hist-delta-open-sw = "Y"
              CLOSE hist-delta
           END-IF.

      * HISTFILE is changed in place, so a void holds it alone: no
      * draw run may be posting to it and no purge or resync
      * working through it meanwhile. A QUEUE run also holds VOIDQ
      * alone from its first read to the rewrite, so no entry
      * vendrtn appends in between is lost.
       165-enqueue-history.
           MOVE "ACQUIRE" TO dq-function
           MOVE "histvoid" TO dq-program
           MOVE operator-id TO dq-operator
           MOVE 1 TO dq-count
           MOVE "HISTFILE" TO dq-dataset (1)
           MOVE "E" TO dq-mode (1)
           IF FUNCTION TRIM (arg-mode) = "QUEUE"
              MOVE 2 TO dq-count
              MOVE "VOIDQ" TO dq-dataset (2)
              MOVE "E" TO dq-mode (2)
           END-IF
           MOVE "Y" TO dq-granted
           CALL dsnenq USING dataset-enqueue
              ON EXCEPTION
                 CONTINUE
           END-CALL
           IF dq-granted NOT = "Y"
              MOVE "END  " TO lr-event
              MOVE 1 TO lr-rc
              PERFORM 066-register-run
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF.

       195-release-history.
           MOVE "RELEASE" TO dq-function
           MOVE "histvoid" TO dq-program
           CALL dsnenq USING dataset-enqueue
              ON EXCEPTION
                 CONTINUE
           END-CALL.

      * A year-end frozen partition is never changed: neither the
      * voided draw's year nor the year its replacement is issued
      * in may be frozen.
       180-check-frozen-year.
           MOVE void-date (1 : 4) TO pq-year
           PERFORM 185-call-partchk
           IF pq-state NOT = "F"
              MOVE run-date (1 : 4) TO pq-year
              PERFORM 185-call-partchk
           END-IF
           IF pq-state = "F"
              DISPLAY "REFUSED - draw " void-date "/" void-seq "/"
                 void-session ": HISTFILE year " pq-year
                 " is closed and frozen"
           END-IF.

       185-call-partchk.
           MOVE SPACE TO pq-state
           CALL partchk USING part-request
              ON EXCEPTION
                 CONTINUE
           END-CALL.

      * Voids the draw keyed in hist-key and issues its linked
      * replacement. void-result-sw comes back Y when done, V when
      * the draw was already voided and N when it could not be.
       200-void-one-draw.
           MOVE "N" TO void-result-sw
           PERFORM 180-check-frozen-year
           IF pq-state = "F"
              EXIT PARAGRAPH
           END-IF
           READ hist-file
              INVALID KEY
                 DISPLAY "No HISTFILE draw found for " void-date
                    " seq " void-seq " session " void-session
                 EXIT PARAGRAPH
           END-READ
           IF hist-stat = "V"
              DISPLAY "That draw is already voided (by "
                 hist-void-op ")"
              MOVE "V" TO void-result-sw
              EXIT PARAGRAPH
           END-IF

           MOVE hist-n TO void-n
           MOVE hist-client TO void-client
      * The warehouse sees the void as delete-of-old plus
      * add-of-updated, then the replacement as a plain add.
           IF hist-delta-open-sw = "Y"
           REWRITE hist-record
              INVALID KEY
                 DISPLAY "Unable to rewrite the voided draw"
                 EXIT PARAGRAPH
           END-REWRITE
           IF hist-delta-open-sw = "Y"
              MOVE "A" TO hd-action
              FUNCTION TRIM (arg-reason) ")"

           PERFORM 300-issue-replacement
           MOVE "Y" TO void-result-sw.

       066-register-run.
           CALL runledgr USING ledger-request
           MOVE void-session TO hl-session
           MOVE operator-id TO hist-void-op
           MOVE SPACES TO hist-void-rsn
           MOVE SPACES TO hist-game
           MOVE void-client TO hist-client
           WRITE hist-record
              INVALID KEY
                 DISPLAY "Unable to write the replacement draw "
           MOVE hk-session TO vx-session
           MOVE hist-n TO vx-n
           MOVE hist-stream TO vx-stream
           MOVE hist-game TO vx-game
           MOVE hist-client TO vx-client
           WRITE val-idx-record
              INVALID KEY
                 CONTINUE
           MOVE run-time TO hd-stamp-time
           WRITE hist-delta-record.

      * Works the VOIDQ backlog through the same void-and-replace
      * path as a single VOID. An entry that is done or was already
      * voided leaves the queue; one whose draw is not on HISTFILE
      * stays queued for the next run.
       500-void-queue.
           PERFORM 080-enforce-authorization
           MOVE "START" TO lr-event
           MOVE "queue" TO lr-parms
           PERFORM 066-register-run
           PERFORM 165-enqueue-history
           OPEN INPUT void-queue
           IF void-queue-status NOT = "00"
              DISPLAY "No VOIDQ present - nothing queued to void"
              PERFORM 195-release-history
              MOVE "END  " TO lr-event
              MOVE 0 TO lr-rc
              PERFORM 066-register-run
              MOVE 0 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL void-queue-status NOT = "00"
              READ void-queue
                 AT END
                    MOVE "10" TO void-queue-status
                 NOT AT END
                    IF queue-count = 5000
                       PERFORM 520-hold-queue-tail
                    ELSE
                       ADD 1 TO queue-count
                       MOVE void-queue-record
                          TO queue-entry (queue-count)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE void-queue
           IF tail-count > 0
              CLOSE void-tail
              DISPLAY "VOIDQ holds more than 5000 entries; "
                 tail-count " wait for the next run"
           END-IF

           PERFORM 160-open-void-files
           PERFORM VARYING queue-idx FROM 1 BY 1
              UNTIL queue-idx > queue-count
              PERFORM 510-void-one-queued
           END-PERFORM
           PERFORM 190-close-void-files

           OPEN OUTPUT void-queue
           PERFORM VARYING queue-idx FROM 1 BY 1
              UNTIL queue-idx > queue-count
              IF queue-state (queue-idx) = "N"
                 MOVE queue-entry (queue-idx) TO void-queue-record
                 WRITE void-queue-record
              END-IF
           END-PERFORM
           IF tail-count > 0
              PERFORM 530-restore-queue-tail
           END-IF
           CLOSE void-queue
           PERFORM 195-release-history

           DISPLAY "Void queue: " queue-count " entr(ies), "
              queue-done-count " voided, " queue-already-count
              " already void, " queue-kept-count " left queued"
           MOVE "END  " TO lr-event
           IF queue-kept-count > 0
              MOVE 1 TO lr-rc
           ELSE
              MOVE 0 TO lr-rc
           END-IF
           PERFORM 066-register-run
           MOVE lr-rc TO RETURN-CODE.

      * Entries past the 5000 one run can take are copied aside
      * as they are read and put back behind the entries left
      * queued, so the rewrite of VOIDQ never loses one.
       520-hold-queue-tail.
           IF tail-count = 0
              OPEN OUTPUT void-tail
              IF void-tail-status NOT = "00"
                 DISPLAY "Unable to hold VOIDQ entries past 5000 "
                    "(VOIDQTL status " void-tail-status
                    ") - queue left untouched"
                 CLOSE void-queue
                 MOVE "END  " TO lr-event
                 MOVE 1 TO lr-rc
                 PERFORM 066-register-run
                 MOVE 1 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           MOVE void-queue-record TO void-tail-record
           WRITE void-tail-record
           ADD 1 TO tail-count.

       530-restore-queue-tail.
           OPEN INPUT void-tail
           PERFORM UNTIL void-tail-status NOT = "00"
              READ void-tail
                 AT END
                    MOVE "10" TO void-tail-status
                 NOT AT END
                    MOVE void-tail-record TO void-queue-record
                    WRITE void-queue-record
              END-READ
           END-PERFORM
           CLOSE void-tail
           OPEN OUTPUT void-tail
           CLOSE void-tail.

       510-void-one-queued.
           MOVE queue-entry (queue-idx) TO void-queue-record
           MOVE vq-date TO void-date
           MOVE vq-seq TO void-seq
           MOVE vq-session TO void-session
           MOVE vq-reason TO arg-reason
           IF arg-reason = SPACES
              MOVE "UNSPECIFIED" TO arg-reason
           END-IF
           MOVE void-date TO hk-date
           MOVE void-seq TO hk-seq
           MOVE void-session TO hk-session
      * Each replacement in one run gets its own seed token.
           MOVE "HVQ" TO job-token-text
           MOVE queue-idx TO job-token-text (4 : 4)
           PERFORM 200-void-one-draw
           MOVE void-result-sw TO queue-state (queue-idx)
           EVALUATE void-result-sw
              WHEN "Y"
                 ADD 1 TO queue-done-count
              WHEN "V"
                 ADD 1 TO queue-already-count
              WHEN OTHER
                 ADD 1 TO queue-kept-count
           END-EVALUATE.

       700-report-voids.
           MOVE 2 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
