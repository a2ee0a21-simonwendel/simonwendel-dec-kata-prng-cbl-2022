              10 hl-session         PIC 9(9).
           05 hist-void-op          PIC X(8).
           05 hist-void-rsn         PIC X(16).
           05 hist-game             PIC X(8).
           05 hist-client           PIC X(8).

       FD  part-cat
           RECORDING MODE IS F.
       01  part-cat-record.
           05 pc-year           PIC X(4).
           05 pc-created        PIC X(8).
           05 pc-state          PIC X.
           05 pc-expiry         PIC 9(7).

       FD  val-idx.
       01  val-idx-record.
              10 vx-session     PIC 9(9).
           05 vx-n              PIC 99.
           05 vx-stream         PIC 99.
           05 vx-game           PIC X(8).
           05 vx-client         PIC X(8).

       WORKING-STORAGE SECTION.
       77  hist-status          PIC XX.
       77  hist-file-name       PIC X(14)   VALUE "HISTFILE".
       77  part-count           PIC 9(3)    VALUE 0.
       77  part-idx             PIC 9(3).
       77  live-part-count      PIC 9(3)    VALUE 0.
       77  today-julian         PIC 9(7).
       77  eof-sw               PIC X.
       77  scanned-count        PIC 9(9)    VALUE 0.
       77  indexed-count        PIC 9(9)    VALUE 0.
       77  duplicate-count      PIC 9(9)    VALUE 0.
       77  runledgr             PIC X(8)    VALUE "runledgr".
       77  operator-id          PIC X(8).
       77  opident              PIC X(8)    VALUE "opident".
       77  dsnenq               PIC X(8)    VALUE "dsnenq".
       COPY dsnenq.
      * Start/end registration in the central execution ledger.
       01  ledger-request.
           05 lr-program        PIC X(10)   VALUE "validxbld".
      * from the history (a crash between the paired writes, or a
      * purge run without the index mounted).
       PROCEDURE DIVISION.
           CALL opident USING operator-id
              ON EXCEPTION
                 DISPLAY "USER" UPON ENVIRONMENT-NAME
                 ACCEPT operator-id FROM ENVIRONMENT-VALUE
           END-CALL
           IF operator-id = SPACES
              MOVE "UNKNOWN" TO operator-id
           END-IF
           DISPLAY "VALIDX rebuild: regenerating the value index "
              "from the draw history"
           MOVE "START" TO lr-event
           MOVE "VALIDX rebuild" TO lr-parms
           PERFORM 066-register-run
           PERFORM 070-enqueue-datasets

           OPEN OUTPUT val-idx
           IF val-idx-status NOT = "00"
              " history record(s) scanned, " indexed-count
              " indexed, " duplicate-count " duplicate key(s) "
              "skipped"
           PERFORM 075-release-datasets
           MOVE "END  " TO lr-event
           MOVE 0 TO lr-rc
           PERFORM 066-register-run
                 CONTINUE
           END-CALL.

      * HISTFILE is held alone for the whole rebuild: an entry a
      * writer added to the old index while the new one was being
      * laid out would be lost with it.
       070-enqueue-datasets.
           MOVE "ACQUIRE" TO dq-function
           MOVE "validxbld" TO dq-program
           MOVE operator-id TO dq-operator
           MOVE 1 TO dq-count
           MOVE "HISTFILE" TO dq-dataset (1)
           MOVE "E" TO dq-mode (1)
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

       075-release-datasets.
           MOVE "RELEASE" TO dq-function
           MOVE "validxbld" TO dq-program
           CALL dsnenq USING dataset-enqueue
              ON EXCEPTION
                 CONTINUE
           END-CALL.

      * Restored archive partitions (state R) are indexed while
      * they are within their expiry, so a rebuild keeps them
      * searchable; an expired one is left to histrest CLEANUP.
       100-resolve-partitions.
           MOVE 0 TO part-count
           MOVE 0 TO live-part-count
           ACCEPT today-julian FROM DAY YYYYDDD
           OPEN INPUT part-cat
           IF part-cat-status = "00"
              PERFORM UNTIL part-cat-status NOT = "00"
                       MOVE "10" TO part-cat-status
                    NOT AT END
                       IF part-count < 100
                          AND (pc-state NOT = "R"
                             OR pc-expiry >= today-julian)
                          ADD 1 TO part-count
                          MOVE pc-year TO part-year (part-count)
                          IF pc-state NOT = "R"
                             ADD 1 TO live-part-count
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE part-cat
           END-IF
           IF live-part-count = 0 AND part-count < 100
              ADD 1 TO part-count
              MOVE "BASE" TO part-year (part-count)
           END-IF.

       300-index-one-partition.
           MOVE hk-session TO vx-session
           MOVE hist-n TO vx-n
           MOVE hist-stream TO vx-stream
           MOVE hist-game TO vx-game
           MOVE hist-client TO vx-client
           WRITE val-idx-record
              INVALID KEY
                 ADD 1 TO duplicate-count
