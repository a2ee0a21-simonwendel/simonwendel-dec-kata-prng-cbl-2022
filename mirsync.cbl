              10 hk-date            PIC X(8).
              10 hk-seq             PIC 9(9).
              10 hk-session         PIC 9(9).
           05 hist-rest             PIC X(88).

       FD  mir-hist.
       01  mir-hist-record.
              10 mh-date            PIC X(8).
              10 mh-seq             PIC 9(9).
              10 mh-session         PIC 9(9).
           05 mh-rest               PIC X(88).

       WORKING-STORAGE SECTION.
       77  draw-out-status      PIC XX.
       77  appended-count       PIC 9(9)    VALUE 0.
       77  hist-scanned         PIC 9(9)    VALUE 0.
       77  hist-added           PIC 9(9)    VALUE 0.
       77  hist-frozen          PIC 9(9)    VALUE 0.
       77  partchk              PIC X(8)    VALUE "partchk".
       01  part-request.
           05 pq-year           PIC X(4).
           05 pq-state          PIC X.
       77  eof-sw               PIC X.
       77  dsnenq               PIC X(8)    VALUE "dsnenq".
       77  operator-id          PIC X(8).
       77  opident              PIC X(8)    VALUE "opident".
       COPY dsnenq.
       77  runledgr             PIC X(8)    VALUE "runledgr".
      * Start/end registration in the central execution ledger.
       01  ledger-request.
           MOVE "START" TO lr-event
           MOVE "mirror catch-up resync" TO lr-parms
           PERFORM 066-register-run
           PERFORM 070-enqueue-datasets

           PERFORM 100-resync-draw-file
           PERFORM 300-resync-history

           PERFORM 075-release-datasets
           MOVE "END  " TO lr-event
           IF hist-frozen > 0
              DISPLAY "Mirror resync complete: " appended-count
                 " draw record(s) appended, " hist-added
                 " history record(s) copied - frozen years still "
                 "differ"
              MOVE 1 TO lr-rc
           ELSE
              DISPLAY "Mirror resync complete: " appended-count
                 " draw record(s) appended, " hist-added
                 " history record(s) copied - mirror is current"
              MOVE 0 TO lr-rc
           END-IF
           PERFORM 066-register-run
           MOVE lr-rc TO RETURN-CODE
           STOP RUN.

       066-register-run.
                 CONTINUE
           END-CALL.

      * The mirror copy must see HISTFILE standing still: no void,
      * purge or draw run may change it while the copy is taken.
       070-enqueue-datasets.
           CALL opident USING operator-id
              ON EXCEPTION
                 DISPLAY "USER" UPON ENVIRONMENT-NAME
                 ACCEPT operator-id FROM ENVIRONMENT-VALUE
           END-CALL
           IF operator-id = SPACES
              MOVE "UNKNOWN" TO operator-id
           END-IF
           MOVE "ACQUIRE" TO dq-function
           MOVE "mirsync" TO dq-program
           MOVE operator-id TO dq-operator
           MOVE 2 TO dq-count
           MOVE "HISTFILE" TO dq-dataset (1)
           MOVE "S" TO dq-mode (1)
           MOVE "HISTMIR" TO dq-dataset (2)
           MOVE "E" TO dq-mode (2)
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
           MOVE "mirsync" TO dq-program
           CALL dsnenq USING dataset-enqueue
              ON EXCEPTION
                 CONTINUE
           END-CALL.

       100-resync-draw-file.
           MOVE 0 TO mirror-count
           OPEN INPUT mir-draw
                    MOVE hist-key TO mir-hist-key
                    READ mir-hist
                       INVALID KEY
                          PERFORM 350-check-frozen-year
                          IF pq-state = "F"
                             ADD 1 TO hist-frozen
                          ELSE
                             MOVE hist-record TO mir-hist-record
                             WRITE mir-hist-record
                                INVALID KEY
                                   CONTINUE
                             END-WRITE
                             ADD 1 TO hist-added
                          END-IF
                    END-READ
              END-READ
           END-PERFORM
           CLOSE mir-hist
           DISPLAY "History resync: " hist-scanned
              " record(s) scanned, " hist-added " copied to the "
              "mirror"
           IF hist-frozen > 0
              DISPLAY "History resync: " hist-frozen " missing "
                 "record(s) not copied - their year is closed and "
                 "frozen"
           END-IF.

      * A year-end frozen partition is not changed on the mirror
      * either; a gap there is reported, not filled.
       350-check-frozen-year.
           IF hk-date (1 : 4) NOT = pq-year
              MOVE hk-date (1 : 4) TO pq-year
              MOVE SPACE TO pq-state
              CALL partchk USING part-request
                 ON EXCEPTION
                    CONTINUE
              END-CALL
           END-IF.
       END PROGRAM mirsync.
