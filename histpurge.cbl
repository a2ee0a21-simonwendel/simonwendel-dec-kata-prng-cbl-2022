              10 hl-session         PIC 9(9).
           05 hist-void-op          PIC X(8).
           05 hist-void-rsn         PIC X(16).
           05 hist-game             PIC X(8).
           05 hist-client           PIC X(8).

      * Value-keyed inverted index over the draw history: one
      * record per drawn value occurrence, keyed by the value
              10 vx-session     PIC 9(9).
           05 vx-n              PIC 99.
           05 vx-stream         PIC 99.
           05 vx-game           PIC X(8).
           05 vx-client         PIC X(8).

      * Change-capture feed for the reporting warehouse: every
      * history add and delete lands here as an increment, so the
       77  hist-delta-open-sw   PIC X       VALUE "N".
       77  val-idx-status       PIC XX.
       77  val-idx-open-sw      PIC X       VALUE "N".
       77  dsnenq               PIC X(8)    VALUE "dsnenq".
       COPY dsnenq.
       77  runledgr             PIC X(8)    VALUE "runledgr".
      * Start/end registration in the central execution ledger.
       01  ledger-request.
       77  stamp-date           PIC X(8).
       77  stamp-time           PIC X(8).
       77  authchk              PIC X(8)    VALUE "authchk".
       77  partchk              PIC X(8)    VALUE "partchk".
       01  part-request.
           05 pq-year           PIC X(4).
           05 pq-state          PIC X.
       77  holdchk              PIC X(8)    VALUE "holdchk".
       01  hold-request.
           05 hq-session        PIC X(18).
           05 hq-date           PIC X(8).
           05 hq-held           PIC X.
           05 hq-hold-id        PIC X(12).
       77  operator-id          PIC X(8).
       77  opident              PIC X(8)    VALUE "opident".
       01  auth-request.
           05 ar-operator       PIC X(8).
           05 ar-capability     PIC X(8).
       77  kept-count           PIC 9(9)    VALUE 0.

       PROCEDURE DIVISION.
           CALL opident USING operator-id
              ON EXCEPTION
                 DISPLAY "USER" UPON ENVIRONMENT-NAME
                 ACCEPT operator-id FROM ENVIRONMENT-VALUE
           END-CALL
           IF operator-id = SPACES
              MOVE "UNKNOWN" TO operator-id
           END-IF
           END-IF
           MOVE arg-date TO purge-date
           MOVE FUNCTION NUMVAL (arg-session) TO purge-session
      * A year-end frozen partition is never purged from.
           MOVE purge-date (1 : 4) TO pq-year
           MOVE SPACE TO pq-state
           CALL partchk USING part-request
              ON EXCEPTION
                 CONTINUE
           END-CALL
           IF pq-state = "F"
              DISPLAY "REFUSED - HISTFILE year " pq-year " is closed "
                 "and frozen; it must be reopened with yearend "
                 "UNFREEZE first"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF
      * Nor is a session an open dispute or legal hold protects.
           MOVE SPACES TO hq-session
           STRING
              purge-date    DELIMITED BY SIZE
              "-"           DELIMITED BY SIZE
              purge-session DELIMITED BY SIZE
              INTO hq-session
           END-STRING
           MOVE purge-date TO hq-date
           MOVE "N" TO hq-held
           CALL holdchk USING hold-request
              ON EXCEPTION
                 CONTINUE
           END-CALL
           IF hq-held = "Y"
              DISPLAY "REFUSED - session " FUNCTION TRIM (hq-session)
                 " is under hold " FUNCTION TRIM (hq-hold-id)
                 " until the case closes"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE "START" TO lr-event
           MOVE SPACES TO lr-parms
              INTO lr-parms
           END-STRING
           PERFORM 066-register-run
           PERFORM 070-enqueue-datasets

           DISPLAY "HISTFILE session purge: date " purge-date
              " session " purge-session
           END-IF
           MOVE "END  " TO lr-event
           MOVE RETURN-CODE TO lr-rc
           PERFORM 075-release-datasets
           PERFORM 066-register-run
           MOVE lr-rc TO RETURN-CODE
           STOP RUN.

       066-register-run.
                 CONTINUE
           END-CALL.

      * HISTFILE is changed in place, so the purge holds it alone.
       070-enqueue-datasets.
           MOVE "ACQUIRE" TO dq-function
           MOVE "histpurge" TO dq-program
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
           MOVE "histpurge" TO dq-program
           CALL dsnenq USING dataset-enqueue
              ON EXCEPTION
                 CONTINUE
           END-CALL.

       650-delete-index-entry.
           MOVE FUNCTION NUMVAL (hist-value (1 : hist-n))
              TO vx-value
