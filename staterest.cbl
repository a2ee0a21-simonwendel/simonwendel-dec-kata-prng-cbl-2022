       77  gen-idx              PIC 99.
       77  authchk              PIC X(8)    VALUE "authchk".
       77  operator-id          PIC X(8).
       77  opident              PIC X(8)    VALUE "opident".
       01  auth-request.
           05 ar-operator       PIC X(8).
           05 ar-capability     PIC X(8).
           05 ar-allowed       PIC X.
       77  dsnenq               PIC X(8)    VALUE "dsnenq".
       COPY dsnenq.
       77  runledgr             PIC X(8)    VALUE "runledgr".
      * Start/end registration in the central execution ledger.
       01  ledger-request.
              10 ge-num         PIC X(16).

       PROCEDURE DIVISION.
           CALL opident USING operator-id
              ON EXCEPTION
                 DISPLAY "USER" UPON ENVIRONMENT-NAME
                 ACCEPT operator-id FROM ENVIRONMENT-VALUE
           END-CALL
           IF operator-id = SPACES
              MOVE "UNKNOWN" TO operator-id
           END-IF
           MOVE "START" TO lr-event
           MOVE "state restore" TO lr-parms
           PERFORM 066-register-run
           PERFORM 070-enqueue-datasets
           MOVE 1 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT arg-gen FROM ARGUMENT-VALUE
              restore-gen " (saved " ge-date (restore-gen) " "
              ge-time (restore-gen) ")"
           MOVE 0 TO RETURN-CODE
           PERFORM 075-release-datasets
           MOVE "END  " TO lr-event
           MOVE RETURN-CODE TO lr-rc
           PERFORM 066-register-run
              ON EXCEPTION
                 CONTINUE
           END-CALL.

      * No CONTINUE run may be reading or saving STATEFILE while it
      * is rolled back.
       070-enqueue-datasets.
           MOVE "ACQUIRE" TO dq-function
           MOVE "staterest" TO dq-program
           MOVE operator-id TO dq-operator
           MOVE 1 TO dq-count
           MOVE "STATEFILE" TO dq-dataset (1)
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
           MOVE "staterest" TO dq-program
           CALL dsnenq USING dataset-enqueue
              ON EXCEPTION
                 CONTINUE
           END-CALL.
       END PROGRAM staterest.
