           05 exd-key           PIC X(18)   VALUE SPACES.
           05 exd-text          PIC X(40).
       77  job-token-text       PIC X(9).
      * The requesting department is the cost center a request is
      * charged to; its monthly allowance is checked per request.
       77  allowchk             PIC X(8)    VALUE "allowchk".
       01  allow-request.
           05 aq-program        PIC X(10)   VALUE "reqdisp".
           05 aq-costctr        PIC X(8).
           05 aq-cycles         PIC 9(12).
           05 aq-result         PIC X.
           05 aq-kind           PIC X       VALUE SPACE.
       77  request-count        PIC 9(9)    VALUE 0.
       77  executed-count       PIC 9(9)    VALUE 0.
       77  rejected-count       PIC 9(9)    VALUE 0.
                 PERFORM 150-validate-range
              END-IF
           END-IF
           IF reject-reason = SPACES
              MOVE rq-requestor TO aq-costctr
              MOVE FUNCTION NUMVAL (rq-cycles) TO aq-cycles
              MOVE "Y" TO aq-result
              CALL allowchk USING allow-request
                 ON EXCEPTION
                    CONTINUE
              END-CALL
              IF aq-result = "N"
                 MOVE "ALLOWANC" TO reject-reason
              END-IF
           END-IF
           IF reject-reason NOT = SPACES
              ADD 1 TO rejected-count
              MOVE SPACES TO resp-record
