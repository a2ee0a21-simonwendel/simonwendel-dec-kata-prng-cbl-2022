           SELECT audit-log ASSIGN TO "AUDITLOG"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS audit-status.
           SELECT audit-idx ASSIGN TO "AUDITIDX"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ax-session
              FILE STATUS IS audit-idx-status.

       DATA DIVISION.
       FILE SECTION.
           05 aud-ticket        PIC X(8).
           05 aud-costctr       PIC X(8).
           05 aud-seal          PIC 9(18).
           05 aud-client        PIC X(8).

      * Session-keyed companion to AUDITLOG: the identical record
      * image, keyed by session-id, so an inquiry reads its one
      * session instead of the whole log.
       FD  audit-idx.
       01  audit-idx-record.
           05 ax-date           PIC X(8).
           05 FILLER            PIC X(35).
           05 ax-session        PIC X(18).
           05 FILLER            PIC X(58).

       WORKING-STORAGE SECTION.
       77  roster-status        PIC XX.
       77  assign-out-status    PIC XX.
       77  audit-status         PIC XX.
       77  audit-idx-status     PIC XX.
       77  prng                 PIC X(8)    VALUE "prng".
       77  seed                 PIC X(9)    VALUE "prng-seed".
       77  sealcalc             PIC X(8)    VALUE "sealcalc".
              10                PIC 9
              OCCURS 1 TO 16 TIMES DEPENDING ON n.

      * Operator running the job and the client it is run for: the
      * operator must serve that client before anything is drawn,
      * and every dataset the run touches is enqueued first.
       77  operator-id          PIC X(8).
       77  opident              PIC X(8)    VALUE "opident".
       77  client-code          PIC X(8)    VALUE SPACES.
       77  clntchk              PIC X(8)    VALUE "clntchk".
       01  client-request.
           05 cr-operator       PIC X(8).
           05 cr-client         PIC X(8).
           05 cr-allowed        PIC X.
           05 cr-all-clients    PIC X.
           05 cr-served         PIC X(8)    OCCURS 4 TIMES.
       77  dsnenq               PIC X(8)    VALUE "dsnenq".
       COPY dsnenq.

       PROCEDURE DIVISION.
           MOVE 1 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
              STOP RUN
           END-IF
           MOVE FUNCTION NUMVAL (arg-groups) TO group-count
           PERFORM 062-enforce-client
           PERFORM 070-enqueue-datasets

           ACCEPT run-date FROM DATE YYYYMMDD
           CALL seed USING prng-state, job-token-text,
           DISPLAY "Group assignment: " participant-count
              " participant(s) assigned across " block-count
              " block(s); balance report in GRPBAL"
           PERFORM 075-release-datasets
           MOVE 0 TO RETURN-CODE
           STOP RUN.

      * PRNGCLIENT names the client the run is for; blank is the
      * house itself. An operator confined to named clients may not
      * run for any other.
       062-enforce-client.
           CALL opident USING operator-id
              ON EXCEPTION
                 DISPLAY "USER" UPON ENVIRONMENT-NAME
                 ACCEPT operator-id FROM ENVIRONMENT-VALUE
           END-CALL
           IF operator-id = SPACES
              MOVE "UNKNOWN" TO operator-id
           END-IF
           DISPLAY "PRNGCLIENT" UPON ENVIRONMENT-NAME
           ACCEPT client-code FROM ENVIRONMENT-VALUE
           MOVE operator-id TO cr-operator
           MOVE client-code TO cr-client
           MOVE "Y" TO cr-allowed
           CALL clntchk USING client-request
              ON EXCEPTION
                 MOVE "Y" TO cr-allowed
           END-CALL
           IF cr-allowed NOT = "Y"
              IF client-code = SPACES
                 DISPLAY "RUN REFUSED - operator " operator-id
                    " serves named clients only; set PRNGCLIENT"
              ELSE
                 DISPLAY "RUN REFUSED - operator " operator-id
                    " may not run sessions for client "
                    FUNCTION TRIM (client-code)
              END-IF
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF.

      * The session lands on AUDITLOG beside every other draw run;
      * only a job holding the log alone keeps this one out.
       070-enqueue-datasets.
           MOVE "ACQUIRE" TO dq-function
           MOVE "grpassign" TO dq-program
           MOVE operator-id TO dq-operator
           MOVE 1 TO dq-count
           MOVE "AUDITLOG" TO dq-dataset (1)
           MOVE "S" TO dq-mode (1)
           MOVE "Y" TO dq-granted
           CALL dsnenq USING dataset-enqueue
              ON EXCEPTION
                 CONTINUE
           END-CALL
           IF dq-granted NOT = "Y"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF.

       075-release-datasets.
           MOVE "RELEASE" TO dq-function
           MOVE "grpassign" TO dq-program
           CALL dsnenq USING dataset-enqueue
              ON EXCEPTION
                 CONTINUE
           END-CALL.

       500-assign-one-participant.
           IF block-pos = 0
              PERFORM 550-permute-new-block
           MOVE SPACES TO aud-cosigner
           MOVE SPACES TO aud-ticket
           MOVE SPACES TO aud-costctr
           MOVE client-code TO aud-client
           MOVE 0 TO aud-seal
           MOVE SPACES TO seal-data
           MOVE audit-record (1 : 93) TO seal-data (1 : 93)
           MOVE aud-client TO seal-data (94 : 8)
           MOVE audit-prev-seal TO seal-work
           CALL sealcalc USING seal-work, seal-data, aud-seal
              ON EXCEPTION
                 MOVE 0 TO aud-seal
           END-CALL
           WRITE audit-record
           PERFORM 302-index-audit-record
           CLOSE audit-log.

      * The session index is maintained only where it already
      * exists: an index created empty mid-stream would hide every
      * earlier session from the inquiries, so a missing AUDITIDX
      * waits for audidxbld and the inquiries keep reading the log.
       302-index-audit-record.
           OPEN I-O audit-idx
           IF audit-idx-status NOT = "00"
              DISPLAY "AUDITIDX not available (status "
                 audit-idx-status ") - session index not maintained "
                 "this run; rebuild it with audidxbld"
              EXIT PARAGRAPH
           END-IF
           MOVE audit-record TO audit-idx-record
           WRITE audit-idx-record
              INVALID KEY
                 DISPLAY "AUDITIDX already holds session "
                    FUNCTION TRIM (aud-session)
                    " - index entry not replaced"
           END-WRITE
           CLOSE audit-idx.

       600-draw-raw-value.
           CALL prng USING prng-state
              ON EXCEPTION
