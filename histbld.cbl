           05 dc-session        PIC X(18).
           05 dc-count          PIC 9(9).
           05 dc-status         PIC X.
           05 dc-client         PIC X(8).

       FD  draw-out
           RECORDING MODE IS F.
           05 aud-ticket        PIC X(8).
           05 aud-costctr       PIC X(8).
           05 aud-seal          PIC 9(18).
           05 aud-client        PIC X(8).

       FD  hist-file.
       01  hist-record.
              10 hl-session         PIC 9(9).
           05 hist-void-op          PIC X(8).
           05 hist-void-rsn         PIC X(16).
           05 hist-game             PIC X(8).
           05 hist-client           PIC X(8).

       WORKING-STORAGE SECTION.
       77  draw-cat-status      PIC XX.
       77  audit-sessions       PIC 9(9)    VALUE 0.
       77  sourced-sessions     PIC 9(9)    VALUE 0.
       77  session-found-sw     PIC X.
       77  frozen-gens          PIC 9(4)    VALUE 0.
       77  partchk              PIC X(8)    VALUE "partchk".
       01  part-request.
           05 pq-year           PIC X(4).
           05 pq-state          PIC X.
       77  dsnenq               PIC X(8)    VALUE "dsnenq".
       77  operator-id          PIC X(8).
       77  opident              PIC X(8)    VALUE "opident".
       COPY dsnenq.
       77  runledgr             PIC X(8)    VALUE "runledgr".
      * Start/end registration in the central execution ledger.
       01  ledger-request.
              DEPENDING ON cat-count.
              10 ct-gen          PIC 9(4).
              10 ct-session      PIC X(18).
              10 ct-client       PIC X(8).
              10 ct-date         PIC X(8).

      * Rebuilds a destroyed or corrupt HISTFILE from the
      * surviving sequential evidence: each cataloged DRAWOUT
      * owning session number. The rebuilt records carry the
      * issued values; for ranged or weighted runs that value is
      * the shaped draw, the closest reconstruction the
      * sequential sources allow. Generations of a year that has
      * been closed and frozen are not rebuilt: the frozen
      * partition, not this rebuild, is the record of that year.
       PROCEDURE DIVISION.
           DISPLAY "HISTFILE rebuild from DRAWOUT generations "
              "and AUDITLOG"
           MOVE "START" TO lr-event
           MOVE "rebuild from generations" TO lr-parms
           PERFORM 066-register-run
           PERFORM 070-enqueue-datasets

           PERFORM 100-load-catalog
           IF cat-count = 0
           DISPLAY "=============================================="
           DISPLAY "  generations processed : " cat-count
           DISPLAY "  generation files lost : " missing-files
           DISPLAY "  generations frozen    : " frozen-gens
           DISPLAY "  records recovered     : " total-recovered
           DISPLAY "  records not written   : " total-missed
           DISPLAY "  audit sessions        : " audit-sessions
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

      * HISTFILE is recreated from nothing, so the rebuild holds it
      * alone; AUDITLOG is only read, but must not be cut under it.
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
           MOVE "histbld" TO dq-program
           MOVE operator-id TO dq-operator
           MOVE 2 TO dq-count
           MOVE "HISTFILE" TO dq-dataset (1)
           MOVE "E" TO dq-mode (1)
           MOVE "AUDITLOG" TO dq-dataset (2)
           MOVE "S" TO dq-mode (2)
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
           MOVE "histbld" TO dq-program
           CALL dsnenq USING dataset-enqueue
              ON EXCEPTION
                 CONTINUE
           END-CALL.

       100-load-catalog.
           OPEN INPUT draw-cat
           IF draw-cat-status NOT = "00"
                       ADD 1 TO cat-count
                       MOVE dc-gen TO ct-gen (cat-count)
                       MOVE dc-session TO ct-session (cat-count)
                       MOVE dc-client TO ct-client (cat-count)
                       MOVE dc-date TO ct-date (cat-count)
                    END-IF
              END-READ
           END-PERFORM

       300-rebuild-one-generation.
           MOVE ct-gen (cat-idx) TO cur-gen
           MOVE ct-date (cat-idx) (1 : 4) TO pq-year
           MOVE SPACE TO pq-state
           CALL partchk USING part-request
              ON EXCEPTION
                 CONTINUE
           END-CALL
           IF pq-state = "F"
              ADD 1 TO frozen-gens
              DISPLAY "  generation " cur-gen " ("
                 FUNCTION TRIM (ct-session (cat-idx))
                 "): year " pq-year " is closed and frozen - "
                 "not rebuilt"
              EXIT PARAGRAPH
           END-IF
           PERFORM 350-parse-session-number
           MOVE SPACES TO draw-out-name
           MOVE "DRAWOUT.G" TO draw-out-name (1 : 9)
           MOVE 0 TO hl-session
           MOVE SPACES TO hist-void-op
           MOVE SPACES TO hist-void-rsn
           MOVE SPACES TO hist-game
           MOVE ct-client (cat-idx) TO hist-client
           WRITE hist-record
              INVALID KEY
                 ADD 1 TO gen-missed
