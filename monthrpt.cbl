              10 hl-session         PIC 9(9).
           05 hist-void-op          PIC X(8).
           05 hist-void-rsn         PIC X(16).
           05 hist-game             PIC X(8).
           05 hist-client           PIC X(8).

       FD  audit-log
           RECORDING MODE IS F.
           05 aud-ticket        PIC X(8).
           05 aud-costctr       PIC X(8).
           05 aud-seal          PIC 9(18).
           05 aud-client        PIC X(8).

       FD  month-report.
       01  report-line          PIC X(100).
           05 FILLER            PIC X(7).

       WORKING-STORAGE SECTION.
      * Client scope of this inquiry: PRNGCLIENT narrows it to
      * one client, otherwise it covers every client the operator
      * serves; an operator serving named clients never sees
      * another client's draws or the unassigned ones.
       77  operator-id          PIC X(8).
       77  opident              PIC X(8)    VALUE "opident".
       77  client-filter        PIC X(8)    VALUE SPACES.
       77  client-idx           PIC 9.
       77  client-visible-sw    PIC X.
       77  record-client        PIC X(8).
       77  clntchk              PIC X(8)    VALUE "clntchk".
       01  client-request.
           05 cr-operator       PIC X(8).
           05 cr-client         PIC X(8).
           05 cr-allowed        PIC X.
           05 cr-all-clients    PIC X.
           05 cr-served         PIC X(8)    OCCURS 4 TIMES.
       77  hist-status          PIC XX.
       77  audit-status         PIC XX.
       77  totals-status        PIC XX.
       77  src-found-sw         PIC X.
       77  src-count            PIC 99      VALUE 0.
       77  n-idx                PIC 99.
       77  stream-idx           PIC 999.
       77  totals-count         PIC 9(3)    VALUE 0.
       77  totals-idx           PIC 9(3).
       77  prior-found-sw       PIC X       VALUE "N".

           DISPLAY "Month-end usage report for " report-month
              " (prior month " prior-month ")"
           PERFORM 050-resolve-client-scope

      * MONTHTOTALS carries installation-wide figures, so only an
      * unscoped report reads or refreshes them.
           PERFORM 100-sweep-hist-file
           PERFORM 200-sweep-audit-log
           IF client-filter = SPACES AND cr-all-clients = "Y"
              PERFORM 300-load-month-totals
           END-IF
           PERFORM 400-write-report
           IF client-filter = SPACES AND cr-all-clients = "Y"
              PERFORM 500-store-month-totals
           END-IF

           DISPLAY "Month-end usage report written to MONTHRPT"
           MOVE 0 TO RETURN-CODE
                 AT END
                    MOVE "Y" TO eof-sw
                 NOT AT END
                    MOVE hist-client TO record-client
                    PERFORM 060-check-client-visible
                    IF hk-date (1 : 6) = report-month
                       AND client-visible-sw = "Y"
                       PERFORM 150-tally-hist-record
                    END-IF
              END-READ
                 AT END
                    MOVE "10" TO audit-status
                 NOT AT END
                    MOVE aud-client TO record-client
                    PERFORM 060-check-client-visible
                    IF aud-date (1 : 6) = report-month
                       AND client-visible-sw = "Y"
                       PERFORM 250-tally-audit-record
                    END-IF
              END-READ
              report-month                   DELIMITED BY SIZE
              INTO report-line
           END-STRING
           IF client-filter NOT = SPACES
              STRING
                 "  client="    DELIMITED BY SIZE
                 client-filter  DELIMITED BY SPACE
                 INTO report-line (35 : )
              END-STRING
           ELSE
              IF cr-all-clients NOT = "Y"
                 MOVE "  clients served by " TO report-line (35 : 20)
                 MOVE operator-id TO report-line (55 : 8)
              END-IF
           END-IF
           WRITE report-line
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE month-draws TO mt-draws
           MOVE month-sessions TO mt-sessions
           MOVE month-cycles TO mt-cycles.

       050-resolve-client-scope.
           CALL opident USING operator-id
              ON EXCEPTION
                 DISPLAY "USER" UPON ENVIRONMENT-NAME
                 ACCEPT operator-id FROM ENVIRONMENT-VALUE
           END-CALL
           IF operator-id = SPACES
              MOVE "UNKNOWN" TO operator-id
           END-IF
           DISPLAY "PRNGCLIENT" UPON ENVIRONMENT-NAME
           ACCEPT client-filter FROM ENVIRONMENT-VALUE
           MOVE operator-id TO cr-operator
           MOVE client-filter TO cr-client
           MOVE "Y" TO cr-allowed
           MOVE "Y" TO cr-all-clients
           CALL clntchk USING client-request
              ON EXCEPTION
                 MOVE "Y" TO cr-allowed
                 MOVE "Y" TO cr-all-clients
           END-CALL
           IF client-filter NOT = SPACES AND cr-allowed NOT = "Y"
              DISPLAY "INQUIRY REFUSED - operator " operator-id
                 " may not see client "
                 FUNCTION TRIM (client-filter)
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF.

      * Sets client-visible-sw for the client in record-client.
       060-check-client-visible.
           MOVE "N" TO client-visible-sw
           IF client-filter NOT = SPACES
              IF record-client = client-filter
                 MOVE "Y" TO client-visible-sw
              END-IF
              EXIT PARAGRAPH
           END-IF
           IF cr-all-clients = "Y"
              MOVE "Y" TO client-visible-sw
              EXIT PARAGRAPH
           END-IF
           IF record-client NOT = SPACES
              PERFORM VARYING client-idx FROM 1 BY 1
                 UNTIL client-idx > 4
                 IF cr-served (client-idx) = record-client
                    MOVE "Y" TO client-visible-sw
                 END-IF
              END-PERFORM
           END-IF.
       END PROGRAM monthrpt.
