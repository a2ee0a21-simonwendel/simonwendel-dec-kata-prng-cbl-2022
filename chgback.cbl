           SELECT audit-log ASSIGN TO "AUDITLOG"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS audit-status.
           SELECT audit-idx ASSIGN TO "AUDITIDX"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ax-session
              FILE STATUS IS audit-idx-status.
           SELECT summary-file ASSIGN TO "SUMMARYFILE"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS summary-status.
           05 aud-ticket        PIC X(8).
           05 aud-costctr       PIC X(8).
           05 aud-seal          PIC 9(18).
           05 aud-client        PIC X(8).

      * Session-keyed companion to AUDITLOG: the identical record
      * image, keyed by session-id.
       FD  audit-idx.
       01  audit-idx-record.
           05 ax-date           PIC X(8).
           05 FILLER            PIC X(35).
           05 ax-session        PIC X(18).
           05 FILLER            PIC X(58).

       FD  summary-file.
       01  summary-line         PIC X(180).

       FD  invoice-file.
       01  invoice-line         PIC X(100).

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
       77  audit-status         PIC XX.
       77  audit-idx-status     PIC XX.
       77  audit-idx-used-sw    PIC X       VALUE "N".
       77  summary-status       PIC XX.
       77  arg-num              PIC 9(4).
       77  arg-month            PIC X(6).
           MOVE arg-month TO invoice-month

           DISPLAY "Chargeback statement for " invoice-month
           PERFORM 050-resolve-client-scope

           PERFORM 100-sweep-audit-log
           IF month-sessions = 0
           STOP RUN.

       100-sweep-audit-log.
           PERFORM 120-sweep-audit-index
           IF audit-idx-used-sw = "Y"
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT audit-log
           IF audit-status NOT = "00"
              DISPLAY "Unable to open AUDITLOG"
                 AT END
                    MOVE "10" TO audit-status
                 NOT AT END
                    MOVE aud-client TO record-client
                    PERFORM 060-check-client-visible
                    IF aud-date (1 : 6) = invoice-month
                       AND client-visible-sw = "Y"
                       PERFORM 150-tally-session
                    END-IF
              END-READ
           END-PERFORM
           CLOSE audit-log.

      * Session ids lead with the run date, so the month is one
      * keyed range of AUDITIDX; records from before session ids
      * existed are only reached when the log itself is read.
       120-sweep-audit-index.
           MOVE "N" TO audit-idx-used-sw
           OPEN INPUT audit-idx
           IF audit-idx-status NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO audit-idx-used-sw
           MOVE invoice-month TO ax-session
           START audit-idx KEY NOT < ax-session
              INVALID KEY
                 MOVE "10" TO audit-idx-status
           END-START
           PERFORM UNTIL audit-idx-status NOT = "00"
              READ audit-idx NEXT RECORD
                 AT END
                    MOVE "10" TO audit-idx-status
                 NOT AT END
                    IF ax-session (1 : 6) > invoice-month
                       MOVE "10" TO audit-idx-status
                    ELSE
                       MOVE audit-idx-record TO audit-record
                       MOVE aud-client TO record-client
                       PERFORM 060-check-client-visible
                       IF aud-date (1 : 6) = invoice-month
                          AND client-visible-sw = "Y"
                          PERFORM 150-tally-session
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE audit-idx.

       150-tally-session.
           ADD 1 TO month-sessions
           IF aud-costctr = SPACES
                    MOVE "10" TO summary-status
                 NOT AT END
                    MOVE summary-line (25 : 8) TO date-probe
                    MOVE summary-line (168 : 8) TO record-client
                    PERFORM 060-check-client-visible
                    IF date-probe (1 : 6) = invoice-month
                       AND client-visible-sw = "Y"
                       ADD 1 TO month-summary-lines
                    END-IF
              END-READ
              invoice-month DELIMITED BY SIZE
              INTO invoice-line
           END-STRING
           IF client-filter NOT = SPACES
              STRING
                 "  client="    DELIMITED BY SIZE
                 client-filter  DELIMITED BY SPACE
                 INTO invoice-line (52 : )
              END-STRING
           END-IF
           WRITE invoice-line
           MOVE SPACES TO invoice-line
           WRITE invoice-line
              WRITE invoice-line
           END-IF
           CLOSE invoice-file.

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
       END PROGRAM chgback.
