           SELECT audit-log ASSIGN TO "AUDITLOG"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS audit-status.
           SELECT audit-idx ASSIGN TO "AUDITIDX"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ax-session
              FILE STATUS IS audit-idx-status.
           SELECT eff-config ASSIGN TO "EFFCONFIG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS eff-config-status.
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

       FD  audit-log
           RECORDING MODE IS F.
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

       FD  eff-config.
       01  eff-line             PIC X(80).
       01  dossier-line         PIC X(100).

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
       77  part-cat-status      PIC XX.
       77  audit-status         PIC XX.
       77  audit-idx-status     PIC XX.
       77  eff-config-status    PIC XX.
       77  hist-file-name       PIC X(14)   VALUE "HISTFILE".
       77  arg-num              PIC 9(4).
       77  record-value         PIC 9(16).
       77  eof-sw               PIC X.
       77  found-count          PIC 9(4)    VALUE 0.
       77  home-open-sw         PIC X       VALUE "Y".
       77  today-julian         PIC 9(7).
      * Restored archive partitions still within their expiry,
      * searched when the draw is not in its own partition.
       77  rest-part-count      PIC 9(3)    VALUE 0.
       77  rest-part-idx        PIC 9(3).
       01  rest-part-table.
           05 rest-part-id      PIC X(4)    OCCURS 100 TIMES.
       77  found-seq            PIC 9(9).
       77  found-session        PIC 9(9).
       77  found-stream         PIC 99.
              STOP RUN
           END-IF
           MOVE FUNCTION NUMVAL (arg-value) TO lookup-value
           PERFORM 050-resolve-client-scope

           PERFORM 100-resolve-partition
           OPEN OUTPUT dossier-file
              MOVE "HISTFILE" TO hist-file-name
           END-IF.

      * A draw archived away by archpurge is found in a restored
      * partition when its range has been put back with histrest;
      * hist-file-name is left naming the partition it came from,
      * so the neighboring draws are read from the same place.
       200-find-occurrence.
           OPEN INPUT hist-file
           IF hist-status = "00"
              PERFORM 210-scan-partition
              CLOSE hist-file
           ELSE
              MOVE "N" TO home-open-sw
           END-IF
           IF found-count = 0
              PERFORM 220-search-restored
           END-IF
           IF home-open-sw = "N" AND found-count = 0
              AND rest-part-count = 0
              DISPLAY "Unable to open "
                 FUNCTION TRIM (hist-file-name)
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF.

       210-scan-partition.
           MOVE "N" TO eof-sw
           PERFORM UNTIL eof-sw = "Y"
              READ hist-file NEXT RECORD
                          MOVE FUNCTION NUMVAL
                             (hist-value (1 : hist-n))
                             TO record-value
                          MOVE hist-client TO record-client
                          PERFORM 060-check-client-visible
                          IF record-value = lookup-value
                             AND client-visible-sw = "Y"
                             PERFORM 250-record-occurrence
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       220-search-restored.
           MOVE 0 TO rest-part-count
           ACCEPT today-julian FROM DAY YYYYDDD
           OPEN INPUT part-cat
           IF part-cat-status NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL part-cat-status NOT = "00"
              READ part-cat
                 AT END
                    MOVE "10" TO part-cat-status
                 NOT AT END
                    IF pc-state = "R"
                       AND pc-expiry >= today-julian
                       AND rest-part-count < 100
                       ADD 1 TO rest-part-count
                       MOVE pc-year TO rest-part-id (rest-part-count)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE part-cat
           PERFORM VARYING rest-part-idx FROM 1 BY 1
              UNTIL rest-part-idx > rest-part-count
                 OR found-count > 0
              MOVE SPACES TO hist-file-name
              MOVE "HISTFILE.Y" TO hist-file-name (1 : 10)
              MOVE rest-part-id (rest-part-idx)
                 TO hist-file-name (11 : 4)
              OPEN INPUT hist-file
              IF hist-status = "00"
                 PERFORM 210-scan-partition
                 CLOSE hist-file
              END-IF
           END-PERFORM
           IF found-count > 0
              MOVE SPACES TO dossier-text
              STRING
                 "  SOURCE: restored archive partition "
                                  DELIMITED BY SIZE
                 hist-file-name (11 : 4)
                                  DELIMITED BY SIZE
                 INTO dossier-text
              END-STRING
              PERFORM 900-emit-line
           END-IF.

       250-record-occurrence.
           ADD 1 TO found-count
                 INTO dossier-text
              END-STRING
              PERFORM 900-emit-line
           END-IF
           IF hist-game NOT = SPACES
              MOVE SPACES TO dossier-text
              STRING
                 "  GAME TICKET: game " DELIMITED BY SIZE
                 FUNCTION TRIM (hist-game)
                                  DELIMITED BY SIZE
                 " pool "         DELIMITED BY SIZE
                 hist-stream      DELIMITED BY SIZE
                 INTO dossier-text
              END-STRING
              PERFORM 900-emit-line
           END-IF.

       300-join-audit-session.
              found-session DELIMITED BY SIZE
              INTO session-id
           END-STRING
           PERFORM 310-read-audit-index
           IF audit-found-sw = "Y"
              PERFORM 350-emit-audit-detail
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT audit-log
           IF audit-status NOT = "00"
              MOVE "AUDIT: AUDITLOG not available" TO dossier-text
              PERFORM 900-emit-line
           END-IF.

      * Direct read through the AUDITIDX session index; a miss, or
      * no index at all, falls back to reading AUDITLOG itself.
       310-read-audit-index.
           OPEN INPUT audit-idx
           IF audit-idx-status NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE session-id TO ax-session
           READ audit-idx
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "Y" TO audit-found-sw
                 MOVE audit-idx-record TO audit-record
           END-READ
           CLOSE audit-idx.

       350-emit-audit-detail.
           MOVE SPACES TO dossier-text
           STRING
              aud-ticket      DELIMITED BY SIZE
              "  costctr="    DELIMITED BY SIZE
              aud-costctr     DELIMITED BY SIZE
              "  client="     DELIMITED BY SIZE
              aud-client      DELIMITED BY SIZE
              INTO dossier-text
           END-STRING
           PERFORM 900-emit-line.
           MOVE dossier-text TO dossier-line
           WRITE dossier-line
           DISPLAY dossier-text.

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
       END PROGRAM drawdoss.
