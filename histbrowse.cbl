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
       77  hist-file-name       PIC X(14)   VALUE "HISTFILE".
       77  part-idx             PIC 9(3).
       77  part-lo-year         PIC X(4)    VALUE "0000".
       77  part-hi-year         PIC X(4)    VALUE "9999".
       77  live-part-count      PIC 9(3)    VALUE 0.
       77  today-julian         PIC 9(7).
      * The year partitions this inquiry touches; BASE stands for
      * the un-partitioned legacy HISTFILE used before the split.
       01  part-table.
              ON EXCEPTION
                 CONTINUE
           END-CALL
           PERFORM 050-resolve-client-scope

           DISPLAY "HISTFILE browse: " arg-from " through " arg-to
              WITH NO ADVANCING
                       MOVE "Y" TO eof-sw
                    ELSE
                       IF hk-date >= arg-from
                          MOVE hist-client TO record-client
                          PERFORM 060-check-client-visible
                          IF client-visible-sw = "Y"
                             AND (stream-filter-sw = "N"
                             OR hist-stream = stream-filter)
                             PERFORM 500-list-record
                          END-IF
                       END-IF
      * Resolves the requested date range to the partitions that
      * can hold it: the cataloged years inside the range, or the
      * legacy un-partitioned HISTFILE when no catalog exists.
      * Restored archive partitions (state R) are searched as well
      * until their expiry, whatever their dates; the records
      * themselves are still filtered by the range.
       200-resolve-partitions.
           MOVE 0 TO part-count
           MOVE 0 TO live-part-count
           ACCEPT today-julian FROM DAY YYYYDDD
           OPEN INPUT part-cat
           IF part-cat-status = "00"
              PERFORM UNTIL part-cat-status NOT = "00"
                    AT END
                       MOVE "10" TO part-cat-status
                    NOT AT END
                       IF pc-state = "R"
                          IF pc-expiry >= today-julian
                             AND part-count < 100
                             ADD 1 TO part-count
                             MOVE pc-year TO part-year (part-count)
                          END-IF
                       ELSE
                          IF pc-year >= part-lo-year
                             AND pc-year <= part-hi-year
                             AND part-count < 100
                             ADD 1 TO part-count
                             ADD 1 TO live-part-count
                             MOVE pc-year TO part-year (part-count)
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

       250-set-partition-name.
              WHEN OTHER
                 DISPLAY " "
           END-EVALUATE.

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
       END PROGRAM histbrowse.
