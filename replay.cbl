           SELECT audit-log ASSIGN TO "AUDITLOG"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS audit-status.
           SELECT audit-idx ASSIGN TO "AUDITIDX"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ax-session
              FILE STATUS IS audit-idx-status.
           SELECT hist-file ASSIGN TO DYNAMIC hist-file-name
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS hist-key
              FILE STATUS IS hist-status.
           SELECT game-def ASSIGN TO "GAMEDEF"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS game-def-status.
           SELECT part-cat ASSIGN TO "PARTCAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS part-cat-status.

       DATA DIVISION.
       FILE SECTION.
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

       FD  hist-file.
       01  hist-record.
              10 hl-session         PIC 9(9).
           05 hist-void-op          PIC X(8).
           05 hist-void-rsn         PIC X(16).
           05 hist-game             PIC X(8).
           05 hist-client           PIC X(8).

       FD  game-def
           RECORDING MODE IS F.
       01  game-def-record.
           05 gm-game           PIC X(8).
           05 gm-pool           PIC 99.
           05 gm-low            PIC 9(9).
           05 gm-high           PIC 9(9).
           05 gm-picks          PIC 99.
           05 gm-unique         PIC X.
           05 FILLER            PIC X(49).

      * Partition catalog, read for restored archive partitions
      * (state R) that are still within their expiry.
       FD  part-cat
           RECORDING MODE IS F.
       01  part-cat-record.
           05 pc-year           PIC X(4).
           05 pc-created        PIC X(8).
           05 pc-state          PIC X.
           05 pc-expiry         PIC 9(7).

       WORKING-STORAGE SECTION.
       77  audit-status         PIC XX.
       77  audit-idx-status     PIC XX.
       77  hist-status          PIC XX.
       77  part-cat-status      PIC XX.
       77  hist-file-name       PIC X(14)   VALUE "HISTFILE".
       77  home-open-sw         PIC X       VALUE "Y".
       77  today-julian         PIC 9(7).
       77  rest-part-count      PIC 9(3)    VALUE 0.
       77  rest-part-idx        PIC 9(3).
       01  rest-part-table.
           05 rest-part-id      PIC X(4)    OCCURS 100 TIMES.
       77  game-def-status      PIC XX.
       77  game-id              PIC X(8)    VALUE SPACES.
       77  game-session-sw      PIC X       VALUE "N".
       77  pool-count           PIC 99      VALUE 0.
       77  pool-idx             PIC 99.
       77  pick-idx             PIC 99.
       77  pool-range           PIC 9(9).
       77  pick-value           PIC 9(9).
       77  pick-attempts        PIC 9(9).
       77  record-value         PIC 9(16).
       77  unique-found-sw      PIC X.
       77  drawn-count          PIC 99.
       77  drawn-idx            PIC 99.
       01  pool-table.
           05 pool-entry        OCCURS 10 TIMES.
              10 pe-pool         PIC 99.
              10 pe-low          PIC 9(9).
              10 pe-high         PIC 9(9).
              10 pe-picks        PIC 99.
              10 pe-unique       PIC X.
      * Values already picked from the current pool of the current
      * ticket - uniqueness in gamedraw holds within one ticket's
      * pool, so this is all a replay has to remember.
       01  drawn-table.
           05 drawn-value       PIC 9(9)    OCCURS 99 TIMES.
       77  prng                 PIC X(8)    VALUE "prng".
       77  arg-num              PIC 9(4).
       77  arg-session          PIC X(18).
           END-IF

           IF replay-count NOT = rep-cycles
              AND game-session-sw = "N"
              DISPLAY "NOTE: " replay-count " draw(s) found in "
                 "HISTFILE but the audit record says " rep-cycles
                 " cycle(s) were requested"

       100-find-audit-record.
           MOVE "N" TO audit-found-sw
           PERFORM 105-read-audit-index
           IF audit-found-sw = "Y"
              MOVE aud-cycles TO rep-cycles
              MOVE aud-n TO n
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT audit-log
           IF audit-status NOT = "00"
              DISPLAY "Unable to open AUDITLOG for replay"
           END-PERFORM
           CLOSE audit-log.

      * Direct read through the AUDITIDX session index; a miss, or
      * no index at all, leaves the caller to read AUDITLOG itself.
       105-read-audit-index.
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

      * A session archived away by archpurge replays from a
      * restored partition once histrest has put its range back.
       200-replay-against-history.
           OPEN INPUT hist-file
           IF hist-status = "00"
              PERFORM 210-scan-history
              CLOSE hist-file
           ELSE
              MOVE "N" TO home-open-sw
           END-IF
           IF replay-count = 0 AND multi-stream-sw = "N"
              PERFORM 220-search-restored
           END-IF
           IF home-open-sw = "N" AND replay-count = 0
              AND rest-part-count = 0
              DISPLAY "Unable to open HISTFILE for replay"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF.

       210-scan-history.
           MOVE "N" TO eof-sw
           PERFORM UNTIL eof-sw = "Y"
              READ hist-file NEXT RECORD
                 AT END
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
                 OR replay-count > 0
                 OR multi-stream-sw = "Y"
              MOVE SPACES TO hist-file-name
              MOVE "HISTFILE.Y" TO hist-file-name (1 : 10)
              MOVE rest-part-id (rest-part-idx)
                 TO hist-file-name (11 : 4)
              OPEN INPUT hist-file
              IF hist-status = "00"
                 PERFORM 210-scan-history
                 CLOSE hist-file
                 IF replay-count > 0
                    DISPLAY "  history read from restored archive "
                       "partition " rest-part-id (rest-part-idx)
                 END-IF
              END-IF
           END-PERFORM.

       250-replay-one-draw.
           IF hist-game NOT = SPACES
              PERFORM 260-replay-one-pick
              EXIT PARAGRAPH
           END-IF
           IF hist-stream NOT = 1
              MOVE "Y" TO multi-stream-sw
           ELSE
                 DISPLAY "  replayed : " num
              END-IF
           END-IF.

      * A gamedraw session: the picks are re-derived exactly as
      * gamedraw drew them - ticket by ticket, pool by pool in
      * GAMEDEF order, re-drawing a repeat inside a unique pool -
      * so the game's definition must still be on GAMEDEF.
       260-replay-one-pick.
           IF game-session-sw = "N"
              MOVE "Y" TO game-session-sw
              MOVE hist-game TO game-id
              PERFORM 270-load-game-definition
              MOVE 1 TO pool-idx
              MOVE 0 TO pick-idx
              MOVE 0 TO drawn-count
              DISPLAY "  game session    : "
                 FUNCTION TRIM (game-id) " with " pool-count
                 " pool(s)"
           END-IF
           ADD 1 TO pick-idx
           IF pick-idx > pe-picks (pool-idx)
              ADD 1 TO pool-idx
              MOVE 1 TO pick-idx
              MOVE 0 TO drawn-count
              IF pool-idx > pool-count
                 MOVE 1 TO pool-idx
              END-IF
           END-IF
           COMPUTE pool-range =
              pe-high (pool-idx) - pe-low (pool-idx) + 1
           MOVE "N" TO unique-found-sw
           MOVE 0 TO pick-attempts
           PERFORM UNTIL unique-found-sw = "Y"
              ADD 1 TO pick-attempts
              IF pick-attempts > 100000
                 DISPLAY "Pool " pe-pool (pool-idx) " could not "
                    "re-derive a unique pick at seq " hk-seq
                 MOVE 1 TO RETURN-CODE
                 CLOSE hist-file
                 STOP RUN
              END-IF
              CALL prng USING prng-state
                 ON EXCEPTION
                    DISPLAY "PRNG CALL ERROR - unable to call "
                       "generator module " prng
                    MOVE 3 TO RETURN-CODE
                    CLOSE hist-file
                    STOP RUN
              END-CALL
              COMPUTE pick-value =
                 pe-low (pool-idx) + FUNCTION MOD
                    (FUNCTION NUMVAL (num), pool-range)
              MOVE "Y" TO unique-found-sw
              IF pe-unique (pool-idx) = "Y"
                 PERFORM VARYING drawn-idx FROM 1 BY 1
                    UNTIL drawn-idx > drawn-count
                    IF drawn-value (drawn-idx) = pick-value
                       MOVE "N" TO unique-found-sw
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM
           ADD 1 TO drawn-count
           MOVE pick-value TO drawn-value (drawn-count)
           ADD 1 TO replay-count
           MOVE FUNCTION NUMVAL (hist-value (1 : hist-n))
              TO record-value
           IF record-value NOT = pick-value
              OR hist-stream NOT = pe-pool (pool-idx)
              ADD 1 TO mismatch-count
              DISPLAY "MISMATCH at seq " hk-seq ":"
              DISPLAY "  recorded : pool " hist-stream " value "
                 hist-value (1 : hist-n)
              DISPLAY "  replayed : pool " pe-pool (pool-idx)
                 " value " pick-value
           END-IF.

       270-load-game-definition.
           OPEN INPUT game-def
           IF game-def-status NOT = "00"
              DISPLAY "Unable to open GAMEDEF - game session "
                 "cannot be replayed"
              MOVE 1 TO RETURN-CODE
              CLOSE hist-file
              STOP RUN
           END-IF
           PERFORM UNTIL game-def-status NOT = "00"
              READ game-def
                 AT END
                    MOVE "10" TO game-def-status
                 NOT AT END
                    IF gm-game = game-id
                       AND pool-count < 10
                       ADD 1 TO pool-count
                       MOVE gm-pool TO pe-pool (pool-count)
                       MOVE gm-low TO pe-low (pool-count)
                       MOVE gm-high TO pe-high (pool-count)
                       MOVE gm-picks TO pe-picks (pool-count)
                       MOVE gm-unique TO pe-unique (pool-count)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE game-def
           IF pool-count = 0
              DISPLAY "GAMEDEF no longer defines game "
                 FUNCTION TRIM (game-id)
                 " - game session cannot be replayed"
              MOVE 1 TO RETURN-CODE
              CLOSE hist-file
              STOP RUN
           END-IF.
       END PROGRAM replay.
