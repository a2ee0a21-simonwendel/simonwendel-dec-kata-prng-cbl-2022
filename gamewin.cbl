      * Randomize - a middle-square generator in COBOL
      * Copyright (C) 2022  Simon Wendel
      *
      * This program is free software: you can redistribute it and/or modify
      * it under the terms of the GNU General Public License as published by
      * the Free Software Foundation, either version 3 of the License, or
      * (at your option) any later version.
      *
      * This program is distributed in the hope that it will be useful,
      * but WITHOUT ANY WARRANTY; without even the implied warranty of
      * MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.  See the
      * GNU General Public License for more details.
      *
      * You should have received a copy of the GNU General Public License
      * along with this program.  If not, see <http://www.gnu.org/licenses/>.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. gamewin.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT game-def ASSIGN TO "GAMEDEF"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS game-def-status.
           SELECT game-out ASSIGN TO "GAMEOUT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS game-out-status.
           SELECT prize-tier ASSIGN TO "PRIZETIER"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS prize-tier-status.
           SELECT entry-file ASSIGN TO "ENTRYFILE"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS entry-status.
           SELECT win-work ASSIGN TO "WINWORK"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS win-work-status.
           SELECT win-file ASSIGN TO DYNAMIC win-file-name
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS win-file-status.

       DATA DIVISION.
       FILE SECTION.
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

       FD  game-out
           RECORDING MODE IS F.
       01  game-out-record.
           05 dor-type          PIC X.
           05 dor-date          PIC X(8).
           05 dor-seq           PIC 9(9).
           05 dor-n             PIC 99.
           05 dor-value         PIC 9(16).
           05 dor-stream        PIC 99.
           05 dor-sign          PIC X.
           05 dor-check         PIC 9.
           05 dor-seal          PIC 9(18).
           05 dor-alloc         PIC X(8).

      * Prize tiers per game in precedence order, best prize
      * first: a tier names the exact match count it needs in
      * each of the game's pools, in GAMEDEF pool order ("5+2" is
      * five in the first pool and two in the second).
       FD  prize-tier
           RECORDING MODE IS F.
       01  prize-tier-record.
           05 pt-game           PIC X(8).
           05 pt-tier           PIC X(8).
           05 pt-match          PIC 99      OCCURS 10 TIMES.
           05 pt-desc           PIC X(20).
           05 FILLER            PIC X(24).

      * Player entries, one record per pool of an entry and the
      * records of one entry together; an entry may mark at most
      * ten numbers in any one pool.
       FD  entry-file
           RECORDING MODE IS F.
       01  entry-record.
           05 en-entry          PIC X(10).
           05 en-game           PIC X(8).
           05 en-player         PIC X(20).
           05 en-pool           PIC 99.
           05 en-count          PIC 99.
           05 en-pick           PIC 9(9)    OCCURS 10 TIMES.

       FD  win-work
           RECORDING MODE IS F.
       01  win-work-record.
           05 ww-tier-idx       PIC 99.
           05 ww-detail         PIC X(78).

      * One winners file per tier, WINNERS.Tnn by tier position.
       FD  win-file
           RECORDING MODE IS F.
       01  win-record.
           05 wn-tier-idx       PIC 99.
           05 wn-tier           PIC X(8).
           05 wn-game           PIC X(8).
           05 wn-date           PIC X(8).
           05 wn-entry          PIC X(10).
           05 wn-player         PIC X(20).
           05 wn-match          PIC 99      OCCURS 10 TIMES.
           05 FILLER            PIC X(4).

       WORKING-STORAGE SECTION.
       77  game-def-status      PIC XX.
       77  game-out-status      PIC XX.
       77  prize-tier-status    PIC XX.
       77  entry-status         PIC XX.
       77  win-work-status      PIC XX.
       77  win-file-status      PIC XX.
       77  win-file-name        PIC X(11).
       77  arg-num              PIC 9(4).
       77  arg-game             PIC X(8).
       77  arg-ticket           PIC X(9).
       77  result-ticket        PIC 9(9)    VALUE 1.
       77  result-date          PIC X(8)    VALUE SPACES.
       77  pool-count           PIC 99      VALUE 0.
       77  pool-idx             PIC 99.
       77  pick-idx             PIC 99.
       77  other-idx            PIC 99.
       77  tier-count           PIC 99      VALUE 0.
       77  tier-idx             PIC 99.
       77  hit-tier             PIC 99.
       77  tier-fit-sw          PIC X.
       77  cur-entry            PIC X(10)   VALUE SPACES.
       77  cur-player           PIC X(20).
       77  entry-bad-sw         PIC X.
       77  entry-reason         PIC X(40).
       77  entries-read         PIC 9(9)    VALUE 0.
       77  entries-classified   PIC 9(9)    VALUE 0.
       77  entries-no-prize     PIC 9(9)    VALUE 0.
       77  entries-rejected     PIC 9(9)    VALUE 0.
       77  entries-won          PIC 9(9)    VALUE 0.
       77  pick-hit-sw          PIC X.
       77  eof-sw               PIC X       VALUE "N".
       77  runledgr             PIC X(8)    VALUE "runledgr".
      * Start/end registration in the central execution ledger.
       01  ledger-request.
           05 lr-program        PIC X(10)   VALUE "gamewin".
           05 lr-event          PIC X(5).
           05 lr-rc             PIC 9(4)    VALUE 0.
           05 lr-parms          PIC X(40)   VALUE SPACES.
      * The game's pools as GAMEDEF defines them, with the official
      * picks read back from GAMEOUT for the result ticket.
       01  pool-table.
           05 pool-entry        OCCURS 10 TIMES.
              10 pe-pool         PIC 99.
              10 pe-picks        PIC 99.
              10 pe-drawn        PIC 99.
              10 pe-value        PIC 9(9)   OCCURS 99 TIMES.
       01  tier-table.
           05 tier-entry        OCCURS 20 TIMES.
              10 te-tier         PIC X(8).
              10 te-match        PIC 99     OCCURS 10 TIMES.
              10 te-count        PIC 9(9).
      * The entry being assembled from its pool records: which
      * pools it has marked and how many of its marks matched.
       01  entry-table.
           05 et-pool           OCCURS 10 TIMES.
              10 et-seen         PIC X.
              10 et-matches      PIC 99.

      * Winner determination for a gamedraw game: the official
      * picks of the result ticket on GAMEOUT (ticket 1 unless
      * another is named) are matched pool by pool against every
      * ENTRYFILE entry for the game, and each entry falls into
      * the first PRIZETIER tier whose match counts it meets
      * exactly, or into no prize.
       PROCEDURE DIVISION.
           MOVE 1 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT arg-game FROM ARGUMENT-VALUE
              ON EXCEPTION
                 DISPLAY "Usage: gamewin game-id [result-ticket]"
                 MOVE 1 TO RETURN-CODE
                 STOP RUN
           END-ACCEPT
           MOVE 2 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT arg-ticket FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO arg-ticket
           END-ACCEPT
           IF arg-ticket NOT = SPACES
              IF FUNCTION TRIM (arg-ticket) IS NOT NUMERIC
                 DISPLAY "Invalid result ticket: must be a number"
                 MOVE 1 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE FUNCTION NUMVAL (arg-ticket) TO result-ticket
           END-IF

           MOVE "START" TO lr-event
           MOVE arg-game TO lr-parms
           PERFORM 066-register-run

           PERFORM 100-load-game-definition
           PERFORM 150-load-official-picks
           PERFORM 200-load-prize-tiers
           DISPLAY "Winner determination: game "
              FUNCTION TRIM (arg-game) " drawn " result-date
              " ticket " result-ticket ", " tier-count
              " prize tier(s)"

           OPEN INPUT entry-file
           IF entry-status NOT = "00"
              DISPLAY "Unable to open ENTRYFILE (status "
                 entry-status ")"
              MOVE 1 TO RETURN-CODE
              PERFORM 090-end-run
           END-IF
           OPEN OUTPUT win-work
           PERFORM 310-start-entry
           PERFORM UNTIL entry-status NOT = "00"
              READ entry-file
                 AT END
                    MOVE "10" TO entry-status
                 NOT AT END
                    IF en-game = arg-game
                       IF en-entry NOT = cur-entry
                          PERFORM 400-classify-entry
                          PERFORM 310-start-entry
                          MOVE en-entry TO cur-entry
                          MOVE en-player TO cur-player
                       END-IF
                       PERFORM 300-match-one-pool
                    END-IF
              END-READ
           END-PERFORM
           PERFORM 400-classify-entry
           CLOSE entry-file
           CLOSE win-work

           PERFORM 500-write-tier-files
           PERFORM 600-report-totals
           PERFORM 090-end-run.

       066-register-run.
           CALL runledgr USING ledger-request
              ON EXCEPTION
                 CONTINUE
           END-CALL.

       090-end-run.
           MOVE "END  " TO lr-event
           MOVE RETURN-CODE TO lr-rc
           PERFORM 066-register-run
           MOVE lr-rc TO RETURN-CODE
           STOP RUN.

       100-load-game-definition.
           OPEN INPUT game-def
           IF game-def-status NOT = "00"
              DISPLAY "Unable to open the GAMEDEF definition file"
              MOVE 1 TO RETURN-CODE
              PERFORM 090-end-run
           END-IF
           PERFORM UNTIL game-def-status NOT = "00"
              READ game-def
                 AT END
                    MOVE "10" TO game-def-status
                 NOT AT END
                    IF gm-game = arg-game
                       AND pool-count < 10
                       ADD 1 TO pool-count
                       MOVE gm-pool TO pe-pool (pool-count)
                       MOVE gm-picks TO pe-picks (pool-count)
                       MOVE 0 TO pe-drawn (pool-count)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE game-def
           IF pool-count = 0
              DISPLAY "GAMEDEF defines no pools for game "
                 arg-game
              MOVE 1 TO RETURN-CODE
              PERFORM 090-end-run
           END-IF.

      * GAMEOUT carries no game id, so the result ticket must show
      * exactly the pool shape GAMEDEF gives the named game before
      * anything is matched against it.
       150-load-official-picks.
           OPEN INPUT game-out
           IF game-out-status NOT = "00"
              DISPLAY "Unable to open GAMEOUT (status "
                 game-out-status ")"
              MOVE 1 TO RETURN-CODE
              PERFORM 090-end-run
           END-IF
           PERFORM UNTIL game-out-status NOT = "00"
              READ game-out
                 AT END
                    MOVE "10" TO game-out-status
                 NOT AT END
                    IF dor-type = "H"
                       MOVE dor-date TO result-date
                    END-IF
                    IF dor-type = "D"
                       AND dor-seq = result-ticket
                       PERFORM 160-take-official-pick
                    END-IF
              END-READ
           END-PERFORM
           CLOSE game-out
           PERFORM VARYING pool-idx FROM 1 BY 1
              UNTIL pool-idx > pool-count
              IF pe-drawn (pool-idx) NOT = pe-picks (pool-idx)
                 DISPLAY "GAMEOUT ticket " result-ticket " holds "
                    pe-drawn (pool-idx) " pick(s) for pool "
                    pe-pool (pool-idx) " but game "
                    FUNCTION TRIM (arg-game) " draws "
                    pe-picks (pool-idx)
                    " - not this game's result"
                 MOVE 1 TO RETURN-CODE
                 PERFORM 090-end-run
              END-IF
           END-PERFORM.

       160-take-official-pick.
           PERFORM 170-find-pool-by-number
           IF pool-idx > pool-count
              DISPLAY "GAMEOUT pool " dor-stream " is not a pool "
                 "of game " FUNCTION TRIM (arg-game)
                 " - not this game's result"
              MOVE 1 TO RETURN-CODE
              PERFORM 090-end-run
           END-IF
           IF pe-drawn (pool-idx) < 99
              ADD 1 TO pe-drawn (pool-idx)
              MOVE dor-value
                 TO pe-value (pool-idx, pe-drawn (pool-idx))
           END-IF.

       170-find-pool-by-number.
           PERFORM VARYING pool-idx FROM 1 BY 1
              UNTIL pool-idx > pool-count
              OR pe-pool (pool-idx) = dor-stream
              CONTINUE
           END-PERFORM.

       200-load-prize-tiers.
           OPEN INPUT prize-tier
           IF prize-tier-status NOT = "00"
              DISPLAY "Unable to open the PRIZETIER table"
              MOVE 1 TO RETURN-CODE
              PERFORM 090-end-run
           END-IF
           PERFORM UNTIL prize-tier-status NOT = "00"
              READ prize-tier
                 AT END
                    MOVE "10" TO prize-tier-status
                 NOT AT END
                    IF pt-game = arg-game
                       IF tier-count = 20
                          DISPLAY "PRIZETIER defines more than 20 "
                             "tiers for game " arg-game
                          MOVE 1 TO RETURN-CODE
                          CLOSE prize-tier
                          PERFORM 090-end-run
                       END-IF
                       ADD 1 TO tier-count
                       MOVE pt-tier TO te-tier (tier-count)
                       PERFORM VARYING pool-idx FROM 1 BY 1
                          UNTIL pool-idx > 10
                          MOVE pt-match (pool-idx)
                             TO te-match (tier-count, pool-idx)
                       END-PERFORM
                       MOVE 0 TO te-count (tier-count)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE prize-tier
           IF tier-count = 0
              DISPLAY "PRIZETIER defines no tiers for game "
                 arg-game
              MOVE 1 TO RETURN-CODE
              PERFORM 090-end-run
           END-IF.

       310-start-entry.
           MOVE "N" TO entry-bad-sw
           MOVE SPACES TO entry-reason
           PERFORM VARYING pool-idx FROM 1 BY 1
              UNTIL pool-idx > 10
              MOVE "N" TO et-seen (pool-idx)
              MOVE 0 TO et-matches (pool-idx)
           END-PERFORM.

      * A pool record must name one of the game's pools once per
      * entry and mark exactly as many distinct numbers as the
      * pool draws.
       300-match-one-pool.
           MOVE en-pool TO dor-stream
           PERFORM 170-find-pool-by-number
           IF pool-idx > pool-count
              MOVE "Y" TO entry-bad-sw
              MOVE "marks a pool the game does not have"
                 TO entry-reason
              EXIT PARAGRAPH
           END-IF
           IF et-seen (pool-idx) = "Y"
              MOVE "Y" TO entry-bad-sw
              MOVE "marks the same pool twice" TO entry-reason
              EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO et-seen (pool-idx)
           IF en-count NOT = pe-picks (pool-idx)
              OR en-count > 10
              MOVE "Y" TO entry-bad-sw
              MOVE "wrong number of marks for the pool"
                 TO entry-reason
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING pick-idx FROM 1 BY 1
              UNTIL pick-idx > en-count
              IF en-pick (pick-idx) IS NOT NUMERIC
                 MOVE "Y" TO entry-bad-sw
                 MOVE "non-numeric mark" TO entry-reason
                 EXIT PARAGRAPH
              END-IF
              PERFORM VARYING other-idx FROM 1 BY 1
                 UNTIL other-idx >= pick-idx
                 IF en-pick (other-idx) = en-pick (pick-idx)
                    MOVE "Y" TO entry-bad-sw
                    MOVE "the same number marked twice"
                       TO entry-reason
                 END-IF
              END-PERFORM
              PERFORM 350-check-one-mark
           END-PERFORM.

       350-check-one-mark.
           MOVE "N" TO pick-hit-sw
           PERFORM VARYING other-idx FROM 1 BY 1
              UNTIL other-idx > pe-drawn (pool-idx)
              OR pick-hit-sw = "Y"
              IF pe-value (pool-idx, other-idx) = en-pick (pick-idx)
                 MOVE "Y" TO pick-hit-sw
              END-IF
           END-PERFORM
           IF pick-hit-sw = "Y"
              ADD 1 TO et-matches (pool-idx)
           END-IF.

       400-classify-entry.
           IF cur-entry = SPACES
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO entries-read
           PERFORM VARYING pool-idx FROM 1 BY 1
              UNTIL pool-idx > pool-count
              IF et-seen (pool-idx) NOT = "Y"
                 AND entry-bad-sw = "N"
                 MOVE "Y" TO entry-bad-sw
                 MOVE "does not mark every pool" TO entry-reason
              END-IF
           END-PERFORM
           IF entry-bad-sw = "Y"
              ADD 1 TO entries-rejected
              DISPLAY "ENTRY REJECTED " cur-entry " "
                 FUNCTION TRIM (cur-player) ": "
                 FUNCTION TRIM (entry-reason)
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO entries-classified
           MOVE 0 TO hit-tier
           PERFORM VARYING tier-idx FROM 1 BY 1
              UNTIL tier-idx > tier-count OR hit-tier > 0
              MOVE "Y" TO tier-fit-sw
              PERFORM VARYING pool-idx FROM 1 BY 1
                 UNTIL pool-idx > pool-count
                 IF et-matches (pool-idx)
                    NOT = te-match (tier-idx, pool-idx)
                    MOVE "N" TO tier-fit-sw
                 END-IF
              END-PERFORM
              IF tier-fit-sw = "Y"
                 MOVE tier-idx TO hit-tier
              END-IF
           END-PERFORM
           IF hit-tier = 0
              ADD 1 TO entries-no-prize
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO entries-won
           ADD 1 TO te-count (hit-tier)
           MOVE SPACES TO win-record
           MOVE hit-tier TO wn-tier-idx
           MOVE te-tier (hit-tier) TO wn-tier
           MOVE arg-game TO wn-game
           MOVE result-date TO wn-date
           MOVE cur-entry TO wn-entry
           MOVE cur-player TO wn-player
           PERFORM VARYING pool-idx FROM 1 BY 1
              UNTIL pool-idx > 10
              MOVE et-matches (pool-idx) TO wn-match (pool-idx)
           END-PERFORM
           MOVE win-record TO win-work-record
           WRITE win-work-record.

      * Winners were collected tier-blind in WINWORK; each tier
      * that has winners gets its own file in one pass apiece.
       500-write-tier-files.
           PERFORM VARYING tier-idx FROM 1 BY 1
              UNTIL tier-idx > tier-count
              IF te-count (tier-idx) > 0
                 PERFORM 550-write-one-tier-file
              END-IF
           END-PERFORM.

       550-write-one-tier-file.
           MOVE SPACES TO win-file-name
           MOVE "WINNERS.T" TO win-file-name (1 : 9)
           MOVE tier-idx TO win-file-name (10 : 2)
           OPEN INPUT win-work
           OPEN OUTPUT win-file
           MOVE "N" TO eof-sw
           PERFORM UNTIL eof-sw = "Y"
              READ win-work
                 AT END
                    MOVE "Y" TO eof-sw
                 NOT AT END
                    IF ww-tier-idx = tier-idx
                       WRITE win-record FROM win-work-record
                    END-IF
              END-READ
           END-PERFORM
           CLOSE win-work
           CLOSE win-file.

       600-report-totals.
           DISPLAY "=============================================="
           DISPLAY " GAMEWIN - tier totals for game "
              FUNCTION TRIM (arg-game) " drawn " result-date
           DISPLAY "=============================================="
           PERFORM VARYING tier-idx FROM 1 BY 1
              UNTIL tier-idx > tier-count
              DISPLAY "  tier " te-tier (tier-idx) " : "
                 te-count (tier-idx) " winner(s)  WINNERS.T"
                 tier-idx
           END-PERFORM
           DISPLAY "  no prize          : " entries-no-prize
           DISPLAY "----------------------------------------------"
           DISPLAY "  entries read      : " entries-read
           DISPLAY "  entries classified: " entries-classified
           DISPLAY "  entries rejected  : " entries-rejected
           IF entries-read NOT =
              entries-classified + entries-rejected
              OR entries-classified NOT =
              entries-won + entries-no-prize
              DISPLAY "CONTROL TOTALS OUT OF BALANCE"
              MOVE 2 TO RETURN-CODE
           ELSE
              IF entries-rejected > 0
                 MOVE 1 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF.
       END PROGRAM gamewin.
