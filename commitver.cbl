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
       PROGRAM-ID. commitver.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT commit-log ASSIGN TO "COMMITLOG"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS commit-log-status.
           SELECT audit-log ASSIGN TO "AUDITLOG"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS audit-status.

       DATA DIVISION.
       FILE SECTION.
       FD  commit-log
           RECORDING MODE IS F.
       01  commit-log-record.
           05 cm-type           PIC X.
           05 cm-id             PIC X(12).
           05 cm-date           PIC X(8).
           05 cm-time           PIC X(8).
           05 cm-n              PIC 99.
           05 cm-seal           PIC 9(18).
           05 cm-source         PIC X(8).
           05 cm-session        PIC X(18).
           05 cm-seed           PIC X(16).
           05 cm-operator       PIC X(8).
           05 FILLER            PIC X.

       FD  audit-log
           RECORDING MODE IS F.
       01  audit-record.
           05 aud-date          PIC X(8).
           05 aud-time          PIC X(8).
           05 aud-seed          PIC X(16).
           05 aud-cycles        PIC 9(9).
           05 aud-n             PIC 99.
           05 aud-session       PIC X(18).
           05 aud-seed-src      PIC X(8).
           05 aud-cosigner      PIC X(8).
           05 aud-ticket        PIC X(8).
           05 aud-costctr       PIC X(8).
           05 aud-seal          PIC 9(18).
           05 aud-client        PIC X(8).

       WORKING-STORAGE SECTION.
       77  commit-log-status    PIC XX.
       77  audit-status         PIC XX.
       77  arg-num              PIC 9(4).
       77  commit-id            PIC X(12).
       77  commit-found-sw      PIC X       VALUE "N".
       77  drawn-found-sw       PIC X       VALUE "N".
       77  reveal-found-sw      PIC X       VALUE "N".
       77  audit-found-sw       PIC X       VALUE "N".
       77  commit-n             PIC 99.
       77  commit-seal          PIC 9(18).
       77  commit-moment        PIC X(16).
       77  drawn-moment         PIC X(16).
       77  audit-moment         PIC X(16).
       77  drawn-session        PIC X(18).
       77  revealed-seed        PIC X(16).
       77  check-seal           PIC 9(18).
       77  seal-data            PIC X(128).
       77  seal-work            PIC 9(18).
       77  sealcalc             PIC X(8)    VALUE "sealcalc".
       77  failed-checks        PIC 9       VALUE 0.
       77  launch-command       PIC X(120).
       77  launch-rc            PIC S9(9).
       77  launch-rc-edit       PIC -(8)9.

      * Public check of a commit-reveal draw: the revealed seed
      * must reproduce the commitment seal published before the
      * draw, the commitment must predate the draw, the session
      * must have recorded that very seed, and replaying the
      * session from it must reproduce the published results.
       PROCEDURE DIVISION.
           MOVE 1 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT commit-id FROM ARGUMENT-VALUE
              ON EXCEPTION
                 DISPLAY "Usage: commitver commitment-id "
                    "(for example C20260101001)"
                 MOVE 1 TO RETURN-CODE
                 STOP RUN
           END-ACCEPT

           DISPLAY "Commit-reveal verification for "
              FUNCTION TRIM (commit-id)
           PERFORM 100-scan-commit-log
           IF commit-found-sw = "N"
              DISPLAY "No commitment " FUNCTION TRIM (commit-id)
                 " on COMMITLOG"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF
           IF reveal-found-sw = "N"
              DISPLAY "Commitment " FUNCTION TRIM (commit-id)
                 " has not been revealed yet - nothing to verify"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF
           DISPLAY "  committed at    : " commit-moment (1 : 14)
           DISPLAY "  commitment seal : " commit-seal
           DISPLAY "  revealed seed   : " revealed-seed (1 : commit-n)
           DISPLAY "  draw session    : " FUNCTION TRIM (drawn-session)

           PERFORM 200-check-seal
           PERFORM 300-check-order
           PERFORM 400-check-audit-seed
           IF failed-checks = 0
              PERFORM 500-replay-session
           END-IF

           IF failed-checks = 0
              DISPLAY "Commit-reveal VERIFIED - the seed was fixed "
                 "before the draw and reproduces the results"
              MOVE 0 TO RETURN-CODE
           ELSE
              DISPLAY "Commit-reveal FAILED - " failed-checks
                 " check(s) did not hold"
              MOVE 1 TO RETURN-CODE
           END-IF
           STOP RUN.

       100-scan-commit-log.
           OPEN INPUT commit-log
           IF commit-log-status NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL commit-log-status NOT = "00"
              READ commit-log
                 AT END
                    MOVE "10" TO commit-log-status
                 NOT AT END
                    IF cm-id = commit-id
                       EVALUATE cm-type
                          WHEN "C"
                             MOVE "Y" TO commit-found-sw
                             MOVE cm-n TO commit-n
                             MOVE cm-seal TO commit-seal
                             MOVE cm-date TO commit-moment (1 : 8)
                             MOVE cm-time TO commit-moment (9 : 8)
                          WHEN "D"
                             MOVE "Y" TO drawn-found-sw
                             MOVE cm-session TO drawn-session
                             MOVE cm-date TO drawn-moment (1 : 8)
                             MOVE cm-time TO drawn-moment (9 : 8)
                          WHEN "R"
                             MOVE "Y" TO reveal-found-sw
                             MOVE cm-seed TO revealed-seed
                             MOVE cm-session TO drawn-session
                       END-EVALUATE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE commit-log.

      * Sealed exactly as seedcommit sealed the commitment.
       200-check-seal.
           MOVE SPACES TO seal-data
           MOVE commit-id TO seal-data (1 : 12)
           MOVE commit-n TO seal-data (13 : 2)
           MOVE revealed-seed TO seal-data (15 : 16)
           MOVE 0 TO seal-work
           MOVE 0 TO check-seal
           CALL sealcalc USING seal-work, seal-data, check-seal
              ON EXCEPTION
                 MOVE 0 TO check-seal
           END-CALL
           IF check-seal = commit-seal
              DISPLAY "  seal check      : PASSED"
           ELSE
              DISPLAY "  seal check      : FAILED - the revealed "
                 "seed seals to " check-seal
              ADD 1 TO failed-checks
           END-IF.

       300-check-order.
           IF drawn-found-sw = "N"
              DISPLAY "  draw order      : FAILED - no draw is "
                 "recorded under this commitment"
              ADD 1 TO failed-checks
              EXIT PARAGRAPH
           END-IF
           IF commit-moment < drawn-moment
              DISPLAY "  draw order      : PASSED - drawn at "
                 drawn-moment (1 : 14) ", after the commitment"
           ELSE
              DISPLAY "  draw order      : FAILED - drawn at "
                 drawn-moment (1 : 14) ", not after the commitment"
              ADD 1 TO failed-checks
           END-IF.

       400-check-audit-seed.
           OPEN INPUT audit-log
           IF audit-status = "00"
              PERFORM UNTIL audit-status NOT = "00"
                 READ audit-log
                    AT END
                       MOVE "10" TO audit-status
                    NOT AT END
                       IF aud-session = drawn-session
                          MOVE "Y" TO audit-found-sw
                          MOVE aud-date TO audit-moment (1 : 8)
                          MOVE aud-time TO audit-moment (9 : 8)
                          MOVE "10" TO audit-status
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE audit-log
           END-IF
           IF audit-found-sw = "N"
              DISPLAY "  audit seed      : FAILED - no AUDITLOG "
                 "record for the session"
              ADD 1 TO failed-checks
              EXIT PARAGRAPH
           END-IF
           IF aud-n = commit-n
              AND aud-seed (1 : commit-n) =
                 revealed-seed (1 : commit-n)
              AND commit-moment < audit-moment
              DISPLAY "  audit seed      : PASSED"
           ELSE
              DISPLAY "  audit seed      : FAILED - the session "
                 "recorded seed " aud-seed " at "
                 audit-moment (1 : 14)
              ADD 1 TO failed-checks
           END-IF.

      * The replay itself is the standard one: re-seed from the
      * audit record and compare every draw against HISTFILE.
       500-replay-session.
           MOVE SPACES TO launch-command
           STRING
              "replay "                     DELIMITED BY SIZE
              FUNCTION TRIM (drawn-session) DELIMITED BY SIZE
              INTO launch-command
           END-STRING
           CALL "SYSTEM" USING launch-command
           MOVE RETURN-CODE TO launch-rc
           MOVE 0 TO RETURN-CODE
      * The shell hands back a wait status; the exit code sits in
      * its high-order byte.
           IF launch-rc > 255
              DIVIDE 256 INTO launch-rc
           END-IF
           IF launch-rc = 0
              DISPLAY "  replay          : PASSED"
           ELSE
              MOVE launch-rc TO launch-rc-edit
              DISPLAY "  replay          : FAILED - replay ended "
                 "with return code " FUNCTION TRIM (launch-rc-edit)
              ADD 1 TO failed-checks
           END-IF.
       END PROGRAM commitver.
