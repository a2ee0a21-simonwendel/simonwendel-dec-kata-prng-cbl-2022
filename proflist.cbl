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
       PROGRAM-ID. proflist.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT parm-lib ASSIGN TO "PARMLIB"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS parm-lib-status.
           SELECT prof-use ASSIGN TO "PROFUSE"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS prof-use-status.
           SELECT audit-log ASSIGN TO "AUDITLOG"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS audit-status.

       DATA DIVISION.
       FILE SECTION.
       FD  parm-lib.
       01  parm-record.
           05 pm-profile        PIC X(8).
           05 FILLER            PIC X.
           05 pm-version        PIC 9(3).
           05 FILLER            PIC X.
           05 pm-keyword        PIC X(12).
           05 FILLER            PIC X.
           05 pm-value          PIC X(20).
           05 FILLER            PIC X.
           05 pm-remark         PIC X(33).

       FD  prof-use
           RECORDING MODE IS F.
       01  prof-use-record.
           05 pu-date           PIC X(8).
           05 pu-time           PIC X(8).
           05 pu-program        PIC X(10).
           05 pu-session        PIC X(18).
           05 pu-profile        PIC X(8).
           05 pu-version        PIC 9(3).
           05 FILLER            PIC X(9).

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
       77  parm-lib-status      PIC XX.
       77  prof-use-status      PIC XX.
       77  audit-status         PIC XX.
       77  arg-num              PIC 9(4).
       77  arg-profile          PIC X(8)    VALUE SPACES.
       77  today-date           PIC X(8).
       77  profload             PIC X(8)    VALUE "profload".
       77  card-count           PIC 9(4)    VALUE 0.
       77  card-idx             PIC 9(4).
       77  prof-count           PIC 9(4)    VALUE 0.
       77  prof-idx             PIC 9(4).
       77  ver-count            PIC 9(4)    VALUE 0.
       77  ver-idx              PIC 9(4).
       77  ver-scan-idx         PIC 9(4).
       77  found-sw             PIC X.
       77  in-force-version     PIC 9(3).
       77  version-state        PIC X(10).
       77  use-count            PIC 9(4)    VALUE 0.
       77  use-idx              PIC 9(4).
       77  session-count        PIC 9(9)    VALUE 0.
       77  profiled-count       PIC 9(9)    VALUE 0.
       77  batch-use-count      PIC 9(9)    VALUE 0.
       77  bad-version-count    PIC 9(4)    VALUE 0.
       01  profile-request.
           05 pr-name           PIC X(8).
           05 pr-version        PIC 9(3).
           05 pr-effective      PIC X(8).
           05 pr-status         PIC XX.
           05 pr-bad-keyword    PIC X(12).
           05 pr-slot           PIC X(20)   OCCURS 26 TIMES.
      * PARMLIB as filed, comments dropped.
       01  card-table.
           05 card-entry        OCCURS 2000 TIMES.
              10 ct-profile      PIC X(8).
              10 ct-version      PIC 9(3).
              10 ct-keyword      PIC X(12).
              10 ct-value        PIC X(20).
              10 ct-remark       PIC X(33).
       01  profile-table.
           05 pt-name           PIC X(8)    OCCURS 200 TIMES.
      * One entry per profile version, in version order within
      * each profile.
       01  version-table.
           05 version-entry     OCCURS 1000 TIMES.
              10 vt-profile      PIC X(8).
              10 vt-version      PIC 9(3).
              10 vt-effective    PIC X(8).
              10 vt-author       PIC X(20).
       01  version-swap         PIC X(39).
       01  use-table.
           05 use-entry         OCCURS 5000 TIMES.
              10 ut-session      PIC X(18).
              10 ut-profile      PIC X(8).
              10 ut-version      PIC 9(3).

      * The run-profile library report: every profile with its
      * whole version history - which version is in force, which
      * are superseded and which wait for their date - then every
      * AUDITLOG session with the profile it was started from and
      * the batches that ran from one. Optional argument: one
      * profile name to report on alone.
       PROCEDURE DIVISION.
           ACCEPT today-date FROM DATE YYYYMMDD
           MOVE 1 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT arg-profile FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO arg-profile
           END-ACCEPT

           PERFORM 100-load-parmlib
           PERFORM 150-sort-versions
           DISPLAY "RUN PROFILE LIBRARY - PARMLIB as of " today-date
           IF arg-profile NOT = SPACES
              DISPLAY "  profile " FUNCTION TRIM (arg-profile)
                 " only"
           END-IF
           PERFORM VARYING prof-idx FROM 1 BY 1
              UNTIL prof-idx > prof-count
              IF arg-profile = SPACES
                 OR arg-profile = pt-name (prof-idx)
                 PERFORM 200-list-one-profile
              END-IF
           END-PERFORM

           PERFORM 300-load-profile-use
           PERFORM 400-list-session-use
           PERFORM 500-list-batch-use

           IF bad-version-count > 0
              DISPLAY bad-version-count " profile version(s) carry "
                 "a keyword the generator would reject"
              MOVE 1 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       100-load-parmlib.
           OPEN INPUT parm-lib
           IF parm-lib-status NOT = "00"
              DISPLAY "No PARMLIB present - no run profiles filed"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL parm-lib-status NOT = "00"
              READ parm-lib
                 AT END
                    MOVE "10" TO parm-lib-status
                 NOT AT END
                    IF pm-profile (1 : 1) NOT = "*"
                       AND pm-profile NOT = SPACES
                       AND pm-version IS NUMERIC
                       AND card-count < 2000
                       ADD 1 TO card-count
                       MOVE pm-profile TO ct-profile (card-count)
                       MOVE pm-version TO ct-version (card-count)
                       MOVE pm-keyword TO ct-keyword (card-count)
                       MOVE pm-value TO ct-value (card-count)
                       MOVE pm-remark TO ct-remark (card-count)
                       PERFORM 110-note-profile-version
                    END-IF
              END-READ
           END-PERFORM
           CLOSE parm-lib.

       110-note-profile-version.
           MOVE "N" TO found-sw
           PERFORM VARYING prof-idx FROM 1 BY 1
              UNTIL prof-idx > prof-count OR found-sw = "Y"
              IF pt-name (prof-idx) = pm-profile
                 MOVE "Y" TO found-sw
              END-IF
           END-PERFORM
           IF found-sw = "N" AND prof-count < 200
              ADD 1 TO prof-count
              MOVE pm-profile TO pt-name (prof-count)
           END-IF
           MOVE "N" TO found-sw
           PERFORM VARYING ver-idx FROM 1 BY 1
              UNTIL ver-idx > ver-count OR found-sw = "Y"
              IF vt-profile (ver-idx) = pm-profile
                 AND vt-version (ver-idx) = pm-version
                 MOVE "Y" TO found-sw
              END-IF
           END-PERFORM
           IF found-sw = "Y"
              SUBTRACT 1 FROM ver-idx
           ELSE
              IF ver-count = 1000
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO ver-count
              MOVE ver-count TO ver-idx
              MOVE pm-profile TO vt-profile (ver-idx)
              MOVE pm-version TO vt-version (ver-idx)
              MOVE SPACES TO vt-effective (ver-idx)
              MOVE SPACES TO vt-author (ver-idx)
           END-IF
           IF pm-keyword = "EFFECTIVE"
              MOVE pm-value (1 : 8) TO vt-effective (ver-idx)
           END-IF
           IF pm-keyword = "AUTHOR"
              MOVE pm-value TO vt-author (ver-idx)
           END-IF.

      * Versions are usually filed in order, but an insertion
      * pass makes the history read oldest first regardless.
       150-sort-versions.
           PERFORM VARYING ver-idx FROM 2 BY 1
              UNTIL ver-idx > ver-count
              MOVE ver-idx TO ver-scan-idx
              PERFORM UNTIL ver-scan-idx < 2
                 OR vt-profile (ver-scan-idx - 1)
                    < vt-profile (ver-scan-idx)
                 OR (vt-profile (ver-scan-idx - 1)
                    = vt-profile (ver-scan-idx)
                    AND vt-version (ver-scan-idx - 1)
                    < vt-version (ver-scan-idx))
                 MOVE version-entry (ver-scan-idx) TO version-swap
                 MOVE version-entry (ver-scan-idx - 1)
                    TO version-entry (ver-scan-idx)
                 MOVE version-swap
                    TO version-entry (ver-scan-idx - 1)
                 SUBTRACT 1 FROM ver-scan-idx
              END-PERFORM
           END-PERFORM.

       200-list-one-profile.
           DISPLAY " "
           DISPLAY "PROFILE " pt-name (prof-idx)
           MOVE 0 TO in-force-version
           PERFORM VARYING ver-idx FROM 1 BY 1
              UNTIL ver-idx > ver-count
              IF vt-profile (ver-idx) = pt-name (prof-idx)
                 AND vt-effective (ver-idx) NOT > today-date
                 AND vt-version (ver-idx) > in-force-version
                 MOVE vt-version (ver-idx) TO in-force-version
              END-IF
           END-PERFORM
           PERFORM VARYING ver-idx FROM 1 BY 1
              UNTIL ver-idx > ver-count
              IF vt-profile (ver-idx) = pt-name (prof-idx)
                 PERFORM 210-list-one-version
              END-IF
           END-PERFORM.

       210-list-one-version.
           EVALUATE TRUE
              WHEN vt-version (ver-idx) = in-force-version
                 MOVE "IN FORCE" TO version-state
              WHEN vt-effective (ver-idx) > today-date
                 MOVE "PENDING" TO version-state
              WHEN OTHER
                 MOVE "SUPERSEDED" TO version-state
           END-EVALUATE
           IF vt-effective (ver-idx) = SPACES
              DISPLAY "  VERSION " vt-version (ver-idx)
                 "  EFFECTIVE (on filing)  AUTHOR "
                 vt-author (ver-idx) (1 : 8) "  " version-state
           ELSE
              DISPLAY "  VERSION " vt-version (ver-idx)
                 "  EFFECTIVE " vt-effective (ver-idx)
                 "     AUTHOR " vt-author (ver-idx) (1 : 8)
                 "  " version-state
           END-IF
           PERFORM VARYING card-idx FROM 1 BY 1
              UNTIL card-idx > card-count
              IF ct-profile (card-idx) = vt-profile (ver-idx)
                 AND ct-version (card-idx) = vt-version (ver-idx)
                 AND ct-keyword (card-idx) NOT = "EFFECTIVE"
                 AND ct-keyword (card-idx) NOT = "AUTHOR"
                 IF ct-keyword (card-idx) = "NOTE"
                    DISPLAY "      " ct-value (card-idx) " "
                       ct-remark (card-idx)
                 ELSE
                    DISPLAY "      " ct-keyword (card-idx) " "
                       ct-value (card-idx)
                 END-IF
              END-IF
           END-PERFORM
      * The same resolver the generator uses passes judgement on
      * every version, so a card it would refuse shows up here
      * instead of at run time.
           MOVE vt-profile (ver-idx) TO pr-name
           MOVE vt-version (ver-idx) TO pr-version
           CALL profload USING profile-request
              ON EXCEPTION
                 MOVE "00" TO pr-status
           END-CALL
           IF pr-status = "BK"
              ADD 1 TO bad-version-count
              DISPLAY "      *** keyword "
                 FUNCTION TRIM (pr-bad-keyword)
                 " or its value would be refused"
           END-IF.

       300-load-profile-use.
           OPEN INPUT prof-use
           IF prof-use-status NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL prof-use-status NOT = "00"
              READ prof-use
                 AT END
                    MOVE "10" TO prof-use-status
                 NOT AT END
                    IF pu-program = "randomize"
                       AND use-count < 5000
                       ADD 1 TO use-count
                       MOVE pu-session TO ut-session (use-count)
                       MOVE pu-profile TO ut-profile (use-count)
                       MOVE pu-version TO ut-version (use-count)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE prof-use.

       400-list-session-use.
           DISPLAY " "
           DISPLAY "SESSIONS BY RUN PROFILE (AUDITLOG)"
           DISPLAY "  SESSION            DATE     CYCLES    N  "
              " PROFILE  VERSION"
           OPEN INPUT audit-log
           IF audit-status NOT = "00"
              DISPLAY "  No AUDITLOG present"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL audit-status NOT = "00"
              READ audit-log
                 AT END
                    MOVE "10" TO audit-status
                 NOT AT END
                    PERFORM 410-list-one-session
              END-READ
           END-PERFORM
           CLOSE audit-log
           DISPLAY "  " session-count " session(s) listed, "
              profiled-count " started from a run profile".

       410-list-one-session.
           MOVE "N" TO found-sw
           PERFORM VARYING use-idx FROM 1 BY 1
              UNTIL use-idx > use-count OR found-sw = "Y"
              IF ut-session (use-idx) = aud-session
                 MOVE "Y" TO found-sw
              END-IF
           END-PERFORM
           IF found-sw = "Y"
              SUBTRACT 1 FROM use-idx
              IF arg-profile NOT = SPACES
                 AND arg-profile NOT = ut-profile (use-idx)
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO session-count
              ADD 1 TO profiled-count
              DISPLAY "  " aud-session " " aud-date " " aud-cycles
                 " " aud-n "  " ut-profile (use-idx) " "
                 ut-version (use-idx)
           ELSE
              IF arg-profile NOT = SPACES
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO session-count
              DISPLAY "  " aud-session " " aud-date " " aud-cycles
                 " " aud-n "  (command line or control card)"
           END-IF.

       500-list-batch-use.
           OPEN INPUT prof-use
           IF prof-use-status NOT = "00"
              EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "BATCHES BY RUN PROFILE (BATCHLIST)"
           DISPLAY "  DATE     TIME     BATCH    PROFILE  VERSION"
           PERFORM UNTIL prof-use-status NOT = "00"
              READ prof-use
                 AT END
                    MOVE "10" TO prof-use-status
                 NOT AT END
                    IF pu-program = "batchrun"
                       AND (arg-profile = SPACES
                          OR arg-profile = pu-profile)
                       ADD 1 TO batch-use-count
                       DISPLAY "  " pu-date " " pu-time (1 : 6)
                          "   " pu-session (1 : 8) " " pu-profile
                          " " pu-version
                    END-IF
              END-READ
           END-PERFORM
           CLOSE prof-use
           DISPLAY "  " batch-use-count " batch run(s) from a run "
              "profile".
       END PROGRAM proflist.
