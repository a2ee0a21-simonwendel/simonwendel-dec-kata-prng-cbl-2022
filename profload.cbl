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
       PROGRAM-ID. profload.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT parm-lib ASSIGN TO "PARMLIB"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS parm-lib-status.

       DATA DIVISION.
       FILE SECTION.
      * Named, versioned run profiles, one keyword per card. A
      * version is every card carrying the same profile name and
      * version number; EFFECTIVE, AUTHOR and NOTE cards describe
      * the version itself and a "*" in column 1 is a comment.
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

       WORKING-STORAGE SECTION.
       77  parm-lib-status      PIC XX.
       77  today-date           PIC X(8).
       77  version-count        PIC 9(3).
       77  version-idx          PIC 9(3).
       77  version-found-sw     PIC X.
       77  chosen-version       PIC 9(3).
       77  chosen-effective     PIC X(8).
       77  busdate-sw           PIC X.
       77  quota-sw             PIC X.
       01  version-table.
           05 version-entry     OCCURS 999 TIMES.
              10 vt-version      PIC 9(3).
              10 vt-effective    PIC X(8).
       LINKAGE SECTION.
      * pr-version 0 asks for the version in force today; the
      * version actually used comes back in its place. Each
      * pr-slot holds what the same-numbered positional argument
      * of randomize would hold; an unset slot is spaces.
       01  profile-request.
           05 pr-name           PIC X(8).
           05 pr-version        PIC 9(3).
           05 pr-effective      PIC X(8).
           05 pr-status         PIC XX.
           05 pr-bad-keyword    PIC X(12).
           05 pr-slot           PIC X(20)   OCCURS 26 TIMES.

      * Resolves a run profile from PARMLIB into the generator's
      * positional switches, so a job names the profile instead of
      * spelling out more than twenty switches by position.
      * Status: 00 resolved, NP no PARMLIB, NF no such profile,
      * NV no such version (or none in force yet), BK a keyword or
      * value the generator would not understand.
       PROCEDURE DIVISION USING profile-request.
           ACCEPT today-date FROM DATE YYYYMMDD
           MOVE SPACES TO pr-effective
           MOVE SPACES TO pr-bad-keyword
           PERFORM VARYING version-idx FROM 1 BY 1
              UNTIL version-idx > 26
              MOVE SPACES TO pr-slot (version-idx)
           END-PERFORM
           PERFORM 100-collect-versions
           IF pr-status NOT = "00"
              GOBACK
           END-IF
           PERFORM 200-choose-version
           IF pr-status NOT = "00"
              GOBACK
           END-IF
           PERFORM 300-load-keywords
           GOBACK.

       100-collect-versions.
           MOVE 0 TO version-count
           OPEN INPUT parm-lib
           IF parm-lib-status NOT = "00"
              MOVE "NP" TO pr-status
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL parm-lib-status NOT = "00"
              READ parm-lib
                 AT END
                    MOVE "10" TO parm-lib-status
                 NOT AT END
                    IF pm-profile (1 : 1) NOT = "*"
                       AND pm-profile = pr-name
                       AND pm-version IS NUMERIC
                       PERFORM 110-note-version
                    END-IF
              END-READ
           END-PERFORM
           CLOSE parm-lib
           IF version-count = 0
              MOVE "NF" TO pr-status
           ELSE
              MOVE "00" TO pr-status
           END-IF.

       110-note-version.
           MOVE "N" TO version-found-sw
           PERFORM VARYING version-idx FROM 1 BY 1
              UNTIL version-idx > version-count
              OR version-found-sw = "Y"
              IF vt-version (version-idx) = pm-version
                 MOVE "Y" TO version-found-sw
              END-IF
           END-PERFORM
           IF version-found-sw = "Y"
              SUBTRACT 1 FROM version-idx
           ELSE
              IF version-count = 999
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO version-count
              MOVE version-count TO version-idx
              MOVE pm-version TO vt-version (version-idx)
              MOVE SPACES TO vt-effective (version-idx)
           END-IF
           IF pm-keyword = "EFFECTIVE"
              MOVE pm-value (1 : 8) TO vt-effective (version-idx)
           END-IF.

      * A version with no EFFECTIVE card is in force as soon as it
      * is filed; one dated ahead waits for its date, so next
      * week's change can sit in PARMLIB today.
       200-choose-version.
           MOVE 0 TO chosen-version
           MOVE SPACES TO chosen-effective
           PERFORM VARYING version-idx FROM 1 BY 1
              UNTIL version-idx > version-count
              IF pr-version = 0
                 IF vt-effective (version-idx) NOT > today-date
                    AND vt-version (version-idx) > chosen-version
                    MOVE vt-version (version-idx) TO chosen-version
                    MOVE vt-effective (version-idx)
                       TO chosen-effective
                 END-IF
              ELSE
                 IF vt-version (version-idx) = pr-version
                    MOVE vt-version (version-idx) TO chosen-version
                    MOVE vt-effective (version-idx)
                       TO chosen-effective
                 END-IF
              END-IF
           END-PERFORM
           IF chosen-version = 0
              MOVE "NV" TO pr-status
           ELSE
              MOVE chosen-version TO pr-version
              MOVE chosen-effective TO pr-effective
           END-IF.

       300-load-keywords.
           MOVE "N" TO busdate-sw
           MOVE "N" TO quota-sw
           OPEN INPUT parm-lib
           PERFORM UNTIL parm-lib-status NOT = "00"
              READ parm-lib
                 AT END
                    MOVE "10" TO parm-lib-status
                 NOT AT END
                    IF pm-profile (1 : 1) NOT = "*"
                       AND pm-profile = pr-name
                       AND pm-version IS NUMERIC
                       AND pm-version = pr-version
                       AND pr-status = "00"
                       PERFORM 310-apply-keyword
                    END-IF
              END-READ
           END-PERFORM
           CLOSE parm-lib
           IF busdate-sw = "Y" AND quota-sw = "Y"
              AND pr-status = "00"
              MOVE "BK" TO pr-status
              MOVE "QUOTA" TO pr-bad-keyword
           END-IF.

      * Every keyword lands in the slot of the positional switch it
      * replaces, spelled exactly as that switch expects it.
       310-apply-keyword.
           EVALUATE pm-keyword
              WHEN "CYCLES"
                 MOVE pm-value TO pr-slot (1)
              WHEN "N"
                 MOVE pm-value TO pr-slot (2)
              WHEN "SEED"
                 MOVE pm-value TO pr-slot (3)
              WHEN "LOW"
                 MOVE pm-value TO pr-slot (4)
              WHEN "HIGH"
                 MOVE pm-value TO pr-slot (5)
              WHEN "MODE"
                 EVALUATE pm-value
                    WHEN "UNIQUE"
                    WHEN "DEAL"
                       MOVE pm-value TO pr-slot (6)
                    WHEN "WEIGHTED"
                       MOVE pm-value TO pr-slot (16)
                    WHEN "BUSDATE"
                       MOVE pm-value TO pr-slot (23)
                       MOVE "Y" TO busdate-sw
                    WHEN "RAW"
                    WHEN SPACES
                       CONTINUE
                    WHEN OTHER
                       PERFORM 320-reject-keyword
                 END-EVALUATE
              WHEN "CSV"
                 IF pm-value = "YES" OR pm-value = "Y"
                    MOVE "CSV" TO pr-slot (7)
                 END-IF
              WHEN "STREAMS"
                 MOVE pm-value TO pr-slot (8)
              WHEN "ALGORITHM"
                 MOVE pm-value TO pr-slot (9)
              WHEN "CONTINUE"
                 IF pm-value = "YES" OR pm-value = "Y"
                    MOVE "CONTINUE" TO pr-slot (10)
                 END-IF
              WHEN "RESEED"
                 MOVE pm-value TO pr-slot (11)
              WHEN "SIGNED"
                 IF pm-value = "YES" OR pm-value = "Y"
                    MOVE "SIGNED" TO pr-slot (12)
                 END-IF
              WHEN "DECIMAL"
                 IF pm-value = "YES" OR pm-value = "Y"
                    MOVE "DECIMAL" TO pr-slot (13)
                 END-IF
              WHEN "REPORT"
                 IF pm-value = "YES" OR pm-value = "Y"
                    MOVE "RPT" TO pr-slot (14)
                 END-IF
              WHEN "DRYRUN"
                 IF pm-value = "YES" OR pm-value = "Y"
                    MOVE "DRYRUN" TO pr-slot (15)
                 END-IF
              WHEN "OUTPUT"
                 MOVE pm-value TO pr-slot (17)
              WHEN "MINGAP"
                 MOVE pm-value TO pr-slot (18)
              WHEN "BUDGET"
                 MOVE pm-value TO pr-slot (19)
              WHEN "RELOAD"
                 MOVE pm-value TO pr-slot (20)
              WHEN "BURNIN"
                 MOVE pm-value TO pr-slot (21)
              WHEN "WEIGHTTABLE"
                 MOVE pm-value TO pr-slot (22)
              WHEN "FROMDATE"
                 MOVE pm-value TO pr-slot (24)
              WHEN "TODATE"
                 MOVE pm-value TO pr-slot (25)
              WHEN "CALENDAR"
                 MOVE pm-value TO pr-slot (26)
              WHEN "QUOTA"
                 IF pm-value = "YES" OR pm-value = "Y"
                    MOVE "QUOTA" TO pr-slot (23)
                    MOVE "Y" TO quota-sw
                 END-IF
              WHEN "EFFECTIVE"
              WHEN "AUTHOR"
              WHEN "NOTE"
                 CONTINUE
              WHEN OTHER
                 PERFORM 320-reject-keyword
           END-EVALUATE.

       320-reject-keyword.
           MOVE "BK" TO pr-status
           MOVE pm-keyword TO pr-bad-keyword.
       END PROGRAM profload.
