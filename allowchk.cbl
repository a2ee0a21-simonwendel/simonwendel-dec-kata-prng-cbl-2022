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
       PROGRAM-ID. allowchk.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT cost-allow ASSIGN TO "COSTALLOW"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS cost-allow-status.
           SELECT cost-usage ASSIGN TO "COSTUSAGE"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS cost-usage-status.

       DATA DIVISION.
       FILE SECTION.
      * One row per cost center: its monthly allowance of cycles
      * and of sessions. Zero (or blank) leaves that measure
      * unlimited; the unassigned blank cost center is OVERHEAD.
       FD  cost-allow
           RECORDING MODE IS F.
       01  cost-allow-record.
           05 ca-costctr        PIC X(8).
           05 ca-cycles         PIC 9(12).
           05 ca-sessions       PIC 9(9).
           05 FILLER            PIC X(51).

      * Every run admitted against an allowance, whichever program
      * drew it: the month-to-date usage is the sum of this month's
      * rows for the cost center. A row of kind C charges cycles
      * only, to a session admitted on an earlier row; every other
      * row is one session.
       FD  cost-usage
           RECORDING MODE IS F.
       01  cost-usage-record.
           05 cu-date           PIC X(8).
           05 cu-time           PIC X(8).
           05 cu-program        PIC X(10).
           05 cu-costctr        PIC X(8).
           05 cu-cycles         PIC 9(12).
           05 cu-operator       PIC X(8).
           05 cu-kind           PIC X.
           05 FILLER            PIC X(5).

       WORKING-STORAGE SECTION.
       77  cost-allow-status    PIC XX.
       77  cost-usage-status    PIC XX.
       77  run-date             PIC X(8).
       77  run-time             PIC X(8).
       77  operator-id          PIC X(8).
       77  opident              PIC X(8)    VALUE "opident".
       77  check-costctr        PIC X(8).
       77  allow-found-sw       PIC X.
       77  allow-cycles         PIC 9(12).
       77  allow-sessions       PIC 9(9).
       77  mtd-cycles           PIC 9(12).
       77  mtd-sessions         PIC 9(9).
       77  after-cycles         PIC 9(13).
       77  after-sessions       PIC 9(10).
       77  run-sessions         PIC 9.
       77  cycle-pct            PIC 9(5).
       77  session-pct          PIC 9(5).
       77  excfeed              PIC X(8)    VALUE "excfeed".
       01  exception-detail.
           05 exd-program       PIC X(10)   VALUE "allowchk".
           05 exd-severity      PIC X(4).
           05 exd-reason        PIC X(8).
           05 exd-key           PIC X(18).
           05 exd-text          PIC X(40).
       LINKAGE SECTION.
       01  allow-request.
           05 aq-program        PIC X(10).
           05 aq-costctr        PIC X(8).
           05 aq-cycles         PIC 9(12).
           05 aq-result         PIC X.
           05 aq-kind           PIC X.

      * Cost-center usage allowances, checked before any cycle is
      * drawn. The run's cycles and one session are added to the
      * month-to-date usage on COSTUSAGE: past either monthly
      * allowance the run is refused (aq-result N), at 80% or more
      * it goes ahead with a warning (W), otherwise it is admitted
      * quietly (Y). Refusals and warnings land on the exception
      * feed. An admitted run is recorded on COSTUSAGE at once.
      * A caller that opens a session once and draws against it
      * many times passes aq-kind C on each draw: its cycles are
      * checked and recorded but no further session is counted.
      * With no COSTALLOW on the system, or no row for the cost
      * center, nothing is limited but usage is still recorded.
       PROCEDURE DIVISION USING allow-request.
           MOVE "Y" TO aq-result
           ACCEPT run-date FROM DATE YYYYMMDD
           ACCEPT run-time FROM TIME
           CALL opident USING operator-id
              ON EXCEPTION
                 DISPLAY "USER" UPON ENVIRONMENT-NAME
                 ACCEPT operator-id FROM ENVIRONMENT-VALUE
           END-CALL
           IF operator-id = SPACES
              MOVE "UNKNOWN" TO operator-id
           END-IF
           MOVE aq-costctr TO check-costctr
           IF check-costctr = SPACES
              MOVE "OVERHEAD" TO check-costctr
           END-IF
           IF aq-kind = "C"
              MOVE 0 TO run-sessions
           ELSE
              MOVE 1 TO run-sessions
           END-IF

           PERFORM 100-find-allowance
           IF allow-found-sw = "Y"
              PERFORM 200-sum-month-to-date
              PERFORM 300-judge-run
           END-IF
           IF aq-result NOT = "N"
              PERFORM 400-record-usage
           END-IF
           GOBACK.

       100-find-allowance.
           MOVE "N" TO allow-found-sw
           MOVE 0 TO allow-cycles
           MOVE 0 TO allow-sessions
           OPEN INPUT cost-allow
           IF cost-allow-status NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL cost-allow-status NOT = "00"
              READ cost-allow
                 AT END
                    MOVE "10" TO cost-allow-status
                 NOT AT END
                    IF ca-costctr = check-costctr
                       MOVE "Y" TO allow-found-sw
                       IF ca-cycles IS NUMERIC
                          MOVE ca-cycles TO allow-cycles
                       END-IF
                       IF ca-sessions IS NUMERIC
                          MOVE ca-sessions TO allow-sessions
                       END-IF
                       MOVE "10" TO cost-allow-status
                    END-IF
              END-READ
           END-PERFORM
           CLOSE cost-allow.

       200-sum-month-to-date.
           MOVE 0 TO mtd-cycles
           MOVE 0 TO mtd-sessions
           OPEN INPUT cost-usage
           IF cost-usage-status NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL cost-usage-status NOT = "00"
              READ cost-usage
                 AT END
                    MOVE "10" TO cost-usage-status
                 NOT AT END
                    IF cu-date (1 : 6) = run-date (1 : 6)
                       AND cu-costctr = check-costctr
                       ADD cu-cycles TO mtd-cycles
                       IF cu-kind NOT = "C"
                          ADD 1 TO mtd-sessions
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE cost-usage.

       300-judge-run.
           COMPUTE after-cycles = mtd-cycles + aq-cycles
           COMPUTE after-sessions = mtd-sessions + run-sessions
           MOVE 0 TO cycle-pct
           MOVE 0 TO session-pct
           IF allow-cycles > 0
              COMPUTE cycle-pct = after-cycles * 100 / allow-cycles
           END-IF
           IF allow-sessions > 0
              COMPUTE session-pct =
                 after-sessions * 100 / allow-sessions
           END-IF
           MOVE check-costctr TO exd-key
           IF cycle-pct > 100 OR session-pct > 100
              OR (allow-cycles > 0 AND after-cycles > allow-cycles)
              OR (allow-sessions > 0
                 AND after-sessions > allow-sessions)
              MOVE "N" TO aq-result
              DISPLAY "RUN REFUSED - cost center "
                 FUNCTION TRIM (check-costctr) " would exceed its "
                 "monthly allowance"
              DISPLAY "  cycles   : " mtd-cycles " used + "
                 aq-cycles " this run, allowance " allow-cycles
              DISPLAY "  sessions : " mtd-sessions " used + "
                 run-sessions " this run, allowance " allow-sessions
              MOVE "SEVR" TO exd-severity
              MOVE "ALLOWANC" TO exd-reason
              MOVE SPACES TO exd-text
              STRING
                 FUNCTION TRIM (aq-program) DELIMITED BY SIZE
                 " run refused: allowance exceeded"
                                            DELIMITED BY SIZE
                 INTO exd-text
              END-STRING
              PERFORM 065-feed-exception
              EXIT PARAGRAPH
           END-IF
           IF cycle-pct >= 80 OR session-pct >= 80
              MOVE "W" TO aq-result
              DISPLAY "ALLOWANCE WARNING - cost center "
                 FUNCTION TRIM (check-costctr) " reaches "
                 cycle-pct "% of its monthly cycles and "
                 session-pct "% of its sessions with this run"
              MOVE "WARN" TO exd-severity
              MOVE "ALLOW80" TO exd-reason
              MOVE "monthly allowance 80% or more used"
                 TO exd-text
              PERFORM 065-feed-exception
           END-IF.

       400-record-usage.
           OPEN EXTEND cost-usage
           IF cost-usage-status NOT = "00"
              OPEN OUTPUT cost-usage
           END-IF
           IF cost-usage-status NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO cost-usage-record
           MOVE run-date TO cu-date
           MOVE run-time TO cu-time
           MOVE aq-program TO cu-program
           MOVE check-costctr TO cu-costctr
           MOVE aq-cycles TO cu-cycles
           MOVE operator-id TO cu-operator
           IF aq-kind = "C"
              MOVE "C" TO cu-kind
           END-IF
           WRITE cost-usage-record
           CLOSE cost-usage.

       065-feed-exception.
           CALL excfeed USING exception-detail
              ON EXCEPTION
                 CONTINUE
           END-CALL.
       END PROGRAM allowchk.
