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
       PROGRAM-ID. allowrpt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT cost-allow ASSIGN TO "COSTALLOW"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS cost-allow-status.
           SELECT cost-usage ASSIGN TO "COSTUSAGE"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS cost-usage-status.
           SELECT allow-rpt ASSIGN TO "ALLOWRPT"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  cost-allow
           RECORDING MODE IS F.
       01  cost-allow-record.
           05 ca-costctr        PIC X(8).
           05 ca-cycles         PIC 9(12).
           05 ca-sessions       PIC 9(9).
           05 FILLER            PIC X(51).

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

       FD  allow-rpt.
       01  allow-rpt-line       PIC X(132).

       WORKING-STORAGE SECTION.
       77  cost-allow-status    PIC XX.
       77  cost-usage-status    PIC XX.
       77  arg-num              PIC 9(4).
       77  arg-month            PIC X(6).
       77  report-month         PIC X(6).
       77  run-date             PIC X(8).
       77  dept-count           PIC 99      VALUE 0.
       77  dept-idx             PIC 99.
       77  dept-found-sw        PIC X.
       77  find-costctr         PIC X(8).
       77  over-count           PIC 9(4)    VALUE 0.
       77  warn-count           PIC 9(4)    VALUE 0.
       77  month-sessions       PIC 9(9)    VALUE 0.
       77  pct-work             PIC 9(5).
       77  remain-work          PIC S9(13).
       77  cycles-disp          PIC ZZZZZZZZZZZ9.
       77  sessions-disp        PIC ZZZZZZZZ9.
       77  pct-disp             PIC ZZZZ9.
       77  remain-disp          PIC -ZZZZZZZZZZZ9.
      * One row per cost center that either holds an allowance or
      * drew anything in the month; usage with no allowance row is
      * reported as unlimited.
       01  dept-table.
           05 dept-entry        OCCURS 50 TIMES.
              10 dp-costctr      PIC X(8)   VALUE SPACES.
              10 dp-listed-sw    PIC X      VALUE "N".
              10 dp-allow-cyc    PIC 9(12)  VALUE 0.
              10 dp-allow-ses    PIC 9(9)   VALUE 0.
              10 dp-used-cyc     PIC 9(12)  VALUE 0.
              10 dp-used-ses     PIC 9(9)   VALUE 0.
              10 dp-cyc-pct      PIC 9(5)   VALUE 0.
              10 dp-ses-pct      PIC 9(5)   VALUE 0.
              10 dp-flag         PIC X(12)  VALUE SPACES.
       77  runledgr             PIC X(8)    VALUE "runledgr".
       01  ledger-request.
           05 lr-program        PIC X(10)   VALUE "allowrpt".
           05 lr-event          PIC X(5).
           05 lr-rc             PIC 9(4)    VALUE 0.
           05 lr-parms          PIC X(40)   VALUE SPACES.

      * Monthly allowance-versus-actual statement: for every cost
      * center, its cycle and session allowance for the month, what
      * COSTUSAGE shows it actually used, the percentage and what
      * is left. Centers over their allowance or at 80% and more
      * are flagged; the month defaults to the current one.
       PROCEDURE DIVISION.
           ACCEPT run-date FROM DATE YYYYMMDD
           MOVE run-date (1 : 6) TO report-month
           MOVE 1 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT arg-month FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO arg-month
           END-ACCEPT
           IF arg-month NOT = SPACES
              IF arg-month IS NOT NUMERIC
                 DISPLAY "Usage: allowrpt [month (YYYYMM)]"
                 DISPLAY "Invalid month: " arg-month
                    " is not YYYYMM"
                 MOVE 1 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE arg-month TO report-month
           END-IF

           MOVE "START" TO lr-event
           MOVE SPACES TO lr-parms
           STRING "month " DELIMITED BY SIZE
              report-month DELIMITED BY SIZE
              INTO lr-parms
           END-STRING
           PERFORM 066-register-run

           DISPLAY "Allowance versus actual for " report-month
           PERFORM 100-load-allowances
           PERFORM 200-sum-usage
           PERFORM 300-judge-centers
           PERFORM 400-write-report

           DISPLAY "Allowance report written to ALLOWRPT ("
              dept-count " cost center(s), " month-sessions
              " session(s), " over-count " over, " warn-count
              " at 80% or more)"
           IF over-count > 0
              MOVE 1 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           MOVE "END  " TO lr-event
           MOVE RETURN-CODE TO lr-rc
           PERFORM 066-register-run
           MOVE lr-rc TO RETURN-CODE
           STOP RUN.

       066-register-run.
           CALL runledgr USING ledger-request
              ON EXCEPTION
                 CONTINUE
           END-CALL.

       100-load-allowances.
           OPEN INPUT cost-allow
           IF cost-allow-status NOT = "00"
              DISPLAY "No COSTALLOW on file - every cost center "
                 "is unlimited"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL cost-allow-status NOT = "00"
              READ cost-allow
                 AT END
                    MOVE "10" TO cost-allow-status
                 NOT AT END
                    MOVE ca-costctr TO find-costctr
                    PERFORM 150-find-center
                    MOVE "Y" TO dp-listed-sw (dept-idx)
                    IF ca-cycles IS NUMERIC
                       MOVE ca-cycles TO dp-allow-cyc (dept-idx)
                    END-IF
                    IF ca-sessions IS NUMERIC
                       MOVE ca-sessions TO dp-allow-ses (dept-idx)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE cost-allow.

      * Leaves dept-idx on the row for find-costctr, adding it when
      * the center has not been seen yet.
       150-find-center.
           IF find-costctr = SPACES
              MOVE "OVERHEAD" TO find-costctr
           END-IF
           MOVE "N" TO dept-found-sw
           PERFORM VARYING dept-idx FROM 1 BY 1
              UNTIL dept-idx > dept-count OR dept-found-sw = "Y"
              IF dp-costctr (dept-idx) = find-costctr
                 MOVE "Y" TO dept-found-sw
              END-IF
           END-PERFORM
           IF dept-found-sw = "Y"
              SUBTRACT 1 FROM dept-idx
              EXIT PARAGRAPH
           END-IF
           IF dept-count = 50
              DISPLAY "More than 50 cost centers; the department "
                 "table cannot hold any more"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO dept-count
           MOVE dept-count TO dept-idx
           MOVE find-costctr TO dp-costctr (dept-idx).

       200-sum-usage.
           OPEN INPUT cost-usage
           IF cost-usage-status NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL cost-usage-status NOT = "00"
              READ cost-usage
                 AT END
                    MOVE "10" TO cost-usage-status
                 NOT AT END
                    IF cu-date (1 : 6) = report-month
                       MOVE cu-costctr TO find-costctr
                       PERFORM 150-find-center
                       ADD cu-cycles TO dp-used-cyc (dept-idx)
                       IF cu-kind NOT = "C"
                          ADD 1 TO month-sessions
                          ADD 1 TO dp-used-ses (dept-idx)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE cost-usage.

       300-judge-centers.
           PERFORM VARYING dept-idx FROM 1 BY 1
              UNTIL dept-idx > dept-count
              MOVE 0 TO dp-cyc-pct (dept-idx)
              MOVE 0 TO dp-ses-pct (dept-idx)
              IF dp-allow-cyc (dept-idx) > 0
                 COMPUTE dp-cyc-pct (dept-idx) =
                    dp-used-cyc (dept-idx) * 100
                    / dp-allow-cyc (dept-idx)
              END-IF
              IF dp-allow-ses (dept-idx) > 0
                 COMPUTE dp-ses-pct (dept-idx) =
                    dp-used-ses (dept-idx) * 100
                    / dp-allow-ses (dept-idx)
              END-IF
              EVALUATE TRUE
                 WHEN dp-listed-sw (dept-idx) = "N"
                    MOVE "NO ALLOWANCE" TO dp-flag (dept-idx)
                 WHEN (dp-allow-cyc (dept-idx) > 0
                    AND dp-used-cyc (dept-idx) >
                       dp-allow-cyc (dept-idx))
                    OR (dp-allow-ses (dept-idx) > 0
                    AND dp-used-ses (dept-idx) >
                       dp-allow-ses (dept-idx))
                    MOVE "OVER" TO dp-flag (dept-idx)
                    ADD 1 TO over-count
                 WHEN dp-cyc-pct (dept-idx) >= 80
                    OR dp-ses-pct (dept-idx) >= 80
                    MOVE "80%+" TO dp-flag (dept-idx)
                    ADD 1 TO warn-count
                 WHEN OTHER
                    MOVE SPACES TO dp-flag (dept-idx)
              END-EVALUATE
           END-PERFORM.

       400-write-report.
           OPEN OUTPUT allow-rpt
           MOVE SPACES TO allow-rpt-line
           STRING
              "COST-CENTER ALLOWANCE VERSUS ACTUAL  month="
                            DELIMITED BY SIZE
              report-month  DELIMITED BY SIZE
              INTO allow-rpt-line
           END-STRING
           WRITE allow-rpt-line
           MOVE SPACES TO allow-rpt-line
           WRITE allow-rpt-line
           MOVE "COSTCTR" TO allow-rpt-line (1 : 7)
           MOVE "MEASURE" TO allow-rpt-line (11 : 7)
           MOVE "ALLOWANCE" TO allow-rpt-line (24 : 9)
           MOVE "USED" TO allow-rpt-line (42 : 4)
           MOVE "PCT" TO allow-rpt-line (50 : 3)
           MOVE "REMAINING" TO allow-rpt-line (59 : 9)
           MOVE "FLAG" TO allow-rpt-line (70 : 4)
           WRITE allow-rpt-line
           PERFORM VARYING dept-idx FROM 1 BY 1
              UNTIL dept-idx > dept-count
              PERFORM 410-write-cycle-line
              PERFORM 420-write-session-line
              DISPLAY "  " dp-costctr (dept-idx) " cycles "
                 dp-used-cyc (dept-idx) "/" dp-allow-cyc (dept-idx)
                 " sessions " dp-used-ses (dept-idx) "/"
                 dp-allow-ses (dept-idx) " "
                 dp-flag (dept-idx)
           END-PERFORM
           MOVE SPACES TO allow-rpt-line
           WRITE allow-rpt-line
           MOVE month-sessions TO sessions-disp
           MOVE SPACES TO allow-rpt-line
           STRING
              "TOTAL SESSIONS " DELIMITED BY SIZE
              sessions-disp     DELIMITED BY SIZE
              INTO allow-rpt-line
           END-STRING
           WRITE allow-rpt-line
           MOVE "A zero allowance leaves that measure unlimited."
              TO allow-rpt-line
           WRITE allow-rpt-line
           CLOSE allow-rpt.

       410-write-cycle-line.
           MOVE SPACES TO allow-rpt-line
           MOVE dp-costctr (dept-idx) TO allow-rpt-line (1 : 8)
           MOVE "cycles" TO allow-rpt-line (11 : 8)
           MOVE dp-used-cyc (dept-idx) TO cycles-disp
           MOVE cycles-disp TO allow-rpt-line (34 : 12)
           IF dp-allow-cyc (dept-idx) = 0
              MOVE "   unlimited" TO allow-rpt-line (21 : 12)
           ELSE
              MOVE dp-allow-cyc (dept-idx) TO cycles-disp
              MOVE cycles-disp TO allow-rpt-line (21 : 12)
              MOVE dp-cyc-pct (dept-idx) TO pct-disp
              MOVE pct-disp TO allow-rpt-line (47 : 5)
              MOVE "%" TO allow-rpt-line (52 : 1)
              COMPUTE remain-work =
                 dp-allow-cyc (dept-idx) - dp-used-cyc (dept-idx)
              MOVE remain-work TO remain-disp
              MOVE remain-disp TO allow-rpt-line (55 : 13)
           END-IF
           MOVE dp-flag (dept-idx) TO allow-rpt-line (70 : 12)
           WRITE allow-rpt-line.

       420-write-session-line.
           MOVE SPACES TO allow-rpt-line
           MOVE "sessions" TO allow-rpt-line (11 : 8)
           MOVE dp-used-ses (dept-idx) TO sessions-disp
           MOVE sessions-disp TO allow-rpt-line (37 : 9)
           IF dp-allow-ses (dept-idx) = 0
              MOVE "   unlimited" TO allow-rpt-line (21 : 12)
           ELSE
              MOVE dp-allow-ses (dept-idx) TO sessions-disp
              MOVE sessions-disp TO allow-rpt-line (24 : 9)
              MOVE dp-ses-pct (dept-idx) TO pct-disp
              MOVE pct-disp TO allow-rpt-line (47 : 5)
              MOVE "%" TO allow-rpt-line (52 : 1)
              COMPUTE remain-work =
                 dp-allow-ses (dept-idx) - dp-used-ses (dept-idx)
              MOVE remain-work TO remain-disp
              MOVE remain-disp TO allow-rpt-line (55 : 13)
           END-IF
           WRITE allow-rpt-line.
       END PROGRAM allowrpt.
