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
       PROGRAM-ID. holmaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT holiday-file ASSIGN TO DYNAMIC holiday-file-name
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS holiday-status.
           SELECT hol-audit ASSIGN TO "HOLAUDIT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS hol-audit-status.

       DATA DIVISION.
       FILE SECTION.
      * The business-date calendar randomize and batchrun read:
      * HOLIDAYS, or HOLIDAYS.<region> for a regional calendar.
       FD  holiday-file
           RECORDING MODE IS F.
       01  holiday-record.
           05 hol-date          PIC X(8).
           05 FILLER            PIC X(72).

       FD  hol-audit.
       01  hol-audit-line       PIC X(100).

       WORKING-STORAGE SECTION.
       77  holiday-status       PIC XX.
       77  hol-audit-status     PIC XX.
       77  holiday-file-name    PIC X(13)   VALUE "HOLIDAYS".
       77  operator-id          PIC X(8).
       77  opident              PIC X(8)    VALUE "opident".
       77  run-date             PIC X(8).
       77  run-time             PIC X(8).
       77  arg-num              PIC 9(4).
       77  arg-action           PIC X(8).
       77  arg-date             PIC X(8).
       77  arg-region           PIC X(4)    VALUE SPACES.
       77  arg-days             PIC X(4)    VALUE SPACES.
       77  lookahead-days       PIC 9(4)    VALUE 90.
       77  horizon-date         PIC 9(8).
       77  calendar-found-sw    PIC X       VALUE "N".
       77  hol-count            PIC 9(4)    VALUE 0.
       77  hol-idx              PIC 9(4).
       77  hol-hit-idx          PIC 9(4).
       77  insert-idx           PIC 9(4).
       77  audit-event          PIC X(8).
       77  runledgr             PIC X(8)    VALUE "runledgr".
      * Start/end registration in the central execution ledger.
       01  ledger-request.
           05 lr-program        PIC X(10)   VALUE "holmaint".
           05 lr-event          PIC X(5).
           05 lr-rc             PIC 9(4)    VALUE 0.
           05 lr-parms          PIC X(40)   VALUE SPACES.
      * The calendar held in date order; HOLIDAYS is rewritten
      * from it after every change.
       01  hol-table.
           05 hol-entry         PIC X(8)
              OCCURS 1 TO 500 TIMES DEPENDING ON hol-count.

      * Maintains a HOLIDAYS calendar. ADD and DELETE accept only
      * real calendar dates, keep the file in date order without
      * duplicates and leave a line on the HOLAUDIT trail; CHECK
      * fails when the calendar stops short of the look-ahead
      * window, so a lapsed calendar is caught before a business-
      * date run silently treats every future day as working.
       PROCEDURE DIVISION.
           CALL opident USING operator-id
              ON EXCEPTION
                 DISPLAY "USER" UPON ENVIRONMENT-NAME
                 ACCEPT operator-id FROM ENVIRONMENT-VALUE
           END-CALL
           IF operator-id = SPACES
              MOVE "UNKNOWN" TO operator-id
           END-IF
           ACCEPT run-date FROM DATE YYYYMMDD
           ACCEPT run-time FROM TIME

           MOVE 1 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT arg-action FROM ARGUMENT-VALUE
              ON EXCEPTION
                 PERFORM 060-display-usage
                 MOVE 1 TO RETURN-CODE
                 STOP RUN
           END-ACCEPT
           EVALUATE FUNCTION TRIM (arg-action)
              WHEN "ADD"
              WHEN "DELETE"
                 PERFORM 050-accept-date-args
              WHEN "LIST"
                 PERFORM 055-accept-region-arg
              WHEN "CHECK"
                 PERFORM 055-accept-region-arg
                 PERFORM 058-accept-days-arg
              WHEN OTHER
                 PERFORM 060-display-usage
                 MOVE 1 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE
           IF arg-region NOT = SPACES
              MOVE SPACES TO holiday-file-name
              STRING
                 "HOLIDAYS."               DELIMITED BY SIZE
                 FUNCTION TRIM (arg-region) DELIMITED BY SIZE
                 INTO holiday-file-name
              END-STRING
           END-IF

           MOVE "START" TO lr-event
           MOVE SPACES TO lr-parms
           STRING
              FUNCTION TRIM (arg-action)        DELIMITED BY SIZE
              " "                               DELIMITED BY SIZE
              FUNCTION TRIM (holiday-file-name) DELIMITED BY SIZE
              " "                               DELIMITED BY SIZE
              arg-date                          DELIMITED BY SPACE
              INTO lr-parms
           END-STRING
           PERFORM 066-register-run

           PERFORM 100-load-calendar
           EVALUATE FUNCTION TRIM (arg-action)
              WHEN "ADD"
                 PERFORM 300-add-date
              WHEN "DELETE"
                 PERFORM 400-delete-date
              WHEN "LIST"
                 PERFORM 600-list-calendar
              WHEN "CHECK"
                 PERFORM 700-check-horizon
           END-EVALUATE
           MOVE "END  " TO lr-event
           MOVE RETURN-CODE TO lr-rc
           PERFORM 066-register-run
           MOVE lr-rc TO RETURN-CODE
           STOP RUN.

       050-accept-date-args.
           MOVE 2 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT arg-date FROM ARGUMENT-VALUE
              ON EXCEPTION
                 PERFORM 060-display-usage
                 MOVE 1 TO RETURN-CODE
                 STOP RUN
           END-ACCEPT
           IF arg-date IS NOT NUMERIC
              OR FUNCTION TEST-DATE-YYYYMMDD
                 (FUNCTION NUMVAL (arg-date)) NOT = 0
              DISPLAY "Invalid date: " arg-date
                 " is not a real calendar date (YYYYMMDD)"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 3 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT arg-region FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO arg-region
           END-ACCEPT.

       055-accept-region-arg.
           MOVE 2 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT arg-region FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO arg-region
           END-ACCEPT
      * CHECK allows the day count without a region.
           IF FUNCTION TRIM (arg-action) = "CHECK"
              AND arg-region IS NUMERIC
              MOVE arg-region TO arg-days
              MOVE SPACES TO arg-region
           END-IF.

       058-accept-days-arg.
           IF arg-days = SPACES
              MOVE 3 TO arg-num
              DISPLAY arg-num UPON ARGUMENT-NUMBER
              ACCEPT arg-days FROM ARGUMENT-VALUE
                 ON EXCEPTION
                    MOVE SPACES TO arg-days
              END-ACCEPT
           END-IF
           IF arg-days NOT = SPACES
              IF FUNCTION TRIM (arg-days) IS NOT NUMERIC
                 DISPLAY "Invalid day count: " arg-days
                 MOVE 1 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE FUNCTION NUMVAL (arg-days) TO lookahead-days
           END-IF.

       060-display-usage.
           DISPLAY "Usage: holmaint ADD|DELETE date [region]"
           DISPLAY "       holmaint LIST [region]"
           DISPLAY "       holmaint CHECK [region] [days]"
           DISPLAY "  date: YYYYMMDD; region selects HOLIDAYS.<region> "
              "(e.g. SE, UK) instead of HOLIDAYS"
           DISPLAY "  CHECK fails (RC 1) when the calendar holds no "
              "date beyond today + days (default 90)".

       066-register-run.
           CALL runledgr USING ledger-request
              ON EXCEPTION
                 CONTINUE
           END-CALL.

      * Loads the calendar in date order; an absent file is an
      * empty calendar that ADD creates. Blank or invalid lines
      * and repeats of a date already held are dropped, so the
      * first rewrite also tidies a hand-edited file.
       100-load-calendar.
           OPEN INPUT holiday-file
           IF holiday-status NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO calendar-found-sw
           PERFORM UNTIL holiday-status NOT = "00"
              READ holiday-file
                 AT END
                    MOVE "10" TO holiday-status
                 NOT AT END
                    IF hol-date IS NUMERIC
                       IF FUNCTION TEST-DATE-YYYYMMDD
                          (FUNCTION NUMVAL (hol-date)) = 0
                          PERFORM 150-find-date
                          IF hol-hit-idx = 0
                             PERFORM 160-insert-date
                          END-IF
                       ELSE
                          DISPLAY "Ignored invalid calendar line: "
                             hol-date
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE holiday-file.

      * Sets hol-hit-idx to the entry holding hol-date, or 0, and
      * insert-idx to the position the date belongs at.
       150-find-date.
           MOVE 0 TO hol-hit-idx
           MOVE 1 TO insert-idx
           PERFORM VARYING hol-idx FROM 1 BY 1
              UNTIL hol-idx > hol-count
              IF hol-entry (hol-idx) = hol-date
                 MOVE hol-idx TO hol-hit-idx
              END-IF
              IF hol-entry (hol-idx) < hol-date
                 COMPUTE insert-idx = hol-idx + 1
              END-IF
           END-PERFORM.

       160-insert-date.
           IF hol-count = 500
              DISPLAY FUNCTION TRIM (holiday-file-name)
                 " already holds 500 dates; the calendar table "
                 "cannot hold " hol-date
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO hol-count
           PERFORM VARYING hol-idx FROM hol-count BY -1
              UNTIL hol-idx <= insert-idx
              MOVE hol-entry (hol-idx - 1) TO hol-entry (hol-idx)
           END-PERFORM
           MOVE hol-date TO hol-entry (insert-idx).

       300-add-date.
           MOVE arg-date TO hol-date
           PERFORM 150-find-date
           IF hol-hit-idx NOT = 0
              DISPLAY arg-date " is already in "
                 FUNCTION TRIM (holiday-file-name) " - not added"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM 160-insert-date
           IF RETURN-CODE NOT = 0
              EXIT PARAGRAPH
           END-IF
           PERFORM 500-rewrite-calendar
           MOVE "ADD" TO audit-event
           PERFORM 550-append-audit-trail
           DISPLAY arg-date " added to "
              FUNCTION TRIM (holiday-file-name) " (" hol-count
              " date(s))".

       400-delete-date.
           MOVE arg-date TO hol-date
           PERFORM 150-find-date
           IF hol-hit-idx = 0
              DISPLAY arg-date " is not in "
                 FUNCTION TRIM (holiday-file-name) " - not deleted"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING hol-idx FROM hol-hit-idx BY 1
              UNTIL hol-idx >= hol-count
              MOVE hol-entry (hol-idx + 1) TO hol-entry (hol-idx)
           END-PERFORM
           SUBTRACT 1 FROM hol-count
           PERFORM 500-rewrite-calendar
           MOVE "DELETE" TO audit-event
           PERFORM 550-append-audit-trail
           DISPLAY arg-date " deleted from "
              FUNCTION TRIM (holiday-file-name) " (" hol-count
              " date(s))".

       500-rewrite-calendar.
           OPEN OUTPUT holiday-file
           IF holiday-status NOT = "00"
              DISPLAY FUNCTION TRIM (holiday-file-name)
                 " could not be written (status " holiday-status ")"
              MOVE 2 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM VARYING hol-idx FROM 1 BY 1
              UNTIL hol-idx > hol-count
              MOVE SPACES TO holiday-record
              MOVE hol-entry (hol-idx) TO hol-date
              WRITE holiday-record
           END-PERFORM
           CLOSE holiday-file.

       550-append-audit-trail.
           OPEN EXTEND hol-audit
           IF hol-audit-status NOT = "00"
              OPEN OUTPUT hol-audit
           END-IF
           MOVE SPACES TO hol-audit-line
           STRING
              run-date                          DELIMITED BY SIZE
              ","                               DELIMITED BY SIZE
              run-time                          DELIMITED BY SIZE
              ","                               DELIMITED BY SIZE
              FUNCTION TRIM (operator-id)       DELIMITED BY SIZE
              ","                               DELIMITED BY SIZE
              FUNCTION TRIM (audit-event)       DELIMITED BY SIZE
              ","                               DELIMITED BY SIZE
              FUNCTION TRIM (holiday-file-name) DELIMITED BY SIZE
              ","                               DELIMITED BY SIZE
              arg-date                          DELIMITED BY SIZE
              INTO hol-audit-line
           END-STRING
           WRITE hol-audit-line
           CLOSE hol-audit.

       600-list-calendar.
           IF calendar-found-sw = "N"
              DISPLAY FUNCTION TRIM (holiday-file-name)
                 " does not exist"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING hol-idx FROM 1 BY 1
              UNTIL hol-idx > hol-count
              DISPLAY hol-entry (hol-idx)
           END-PERFORM
           DISPLAY FUNCTION TRIM (holiday-file-name) ": " hol-count
              " date(s)".

       700-check-horizon.
           COMPUTE horizon-date = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE
                 (FUNCTION NUMVAL (run-date)) + lookahead-days)
           IF hol-count = 0
              DISPLAY "WARNING: " FUNCTION TRIM (holiday-file-name)
                 " holds no dates - maintain it with holmaint ADD"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           IF hol-entry (hol-count) < horizon-date
              DISPLAY "WARNING: " FUNCTION TRIM (holiday-file-name)
                 " ends " hol-entry (hol-count) " - no dates "
                 "beyond " horizon-date " (" lookahead-days
                 " days ahead)"
              MOVE 1 TO RETURN-CODE
           ELSE
              DISPLAY FUNCTION TRIM (holiday-file-name)
                 " covers the next " lookahead-days " days (last "
                 "date " hol-entry (hol-count) ")"
           END-IF.
       END PROGRAM holmaint.
