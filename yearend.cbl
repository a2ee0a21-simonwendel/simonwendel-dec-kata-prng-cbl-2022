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
       PROGRAM-ID. yearend.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT part-cat ASSIGN TO "PARTCAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS part-cat-status.
           SELECT close-log ASSIGN TO "CLOSELOG"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS close-log-status.
           SELECT holiday-file ASSIGN TO DYNAMIC holiday-file-name
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS holiday-status.
           SELECT hist-file ASSIGN TO DYNAMIC hist-file-name
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS hist-key
              FILE STATUS IS hist-status.
           SELECT year-cert ASSIGN TO DYNAMIC year-cert-name
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS year-cert-status.
           SELECT freeze-log ASSIGN TO "FREEZELOG"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS freeze-log-status.

       DATA DIVISION.
       FILE SECTION.
      * Partition catalog: one record per HISTFILE.Yyyyy year
      * partition. pc-state is F once the year is certified and
      * frozen, U while an UNFREEZE has it reopened, blank while
      * the year is still open. R marks a partition histrest has
      * restored from the archives; pc-expiry is its YYYYDDD expiry.
       FD  part-cat
           RECORDING MODE IS F.
       01  part-cat-record.
           05 pc-year           PIC X(4).
           05 pc-created        PIC X(8).
           05 pc-state          PIC X.
           05 pc-expiry         PIC 9(7).

       FD  close-log
           RECORDING MODE IS F.
       01  close-log-record.
           05 cl-date           PIC X(8).
           05 cl-time           PIC X(8).
           05 cl-draws          PIC 9(9).
           05 cl-sessions       PIC 9(9).
           05 cl-status         PIC X.
           05 FILLER            PIC X(5).

       FD  holiday-file
           RECORDING MODE IS F.
       01  holiday-record.
           05 hol-date          PIC X(8).
           05 FILLER            PIC X(72).

       FD  hist-file.
       01  hist-record.
           05 hist-key.
              10 hk-date            PIC X(8).
              10 hk-seq             PIC 9(9).
              10 hk-session         PIC 9(9).
           05 hist-n                PIC 99.
           05 hist-value            PIC X(16).
           05 hist-stream           PIC 99.
           05 hist-check            PIC 9.
           05 hist-stat             PIC X.
           05 hist-link.
              10 hl-date            PIC X(8).
              10 hl-seq             PIC 9(9).
              10 hl-session         PIC 9(9).
           05 hist-void-op          PIC X(8).
           05 hist-void-rsn         PIC X(16).
           05 hist-game             PIC X(8).
           05 hist-client           PIC X(8).

      * The closing certificate of one year partition, kept as
      * YEARCERT.Yyyyy beside the partition it describes.
       FD  year-cert.
       01  year-cert-line       PIC X(80).

      * Every close and every reopening of a year partition, in
      * the order they happened, with the totals certified at a
      * close and the operator's reason for a reopening.
       FD  freeze-log
           RECORDING MODE IS F.
       01  freeze-log-record.
           05 fl-date           PIC X(8).
           05 fl-time           PIC X(8).
           05 fl-operator       PIC X(8).
           05 fl-action         PIC X(8).
           05 fl-year           PIC X(4).
           05 fl-records        PIC 9(9).
           05 fl-value-hash     PIC 9(18).
           05 fl-seq-hash       PIC 9(18).
           05 fl-reason         PIC X(39).

       WORKING-STORAGE SECTION.
       77  part-cat-status      PIC XX.
       77  expiry-date          PIC 9(8).
       77  close-log-status     PIC XX.
       77  holiday-status       PIC XX.
       77  hist-status          PIC XX.
       77  year-cert-status     PIC XX.
       77  freeze-log-status    PIC XX.
       77  holiday-file-name    PIC X(13)   VALUE "HOLIDAYS".
       77  hist-file-name       PIC X(14).
       77  year-cert-name       PIC X(14).
       77  operator-id          PIC X(8).
       77  opident              PIC X(8)    VALUE "opident".
       77  run-date             PIC X(8).
       77  run-time             PIC X(8).
       77  arg-num              PIC 9(4).
       77  arg-action           PIC X(8).
       77  arg-year             PIC X(4).
       77  arg-extra            PIC X(39)   VALUE SPACES.
       77  close-year           PIC X(4).
       77  part-found-sw        PIC X.
       77  part-state           PIC X.
       77  year-first-int       PIC 9(8).
       77  year-last-int        PIC 9(8).
       77  day-int              PIC 9(8).
       77  day-idx              PIC 9(3).
       77  day-date             PIC 9(8).
       77  week-day             PIC 9.
       77  business-days        PIC 9(3)    VALUE 0.
       77  closed-days          PIC 9(3)    VALUE 0.
       77  unclosed-days        PIC 9(3)    VALUE 0.
       77  holiday-count        PIC 9(3)    VALUE 0.
       77  year-draws           PIC 9(11)   VALUE 0.
       77  eof-sw               PIC X.
       77  hist-records         PIC 9(9)    VALUE 0.
       77  active-records       PIC 9(9)    VALUE 0.
       77  voided-records       PIC 9(9)    VALUE 0.
       77  replaced-records     PIC 9(9)    VALUE 0.
       77  other-records        PIC 9(9)    VALUE 0.
       77  stray-records        PIC 9(9)    VALUE 0.
       77  value-num            PIC 9(16).
       77  value-hash           PIC 9(18)   VALUE 0.
       77  seq-hash             PIC 9(18)   VALUE 0.
       77  first-hist-date      PIC X(8)    VALUE SPACES.
       77  last-hist-date       PIC X(8)    VALUE SPACES.
       77  cert-text            PIC X(80).
       77  authchk              PIC X(8)    VALUE "authchk".
       77  excfeed              PIC X(8)    VALUE "excfeed".
       77  runledgr             PIC X(8)    VALUE "runledgr".
       77  dsnenq               PIC X(8)    VALUE "dsnenq".
       COPY dsnenq.
       01  auth-request.
           05 ar-operator       PIC X(8).
           05 ar-capability     PIC X(8).
           05 ar-allowed        PIC X.
      * Start/end registration in the central execution ledger.
       01  ledger-request.
           05 lr-program        PIC X(10)   VALUE "yearend".
           05 lr-event          PIC X(5).
           05 lr-rc             PIC 9(4)    VALUE 0.
           05 lr-parms          PIC X(40)   VALUE SPACES.
       01  exception-detail.
           05 exd-program       PIC X(10)   VALUE "yearend".
           05 exd-severity      PIC X(4).
           05 exd-reason        PIC X(8).
           05 exd-key           PIC X(18)   VALUE SPACES.
           05 exd-text          PIC X(40).
      * One slot per day of the year being closed: H holiday,
      * C closed on CLOSELOG, blank otherwise.
       01  day-table.
           05 day-flag          PIC X       OCCURS 366 TIMES.

      * Year-end close of a HISTFILE year partition. CLOSE checks
      * that every business day of the year (weekdays not on the
      * HOLIDAYS calendar) was formally closed by dayclose, counts
      * and hash-totals the partition, writes the closing
      * certificate and marks the year frozen in PARTCAT; from
      * then on histvoid, histpurge, archpurge, mirsync and histbld
      * leave the year alone. UNFREEZE, held by the UNFREEZE
      * capability and always given a reason, reopens a frozen
      * year for correction; a later CLOSE certifies and freezes
      * it again. LIST shows every partition and its state.
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
              WHEN "CLOSE"
              WHEN "UNFREEZE"
                 PERFORM 050-accept-year-args
              WHEN "LIST"
                 CONTINUE
              WHEN OTHER
                 PERFORM 060-display-usage
                 MOVE 1 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE

           MOVE "START" TO lr-event
           MOVE SPACES TO lr-parms
           STRING
              FUNCTION TRIM (arg-action) DELIMITED BY SIZE
              " "                        DELIMITED BY SIZE
              close-year                 DELIMITED BY SIZE
              INTO lr-parms
           END-STRING
           PERFORM 066-register-run

           EVALUATE FUNCTION TRIM (arg-action)
              WHEN "CLOSE"
                 PERFORM 200-close-year
              WHEN "UNFREEZE"
                 PERFORM 500-unfreeze-year
              WHEN "LIST"
                 PERFORM 600-list-partitions
           END-EVALUATE
           PERFORM 900-finish-run.

       050-accept-year-args.
           MOVE 2 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT arg-year FROM ARGUMENT-VALUE
              ON EXCEPTION
                 PERFORM 060-display-usage
                 MOVE 1 TO RETURN-CODE
                 STOP RUN
           END-ACCEPT
           IF arg-year IS NOT NUMERIC OR arg-year < "1601"
              DISPLAY "Invalid year '" FUNCTION TRIM (arg-year)
                 "': give the partition year as YYYY"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE arg-year TO close-year
           MOVE 3 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT arg-extra FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO arg-extra
           END-ACCEPT.

       060-display-usage.
           DISPLAY "Usage: yearend CLOSE year [region]"
           DISPLAY "       yearend UNFREEZE year reason"
           DISPLAY "       yearend LIST"
           DISPLAY "  CLOSE certifies HISTFILE.Yyyyy and freezes it; "
              "region selects HOLIDAYS.<region> for the business "
              "days"
           DISPLAY "  UNFREEZE reopens a frozen year (UNFREEZE "
              "capability); quote a reason of up to 39 characters".

       065-feed-exception.
           CALL excfeed USING exception-detail
              ON EXCEPTION
                 CONTINUE
           END-CALL.

       066-register-run.
           CALL runledgr USING ledger-request
              ON EXCEPTION
                 CONTINUE
           END-CALL.

      * HISTFILE is held shared from the business-day check to the
      * freeze, so no writer can add to the year while it is being
      * certified or reopened.
       070-enqueue-datasets.
           MOVE "ACQUIRE" TO dq-function
           MOVE "yearend" TO dq-program
           MOVE operator-id TO dq-operator
           MOVE 1 TO dq-count
           MOVE "HISTFILE" TO dq-dataset (1)
           MOVE "S" TO dq-mode (1)
           MOVE "Y" TO dq-granted
           CALL dsnenq USING dataset-enqueue
              ON EXCEPTION
                 CONTINUE
           END-CALL
           IF dq-granted NOT = "Y"
              MOVE "END  " TO lr-event
              MOVE 1 TO lr-rc
              PERFORM 066-register-run
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF.

       075-release-datasets.
           MOVE "RELEASE" TO dq-function
           MOVE "yearend" TO dq-program
           CALL dsnenq USING dataset-enqueue
              ON EXCEPTION
                 CONTINUE
           END-CALL.

      * Finds the year in PARTCAT: part-found-sw Y and its state
      * in part-state.
       100-find-partition.
           MOVE "N" TO part-found-sw
           MOVE SPACE TO part-state
           OPEN INPUT part-cat
           IF part-cat-status NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL part-cat-status NOT = "00"
              READ part-cat
                 AT END
                    MOVE "10" TO part-cat-status
                 NOT AT END
                    IF pc-year = close-year
                       MOVE "Y" TO part-found-sw
                       MOVE pc-state TO part-state
                    END-IF
              END-READ
           END-PERFORM
           CLOSE part-cat.

      * Sets the year's PARTCAT state to part-state in place.
       150-set-partition-state.
           OPEN I-O part-cat
           IF part-cat-status NOT = "00"
              DISPLAY "Unable to update PARTCAT (status "
                 part-cat-status ")"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL part-cat-status NOT = "00"
              READ part-cat
                 AT END
                    MOVE "10" TO part-cat-status
                 NOT AT END
                    IF pc-year = close-year
                       MOVE part-state TO pc-state
                       REWRITE part-cat-record
                    END-IF
              END-READ
           END-PERFORM
           CLOSE part-cat
           MOVE 0 TO RETURN-CODE.

       200-close-year.
           IF close-year NOT < run-date (1 : 4)
              DISPLAY "REFUSED - year " close-year " has not ended; "
                 "only a past year can be closed"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM 100-find-partition
           IF part-found-sw = "N"
              DISPLAY "REFUSED - year " close-year " is not a "
                 "HISTFILE partition listed in PARTCAT"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           IF part-state = "F"
              DISPLAY "REFUSED - HISTFILE.Y" close-year " is "
                 "already closed and frozen"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           IF arg-extra NOT = SPACES
              MOVE SPACES TO holiday-file-name
              STRING
                 "HOLIDAYS."              DELIMITED BY SIZE
                 FUNCTION TRIM (arg-extra) DELIMITED BY SIZE
                 INTO holiday-file-name
              END-STRING
           END-IF
           DISPLAY "Year-end close of HISTFILE.Y" close-year
              " (calendar " FUNCTION TRIM (holiday-file-name) ")"

           PERFORM 070-enqueue-datasets
           PERFORM 250-check-business-days
           IF unclosed-days > 0
              DISPLAY "YEAR NOT CLOSED - " unclosed-days
                 " business day(s) of " close-year " have no "
                 "CLOSELOG close; run dayclose for them first"
              MOVE "SEVR" TO exd-severity
              MOVE "YEAREND" TO exd-reason
              MOVE close-year TO exd-key
              MOVE "business days of the year never closed"
                 TO exd-text
              PERFORM 065-feed-exception
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF

           PERFORM 300-total-partition
           IF hist-status NOT = "10"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           IF stray-records > 0
              DISPLAY "YEAR NOT CLOSED - " stray-records
                 " record(s) on HISTFILE.Y" close-year
                 " are dated outside the year"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF

           PERFORM 400-write-certificate
           IF RETURN-CODE NOT = 0
              EXIT PARAGRAPH
           END-IF
           MOVE "F" TO part-state
           PERFORM 150-set-partition-state
           IF RETURN-CODE NOT = 0
              EXIT PARAGRAPH
           END-IF
           MOVE "CLOSE" TO fl-action
           MOVE SPACES TO fl-reason
           PERFORM 700-append-freeze-log
           DISPLAY "YEAR CLOSED - HISTFILE.Y" close-year
              " certified in " FUNCTION TRIM (year-cert-name)
              " and frozen"
           MOVE 0 TO RETURN-CODE.

      * Weekends and calendar holidays are not business days;
      * every other day of the year needs a C record on CLOSELOG.
       250-check-business-days.
           INITIALIZE day-table
           COMPUTE year-first-int = FUNCTION INTEGER-OF-DATE
              (FUNCTION NUMVAL (close-year) * 10000 + 101)
           COMPUTE year-last-int = FUNCTION INTEGER-OF-DATE
              (FUNCTION NUMVAL (close-year) * 10000 + 1231)
           OPEN INPUT holiday-file
           IF holiday-status = "00"
              PERFORM UNTIL holiday-status NOT = "00"
                 READ holiday-file
                    AT END
                       MOVE "10" TO holiday-status
                    NOT AT END
                       IF hol-date IS NUMERIC
                          AND hol-date (1 : 4) = close-year
                          MOVE hol-date TO day-date
                          PERFORM 260-flag-holiday
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE holiday-file
           ELSE
              DISPLAY "No " FUNCTION TRIM (holiday-file-name)
                 " calendar - every weekday is a business day"
           END-IF
           OPEN INPUT close-log
           IF close-log-status = "00"
              PERFORM UNTIL close-log-status NOT = "00"
                 READ close-log
                    AT END
                       MOVE "10" TO close-log-status
                    NOT AT END
                       IF cl-status = "C"
                          AND cl-date IS NUMERIC
                          AND cl-date (1 : 4) = close-year
                          PERFORM 270-flag-closed-day
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE close-log
           END-IF
           PERFORM VARYING day-int FROM year-first-int BY 1
              UNTIL day-int > year-last-int
              COMPUTE day-idx = day-int - year-first-int + 1
              MOVE FUNCTION MOD (day-int, 7) TO week-day
              IF week-day NOT = 6 AND week-day NOT = 0
                 AND day-flag (day-idx) NOT = "H"
                 ADD 1 TO business-days
                 IF day-flag (day-idx) = "C"
                    ADD 1 TO closed-days
                 ELSE
                    ADD 1 TO unclosed-days
                    IF unclosed-days <= 20
                       COMPUTE day-date =
                          FUNCTION DATE-OF-INTEGER (day-int)
                       DISPLAY "  business day " day-date
                          " was never closed"
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF unclosed-days > 20
              DISPLAY "  (only the first 20 are listed)"
           END-IF
           DISPLAY "  business days      : " business-days
           DISPLAY "  closed on CLOSELOG : " closed-days
           DISPLAY "  holidays           : " holiday-count.

       260-flag-holiday.
           IF FUNCTION TEST-DATE-YYYYMMDD (day-date) NOT = 0
              EXIT PARAGRAPH
           END-IF
           COMPUTE day-idx = FUNCTION INTEGER-OF-DATE (day-date)
              - year-first-int + 1
           IF day-flag (day-idx) NOT = "H"
              MOVE "H" TO day-flag (day-idx)
              ADD 1 TO holiday-count
           END-IF.

       270-flag-closed-day.
           MOVE cl-date TO day-date
           IF FUNCTION TEST-DATE-YYYYMMDD (day-date) NOT = 0
              EXIT PARAGRAPH
           END-IF
           COMPUTE day-idx = FUNCTION INTEGER-OF-DATE (day-date)
              - year-first-int + 1
           IF day-flag (day-idx) NOT = "H"
              AND day-flag (day-idx) NOT = "C"
              MOVE "C" TO day-flag (day-idx)
              ADD cl-draws TO year-draws
           END-IF.

      * Record counts by lifecycle status and two hash totals
      * (drawn values and sequence numbers, modulo 10**18) over
      * the whole partition; hist-status is left at 10 when the
      * partition was read to its end.
       300-total-partition.
           MOVE SPACES TO hist-file-name
           MOVE "HISTFILE.Y" TO hist-file-name (1 : 10)
           MOVE close-year TO hist-file-name (11 : 4)
           OPEN INPUT hist-file
           IF hist-status NOT = "00"
              DISPLAY "YEAR NOT CLOSED - unable to open "
                 hist-file-name " (status " hist-status ")"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO eof-sw
           PERFORM UNTIL eof-sw = "Y"
              READ hist-file NEXT RECORD
                 AT END
                    MOVE "Y" TO eof-sw
                 NOT AT END
                    PERFORM 350-total-one-record
              END-READ
           END-PERFORM
           CLOSE hist-file
           MOVE "10" TO hist-status
           DISPLAY "  partition records  : " hist-records
           DISPLAY "  active / voided / replacement : "
              active-records " / " voided-records " / "
              replaced-records
           DISPLAY "  value hash total   : " value-hash
           DISPLAY "  sequence hash total: " seq-hash.

       350-total-one-record.
           ADD 1 TO hist-records
           EVALUATE hist-stat
              WHEN "A"
                 ADD 1 TO active-records
              WHEN "V"
                 ADD 1 TO voided-records
              WHEN "R"
                 ADD 1 TO replaced-records
              WHEN OTHER
                 ADD 1 TO other-records
           END-EVALUATE
           IF hk-date (1 : 4) NOT = close-year
              ADD 1 TO stray-records
           END-IF
           IF first-hist-date = SPACES
              MOVE hk-date TO first-hist-date
           END-IF
           MOVE hk-date TO last-hist-date
           MOVE 0 TO value-num
           IF hist-n > 0 AND hist-n < 17
              IF hist-value (1 : hist-n) IS NUMERIC
                 MOVE hist-value (1 : hist-n) TO value-num
              END-IF
           END-IF
           COMPUTE value-hash = FUNCTION MOD
              (value-hash + value-num, 1000000000000000000)
           COMPUTE seq-hash = FUNCTION MOD
              (seq-hash + hk-seq, 1000000000000000000).

       400-write-certificate.
           MOVE SPACES TO year-cert-name
           MOVE "YEARCERT.Y" TO year-cert-name (1 : 10)
           MOVE close-year TO year-cert-name (11 : 4)
           OPEN OUTPUT year-cert
           IF year-cert-status NOT = "00"
              DISPLAY "YEAR NOT CLOSED - unable to write "
                 year-cert-name " (status " year-cert-status ")"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO cert-text
           STRING
              "YEAR-END CLOSING CERTIFICATE  HISTFILE.Y"
                 DELIMITED BY SIZE
              close-year DELIMITED BY SIZE
              INTO cert-text
           END-STRING
           PERFORM 450-emit-cert-line
           MOVE SPACES TO cert-text
           STRING
              "closed "        DELIMITED BY SIZE
              run-date         DELIMITED BY SIZE
              " "              DELIMITED BY SIZE
              run-time         DELIMITED BY SIZE
              " by "           DELIMITED BY SIZE
              operator-id      DELIMITED BY SPACE
              "  calendar "    DELIMITED BY SIZE
              holiday-file-name DELIMITED BY SPACE
              INTO cert-text
           END-STRING
           PERFORM 450-emit-cert-line
           MOVE SPACES TO cert-text
           STRING
              "business days   " DELIMITED BY SIZE
              business-days      DELIMITED BY SIZE
              "  closed "        DELIMITED BY SIZE
              closed-days        DELIMITED BY SIZE
              "  holidays "      DELIMITED BY SIZE
              holiday-count      DELIMITED BY SIZE
              "  closed draws "  DELIMITED BY SIZE
              year-draws         DELIMITED BY SIZE
              INTO cert-text
           END-STRING
           PERFORM 450-emit-cert-line
           MOVE SPACES TO cert-text
           STRING
              "records         " DELIMITED BY SIZE
              hist-records       DELIMITED BY SIZE
              "  first "         DELIMITED BY SIZE
              first-hist-date    DELIMITED BY SIZE
              "  last "          DELIMITED BY SIZE
              last-hist-date     DELIMITED BY SIZE
              INTO cert-text
           END-STRING
           PERFORM 450-emit-cert-line
           MOVE SPACES TO cert-text
           STRING
              "active          " DELIMITED BY SIZE
              active-records     DELIMITED BY SIZE
              "  voided "        DELIMITED BY SIZE
              voided-records     DELIMITED BY SIZE
              "  replacement "   DELIMITED BY SIZE
              replaced-records   DELIMITED BY SIZE
              INTO cert-text
           END-STRING
           PERFORM 450-emit-cert-line
           MOVE SPACES TO cert-text
           STRING
              "other status    " DELIMITED BY SIZE
              other-records      DELIMITED BY SIZE
              INTO cert-text
           END-STRING
           PERFORM 450-emit-cert-line
           MOVE SPACES TO cert-text
           STRING
              "value hash      " DELIMITED BY SIZE
              value-hash         DELIMITED BY SIZE
              INTO cert-text
           END-STRING
           PERFORM 450-emit-cert-line
           MOVE SPACES TO cert-text
           STRING
              "sequence hash   " DELIMITED BY SIZE
              seq-hash           DELIMITED BY SIZE
              INTO cert-text
           END-STRING
           PERFORM 450-emit-cert-line
           MOVE "PARTITION FROZEN" TO cert-text
           PERFORM 450-emit-cert-line
           CLOSE year-cert
           MOVE 0 TO RETURN-CODE.

       450-emit-cert-line.
           WRITE year-cert-line FROM cert-text.

       500-unfreeze-year.
           MOVE operator-id TO ar-operator
           MOVE "UNFREEZE" TO ar-capability
           MOVE "Y" TO ar-allowed
           CALL authchk USING auth-request
              ON EXCEPTION
                 CONTINUE
           END-CALL
           IF ar-allowed NOT = "Y"
              DISPLAY "REFUSED - operator " operator-id
                 " is not authorized for UNFREEZE on this system"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           IF arg-extra = SPACES
              DISPLAY "REFUSED - a frozen year is only reopened "
                 "with a reason"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM 070-enqueue-datasets
           PERFORM 100-find-partition
           IF part-found-sw = "N" OR part-state NOT = "F"
              DISPLAY "REFUSED - HISTFILE.Y" close-year
                 " is not a frozen partition"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE "U" TO part-state
           PERFORM 150-set-partition-state
           IF RETURN-CODE NOT = 0
              EXIT PARAGRAPH
           END-IF
           MOVE "UNFREEZE" TO fl-action
           MOVE arg-extra TO fl-reason
           PERFORM 700-append-freeze-log
           MOVE "WARN" TO exd-severity
           MOVE "UNFREEZE" TO exd-reason
           MOVE close-year TO exd-key
           MOVE arg-extra TO exd-text
           PERFORM 065-feed-exception
           DISPLAY "HISTFILE.Y" close-year " reopened by "
              FUNCTION TRIM (operator-id) ": "
              FUNCTION TRIM (arg-extra)
           DISPLAY "Close the year again with yearend CLOSE once "
              "the correction is made"
           MOVE 0 TO RETURN-CODE.

       600-list-partitions.
           OPEN INPUT part-cat
           IF part-cat-status NOT = "00"
              DISPLAY "No PARTCAT - no HISTFILE partitions "
                 "registered"
              MOVE 0 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           DISPLAY "YEAR CREATED  STATE"
           PERFORM UNTIL part-cat-status NOT = "00"
              READ part-cat
                 AT END
                    MOVE "10" TO part-cat-status
                 NOT AT END
                    EVALUATE pc-state
                       WHEN "F"
                          DISPLAY pc-year " " pc-created
                             "  FROZEN"
                       WHEN "U"
                          DISPLAY pc-year " " pc-created
                             "  REOPENED"
                       WHEN "R"
                          COMPUTE expiry-date =
                             FUNCTION DATE-OF-INTEGER
                                (FUNCTION INTEGER-OF-DAY (pc-expiry))
                          DISPLAY pc-year " " pc-created
                             "  RESTORED (expires " expiry-date ")"
                       WHEN OTHER
                          DISPLAY pc-year " " pc-created
                             "  OPEN"
                    END-EVALUATE
              END-READ
           END-PERFORM
           CLOSE part-cat
           MOVE 0 TO RETURN-CODE.

       700-append-freeze-log.
           OPEN EXTEND freeze-log
           IF freeze-log-status NOT = "00"
              OPEN OUTPUT freeze-log
           END-IF
           MOVE run-date TO fl-date
           MOVE run-time TO fl-time
           MOVE operator-id TO fl-operator
           MOVE close-year TO fl-year
           MOVE hist-records TO fl-records
           MOVE value-hash TO fl-value-hash
           MOVE seq-hash TO fl-seq-hash
           WRITE freeze-log-record
           CLOSE freeze-log.

       900-finish-run.
           MOVE "END  " TO lr-event
           MOVE RETURN-CODE TO lr-rc
           PERFORM 075-release-datasets
           PERFORM 066-register-run
           MOVE lr-rc TO RETURN-CODE
           STOP RUN.
       END PROGRAM yearend.
