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
       PROGRAM-ID. exccase.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT except-feed ASSIGN TO "EXCEPTFEED"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS except-feed-status.
           SELECT case-file ASSIGN TO "CASEFILE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS cs-key
              FILE STATUS IS case-status.

       DATA DIVISION.
       FILE SECTION.
       FD  except-feed
           RECORDING MODE IS F.
       01  except-record.
           05 exc-date          PIC X(8).
           05 exc-time          PIC X(8).
           05 exc-program       PIC X(10).
           05 exc-severity      PIC X(4).
           05 exc-reason        PIC X(8).
           05 exc-key           PIC X(18).
           05 exc-text          PIC X(40).

      * One case per EXCEPTFEED record, keyed the way the feed
      * identifies it: date, time and reporting program, with an
      * occurrence number for the records one program feeds within
      * the same hundredth of a second. Status N(ew), A(cknowledged)
      * or R(esolved).
       FD  case-file.
       01  case-record.
           05 cs-key.
              10 cs-date        PIC X(8).
              10 cs-time        PIC X(8).
              10 cs-program     PIC X(10).
              10 cs-occur       PIC 9(3).
           05 cs-severity       PIC X(4).
           05 cs-reason         PIC X(8).
           05 cs-exc-key        PIC X(18).
           05 cs-text           PIC X(40).
           05 cs-status         PIC X.
           05 cs-ack-by         PIC X(8).
           05 cs-ack-date       PIC X(8).
           05 cs-ack-time       PIC X(8).
           05 cs-assignee       PIC X(8).
           05 cs-res-code       PIC X(8).
           05 cs-res-note       PIC X(40).
           05 cs-res-by         PIC X(8).
           05 cs-res-date       PIC X(8).
           05 FILLER            PIC X(12).

       WORKING-STORAGE SECTION.
       77  except-feed-status   PIC XX.
       77  case-status          PIC XX.
       77  operator-id          PIC X(8).
       77  opident              PIC X(8)    VALUE "opident".
       77  run-date             PIC X(8).
       77  run-time             PIC X(8).
       77  arg-num              PIC 9(4).
       77  arg-action           PIC X(8).
       77  arg-case             PIC X(40).
       77  arg-parm2            PIC X(8).
       77  arg-note             PIC X(40).
       77  ref-date             PIC X(8).
       77  ref-time             PIC X(8).
       77  ref-program          PIC X(10).
       77  ref-occur            PIC X(3).
       77  prev-date            PIC X(8)    VALUE SPACES.
       77  prev-time            PIC X(8)    VALUE SPACES.
       77  prev-program         PIC X(10)   VALUE SPACES.
       77  occur-no             PIC 9(3)    VALUE 0.
       77  occur-disp           PIC ZZ9.
       77  feed-count           PIC 9(9)    VALUE 0.
       77  opened-count         PIC 9(9)    VALUE 0.
       77  known-count          PIC 9(9)    VALUE 0.
       77  open-count           PIC 9(9)    VALUE 0.
       77  flag-count           PIC 9(9)    VALUE 0.
       77  threshold-hours      PIC 9(4)    VALUE 4.
       77  threshold-mins       PIC 9(9).
       77  now-mins             PIC 9(12).
       77  case-mins            PIC 9(12).
       77  age-mins             PIC 9(12).
       77  age-days             PIC ZZZ9.
       77  age-bucket           PIC 9.
       77  row-count            PIC 9(3)    VALUE 0.
       77  row-idx              PIC 9(3).
       77  row-hit-idx          PIC 9(3).
       77  sev-idx              PIC 9.
       77  case-ref             PIC X(40).
       77  runledgr             PIC X(8)    VALUE "runledgr".
      * Start/end registration in the central execution ledger.
       01  ledger-request.
           05 lr-program        PIC X(10)   VALUE "exccase".
           05 lr-event          PIC X(5).
           05 lr-rc             PIC 9(4)    VALUE 0.
           05 lr-parms          PIC X(40)   VALUE SPACES.
      * Resolution codes a case may be closed with.
       01  resolution-values.
           05 FILLER            PIC X(8)    VALUE "FIXED".
           05 FILLER            PIC X(8)    VALUE "RERUN".
           05 FILLER            PIC X(8)    VALUE "NOFAULT".
           05 FILLER            PIC X(8)    VALUE "DUPLICAT".
           05 FILLER            PIC X(8)    VALUE "EXTERNAL".
           05 FILLER            PIC X(8)    VALUE "ACCEPTED".
       01  resolution-table REDEFINES resolution-values.
           05 res-code          PIC X(8)    OCCURS 6 TIMES.
       77  res-idx              PIC 9.
       77  res-valid-sw         PIC X.
      * Report order for severities; anything else the feed ever
      * carries prints last under OTHR.
       01  severity-values.
           05 FILLER            PIC X(4)    VALUE "FATL".
           05 FILLER            PIC X(4)    VALUE "SEVR".
           05 FILLER            PIC X(4)    VALUE "WARN".
           05 FILLER            PIC X(4)    VALUE "OTHR".
       01  severity-table REDEFINES severity-values.
           05 sev-name          PIC X(4)    OCCURS 4 TIMES.
      * Open cases by severity and program, counted into age
      * buckets: under a day, one to three days, three to seven
      * days and older than a week.
       01  aging-table.
           05 aging-row         OCCURS 200 TIMES.
              10 ag-severity    PIC X(4).
              10 ag-program     PIC X(10).
              10 ag-unacked     PIC 9(5).
              10 ag-bucket      PIC 9(5)    OCCURS 4 TIMES.

      * Gives every EXCEPTFEED entry a lifecycle. LOAD opens a case
      * for each feed record not yet on CASEFILE; ACK, ASSIGN and
      * RESOLVE work a case; AGING reports the open cases by
      * severity, program and age, and flags every critical case
      * (FATL or SEVR) still unacknowledged past the threshold.
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
           MOVE 2 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT arg-case FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO arg-case
           END-ACCEPT
           MOVE 3 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT arg-parm2 FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO arg-parm2
           END-ACCEPT
           MOVE 4 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT arg-note FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO arg-note
           END-ACCEPT

           MOVE "START" TO lr-event
           MOVE SPACES TO lr-parms
           STRING
              FUNCTION TRIM (arg-action) DELIMITED BY SIZE
              " "                        DELIMITED BY SIZE
              FUNCTION TRIM (arg-case)   DELIMITED BY SIZE
              INTO lr-parms
           END-STRING
           PERFORM 066-register-run

           EVALUATE FUNCTION TRIM (arg-action)
              WHEN "LOAD"
                 PERFORM 100-load-new-cases
              WHEN "ACK"
              WHEN "ASSIGN"
              WHEN "RESOLVE"
                 PERFORM 300-work-case
              WHEN "AGING"
                 PERFORM 500-aging-report
              WHEN OTHER
                 PERFORM 060-display-usage
                 MOVE 1 TO RETURN-CODE
           END-EVALUATE
           MOVE "END  " TO lr-event
           MOVE RETURN-CODE TO lr-rc
           PERFORM 066-register-run
           MOVE lr-rc TO RETURN-CODE
           STOP RUN.

       060-display-usage.
           DISPLAY "Usage: exccase LOAD"
           DISPLAY "       exccase ACK case-ref"
           DISPLAY "       exccase ASSIGN case-ref operator"
           DISPLAY "       exccase RESOLVE case-ref code 'note'"
           DISPLAY "       exccase AGING [threshold-hours]"
           DISPLAY "  case-ref: date.time.program.occurrence as "
              "printed by AGING"
           DISPLAY "  codes: FIXED RERUN NOFAULT DUPLICAT EXTERNAL "
              "ACCEPTED".

       066-register-run.
           CALL runledgr USING ledger-request
              ON EXCEPTION
                 CONTINUE
           END-CALL.

      * Occurrence numbers are recounted from the feed on every
      * load, so a record already carried as a case always maps
      * back to the same key and is never opened twice.
       100-load-new-cases.
           OPEN INPUT except-feed
           IF except-feed-status NOT = "00"
              DISPLAY "No EXCEPTFEED present - no cases to load"
              MOVE 0 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM 200-open-case-file
           IF case-status NOT = "00"
              CLOSE except-feed
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL except-feed-status NOT = "00"
              READ except-feed
                 AT END
                    MOVE "10" TO except-feed-status
                 NOT AT END
                    ADD 1 TO feed-count
                    PERFORM 150-open-one-case
              END-READ
           END-PERFORM
           CLOSE except-feed
           CLOSE case-file
           DISPLAY "Exception case load: " feed-count
              " feed record(s), " opened-count " new case(s), "
              known-count " already on file"
           MOVE 0 TO RETURN-CODE.

       150-open-one-case.
           IF exc-date = prev-date AND exc-time = prev-time
              AND exc-program = prev-program
              ADD 1 TO occur-no
           ELSE
              MOVE 1 TO occur-no
              MOVE exc-date TO prev-date
              MOVE exc-time TO prev-time
              MOVE exc-program TO prev-program
           END-IF
           MOVE SPACES TO case-record
           MOVE exc-date TO cs-date
           MOVE exc-time TO cs-time
           MOVE exc-program TO cs-program
           MOVE occur-no TO cs-occur
           MOVE exc-severity TO cs-severity
           MOVE exc-reason TO cs-reason
           MOVE exc-key TO cs-exc-key
           MOVE exc-text TO cs-text
           MOVE "N" TO cs-status
           WRITE case-record
              INVALID KEY
                 ADD 1 TO known-count
              NOT INVALID KEY
                 ADD 1 TO opened-count
           END-WRITE.

       200-open-case-file.
           OPEN I-O case-file
           IF case-status NOT = "00"
              OPEN OUTPUT case-file
              CLOSE case-file
              OPEN I-O case-file
           END-IF
           IF case-status NOT = "00"
              DISPLAY "Unable to open CASEFILE (status "
                 case-status ")"
              MOVE 1 TO RETURN-CODE
           END-IF.

       250-parse-case-ref.
           MOVE SPACES TO ref-date ref-time ref-program ref-occur
           UNSTRING arg-case DELIMITED BY "."
              INTO ref-date ref-time ref-program ref-occur
           END-UNSTRING
           IF ref-date IS NOT NUMERIC OR ref-time IS NOT NUMERIC
              OR ref-program = SPACES
              OR FUNCTION TRIM (ref-occur) IS NOT NUMERIC
              DISPLAY "Invalid case reference '"
                 FUNCTION TRIM (arg-case) "'"
              PERFORM 060-display-usage
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE ref-date TO cs-date
           MOVE ref-time TO cs-time
           MOVE ref-program TO cs-program
           MOVE FUNCTION NUMVAL (ref-occur) TO cs-occur
           MOVE 0 TO RETURN-CODE.

       300-work-case.
           PERFORM 200-open-case-file
           IF case-status NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM 250-parse-case-ref
           IF RETURN-CODE NOT = 0
              CLOSE case-file
              EXIT PARAGRAPH
           END-IF
           READ case-file
              INVALID KEY
                 DISPLAY "No case " FUNCTION TRIM (arg-case)
                    " on CASEFILE (run exccase LOAD first)"
                 MOVE 1 TO RETURN-CODE
           END-READ
           IF RETURN-CODE = 0
              IF cs-status = "R"
                 DISPLAY "Case " FUNCTION TRIM (arg-case)
                    " is already resolved (" FUNCTION TRIM
                    (cs-res-code) " by " FUNCTION TRIM (cs-res-by)
                    ")"
                 MOVE 1 TO RETURN-CODE
              ELSE
                 EVALUATE FUNCTION TRIM (arg-action)
                    WHEN "ACK"
                       PERFORM 350-acknowledge-case
                    WHEN "ASSIGN"
                       PERFORM 360-assign-case
                    WHEN "RESOLVE"
                       PERFORM 370-resolve-case
                 END-EVALUATE
              END-IF
           END-IF
           CLOSE case-file.

       350-acknowledge-case.
           IF cs-status = "A"
              DISPLAY "Case " FUNCTION TRIM (arg-case)
                 " was acknowledged by " FUNCTION TRIM (cs-ack-by)
                 " on " cs-ack-date
              MOVE 0 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM 380-stamp-acknowledgement
           PERFORM 390-rewrite-case
           DISPLAY "Case " FUNCTION TRIM (arg-case)
              " acknowledged by " FUNCTION TRIM (operator-id).

      * Handing a case to someone is itself a sign it has been
      * seen, so a new case is acknowledged on assignment.
       360-assign-case.
           IF arg-parm2 = SPACES
              PERFORM 060-display-usage
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           IF cs-status = "N"
              PERFORM 380-stamp-acknowledgement
           END-IF
           MOVE arg-parm2 TO cs-assignee
           PERFORM 390-rewrite-case
           DISPLAY "Case " FUNCTION TRIM (arg-case)
              " assigned to " FUNCTION TRIM (cs-assignee).

       370-resolve-case.
           MOVE "N" TO res-valid-sw
           PERFORM VARYING res-idx FROM 1 BY 1
              UNTIL res-idx > 6
              IF res-code (res-idx) = arg-parm2
                 MOVE "Y" TO res-valid-sw
              END-IF
           END-PERFORM
           IF res-valid-sw = "N"
              DISPLAY "Invalid resolution code '"
                 FUNCTION TRIM (arg-parm2) "'"
              PERFORM 060-display-usage
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           IF arg-note = SPACES
              DISPLAY "A resolution note is required"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           IF cs-status = "N"
              PERFORM 380-stamp-acknowledgement
           END-IF
           MOVE "R" TO cs-status
           MOVE arg-parm2 TO cs-res-code
           MOVE arg-note TO cs-res-note
           MOVE operator-id TO cs-res-by
           MOVE run-date TO cs-res-date
           PERFORM 390-rewrite-case
           DISPLAY "Case " FUNCTION TRIM (arg-case) " resolved "
              FUNCTION TRIM (cs-res-code) " by "
              FUNCTION TRIM (operator-id).

       380-stamp-acknowledgement.
           MOVE "A" TO cs-status
           MOVE operator-id TO cs-ack-by
           MOVE run-date TO cs-ack-date
           MOVE run-time TO cs-ack-time.

       390-rewrite-case.
           REWRITE case-record
              INVALID KEY
                 DISPLAY "Unable to update case "
                    FUNCTION TRIM (arg-case) " (status "
                    case-status ")"
                 MOVE 1 TO RETURN-CODE
              NOT INVALID KEY
                 MOVE 0 TO RETURN-CODE
           END-REWRITE.

       500-aging-report.
           IF arg-case NOT = SPACES
              IF FUNCTION TRIM (arg-case) IS NOT NUMERIC
                 DISPLAY "Invalid threshold: hours must be numeric"
                 MOVE 1 TO RETURN-CODE
                 EXIT PARAGRAPH
              END-IF
              MOVE FUNCTION NUMVAL (arg-case) TO threshold-hours
           END-IF
           COMPUTE threshold-mins = threshold-hours * 60
           MOVE run-date TO ref-date
           MOVE run-time TO ref-time
           PERFORM 650-minutes-of-stamp
           MOVE case-mins TO now-mins

           OPEN INPUT case-file
           IF case-status NOT = "00"
              DISPLAY "No CASEFILE present - run exccase LOAD first"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           DISPLAY "=============================================="
           DISPLAY " OPEN EXCEPTION CASES - " run-date " "
              run-time (1 : 4)
           DISPLAY "=============================================="
           DISPLAY " SEV  S CASE-REF                         AGE   "
              "REASON   ASSIGNEE"
           MOVE LOW-VALUES TO cs-key
           START case-file KEY NOT < cs-key
              INVALID KEY
                 MOVE "10" TO case-status
           END-START
           PERFORM UNTIL case-status NOT = "00"
              READ case-file NEXT RECORD
                 AT END
                    MOVE "10" TO case-status
                 NOT AT END
                    IF cs-status NOT = "R"
                       PERFORM 550-age-one-case
                    END-IF
              END-READ
           END-PERFORM
           CLOSE case-file

           DISPLAY "----------------------------------------------"
           DISPLAY " SEV  PROGRAM     UNACKED  <1DAY 1-3DY 3-7DY"
              "  >7DY"
           PERFORM VARYING sev-idx FROM 1 BY 1 UNTIL sev-idx > 4
              PERFORM VARYING row-idx FROM 1 BY 1
                 UNTIL row-idx > row-count
                 IF ag-severity (row-idx) = sev-name (sev-idx)
                    DISPLAY " " ag-severity (row-idx) " "
                       ag-program (row-idx) "   "
                       ag-unacked (row-idx) " "
                       ag-bucket (row-idx, 1) " "
                       ag-bucket (row-idx, 2) " "
                       ag-bucket (row-idx, 3) " "
                       ag-bucket (row-idx, 4)
                 END-IF
              END-PERFORM
           END-PERFORM
           DISPLAY "=============================================="
           DISPLAY " " open-count " open case(s); " flag-count
              " critical case(s) unacknowledged past "
              threshold-hours " hour(s)"
           IF flag-count > 0
              MOVE 1 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.

       550-age-one-case.
           ADD 1 TO open-count
           MOVE cs-date TO ref-date
           MOVE cs-time TO ref-time
           PERFORM 650-minutes-of-stamp
           IF case-mins > now-mins
              MOVE 0 TO age-mins
           ELSE
              COMPUTE age-mins = now-mins - case-mins
           END-IF
           PERFORM 560-build-case-ref
           COMPUTE age-days = age-mins / 1440
           DISPLAY " " cs-severity " " cs-status " " case-ref (1 : 32)
              " " age-days "d " cs-reason " " cs-assignee
           EVALUATE TRUE
              WHEN age-mins < 1440
                 MOVE 1 TO age-bucket
              WHEN age-mins < 4320
                 MOVE 2 TO age-bucket
              WHEN age-mins < 10080
                 MOVE 3 TO age-bucket
              WHEN OTHER
                 MOVE 4 TO age-bucket
           END-EVALUATE

           MOVE 0 TO row-hit-idx
           PERFORM VARYING row-idx FROM 1 BY 1
              UNTIL row-idx > row-count OR row-hit-idx > 0
              IF ag-program (row-idx) = cs-program
                 AND (ag-severity (row-idx) = cs-severity
                 OR (ag-severity (row-idx) = "OTHR"
                 AND cs-severity NOT = "FATL"
                 AND cs-severity NOT = "SEVR"
                 AND cs-severity NOT = "WARN"))
                 MOVE row-idx TO row-hit-idx
              END-IF
           END-PERFORM
           IF row-hit-idx = 0 AND row-count < 200
              ADD 1 TO row-count
              MOVE row-count TO row-hit-idx
              MOVE cs-severity TO ag-severity (row-hit-idx)
              IF cs-severity NOT = "FATL" AND cs-severity NOT = "SEVR"
                 AND cs-severity NOT = "WARN"
                 MOVE "OTHR" TO ag-severity (row-hit-idx)
              END-IF
              MOVE cs-program TO ag-program (row-hit-idx)
              MOVE 0 TO ag-unacked (row-hit-idx)
              MOVE 0 TO ag-bucket (row-hit-idx, 1)
              MOVE 0 TO ag-bucket (row-hit-idx, 2)
              MOVE 0 TO ag-bucket (row-hit-idx, 3)
              MOVE 0 TO ag-bucket (row-hit-idx, 4)
           END-IF
           IF row-hit-idx > 0
              ADD 1 TO ag-bucket (row-hit-idx, age-bucket)
              IF cs-status = "N"
                 ADD 1 TO ag-unacked (row-hit-idx)
              END-IF
           END-IF

           IF cs-status = "N"
              AND (cs-severity = "FATL" OR cs-severity = "SEVR")
              AND age-mins > threshold-mins
              ADD 1 TO flag-count
              PERFORM 560-build-case-ref
              DISPLAY "FLAG " cs-severity " UNACKNOWLEDGED "
                 FUNCTION TRIM (case-ref) " " cs-reason " "
                 FUNCTION TRIM (cs-text)
           END-IF.

       560-build-case-ref.
           MOVE cs-occur TO occur-disp
           MOVE SPACES TO case-ref
           STRING
              cs-date                     DELIMITED BY SIZE
              "."                         DELIMITED BY SIZE
              cs-time                     DELIMITED BY SIZE
              "."                         DELIMITED BY SIZE
              FUNCTION TRIM (cs-program)  DELIMITED BY SIZE
              "."                         DELIMITED BY SIZE
              FUNCTION TRIM (occur-disp)  DELIMITED BY SIZE
              INTO case-ref
           END-STRING.

       650-minutes-of-stamp.
           COMPUTE case-mins =
              FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL (ref-date))
              * 1440
              + FUNCTION NUMVAL (ref-time (1 : 2)) * 60
              + FUNCTION NUMVAL (ref-time (3 : 2)).
       END PROGRAM exccase.
