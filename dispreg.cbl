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
       PROGRAM-ID. dispreg.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT dispute-file ASSIGN TO "DISPUTE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS dp-case-id
              FILE STATUS IS dispute-status.
           SELECT retain-pol ASSIGN TO "RETAINPOL"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS retain-pol-status.
           SELECT evidence-in ASSIGN TO DYNAMIC evidence-in-name
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS evidence-in-status.
           SELECT evidence-out ASSIGN TO DYNAMIC evidence-out-name
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS evidence-out-status.

       DATA DIVISION.
       FILE SECTION.
      * One case per complaint about a draw, keyed D plus a serial.
      * A case questions either a whole session (dp-basis S) or a
      * value drawn on a date (V); the session of a value case is
      * filled in when the dossier finds the value drawn exactly
      * once that day. Status O(pen) or C(losed). The evidence
      * references name the copies of the dossier and audit
      * package taken when the case was opened; the hold id names
      * the RETAINPOL record placed for it.
       FD  dispute-file.
       01  dispute-record.
           05 dp-case-id        PIC X(8).
           05 dp-complainant    PIC X(30).
           05 dp-basis          PIC X.
           05 dp-session        PIC X(18).
           05 dp-value          PIC X(16).
           05 dp-draw-date      PIC X(8).
           05 dp-received       PIC X(8).
           05 dp-deadline       PIC X(8).
           05 dp-extend-count   PIC 9(2).
           05 dp-status         PIC X.
           05 dp-opened-by      PIC X(8).
           05 dp-opened-date    PIC X(8).
           05 dp-dossier-ref    PIC X(18).
           05 dp-package-ref    PIC X(18).
           05 dp-hold-id        PIC X(12).
           05 dp-outcome        PIC X(8).
           05 dp-closed-by      PIC X(8).
           05 dp-closed-date    PIC X(8).
           05 dp-note           PIC X(40).
           05 FILLER            PIC X(12).

       FD  retain-pol
           RECORDING MODE IS F.
       01  retain-pol-record.
           05 rp-type           PIC X.
           05 rp-body           PIC X(79).
           05 rp-hold REDEFINES rp-body.
              10 rh-hold-id     PIC X(12).
              10 rh-date        PIC X(8).
              10 rh-status      PIC X.
              10 rh-desc        PIC X(40).
              10 rh-session     PIC X(18).

       FD  evidence-in.
       01  evidence-in-line     PIC X(120).
       FD  evidence-out.
       01  evidence-out-line    PIC X(120).

       WORKING-STORAGE SECTION.
       77  dispute-status       PIC XX.
       77  retain-pol-status    PIC XX.
       77  evidence-in-status   PIC XX.
       77  evidence-out-status  PIC XX.
       77  evidence-in-name     PIC X(40).
       77  evidence-out-name    PIC X(40).
       77  operator-id          PIC X(8).
       77  opident              PIC X(8)    VALUE "opident".
       77  run-date             PIC X(8).
       77  run-time             PIC X(8).
       77  arg-num              PIC 9(4).
       77  arg-action           PIC X(8).
       77  arg-parm2            PIC X(40).
       77  arg-parm3            PIC X(40).
       77  arg-parm4            PIC X(40).
       77  arg-parm5            PIC X(40).
       77  arg-parm6            PIC X(40).
       77  arg-date-part        PIC X(8).
       77  arg-seq-part         PIC X(12).
       77  case-session         PIC 9(9).
       77  case-serial          PIC 9(7)    VALUE 0.
       77  check-date           PIC X(8).
       77  date-valid-sw        PIC X.
       77  dispute-days         PIC 9(3)    VALUE 28.
       77  dispute-days-env     PIC X(4).
       77  deadline-int         PIC 9(8).
       77  launch-command       PIC X(120).
       77  launch-rc            PIC S9(9).
       77  delete-rc            PIC S9(9)   COMP-5.
       77  copy-ok-sw           PIC X.
       77  copy-count           PIC 9(6).
       77  scan-dossier-sw      PIC X.
       77  occurrence-count     PIC 9(4).
       77  found-session        PIC X(9).
       77  hold-found-sw        PIC X.
       77  days-left            PIC S9(5).
       77  days-disp            PIC -(5)9.
       77  case-flag            PIC X(7).
       77  questioned-text      PIC X(30).
       77  open-count           PIC 9(5)    VALUE 0.
       77  due-count            PIC 9(5)    VALUE 0.
       77  overdue-count        PIC 9(5)    VALUE 0.
       77  closed-count         PIC 9(5)    VALUE 0.
       77  runledgr             PIC X(8)    VALUE "runledgr".
      * Start/end registration in the central execution ledger.
       01  ledger-request.
           05 lr-program        PIC X(10)   VALUE "dispreg".
           05 lr-event          PIC X(5).
           05 lr-rc             PIC 9(4)    VALUE 0.
           05 lr-parms          PIC X(40)   VALUE SPACES.
      * Outcomes a case may be closed with.
       01  outcome-values.
           05 FILLER            PIC X(8)    VALUE "UPHELD".
           05 FILLER            PIC X(8)    VALUE "REJECTED".
           05 FILLER            PIC X(8)    VALUE "WITHDRAW".
           05 FILLER            PIC X(8)    VALUE "SETTLED".
           05 FILLER            PIC X(8)    VALUE "REFERRED".
       01  outcome-table REDEFINES outcome-values.
           05 out-code          PIC X(8)    OCCURS 5 TIMES.
       77  out-idx              PIC 9.
       77  out-valid-sw         PIC X.

      * The dispute register. OPEN records a complaint against a
      * session or a drawn value, takes a copy of its drawdoss
      * dossier and audextr package as the case evidence and places
      * a legal hold on RETAINPOL, which logretain, archpurge and
      * histpurge honour until the case is closed. EXTEND moves the
      * response deadline out, CLOSE records the outcome and lifts
      * the hold, and REPORT lists the open cases with the days
      * left to their deadlines for the weekly complaints review.
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
           ACCEPT arg-parm2 FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO arg-parm2
           END-ACCEPT
           MOVE 3 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT arg-parm3 FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO arg-parm3
           END-ACCEPT
           MOVE 4 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT arg-parm4 FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO arg-parm4
           END-ACCEPT
           MOVE 5 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT arg-parm5 FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO arg-parm5
           END-ACCEPT
           MOVE 6 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT arg-parm6 FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO arg-parm6
           END-ACCEPT

           MOVE SPACES TO dispute-days-env
           DISPLAY "PRNGDISPUTEDAYS" UPON ENVIRONMENT-NAME
           ACCEPT dispute-days-env FROM ENVIRONMENT-VALUE
           IF dispute-days-env NOT = SPACES
              AND FUNCTION TRIM (dispute-days-env) IS NUMERIC
              AND FUNCTION NUMVAL (dispute-days-env) > 0
              AND FUNCTION NUMVAL (dispute-days-env) < 1000
              MOVE FUNCTION NUMVAL (dispute-days-env)
                 TO dispute-days
           END-IF

           MOVE "START" TO lr-event
           MOVE SPACES TO lr-parms
           STRING
              FUNCTION TRIM (arg-action) DELIMITED BY SIZE
              " "                        DELIMITED BY SIZE
              FUNCTION TRIM (arg-parm2)  DELIMITED BY SIZE
              INTO lr-parms
           END-STRING
           PERFORM 066-register-run

           EVALUATE FUNCTION TRIM (arg-action)
              WHEN "OPEN"
                 PERFORM 100-open-case
              WHEN "EXTEND"
                 PERFORM 300-extend-case
              WHEN "CLOSE"
                 PERFORM 400-close-case
              WHEN "REPORT"
                 PERFORM 500-open-case-report
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
           DISPLAY "Usage: dispreg OPEN 'complainant' received-date "
              "SESSION session-id"
           DISPLAY "       dispreg OPEN 'complainant' received-date "
              "VALUE value draw-date"
           DISPLAY "       dispreg EXTEND case-id new-deadline "
              "['reason']"
           DISPLAY "       dispreg CLOSE case-id outcome 'note'"
           DISPLAY "       dispreg REPORT"
           DISPLAY "  outcomes: UPHELD REJECTED WITHDRAW SETTLED "
              "REFERRED".

       066-register-run.
           CALL runledgr USING ledger-request
              ON EXCEPTION
                 CONTINUE
           END-CALL.

       070-check-date.
           MOVE "N" TO date-valid-sw
           IF check-date IS NUMERIC
              IF FUNCTION TEST-DATE-YYYYMMDD
                 (FUNCTION NUMVAL (check-date)) = 0
                 MOVE "Y" TO date-valid-sw
              END-IF
           END-IF.

      * The case is written only once its hold is on RETAINPOL, so
      * an open case is never without the hold that protects its
      * draws.
       100-open-case.
           IF arg-parm2 = SPACES
              PERFORM 060-display-usage
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE arg-parm3 TO check-date
           PERFORM 070-check-date
           IF date-valid-sw = "N" OR arg-parm3 (9 : ) NOT = SPACES
              DISPLAY "Invalid received date '"
                 FUNCTION TRIM (arg-parm3) "': expected YYYYMMDD"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           IF check-date > run-date
              DISPLAY "Received date " check-date
                 " is in the future"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF

           PERFORM 200-open-dispute-file
           IF dispute-status NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM 150-next-case-id

           MOVE SPACES TO dispute-record
           MOVE "D" TO dp-case-id (1 : 1)
           MOVE case-serial TO dp-case-id (2 : 7)
           MOVE arg-parm2 TO dp-complainant
           MOVE check-date TO dp-received
           EVALUATE FUNCTION TRIM (arg-parm4)
              WHEN "SESSION"
                 PERFORM 110-parse-session
              WHEN "VALUE"
                 PERFORM 120-parse-value
              WHEN OTHER
                 PERFORM 060-display-usage
                 MOVE 1 TO RETURN-CODE
           END-EVALUATE
           IF RETURN-CODE NOT = 0
              CLOSE dispute-file
              EXIT PARAGRAPH
           END-IF

           COMPUTE deadline-int = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL (dp-received))
               + dispute-days)
           MOVE deadline-int TO dp-deadline
           MOVE 0 TO dp-extend-count
           MOVE "O" TO dp-status
           MOVE operator-id TO dp-opened-by
           MOVE run-date TO dp-opened-date

           PERFORM 600-gather-evidence
           PERFORM 700-place-hold
           IF RETURN-CODE NOT = 0
              CLOSE dispute-file
              EXIT PARAGRAPH
           END-IF
           WRITE dispute-record
              INVALID KEY
                 DISPLAY "Unable to add case " dp-case-id
                    " (status " dispute-status ")"
                 MOVE 1 TO RETURN-CODE
              NOT INVALID KEY
                 MOVE 0 TO RETURN-CODE
           END-WRITE
           CLOSE dispute-file
           IF RETURN-CODE NOT = 0
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Case " dp-case-id " opened for "
              FUNCTION TRIM (dp-complainant) " by "
              FUNCTION TRIM (operator-id)
           DISPLAY "  received " dp-received "  response due "
              dp-deadline
           DISPLAY "  dossier " FUNCTION TRIM (dp-dossier-ref)
              "  audit package " FUNCTION TRIM (dp-package-ref)
           IF dp-session = SPACES
              DISPLAY "  hold " FUNCTION TRIM (dp-hold-id)
                 " placed on everything dated from " dp-draw-date
           ELSE
              DISPLAY "  hold " FUNCTION TRIM (dp-hold-id)
                 " placed on session " dp-session
           END-IF.

       110-parse-session.
           MOVE SPACES TO arg-date-part arg-seq-part
           UNSTRING arg-parm5 DELIMITED BY "-"
              INTO arg-date-part, arg-seq-part
           END-UNSTRING
           MOVE arg-date-part TO check-date
           PERFORM 070-check-date
           IF date-valid-sw = "N"
              OR FUNCTION TRIM (arg-seq-part) IS NOT NUMERIC
              DISPLAY "Invalid session-id '" FUNCTION TRIM (arg-parm5)
                 "': expected YYYYMMDD-sequence"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL (arg-seq-part) TO case-session
           MOVE "S" TO dp-basis
           STRING
              arg-date-part   DELIMITED BY SIZE
              "-"             DELIMITED BY SIZE
              case-session    DELIMITED BY SIZE
              INTO dp-session
           END-STRING
           MOVE arg-date-part TO dp-draw-date
           MOVE 0 TO RETURN-CODE.

       120-parse-value.
           MOVE arg-parm6 TO check-date
           PERFORM 070-check-date
           IF FUNCTION TRIM (arg-parm5) IS NOT NUMERIC
              OR arg-parm5 (17 : ) NOT = SPACES
              OR date-valid-sw = "N"
              DISPLAY "Invalid arguments: value must be numeric "
                 "and draw date must be YYYYMMDD"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE "V" TO dp-basis
           MOVE FUNCTION TRIM (arg-parm5) TO dp-value
           MOVE check-date TO dp-draw-date
           MOVE 0 TO RETURN-CODE.

      * Case ids run in serial order, so the last key on file
      * carries the highest serial issued.
       150-next-case-id.
           MOVE 0 TO case-serial
           MOVE LOW-VALUES TO dp-case-id
           START dispute-file KEY NOT < dp-case-id
              INVALID KEY
                 MOVE "10" TO dispute-status
           END-START
           PERFORM UNTIL dispute-status NOT = "00"
              READ dispute-file NEXT RECORD
                 AT END
                    MOVE "10" TO dispute-status
                 NOT AT END
                    IF dp-case-id (2 : 7) IS NUMERIC
                       MOVE dp-case-id (2 : 7) TO case-serial
                    END-IF
              END-READ
           END-PERFORM
           ADD 1 TO case-serial.

       200-open-dispute-file.
           OPEN I-O dispute-file
           IF dispute-status NOT = "00"
              OPEN OUTPUT dispute-file
              CLOSE dispute-file
              OPEN I-O dispute-file
           END-IF
           IF dispute-status NOT = "00"
              DISPLAY "Unable to open DISPUTE (status "
                 dispute-status ")"
              MOVE 1 TO RETURN-CODE
           END-IF.

      * A deadline is only ever moved out; the reason, when given,
      * replaces the case note.
       300-extend-case.
           MOVE arg-parm3 TO check-date
           PERFORM 070-check-date
           IF arg-parm2 = SPACES OR date-valid-sw = "N"
              PERFORM 060-display-usage
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM 200-open-dispute-file
           IF dispute-status NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM 350-read-case
           IF RETURN-CODE = 0
              IF check-date NOT > dp-deadline
                 DISPLAY "Case " dp-case-id " is already due by "
                    dp-deadline "; a new deadline must be later"
                 MOVE 1 TO RETURN-CODE
              ELSE
                 MOVE check-date TO dp-deadline
                 ADD 1 TO dp-extend-count
                 IF arg-parm4 NOT = SPACES
                    MOVE arg-parm4 TO dp-note
                 END-IF
                 PERFORM 390-rewrite-case
                 IF RETURN-CODE = 0
                    DISPLAY "Case " dp-case-id " now due by "
                       dp-deadline " (extension " dp-extend-count
                       ")"
                 END-IF
              END-IF
           END-IF
           CLOSE dispute-file.

       350-read-case.
           MOVE arg-parm2 TO dp-case-id
           READ dispute-file
              INVALID KEY
                 DISPLAY "No case " FUNCTION TRIM (arg-parm2)
                    " on DISPUTE"
                 MOVE 1 TO RETURN-CODE
              NOT INVALID KEY
                 MOVE 0 TO RETURN-CODE
           END-READ
           IF RETURN-CODE = 0 AND dp-status = "C"
              DISPLAY "Case " dp-case-id " was closed "
                 FUNCTION TRIM (dp-outcome) " by "
                 FUNCTION TRIM (dp-closed-by) " on " dp-closed-date
              MOVE 1 TO RETURN-CODE
           END-IF.

       390-rewrite-case.
           REWRITE dispute-record
              INVALID KEY
                 DISPLAY "Unable to update case " dp-case-id
                    " (status " dispute-status ")"
                 MOVE 1 TO RETURN-CODE
              NOT INVALID KEY
                 MOVE 0 TO RETURN-CODE
           END-REWRITE.

      * The hold is lifted before the case is marked closed, so a
      * case still showing open always has its hold in place.
       400-close-case.
           MOVE "N" TO out-valid-sw
           PERFORM VARYING out-idx FROM 1 BY 1
              UNTIL out-idx > 5
              IF out-code (out-idx) = arg-parm3
                 MOVE "Y" TO out-valid-sw
              END-IF
           END-PERFORM
           IF arg-parm2 = SPACES OR out-valid-sw = "N"
              DISPLAY "Invalid outcome '" FUNCTION TRIM (arg-parm3)
                 "'"
              PERFORM 060-display-usage
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           IF arg-parm4 = SPACES
              DISPLAY "A closing note is required"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM 200-open-dispute-file
           IF dispute-status NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM 350-read-case
           IF RETURN-CODE = 0
              PERFORM 750-release-hold
           END-IF
           IF RETURN-CODE = 0
              MOVE "C" TO dp-status
              MOVE arg-parm3 TO dp-outcome
              MOVE arg-parm4 TO dp-note
              MOVE operator-id TO dp-closed-by
              MOVE run-date TO dp-closed-date
              PERFORM 390-rewrite-case
              IF RETURN-CODE = 0
                 DISPLAY "Case " dp-case-id " closed "
                    FUNCTION TRIM (dp-outcome) " by "
                    FUNCTION TRIM (operator-id) "; hold "
                    FUNCTION TRIM (dp-hold-id) " lifted"
              END-IF
           END-IF
           CLOSE dispute-file.

      * Weekly review: every open case with the days left to its
      * deadline. Cases past their deadline are flagged OVERDUE and
      * set the return code; those due within a week show DUE.
       500-open-case-report.
           OPEN INPUT dispute-file
           IF dispute-status NOT = "00"
              DISPLAY "No DISPUTE register present - no cases open"
              MOVE 0 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           DISPLAY "=============================================="
           DISPLAY " OPEN DISPUTE CASES - " run-date
           DISPLAY "=============================================="
           DISPLAY " CASE     RECEIVED DEADLINE   DAYS FLAG    "
              "COMPLAINANT                    QUESTIONED"
           MOVE LOW-VALUES TO dp-case-id
           START dispute-file KEY NOT < dp-case-id
              INVALID KEY
                 MOVE "10" TO dispute-status
           END-START
           PERFORM UNTIL dispute-status NOT = "00"
              READ dispute-file NEXT RECORD
                 AT END
                    MOVE "10" TO dispute-status
                 NOT AT END
                    IF dp-status = "C"
                       ADD 1 TO closed-count
                    ELSE
                       PERFORM 550-report-one-case
                    END-IF
              END-READ
           END-PERFORM
           CLOSE dispute-file
           DISPLAY "=============================================="
           DISPLAY " " open-count " open case(s); " due-count
              " due within a week; " overdue-count " overdue; "
              closed-count " closed"
           IF overdue-count > 0
              MOVE 1 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.

       550-report-one-case.
           ADD 1 TO open-count
           COMPUTE days-left =
              FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL (dp-deadline))
              - FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL (run-date))
           MOVE days-left TO days-disp
           EVALUATE TRUE
              WHEN days-left < 0
                 MOVE "OVERDUE" TO case-flag
                 ADD 1 TO overdue-count
              WHEN days-left < 8
                 MOVE "DUE" TO case-flag
                 ADD 1 TO due-count
              WHEN OTHER
                 MOVE SPACES TO case-flag
           END-EVALUATE
           MOVE SPACES TO questioned-text
           IF dp-basis = "V"
              STRING
                 "value "                DELIMITED BY SIZE
                 FUNCTION TRIM (dp-value) DELIMITED BY SIZE
                 " on "                  DELIMITED BY SIZE
                 dp-draw-date            DELIMITED BY SIZE
                 INTO questioned-text
              END-STRING
           ELSE
              STRING
                 "session "              DELIMITED BY SIZE
                 dp-session              DELIMITED BY SIZE
                 INTO questioned-text
              END-STRING
           END-IF
           DISPLAY " " dp-case-id " " dp-received " " dp-deadline
              " " days-disp " " case-flag " " dp-complainant " "
              FUNCTION TRIM (questioned-text).

      * Evidence is taken by running drawdoss and audextr as they
      * are run at the complaints desk and keeping a copy of each
      * output under the case id. The outputs are removed first so
      * that a run which writes nothing is never mistaken for one
      * that did. A value case gets its session from the dossier
      * when the value was drawn once that day; otherwise it has no
      * single session to package.
       600-gather-evidence.
           MOVE "NONE" TO dp-dossier-ref
           MOVE "NONE" TO dp-package-ref
           IF dp-basis = "V"
              PERFORM 610-run-dossier
              IF occurrence-count = 1
                 STRING
                    dp-draw-date    DELIMITED BY SIZE
                    "-"             DELIMITED BY SIZE
                    found-session   DELIMITED BY SIZE
                    INTO dp-session
                 END-STRING
              END-IF
           END-IF
           IF dp-session NOT = SPACES
              PERFORM 620-run-package
           END-IF
           MOVE 0 TO RETURN-CODE.

       610-run-dossier.
           MOVE "DOSSIER" TO evidence-in-name
           PERFORM 640-remove-output
           MOVE SPACES TO launch-command
           STRING
              "drawdoss "              DELIMITED BY SIZE
              FUNCTION TRIM (dp-value) DELIMITED BY SIZE
              " "                      DELIMITED BY SIZE
              dp-draw-date             DELIMITED BY SIZE
              INTO launch-command
           END-STRING
           PERFORM 650-launch
           MOVE SPACES TO evidence-out-name
           STRING
              "DOSSIER."    DELIMITED BY SIZE
              dp-case-id    DELIMITED BY SIZE
              INTO evidence-out-name
           END-STRING
           MOVE "Y" TO scan-dossier-sw
           PERFORM 660-copy-evidence
           MOVE "N" TO scan-dossier-sw
           IF copy-ok-sw = "Y"
              MOVE evidence-out-name TO dp-dossier-ref
           END-IF.

       620-run-package.
           MOVE "AUDITPKG" TO evidence-in-name
           PERFORM 640-remove-output
           MOVE SPACES TO launch-command
           STRING
              "audextr "    DELIMITED BY SIZE
              dp-session    DELIMITED BY SIZE
              INTO launch-command
           END-STRING
           PERFORM 650-launch
           MOVE SPACES TO evidence-out-name
           STRING
              "AUDITPKG."   DELIMITED BY SIZE
              dp-case-id    DELIMITED BY SIZE
              INTO evidence-out-name
           END-STRING
           PERFORM 660-copy-evidence
           IF copy-ok-sw = "Y"
              MOVE evidence-out-name TO dp-package-ref
           END-IF.

       640-remove-output.
           CALL "CBL_DELETE_FILE" USING evidence-in-name
              RETURNING delete-rc
              ON EXCEPTION
                 CONTINUE
           END-CALL.

       650-launch.
           CALL "SYSTEM" USING launch-command
           MOVE RETURN-CODE TO launch-rc
           MOVE 0 TO RETURN-CODE
      * The shell hands back a wait status; the exit code sits in
      * its high-order byte.
           IF launch-rc > 255
              DIVIDE 256 INTO launch-rc
           END-IF
           DISPLAY "  " FUNCTION TRIM (launch-command)
              " ended rc=" launch-rc.

       660-copy-evidence.
           MOVE "N" TO copy-ok-sw
           MOVE 0 TO copy-count
           MOVE 0 TO occurrence-count
           OPEN INPUT evidence-in
           IF evidence-in-status NOT = "00"
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT evidence-out
           IF evidence-out-status NOT = "00"
              DISPLAY "Unable to write "
                 FUNCTION TRIM (evidence-out-name)
              CLOSE evidence-in
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL evidence-in-status NOT = "00"
              READ evidence-in
                 AT END
                    MOVE "10" TO evidence-in-status
                 NOT AT END
                    MOVE evidence-in-line TO evidence-out-line
                    WRITE evidence-out-line
                    ADD 1 TO copy-count
                    IF scan-dossier-sw = "Y"
                       AND evidence-in-line (1 : 16)
                          = "OCCURRENCE: seq="
                       ADD 1 TO occurrence-count
                       MOVE evidence-in-line (35 : 9)
                          TO found-session
                    END-IF
              END-READ
           END-PERFORM
           CLOSE evidence-in
           CLOSE evidence-out
           IF copy-count > 0
              MOVE "Y" TO copy-ok-sw
           END-IF.

      * The hold is a D record on RETAINPOL under the case id. It
      * dates from the questioned draw and, where the case has one,
      * names the session so the history purges hold just that.
       700-place-hold.
           OPEN EXTEND retain-pol
           IF retain-pol-status NOT = "00"
              OPEN OUTPUT retain-pol
           END-IF
           IF retain-pol-status NOT = "00"
              DISPLAY "Unable to open RETAINPOL (status "
                 retain-pol-status ") - case not opened"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO retain-pol-record
           MOVE "D" TO rp-type
           MOVE dp-case-id TO rh-hold-id
           MOVE dp-draw-date TO rh-date
           MOVE "O" TO rh-status
           STRING
              "dispute "                      DELIMITED BY SIZE
              FUNCTION TRIM (dp-complainant)  DELIMITED BY SIZE
              INTO rh-desc
           END-STRING
           MOVE dp-session TO rh-session
           WRITE retain-pol-record
           CLOSE retain-pol
           MOVE dp-case-id TO dp-hold-id
           MOVE 0 TO RETURN-CODE.

       750-release-hold.
           MOVE "N" TO hold-found-sw
           OPEN I-O retain-pol
           IF retain-pol-status NOT = "00"
              DISPLAY "Unable to open RETAINPOL (status "
                 retain-pol-status ") - case left open"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL retain-pol-status NOT = "00"
              READ retain-pol
                 AT END
                    MOVE "10" TO retain-pol-status
                 NOT AT END
                    IF rp-type = "D" AND rh-hold-id = dp-hold-id
                       AND rh-status = "O"
                       MOVE "C" TO rh-status
                       REWRITE retain-pol-record
                       MOVE "Y" TO hold-found-sw
                    END-IF
              END-READ
           END-PERFORM
           CLOSE retain-pol
           IF hold-found-sw = "N"
              DISPLAY "No open hold " FUNCTION TRIM (dp-hold-id)
                 " on RETAINPOL; closing the case regardless"
           END-IF
           MOVE 0 TO RETURN-CODE.
       END PROGRAM dispreg.
