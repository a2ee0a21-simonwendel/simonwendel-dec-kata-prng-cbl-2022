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
       PROGRAM-ID. credmaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT cred-file ASSIGN TO "CREDFILE"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS cred-status.
           SELECT signon-log ASSIGN TO "SIGNONLOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS signon-log-status.

       DATA DIVISION.
       FILE SECTION.
      * The sign-on credentials signon checks: the seal of the
      * operator id and PIN, the run of consecutive failures, and
      * A active or L locked, with who last set the PIN and when.
       FD  cred-file
           RECORDING MODE IS F.
       01  cred-record          PIC X(100).

       FD  signon-log.
       01  signon-log-line      PIC X(100).

       WORKING-STORAGE SECTION.
       77  cred-status          PIC XX.
       77  signon-log-status    PIC XX.
       77  operator-id          PIC X(8).
       77  opident              PIC X(8)    VALUE "opident".
       77  run-date             PIC X(8).
       77  run-time             PIC X(8).
       77  arg-num              PIC 9(4).
       77  arg-action           PIC X(8).
       77  arg-operator         PIC X(8).
       77  cred-count           PIC 9(3)    VALUE 0.
       77  cred-idx             PIC 9(3).
       77  cred-hit-idx         PIC 9(3).
       77  entered-pin          PIC X(16).
       77  repeat-pin           PIC X(16).
       77  pin-len              PIC 99.
       77  pin-owner            PIC X(8).
       77  pin-seal             PIC 9(18).
       77  signon-limit-env     PIC X(4).
       77  signon-limit         PIC 9(2).
       77  sealcalc             PIC X(8)    VALUE "sealcalc".
       77  seal-zero            PIC 9(18)   VALUE 0.
       77  seal-data            PIC X(128).
       77  state-text           PIC X(8).
       77  log-event            PIC X(8).
       77  log-detail           PIC X(40).
       77  action-text          PIC X(20).
       77  log-text             PIC X(100).
       77  runledgr             PIC X(8)    VALUE "runledgr".
      * Start/end registration in the central execution ledger.
       01  ledger-request.
           05 lr-program        PIC X(10)   VALUE "credmaint".
           05 lr-event          PIC X(5).
           05 lr-rc             PIC 9(4)    VALUE 0.
           05 lr-parms          PIC X(40)   VALUE SPACES.
       77  excfeed              PIC X(8)    VALUE "excfeed".
       01  exception-detail.
           05 exd-program       PIC X(10)   VALUE "credmaint".
           05 exd-severity      PIC X(4).
           05 exd-reason        PIC X(8).
           05 exd-key           PIC X(18).
           05 exd-text          PIC X(40).
       01  cred-detail.
           05 cr-operator       PIC X(8).
           05 cr-pin-seal       PIC 9(18).
           05 cr-fail-count     PIC 9(2).
           05 cr-state          PIC X.
           05 cr-lock-date      PIC X(8).
           05 cr-lock-time      PIC X(8).
           05 cr-last-date      PIC X(8).
           05 cr-last-time      PIC X(8).
           05 cr-set-by         PIC X(8).
           05 cr-set-date       PIC X(8).
           05 FILLER            PIC X(23).
       01  cred-table.
           05 cred-entry        PIC X(100)
              OCCURS 1 TO 500 TIMES DEPENDING ON cred-count.

      * Maintains the CREDFILE sign-on credentials. Enrolling an
      * operator, resetting a forgotten PIN, unlocking a locked id
      * and revoking a credential are always done by a second,
      * identified operator - never on one's own id; an operator
      * changes their own PIN only by giving the current one. PINs
      * are typed at the prompt, never on the command line, and
      * only their seal is stored. Every change is written to
      * SIGNONLOG.
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
           MOVE FUNCTION UPPER-CASE (arg-action) TO arg-action
           MOVE 2 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT arg-operator FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO arg-operator
           END-ACCEPT

           PERFORM 100-load-credentials

           MOVE "START" TO lr-event
           MOVE SPACES TO lr-parms
           STRING
              FUNCTION TRIM (arg-action)   DELIMITED BY SIZE
              " "                          DELIMITED BY SIZE
              FUNCTION TRIM (arg-operator) DELIMITED BY SIZE
              INTO lr-parms
           END-STRING
           PERFORM 066-register-run

           EVALUATE FUNCTION TRIM (arg-action)
              WHEN "ENROLL"
              WHEN "RESET"
              WHEN "UNLOCK"
              WHEN "REVOKE"
                 PERFORM 300-administer-credential
              WHEN "PIN"
                 PERFORM 400-change-own-pin
              WHEN "LIST"
                 PERFORM 600-list-credentials
              WHEN OTHER
                 PERFORM 060-display-usage
                 MOVE 1 TO RETURN-CODE
           END-EVALUATE
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

       060-display-usage.
           DISPLAY "Usage: credmaint ENROLL operator"
           DISPLAY "       credmaint RESET operator  (new PIN, "
              "clears failures and any lock)"
           DISPLAY "       credmaint UNLOCK operator"
           DISPLAY "       credmaint REVOKE operator"
           DISPLAY "       credmaint PIN  (change your own PIN)"
           DISPLAY "       credmaint LIST"
           DISPLAY "PINs are 4 to 12 digits, typed at the prompt. "
              "ENROLL, RESET, UNLOCK and REVOKE must be done by an "
              "operator other than the one named.".

       100-load-credentials.
           OPEN INPUT cred-file
           IF cred-status NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL cred-status NOT = "00"
              READ cred-file
                 AT END
                    MOVE "10" TO cred-status
                 NOT AT END
                    IF cred-count < 500
                       ADD 1 TO cred-count
                       MOVE cred-record TO cred-entry (cred-count)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE cred-file.

       150-rewrite-credentials.
           OPEN OUTPUT cred-file
           IF cred-status NOT = "00"
              DISPLAY "Unable to update CREDFILE, status "
                 cred-status
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING cred-idx FROM 1 BY 1
              UNTIL cred-idx > cred-count
              MOVE cred-entry (cred-idx) TO cred-record
              WRITE cred-record
           END-PERFORM
           CLOSE cred-file.

       200-find-credential.
           MOVE 0 TO cred-hit-idx
           PERFORM VARYING cred-idx FROM 1 BY 1
              UNTIL cred-idx > cred-count OR cred-hit-idx > 0
              IF cred-entry (cred-idx) (1 : 8) = pin-owner
                 MOVE cred-idx TO cred-hit-idx
              END-IF
           END-PERFORM.

      * Prompts for a new PIN twice; on a good, matching entry
      * pin-seal holds its seal, otherwise RETURN-CODE is set.
       250-prompt-new-pin.
           MOVE 0 TO RETURN-CODE
           MOVE SPACES TO entered-pin
           MOVE SPACES TO repeat-pin
           DISPLAY "New PIN for " FUNCTION TRIM (pin-owner) ": "
              WITH NO ADVANCING
           ACCEPT entered-pin
           DISPLAY "Repeat the new PIN: " WITH NO ADVANCING
           ACCEPT repeat-pin
           MOVE 0 TO pin-len
           IF entered-pin NOT = SPACES
              INSPECT entered-pin TALLYING pin-len
                 FOR CHARACTERS BEFORE INITIAL " "
           END-IF
           IF pin-len < 4 OR pin-len > 12
              OR entered-pin (1 : pin-len) IS NOT NUMERIC
              OR entered-pin (pin-len + 1 : ) NOT = SPACES
              DISPLAY "Invalid PIN: 4 to 12 digits"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           IF repeat-pin NOT = entered-pin
              DISPLAY "The two entries do not match - PIN not set"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM 260-seal-pin.

      * Same seal signon computes: the operator id and PIN
      * together.
       260-seal-pin.
           MOVE SPACES TO seal-data
           MOVE pin-owner TO seal-data (1 : 8)
           MOVE entered-pin TO seal-data (9 : 16)
           MOVE 0 TO pin-seal
           CALL sealcalc USING seal-zero, seal-data, pin-seal
              ON EXCEPTION
                 DISPLAY "Unable to call the seal module"
                 MOVE 1 TO RETURN-CODE
           END-CALL.

       300-administer-credential.
           IF arg-operator = SPACES
              PERFORM 060-display-usage
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           IF operator-id = "UNKNOWN"
              DISPLAY "REFUSED - the operator running credmaint "
                 "cannot be identified; sign on first"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           IF operator-id = arg-operator
              DISPLAY "REFUSED - operator " FUNCTION TRIM
                 (operator-id) " may not " FUNCTION TRIM
                 (arg-action) " their own credential"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE arg-operator TO pin-owner
           PERFORM 200-find-credential
           IF FUNCTION TRIM (arg-action) = "ENROLL"
              IF cred-hit-idx > 0
                 DISPLAY "Operator " FUNCTION TRIM (arg-operator)
                    " is already enrolled - use RESET for a new PIN"
                 MOVE 1 TO RETURN-CODE
                 EXIT PARAGRAPH
              END-IF
              IF cred-count = 500
                 DISPLAY "CREDFILE is full; no more operators can "
                    "be enrolled"
                 MOVE 1 TO RETURN-CODE
                 EXIT PARAGRAPH
              END-IF
           ELSE
              IF cred-hit-idx = 0
                 DISPLAY "Operator " FUNCTION TRIM (arg-operator)
                    " is not enrolled in CREDFILE"
                 MOVE 1 TO RETURN-CODE
                 EXIT PARAGRAPH
              END-IF
              MOVE cred-entry (cred-hit-idx) TO cred-detail
           END-IF
           EVALUATE FUNCTION TRIM (arg-action)
              WHEN "ENROLL"
                 PERFORM 250-prompt-new-pin
                 IF RETURN-CODE NOT = 0
                    EXIT PARAGRAPH
                 END-IF
                 MOVE SPACES TO cred-detail
                 MOVE arg-operator TO cr-operator
                 MOVE pin-seal TO cr-pin-seal
                 MOVE 0 TO cr-fail-count
                 MOVE "A" TO cr-state
                 MOVE operator-id TO cr-set-by
                 MOVE run-date TO cr-set-date
                 ADD 1 TO cred-count
                 MOVE cred-detail TO cred-entry (cred-count)
                 MOVE "enrolled" TO action-text
              WHEN "RESET"
                 PERFORM 250-prompt-new-pin
                 IF RETURN-CODE NOT = 0
                    EXIT PARAGRAPH
                 END-IF
                 MOVE pin-seal TO cr-pin-seal
                 MOVE 0 TO cr-fail-count
                 MOVE "A" TO cr-state
                 MOVE SPACES TO cr-lock-date
                 MOVE SPACES TO cr-lock-time
                 MOVE operator-id TO cr-set-by
                 MOVE run-date TO cr-set-date
                 MOVE cred-detail TO cred-entry (cred-hit-idx)
                 MOVE "PIN reset" TO action-text
              WHEN "UNLOCK"
                 IF cr-state NOT = "L"
                    DISPLAY "Operator " FUNCTION TRIM (arg-operator)
                       " is not locked"
                    MOVE 1 TO RETURN-CODE
                    EXIT PARAGRAPH
                 END-IF
                 MOVE 0 TO cr-fail-count
                 MOVE "A" TO cr-state
                 MOVE SPACES TO cr-lock-date
                 MOVE SPACES TO cr-lock-time
                 MOVE cred-detail TO cred-entry (cred-hit-idx)
                 MOVE "unlocked" TO action-text
              WHEN "REVOKE"
                 PERFORM VARYING cred-idx FROM cred-hit-idx BY 1
                    UNTIL cred-idx >= cred-count
                    MOVE cred-entry (cred-idx + 1)
                       TO cred-entry (cred-idx)
                 END-PERFORM
                 SUBTRACT 1 FROM cred-count
                 MOVE "credential revoked" TO action-text
           END-EVALUATE
           PERFORM 150-rewrite-credentials
           IF RETURN-CODE NOT = 0
              EXIT PARAGRAPH
           END-IF
           MOVE arg-action TO log-event
           MOVE SPACES TO log-detail
           STRING
              FUNCTION TRIM (action-text) DELIMITED BY SIZE
              " by "              DELIMITED BY SIZE
              operator-id         DELIMITED BY SIZE
              INTO log-detail
           END-STRING
           PERFORM 800-write-log
           DISPLAY "Operator " FUNCTION TRIM (arg-operator) ": "
              FUNCTION TRIM (log-detail)
           MOVE 0 TO RETURN-CODE.

      * The current PIN must be given first; a wrong one counts
      * against the id exactly as a failed sign-on does.
       400-change-own-pin.
           MOVE operator-id TO pin-owner
           PERFORM 200-find-credential
           IF cred-hit-idx = 0
              DISPLAY "Operator " FUNCTION TRIM (operator-id)
                 " is not enrolled in CREDFILE"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE cred-entry (cred-hit-idx) TO cred-detail
           IF cr-state = "L"
              DISPLAY "Operator id " FUNCTION TRIM (operator-id)
                 " is locked - a second operator must unlock it"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO entered-pin
           DISPLAY "Current PIN: " WITH NO ADVANCING
           ACCEPT entered-pin
           PERFORM 260-seal-pin
           IF RETURN-CODE NOT = 0
              EXIT PARAGRAPH
           END-IF
           IF pin-seal NOT = cr-pin-seal
              PERFORM 450-record-failure
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM 250-prompt-new-pin
           IF RETURN-CODE NOT = 0
              EXIT PARAGRAPH
           END-IF
           MOVE pin-seal TO cr-pin-seal
           MOVE 0 TO cr-fail-count
           MOVE operator-id TO cr-set-by
           MOVE run-date TO cr-set-date
           MOVE cred-detail TO cred-entry (cred-hit-idx)
           PERFORM 150-rewrite-credentials
           IF RETURN-CODE NOT = 0
              EXIT PARAGRAPH
           END-IF
           MOVE "PIN" TO log-event
           MOVE "own PIN changed" TO log-detail
           PERFORM 800-write-log
           DISPLAY "PIN changed for " FUNCTION TRIM (operator-id)
           MOVE 0 TO RETURN-CODE.

       450-record-failure.
           MOVE SPACES TO signon-limit-env
           DISPLAY "PRNGSIGNONLIMIT" UPON ENVIRONMENT-NAME
           ACCEPT signon-limit-env FROM ENVIRONMENT-VALUE
           IF signon-limit-env NOT = SPACES
              AND FUNCTION TRIM (signon-limit-env) IS NUMERIC
              AND FUNCTION NUMVAL (signon-limit-env) > 0
              AND FUNCTION NUMVAL (signon-limit-env) < 100
              MOVE FUNCTION NUMVAL (signon-limit-env)
                 TO signon-limit
           ELSE
              MOVE 3 TO signon-limit
           END-IF
           ADD 1 TO cr-fail-count
           MOVE "REFUSED" TO log-event
           MOVE "wrong current PIN on PIN change" TO log-detail
           IF cr-fail-count >= signon-limit
              MOVE "L" TO cr-state
              MOVE run-date TO cr-lock-date
              MOVE run-time TO cr-lock-time
              MOVE "LOCKOUT" TO log-event
              MOVE SPACES TO log-detail
              STRING
                 "locked after "   DELIMITED BY SIZE
                 cr-fail-count     DELIMITED BY SIZE
                 " failed PIN checks" DELIMITED BY SIZE
                 INTO log-detail
              END-STRING
           END-IF
           MOVE cred-detail TO cred-entry (cred-hit-idx)
           PERFORM 150-rewrite-credentials
           PERFORM 800-write-log
           IF cr-state = "L"
              DISPLAY "Current PIN not recognised - operator id "
                 FUNCTION TRIM (operator-id) " is now locked"
              MOVE "SEVR" TO exd-severity
              MOVE "LOCKOUT" TO exd-reason
              MOVE cr-operator TO exd-key
              MOVE log-detail TO exd-text
              CALL excfeed USING exception-detail
                 ON EXCEPTION
                    CONTINUE
              END-CALL
           ELSE
              DISPLAY "Current PIN not recognised - PIN not changed"
           END-IF.

       600-list-credentials.
           IF cred-count = 0
              DISPLAY "No operators enrolled in CREDFILE"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "OPERATOR  STATE    FAILS  LAST SIGN-ON     "
              "LOCKED AT        PIN SET BY"
           PERFORM VARYING cred-idx FROM 1 BY 1
              UNTIL cred-idx > cred-count
              MOVE cred-entry (cred-idx) TO cred-detail
              IF cr-state = "L"
                 MOVE "LOCKED" TO state-text
              ELSE
                 MOVE "ACTIVE" TO state-text
              END-IF
              DISPLAY cr-operator "  " state-text " " cr-fail-count
                 "     " cr-last-date " " cr-last-time (1 : 6)
                 "  " cr-lock-date " " cr-lock-time (1 : 6)
                 "  " cr-set-by " " cr-set-date
           END-PERFORM
           MOVE 0 TO RETURN-CODE.

       800-write-log.
           MOVE SPACES TO log-text
           STRING
              run-date          DELIMITED BY SIZE
              " "               DELIMITED BY SIZE
              run-time          DELIMITED BY SIZE
              "  "              DELIMITED BY SIZE
              log-event         DELIMITED BY SIZE
              " operator="      DELIMITED BY SIZE
              pin-owner         DELIMITED BY SIZE
              " console="       DELIMITED BY SIZE
              "credmaint "      DELIMITED BY SIZE
              log-detail        DELIMITED BY SIZE
              INTO log-text
           END-STRING
           OPEN EXTEND signon-log
           IF signon-log-status NOT = "00"
              OPEN OUTPUT signon-log
           END-IF
           IF signon-log-status NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE log-text TO signon-log-line
           WRITE signon-log-line
           CLOSE signon-log.
       END PROGRAM credmaint.
