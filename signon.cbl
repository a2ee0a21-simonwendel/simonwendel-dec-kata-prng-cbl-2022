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
       PROGRAM-ID. signon.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT cred-file ASSIGN TO "CREDFILE"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS cred-status.
           SELECT token-reg ASSIGN TO "TOKENREG"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS token-status.
           SELECT signon-log ASSIGN TO "SIGNONLOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS signon-log-status.

       DATA DIVISION.
       FILE SECTION.
      * One credential per operator: the seal of the operator id
      * and PIN (never the PIN itself), the run of consecutive
      * failed sign-ons, and A active or L locked.
       FD  cred-file
           RECORDING MODE IS F.
       01  cred-record          PIC X(100).

      * Session tokens issued here, read back by opident. Only the
      * token's seal is kept, never the token.
       FD  token-reg
           RECORDING MODE IS F.
       01  token-record.
           05 tk-token-seal     PIC 9(18).
           05 tk-operator       PIC X(8).
           05 tk-event          PIC X(5).
           05 tk-date           PIC X(8).
           05 tk-time           PIC X(8).
           05 tk-expiry-date    PIC X(8).
           05 tk-expiry-time    PIC X(8).
           05 tk-console        PIC X(10).
           05 FILLER            PIC X(7).

       FD  signon-log.
       01  signon-log-line      PIC X(100).

       WORKING-STORAGE SECTION.
       77  cred-status          PIC XX.
       77  token-status         PIC XX.
       77  signon-log-status    PIC XX.
       77  cred-count           PIC 9(3)    VALUE 0.
       77  cred-idx             PIC 9(3).
       77  cred-hit-idx         PIC 9(3).
       77  attempt-count        PIC 9(2).
       77  abandon-sw           PIC X.
       77  entered-operator     PIC X(8).
       77  entered-pin          PIC X(16).
       77  signon-limit-env     PIC X(4).
       77  signon-limit         PIC 9(2).
       77  token-hours-env      PIC X(4).
       77  token-hours          PIC 9(2).
       77  run-date             PIC X(8).
       77  run-time             PIC X(8).
       77  date-num             PIC 9(8).
       77  expiry-minutes       PIC 9(10).
       77  expiry-day           PIC 9(8).
       77  expiry-rem           PIC 9(4).
       77  expiry-hh            PIC 99.
       77  expiry-mm            PIC 99.
       77  sealcalc             PIC X(8)    VALUE "sealcalc".
       77  seal-zero            PIC 9(18)   VALUE 0.
       77  seal-data            PIC X(128).
       77  pin-seal             PIC 9(18).
       77  token-num            PIC 9(18).
       77  token-seal           PIC 9(18).
       77  log-event            PIC X(8).
       77  log-operator         PIC X(8).
       77  log-detail           PIC X(40).
       77  log-text             PIC X(100).
       77  excfeed              PIC X(8)    VALUE "excfeed".
       01  exception-detail.
           05 exd-program       PIC X(10)   VALUE "signon".
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
       LINKAGE SECTION.
      * so-function I signs on, O signs the session off again.
      * so-result S signed on, N no CREDFILE (sign-on not in
      * force), F failed or abandoned, L id locked, E signed off.
       01  signon-request.
           05 so-function       PIC X.
           05 so-console        PIC X(10).
           05 so-operator       PIC X(8).
           05 so-token          PIC X(18).
           05 so-result         PIC X.

      * Operator sign-on for the consoles. The operator id and PIN
      * are checked against CREDFILE; each failure counts against
      * the id and the id locks once PRNGSIGNONLIMIT (default 3)
      * consecutive failures are reached, the lockout landing on
      * the exception feed. A good sign-on issues a session token,
      * valid PRNGTOKENHOURS (default 12) hours, and exports it as
      * PRNGTOKEN so every program the console starts is run under
      * the signed-on operator. Every attempt, good or bad, is
      * written to SIGNONLOG. With no CREDFILE on the system the
      * consoles run as before.
       PROCEDURE DIVISION USING signon-request.
           ACCEPT run-date FROM DATE YYYYMMDD
           ACCEPT run-time FROM TIME
           IF so-function = "O"
              PERFORM 600-sign-off
              GOBACK
           END-IF
           MOVE SPACES TO so-operator
           MOVE SPACES TO so-token
           MOVE "F" TO so-result
           PERFORM 100-load-credentials
           IF cred-status NOT = "00"
              MOVE "N" TO so-result
              GOBACK
           END-IF
           PERFORM 050-read-switches
           DISPLAY "=============================================="
           DISPLAY " SIGN-ON - " FUNCTION TRIM (so-console)
           DISPLAY "=============================================="
           MOVE 0 TO attempt-count
           MOVE "N" TO abandon-sw
           PERFORM 200-take-attempt
              UNTIL so-result NOT = "F"
              OR abandon-sw = "Y"
              OR attempt-count >= signon-limit
           IF so-result = "F" AND abandon-sw = "N"
              DISPLAY "Sign-on failed - " attempt-count
                 " attempt(s) refused"
           END-IF
           GOBACK.

       050-read-switches.
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
           MOVE SPACES TO token-hours-env
           DISPLAY "PRNGTOKENHOURS" UPON ENVIRONMENT-NAME
           ACCEPT token-hours-env FROM ENVIRONMENT-VALUE
           IF token-hours-env NOT = SPACES
              AND FUNCTION TRIM (token-hours-env) IS NUMERIC
              AND FUNCTION NUMVAL (token-hours-env) > 0
              AND FUNCTION NUMVAL (token-hours-env) < 100
              MOVE FUNCTION NUMVAL (token-hours-env)
                 TO token-hours
           ELSE
              MOVE 12 TO token-hours
           END-IF.

       100-load-credentials.
           MOVE 0 TO cred-count
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
           CLOSE cred-file
           MOVE "00" TO cred-status.

       150-rewrite-credentials.
           OPEN OUTPUT cred-file
           IF cred-status NOT = "00"
              DISPLAY "Unable to update CREDFILE, status "
                 cred-status
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING cred-idx FROM 1 BY 1
              UNTIL cred-idx > cred-count
              MOVE cred-entry (cred-idx) TO cred-record
              WRITE cred-record
           END-PERFORM
           CLOSE cred-file.

      * An unknown id and a wrong PIN get the same answer, so the
      * prompt cannot be used to discover which ids exist.
       200-take-attempt.
           ADD 1 TO attempt-count
           MOVE SPACES TO entered-operator
           MOVE SPACES TO entered-pin
           DISPLAY "Operator id (blank to abandon): "
              WITH NO ADVANCING
           ACCEPT entered-operator
           IF entered-operator = SPACES
              MOVE "Y" TO abandon-sw
              DISPLAY "Sign-on abandoned"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "PIN: " WITH NO ADVANCING
           ACCEPT entered-pin
           MOVE entered-operator TO log-operator
           PERFORM 210-find-credential
           IF cred-hit-idx = 0
              DISPLAY "Sign-on refused - operator id or PIN not "
                 "recognised"
              MOVE "REFUSED" TO log-event
              MOVE "operator id not enrolled" TO log-detail
              PERFORM 800-write-log
              EXIT PARAGRAPH
           END-IF
           MOVE cred-entry (cred-hit-idx) TO cred-detail
           IF cr-state = "L"
              DISPLAY "Operator id " FUNCTION TRIM (cr-operator)
                 " is locked after repeated failed sign-ons - a "
                 "second operator must unlock it (credmaint UNLOCK)"
              MOVE "LOCKED" TO log-event
              MOVE "sign-on to a locked id refused" TO log-detail
              PERFORM 800-write-log
              MOVE "L" TO so-result
              EXIT PARAGRAPH
           END-IF
           PERFORM 220-seal-pin
           IF pin-seal = 0
              MOVE "Y" TO abandon-sw
              EXIT PARAGRAPH
           END-IF
           IF pin-seal NOT = cr-pin-seal
              PERFORM 300-record-failure
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO cr-fail-count
           MOVE run-date TO cr-last-date
           MOVE run-time TO cr-last-time
           MOVE cred-detail TO cred-entry (cred-hit-idx)
           PERFORM 150-rewrite-credentials
           PERFORM 400-issue-token
           IF so-result = "S"
              DISPLAY "Signed on as " FUNCTION TRIM (cr-operator)
                 " - session valid until " tk-expiry-date " "
                 tk-expiry-time (1 : 2) ":" tk-expiry-time (3 : 2)
              MOVE "SIGNON" TO log-event
              MOVE "sign-on accepted" TO log-detail
              PERFORM 800-write-log
           END-IF.

       210-find-credential.
           MOVE 0 TO cred-hit-idx
           PERFORM VARYING cred-idx FROM 1 BY 1
              UNTIL cred-idx > cred-count OR cred-hit-idx > 0
              IF cred-entry (cred-idx) (1 : 8) = entered-operator
                 MOVE cred-idx TO cred-hit-idx
              END-IF
           END-PERFORM.

      * The PIN is sealed together with the operator id, so two
      * operators choosing the same PIN hold different seals.
       220-seal-pin.
           MOVE SPACES TO seal-data
           MOVE entered-operator TO seal-data (1 : 8)
           MOVE entered-pin TO seal-data (9 : 16)
           MOVE 0 TO pin-seal
           CALL sealcalc USING seal-zero, seal-data, pin-seal
              ON EXCEPTION
                 DISPLAY "Unable to call the seal module - sign-on "
                    "not possible"
                 MOVE 0 TO pin-seal
           END-CALL.

       300-record-failure.
           ADD 1 TO cr-fail-count
           IF cr-fail-count < signon-limit
              MOVE cred-detail TO cred-entry (cred-hit-idx)
              PERFORM 150-rewrite-credentials
              DISPLAY "Sign-on refused - operator id or PIN not "
                 "recognised"
              MOVE "REFUSED" TO log-event
              MOVE SPACES TO log-detail
              STRING
                 "wrong PIN, failure "  DELIMITED BY SIZE
                 cr-fail-count          DELIMITED BY SIZE
                 " of "                 DELIMITED BY SIZE
                 signon-limit           DELIMITED BY SIZE
                 INTO log-detail
              END-STRING
              PERFORM 800-write-log
              EXIT PARAGRAPH
           END-IF
           MOVE "L" TO cr-state
           MOVE run-date TO cr-lock-date
           MOVE run-time TO cr-lock-time
           MOVE cred-detail TO cred-entry (cred-hit-idx)
           PERFORM 150-rewrite-credentials
           DISPLAY "Sign-on refused - operator id "
              FUNCTION TRIM (cr-operator) " is now locked after "
              cr-fail-count " consecutive failures"
           MOVE "LOCKOUT" TO log-event
           MOVE SPACES TO log-detail
           STRING
              "locked after "   DELIMITED BY SIZE
              cr-fail-count     DELIMITED BY SIZE
              " failed sign-ons" DELIMITED BY SIZE
              INTO log-detail
           END-STRING
           PERFORM 800-write-log
           MOVE "SEVR" TO exd-severity
           MOVE "LOCKOUT" TO exd-reason
           MOVE cr-operator TO exd-key
           MOVE SPACES TO exd-text
           STRING
              "id locked after "  DELIMITED BY SIZE
              cr-fail-count       DELIMITED BY SIZE
              " failed sign-ons"  DELIMITED BY SIZE
              INTO exd-text
           END-STRING
           CALL excfeed USING exception-detail
              ON EXCEPTION
                 CONTINUE
           END-CALL
           MOVE "L" TO so-result.

      * The token is sealed from the operator's PIN seal and the
      * moment of issue, and exported as PRNGTOKEN for the programs
      * the console starts. TOKENREG keeps only the token's seal.
       400-issue-token.
           MOVE SPACES TO seal-data
           STRING
              cr-operator       DELIMITED BY SIZE
              run-date          DELIMITED BY SIZE
              run-time          DELIMITED BY SIZE
              so-console        DELIMITED BY SIZE
              attempt-count     DELIMITED BY SIZE
              INTO seal-data
           END-STRING
           CALL sealcalc USING cr-pin-seal, seal-data, token-num
              ON EXCEPTION
                 DISPLAY "Unable to call the seal module - sign-on "
                    "not possible"
                 MOVE "Y" TO abandon-sw
                 EXIT PARAGRAPH
           END-CALL
           MOVE token-num TO so-token
           MOVE SPACES TO seal-data
           MOVE so-token TO seal-data (1 : 18)
           CALL sealcalc USING seal-zero, seal-data, token-seal
           END-CALL
           MOVE run-date TO date-num
           COMPUTE expiry-minutes =
              FUNCTION INTEGER-OF-DATE (date-num) * 1440
              + FUNCTION NUMVAL (run-time (1 : 2)) * 60
              + FUNCTION NUMVAL (run-time (3 : 2))
              + token-hours * 60
           DIVIDE expiry-minutes BY 1440 GIVING expiry-day
              REMAINDER expiry-rem
           DIVIDE expiry-rem BY 60 GIVING expiry-hh
              REMAINDER expiry-mm
           MOVE SPACES TO token-record
           MOVE token-seal TO tk-token-seal
           MOVE cr-operator TO tk-operator
           MOVE "ISSUE" TO tk-event
           MOVE run-date TO tk-date
           MOVE run-time TO tk-time
           MOVE FUNCTION DATE-OF-INTEGER (expiry-day)
              TO tk-expiry-date
           MOVE expiry-hh TO tk-expiry-time (1 : 2)
           MOVE expiry-mm TO tk-expiry-time (3 : 2)
           MOVE run-time (5 : 4) TO tk-expiry-time (5 : 4)
           MOVE so-console TO tk-console
           PERFORM 500-append-token-record
           IF token-status NOT = "00"
              DISPLAY "Unable to record the session token in "
                 "TOKENREG, status " token-status
              MOVE SPACES TO so-token
              EXIT PARAGRAPH
           END-IF
           DISPLAY "PRNGTOKEN" UPON ENVIRONMENT-NAME
           DISPLAY so-token UPON ENVIRONMENT-VALUE
           MOVE cr-operator TO so-operator
           MOVE "S" TO so-result.

       500-append-token-record.
           OPEN EXTEND token-reg
           IF token-status NOT = "00"
              OPEN OUTPUT token-reg
           END-IF
           IF token-status NOT = "00"
              EXIT PARAGRAPH
           END-IF
           WRITE token-record
           CLOSE token-reg.

      * Signing off ends the token at once rather than leaving it
      * to run out, and withdraws it from the environment.
       600-sign-off.
           IF so-token = SPACES
              GOBACK
           END-IF
           MOVE SPACES TO seal-data
           MOVE so-token TO seal-data (1 : 18)
           CALL sealcalc USING seal-zero, seal-data, token-seal
              ON EXCEPTION
                 GOBACK
           END-CALL
           MOVE SPACES TO token-record
           MOVE token-seal TO tk-token-seal
           MOVE so-operator TO tk-operator
           MOVE "END" TO tk-event
           MOVE run-date TO tk-date
           MOVE run-time TO tk-time
           MOVE so-console TO tk-console
           PERFORM 500-append-token-record
           MOVE SPACES TO so-token
           DISPLAY "PRNGTOKEN" UPON ENVIRONMENT-NAME
           DISPLAY so-token UPON ENVIRONMENT-VALUE
           MOVE so-operator TO log-operator
           MOVE "SIGNOFF" TO log-event
           MOVE "session ended" TO log-detail
           PERFORM 800-write-log
           MOVE "E" TO so-result.

       800-write-log.
           MOVE SPACES TO log-text
           STRING
              run-date          DELIMITED BY SIZE
              " "               DELIMITED BY SIZE
              run-time          DELIMITED BY SIZE
              "  "              DELIMITED BY SIZE
              log-event         DELIMITED BY SIZE
              " operator="      DELIMITED BY SIZE
              log-operator      DELIMITED BY SIZE
              " console="       DELIMITED BY SIZE
              so-console        DELIMITED BY SIZE
              " "               DELIMITED BY SIZE
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
       END PROGRAM signon.
