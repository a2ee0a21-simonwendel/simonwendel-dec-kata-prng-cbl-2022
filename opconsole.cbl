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
       PROGRAM-ID. opconsole.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT oper-log ASSIGN TO "OPERLOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS oper-log-status.

       DATA DIVISION.
       FILE SECTION.
       FD  oper-log.
       01  oper-log-line        PIC X(100).

       WORKING-STORAGE SECTION.
       77  oper-log-status      PIC XX.
       77  oper-log-date        PIC X(8).
       77  oper-log-time        PIC X(8).
       77  oper-log-text        PIC X(100).
       77  operator-id          PIC X(8).
       77  opident              PIC X(8)    VALUE "opident".
       77  signon               PIC X(8)    VALUE "signon".
       01  signon-request.
           05 so-function       PIC X.
           05 so-console        PIC X(10)   VALUE "opconsole".
           05 so-operator       PIC X(8).
           05 so-token          PIC X(18).
           05 so-result         PIC X.
       77  authchk              PIC X(8)    VALUE "authchk".
       01  auth-request.
           05 ar-operator       PIC X(8).
           05 ar-capability     PIC X(8).
           05 ar-allowed        PIC X.
       77  menu-choice          PIC X(20).
       77  menu-response        PIC X(20).
       77  menu-valid-sw        PIC X.
       77  console-done-sw      PIC X       VALUE "N".
       77  parms-done-sw        PIC X.
       77  menu-reject-count    PIC 9(3)    VALUE 0.
       77  launch-count         PIC 9(3)    VALUE 0.
       77  withheld-count       PIC 9(3)    VALUE 0.
       77  prompt-name          PIC X(14).
       77  fn-idx               PIC 99.
       77  fn-scan-idx          PIC 99.
       77  fn-chosen            PIC 99.
       77  pv-idx               PIC 99.
       77  cmd-ptr              PIC 9(3).
       77  launch-command       PIC X(200).
       77  launch-rc            PIC S9(9).
       77  launch-rc-edit       PIC -(8)9.
       77  date-check           PIC 9(8).
       77  response-word        PIC X(20).
       77  char-idx             PIC 99.
       77  word-len             PIC 99.
      * Every function the console offers: its menu number, the
      * program it starts, the fixed leading arguments that pick
      * the program's mode, the AUTHFILE capability it needs
      * (blank when none) and the menu title.
       01  function-values.
           05 FILLER            PIC X(32)   VALUE
              "01histbrowse                    ".
           05 FILLER            PIC X(36)   VALUE
              "Browse draw history by date range".
           05 FILLER            PIC X(32)   VALUE
              "02histlookup                    ".
           05 FILLER            PIC X(36)   VALUE
              "Find every occurrence of a value".
           05 FILLER            PIC X(32)   VALUE
              "03statepeek                     ".
           05 FILLER            PIC X(36)   VALUE
              "Preview the next generator values".
           05 FILLER            PIC X(32)   VALUE
              "04ledgrpt                       ".
           05 FILLER            PIC X(36)   VALUE
              "Run ledger report".
           05 FILLER            PIC X(32)   VALUE
              "05inqrpt                        ".
           05 FILLER            PIC X(36)   VALUE
              "Inquiry access report".
           05 FILLER            PIC X(32)   VALUE
              "06drawdoss                      ".
           05 FILLER            PIC X(36)   VALUE
              "Dossier for one drawn value".
           05 FILLER            PIC X(32)   VALUE
              "07blkalloc  REQUEST             ".
           05 FILLER            PIC X(36)   VALUE
              "Request a block of draw numbers".
           05 FILLER            PIC X(32)   VALUE
              "08blkalloc  EXPIRE              ".
           05 FILLER            PIC X(36)   VALUE
              "Expire unused blocks".
           05 FILLER            PIC X(32)   VALUE
              "09blkalloc  REPORT              ".
           05 FILLER            PIC X(36)   VALUE
              "Block allocation report".
           05 FILLER            PIC X(32)   VALUE
              "10refmaint  LIST                ".
           05 FILLER            PIC X(36)   VALUE
              "List pending reference changes".
           05 FILLER            PIC X(32)   VALUE
              "11refmaint  ADD EXCLUDE         ".
           05 FILLER            PIC X(36)   VALUE
              "Schedule a value exclusion".
           05 FILLER            PIC X(32)   VALUE
              "12refmaint  ADD WEIGHT          ".
           05 FILLER            PIC X(36)   VALUE
              "Schedule a weight band".
           05 FILLER            PIC X(32)   VALUE
              "13histvoid  VOID        PURGE   ".
           05 FILLER            PIC X(36)   VALUE
              "Void a draw, issue replacement".
           05 FILLER            PIC X(32)   VALUE
              "14histvoid  REPORT              ".
           05 FILLER            PIC X(36)   VALUE
              "Voided draws report".
           05 FILLER            PIC X(32)   VALUE
              "15staterest             RESTORE ".
           05 FILLER            PIC X(36)   VALUE
              "Restore generator state".
           05 FILLER            PIC X(32)   VALUE
              "16histpurge             PURGE   ".
           05 FILLER            PIC X(36)   VALUE
              "Purge one session from history".
           05 FILLER            PIC X(32)   VALUE
              "17archpurge             PURGE   ".
           05 FILLER            PIC X(36)   VALUE
              "Archive and purge before cutoff".
           05 FILLER            PIC X(32)   VALUE
              "18datamask  UNMASK      UNMASK  ".
           05 FILLER            PIC X(36)   VALUE
              "Unmask a masked extract".
           05 FILLER            PIC X(32)   VALUE
              "19monthrpt                      ".
           05 FILLER            PIC X(36)   VALUE
              "Month-end usage report".
           05 FILLER            PIC X(32)   VALUE
              "20replay                        ".
           05 FILLER            PIC X(36)   VALUE
              "Replay one session".
           05 FILLER            PIC X(32)   VALUE
              "21sealver                       ".
           05 FILLER            PIC X(36)   VALUE
              "Verify the seal chains".
           05 FILLER            PIC X(32)   VALUE
              "22proflist                      ".
           05 FILLER            PIC X(36)   VALUE
              "Run profile library listing".
           05 FILLER            PIC X(32)   VALUE
              "23credmaint PIN                 ".
           05 FILLER            PIC X(36)   VALUE
              "Change my sign-on PIN".
           05 FILLER            PIC X(32)   VALUE
              "24credmaint UNLOCK              ".
           05 FILLER            PIC X(36)   VALUE
              "Unlock another operator's id".
           05 FILLER            PIC X(32)   VALUE
              "25credmaint RESET               ".
           05 FILLER            PIC X(36)   VALUE
              "Reset another operator's PIN".
           05 FILLER            PIC X(32)   VALUE
              "26credmaint ENROLL              ".
           05 FILLER            PIC X(36)   VALUE
              "Enrol an operator for sign-on".
       01  function-table REDEFINES function-values.
           05 function-entry    OCCURS 26 TIMES.
              10 fn-choice      PIC XX.
              10 fn-program     PIC X(10).
              10 fn-fixed       PIC X(12).
              10 fn-capability  PIC X(8).
              10 fn-title       PIC X(36).
       01  function-allowed.
           05 fn-allowed        PIC X       OCCURS 26 TIMES.
      * The parameters each function prompts for, in the order the
      * program takes them: type D date, M month, N number, W one
      * word of text; R required, O optional. An optional parameter
      * left blank ends the argument list there.
       01  parm-values.
           05 FILLER            PIC X(52)   VALUE
              "01DRdate-from     History from date (YYYYMMDD)".
           05 FILLER            PIC X(52)   VALUE
              "01DRdate-to       History to date (YYYYMMDD)".
           05 FILLER            PIC X(52)   VALUE
              "01NOstream        Stream number (blank for all)".
           05 FILLER            PIC X(52)   VALUE
              "02NRvalue         Value to look up".
           05 FILLER            PIC X(52)   VALUE
              "03NOhow-many      How many values (blank for 10)".
           05 FILLER            PIC X(52)   VALUE
              "04DRfrom-date     Report from date (YYYYMMDD)".
           05 FILLER            PIC X(52)   VALUE
              "04DRto-date       Report to date (YYYYMMDD)".
           05 FILLER            PIC X(52)   VALUE
              "04WOprogram       Program name (blank for all)".
           05 FILLER            PIC X(52)   VALUE
              "05DRfrom-date     Report from date (YYYYMMDD)".
           05 FILLER            PIC X(52)   VALUE
              "05DRto-date       Report to date (YYYYMMDD)".
           05 FILLER            PIC X(52)   VALUE
              "06NRvalue         Drawn value".
           05 FILLER            PIC X(52)   VALUE
              "06DRdate          Draw date (YYYYMMDD)".
           05 FILLER            PIC X(52)   VALUE
              "07WRconsumer-id   Consumer id".
           05 FILLER            PIC X(52)   VALUE
              "07NRsize          Block size".
           05 FILLER            PIC X(52)   VALUE
              "08DRcutoff-date   Expire blocks before (YYYYMMDD)".
           05 FILLER            PIC X(52)   VALUE
              "11DReff-date      Effective date (YYYYMMDD)".
           05 FILLER            PIC X(52)   VALUE
              "11NRvalue         Value to exclude".
           05 FILLER            PIC X(52)   VALUE
              "12DReff-date      Effective date (YYYYMMDD)".
           05 FILLER            PIC X(52)   VALUE
              "12NRlow           Band low value".
           05 FILLER            PIC X(52)   VALUE
              "12NRhigh          Band high value".
           05 FILLER            PIC X(52)   VALUE
              "12NRweight        Band weight".
           05 FILLER            PIC X(52)   VALUE
              "13DRdate          Draw date (YYYYMMDD)".
           05 FILLER            PIC X(52)   VALUE
              "13NRseq           Draw sequence number".
           05 FILLER            PIC X(52)   VALUE
              "13NRsession       Draw session number".
           05 FILLER            PIC X(52)   VALUE
              "13WRreason        Void reason (one word)".
           05 FILLER            PIC X(52)   VALUE
              "14DRfrom-date     Voids from date (YYYYMMDD)".
           05 FILLER            PIC X(52)   VALUE
              "14DRto-date       Voids to date (YYYYMMDD)".
           05 FILLER            PIC X(52)   VALUE
              "15NOgeneration    Generation (blank for latest)".
           05 FILLER            PIC X(52)   VALUE
              "16DRdate          Draw date (YYYYMMDD)".
           05 FILLER            PIC X(52)   VALUE
              "16NRsession       Session number".
           05 FILLER            PIC X(52)   VALUE
              "17DRcutoff-date   Purge before (YYYYMMDD)".
           05 FILLER            PIC X(52)   VALUE
              "19MRmonth         Month (YYYYMM)".
           05 FILLER            PIC X(52)   VALUE
              "20WRsession-id    Session id (e.g. 20220101-1)".
           05 FILLER            PIC X(52)   VALUE
              "21WOgeneration    Generation (blank for current)".
           05 FILLER            PIC X(52)   VALUE
              "21WOanchor-file   Anchor notice file (blank none)".
           05 FILLER            PIC X(52)   VALUE
              "22WOprofile       Profile name (blank for all)".
           05 FILLER            PIC X(52)   VALUE
              "24WRoperator      Operator id to unlock".
           05 FILLER            PIC X(52)   VALUE
              "25WRoperator      Operator id to reset".
           05 FILLER            PIC X(52)   VALUE
              "26WRoperator      Operator id to enrol".
       01  parm-table REDEFINES parm-values.
           05 parm-entry        OCCURS 39 TIMES.
              10 pv-choice      PIC XX.
              10 pv-type        PIC X.
              10 pv-need        PIC X.
              10 pv-name        PIC X(14).
              10 pv-prompt      PIC X(34).

      * One menu-driven front door to the inquiry and maintenance
      * programs. Each function's parameters are prompted for and
      * validated here, so the program is only ever started with a
      * well-formed argument list; functions needing an AUTHFILE
      * capability the operator lacks are never offered; and every
      * prompt, answer and launch is logged to OPERLOG in the same
      * form as a randomize menu session.
       PROCEDURE DIVISION.
           PERFORM 050-sign-on
           PERFORM 076-open-oper-log
           PERFORM 100-check-capabilities

           PERFORM UNTIL console-done-sw = "Y"
              PERFORM 200-show-menu
              PERFORM 210-take-choice
              IF console-done-sw = "N" AND fn-chosen > 0
                 PERFORM 300-collect-parameters
                 IF parms-done-sw = "Y"
                    PERFORM 400-confirm-and-launch
                 END-IF
              END-IF
           END-PERFORM

           PERFORM 078-close-oper-log
           IF so-result = "S"
              MOVE "O" TO so-function
              CALL signon USING signon-request
                 ON EXCEPTION
                    CONTINUE
              END-CALL
           END-IF
           MOVE 0 TO RETURN-CODE
           STOP RUN.

      * Where CREDFILE is in use the console opens only for an
      * operator who signs on; the session token is exported so
      * every program launched from here runs under that operator,
      * and is ended when the console is left. With no CREDFILE
      * the operator is identified as every other program does it.
       050-sign-on.
           MOVE "I" TO so-function
           MOVE "N" TO so-result
           CALL signon USING signon-request
              ON EXCEPTION
                 MOVE "N" TO so-result
           END-CALL
           EVALUATE so-result
              WHEN "S"
                 MOVE so-operator TO operator-id
              WHEN "N"
                 CALL opident USING operator-id
                    ON EXCEPTION
                       DISPLAY "USER" UPON ENVIRONMENT-NAME
                       ACCEPT operator-id FROM ENVIRONMENT-VALUE
                 END-CALL
                 IF operator-id = SPACES
                    MOVE "UNKNOWN" TO operator-id
                 END-IF
              WHEN OTHER
                 DISPLAY "Operations console not opened - no "
                    "operator signed on"
                 MOVE 1 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.

      * Each capability is put to authchk once per session and the
      * answer shared by every function that needs it.
       100-check-capabilities.
           MOVE operator-id TO ar-operator
           PERFORM VARYING fn-idx FROM 1 BY 1 UNTIL fn-idx > 26
              MOVE "Y" TO fn-allowed (fn-idx)
              IF fn-capability (fn-idx) NOT = SPACES
                 PERFORM 110-find-earlier-capability
                 IF fn-scan-idx < fn-idx
                    MOVE fn-allowed (fn-scan-idx)
                       TO fn-allowed (fn-idx)
                 ELSE
                    MOVE fn-capability (fn-idx) TO ar-capability
                    MOVE "Y" TO ar-allowed
                    CALL authchk USING auth-request
                       ON EXCEPTION
                          CONTINUE
                    END-CALL
                    MOVE ar-allowed TO fn-allowed (fn-idx)
                 END-IF
                 IF fn-allowed (fn-idx) NOT = "Y"
                    ADD 1 TO withheld-count
                 END-IF
              END-IF
           END-PERFORM.

       110-find-earlier-capability.
           PERFORM VARYING fn-scan-idx FROM 1 BY 1
              UNTIL fn-scan-idx >= fn-idx
              OR fn-capability (fn-scan-idx) = fn-capability (fn-idx)
              CONTINUE
           END-PERFORM.

       200-show-menu.
           DISPLAY " "
           DISPLAY "=============================================="
           DISPLAY " OPERATIONS CONSOLE - operator " operator-id
           DISPLAY "=============================================="
           PERFORM VARYING fn-idx FROM 1 BY 1 UNTIL fn-idx > 26
              IF fn-allowed (fn-idx) = "Y"
                 DISPLAY "  " fn-choice (fn-idx) "  "
                    fn-title (fn-idx) " (" 
                    FUNCTION TRIM (fn-program (fn-idx)) ")"
              END-IF
           END-PERFORM
           IF withheld-count > 0
              DISPLAY "  (" withheld-count " function(s) withheld - "
                 "AUTHFILE capability not held)"
           END-IF
           DISPLAY "   X  Leave the console".

       210-take-choice.
           MOVE 0 TO fn-chosen
           DISPLAY "Function: " WITH NO ADVANCING
           ACCEPT menu-choice
           MOVE "function" TO prompt-name
           MOVE menu-choice TO menu-response
           IF FUNCTION UPPER-CASE (FUNCTION TRIM (menu-choice)) = "X"
              MOVE "Y" TO console-done-sw
              MOVE "Y" TO menu-valid-sw
              PERFORM 077-log-menu-response
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO menu-valid-sw
           IF FUNCTION TRIM (menu-choice) IS NUMERIC
              PERFORM VARYING fn-idx FROM 1 BY 1 UNTIL fn-idx > 26
                 IF FUNCTION NUMVAL (menu-choice)
                    = FUNCTION NUMVAL (fn-choice (fn-idx))
                    AND fn-allowed (fn-idx) = "Y"
                    MOVE fn-idx TO fn-chosen
                    MOVE "Y" TO menu-valid-sw
                 END-IF
              END-PERFORM
           END-IF
           IF menu-valid-sw = "N"
              DISPLAY "Invalid selection: choose a listed function "
                 "number or X"
              ADD 1 TO menu-reject-count
           END-IF
           PERFORM 077-log-menu-response.

      * Builds the command line as the parameters are accepted:
      * program name, fixed mode arguments, then each answer.
       300-collect-parameters.
           MOVE SPACES TO launch-command
           MOVE 1 TO cmd-ptr
           STRING
              FUNCTION TRIM (fn-program (fn-chosen))
                 DELIMITED BY SIZE
              INTO launch-command WITH POINTER cmd-ptr
           END-STRING
           IF fn-fixed (fn-chosen) NOT = SPACES
              STRING
                 " "                                DELIMITED BY SIZE
                 FUNCTION TRIM (fn-fixed (fn-chosen))
                    DELIMITED BY SIZE
                 INTO launch-command WITH POINTER cmd-ptr
              END-STRING
           END-IF
           MOVE "Y" TO parms-done-sw
           PERFORM VARYING pv-idx FROM 1 BY 1
              UNTIL pv-idx > 39 OR parms-done-sw NOT = "Y"
              IF pv-choice (pv-idx) = fn-choice (fn-chosen)
                 PERFORM 310-prompt-one-parameter
              END-IF
           END-PERFORM
           IF parms-done-sw = "E"
              MOVE "Y" TO parms-done-sw
           END-IF.

      * Re-prompts until the answer is valid; a single "*" abandons
      * the function and returns to the menu.
       310-prompt-one-parameter.
           MOVE "N" TO menu-valid-sw
           PERFORM UNTIL menu-valid-sw = "Y"
              OR parms-done-sw NOT = "Y"
              DISPLAY FUNCTION TRIM (pv-prompt (pv-idx))
                 ": " WITH NO ADVANCING
              ACCEPT menu-response
              MOVE pv-name (pv-idx) TO prompt-name
              IF FUNCTION TRIM (menu-response) = "*"
                 MOVE "N" TO parms-done-sw
                 DISPLAY "Function abandoned"
              ELSE
                 PERFORM 320-validate-response
              END-IF
              PERFORM 077-log-menu-response
           END-PERFORM
           IF menu-valid-sw = "Y" AND parms-done-sw = "Y"
              IF menu-response = SPACES
                 MOVE "E" TO parms-done-sw
              ELSE
                 STRING
                    " "                          DELIMITED BY SIZE
                    FUNCTION TRIM (menu-response) DELIMITED BY SIZE
                    INTO launch-command WITH POINTER cmd-ptr
                 END-STRING
              END-IF
           END-IF.

       320-validate-response.
           MOVE "Y" TO menu-valid-sw
           IF menu-response = SPACES
              IF pv-need (pv-idx) = "R"
                 DISPLAY "A value is required (* to abandon)"
                 MOVE "N" TO menu-valid-sw
                 ADD 1 TO menu-reject-count
              END-IF
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM (menu-response) TO response-word
           MOVE 0 TO word-len
           INSPECT response-word TALLYING word-len
              FOR CHARACTERS BEFORE INITIAL " "
           IF word-len < 20
              IF response-word (word-len + 1 : ) NOT = SPACES
                 DISPLAY "Invalid entry: one word, no spaces"
                 MOVE "N" TO menu-valid-sw
                 ADD 1 TO menu-reject-count
                 EXIT PARAGRAPH
              END-IF
           END-IF
           EVALUATE pv-type (pv-idx)
              WHEN "D"
                 IF word-len NOT = 8
                    OR response-word (1 : 8) IS NOT NUMERIC
                    MOVE "N" TO menu-valid-sw
                 ELSE
                    MOVE response-word (1 : 8) TO date-check
                    IF FUNCTION TEST-DATE-YYYYMMDD (date-check)
                       NOT = 0
                       MOVE "N" TO menu-valid-sw
                    END-IF
                 END-IF
                 IF menu-valid-sw = "N"
                    DISPLAY "Invalid date: must be a real YYYYMMDD "
                       "date"
                 END-IF
              WHEN "M"
                 IF word-len NOT = 6
                    OR response-word (1 : 6) IS NOT NUMERIC
                    OR response-word (5 : 2) < "01"
                    OR response-word (5 : 2) > "12"
                    MOVE "N" TO menu-valid-sw
                    DISPLAY "Invalid month: must be YYYYMM"
                 END-IF
              WHEN "N"
                 IF word-len > 16
                    OR response-word (1 : word-len) IS NOT NUMERIC
                    MOVE "N" TO menu-valid-sw
                    DISPLAY "Invalid number: digits only, at most 16"
                 END-IF
              WHEN OTHER
                 IF word-len > 18
                    MOVE "N" TO menu-valid-sw
                    DISPLAY "Invalid entry: at most 18 characters"
                 ELSE
                    PERFORM 325-check-text-characters
                 END-IF
           END-EVALUATE
           IF menu-valid-sw = "N"
              ADD 1 TO menu-reject-count
           ELSE
              MOVE response-word TO menu-response
           END-IF.

      * Free text goes onto the command line, so it may hold only
      * letters, digits and . - _ ; anything the shell would act on
      * is refused.
       325-check-text-characters.
           PERFORM VARYING char-idx FROM 1 BY 1
              UNTIL char-idx > word-len OR menu-valid-sw = "N"
              IF response-word (char-idx : 1) IS NOT ALPHABETIC
                 AND response-word (char-idx : 1) IS NOT NUMERIC
                 AND response-word (char-idx : 1) NOT = "."
                 AND response-word (char-idx : 1) NOT = "-"
                 AND response-word (char-idx : 1) NOT = "_"
                 MOVE "N" TO menu-valid-sw
              END-IF
           END-PERFORM
           IF menu-valid-sw = "N"
              DISPLAY "Invalid entry: letters, digits, . - and _ "
                 "only"
           END-IF.

      * The assembled command is shown and confirmed before it
      * runs; the launch and the program's return code are logged.
       400-confirm-and-launch.
           DISPLAY "Run: " FUNCTION TRIM (launch-command)
           DISPLAY "Proceed (Y/N): " WITH NO ADVANCING
           ACCEPT menu-response
           MOVE "confirm" TO prompt-name
           MOVE "Y" TO menu-valid-sw
           PERFORM 077-log-menu-response
           IF FUNCTION UPPER-CASE (FUNCTION TRIM (menu-response))
              NOT = "Y"
              DISPLAY "Not run"
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO launch-count
           CALL "SYSTEM" USING launch-command
           MOVE RETURN-CODE TO launch-rc
           MOVE 0 TO RETURN-CODE
      * The shell hands back a wait status; the exit code sits in
      * its high-order byte.
           IF launch-rc > 255
              DIVIDE 256 INTO launch-rc
           END-IF
           MOVE launch-rc TO launch-rc-edit
           DISPLAY FUNCTION TRIM (fn-program (fn-chosen))
              " ended with return code "
              FUNCTION TRIM (launch-rc-edit)
           ACCEPT oper-log-time FROM TIME
           MOVE SPACES TO oper-log-text
           STRING
              oper-log-time                 DELIMITED BY SIZE
              "  LAUNCH "                   DELIMITED BY SIZE
              FUNCTION TRIM (launch-command)  DELIMITED BY SIZE
              "  rc="                       DELIMITED BY SIZE
              FUNCTION TRIM (launch-rc-edit) DELIMITED BY SIZE
              INTO oper-log-text
           END-STRING
           PERFORM 079-write-oper-line.

       076-open-oper-log.
           ACCEPT oper-log-date FROM DATE YYYYMMDD
           ACCEPT oper-log-time FROM TIME
           OPEN EXTEND oper-log
           IF oper-log-status NOT = "00"
              OPEN OUTPUT oper-log
           END-IF
           MOVE SPACES TO oper-log-text
           STRING
              "SESSION START  date=" DELIMITED BY SIZE
              oper-log-date          DELIMITED BY SIZE
              "  time="              DELIMITED BY SIZE
              oper-log-time          DELIMITED BY SIZE
              "  operator="          DELIMITED BY SIZE
              operator-id            DELIMITED BY SIZE
              "  console=opconsole"  DELIMITED BY SIZE
              INTO oper-log-text
           END-STRING
           PERFORM 079-write-oper-line.

       077-log-menu-response.
           ACCEPT oper-log-time FROM TIME
           MOVE SPACES TO oper-log-text
           IF menu-valid-sw = "Y"
              STRING
                 oper-log-time                 DELIMITED BY SIZE
                 "  PROMPT "                   DELIMITED BY SIZE
                 FUNCTION TRIM (prompt-name)   DELIMITED BY SIZE
                 "  RESPONSE '"                DELIMITED BY SIZE
                 FUNCTION TRIM (menu-response) DELIMITED BY SIZE
                 "'  ACCEPTED"                 DELIMITED BY SIZE
                 INTO oper-log-text
              END-STRING
           ELSE
              STRING
                 oper-log-time                 DELIMITED BY SIZE
                 "  PROMPT "                   DELIMITED BY SIZE
                 FUNCTION TRIM (prompt-name)   DELIMITED BY SIZE
                 "  RESPONSE '"                DELIMITED BY SIZE
                 FUNCTION TRIM (menu-response) DELIMITED BY SIZE
                 "'  REJECTED"                 DELIMITED BY SIZE
                 INTO oper-log-text
              END-STRING
           END-IF
           PERFORM 079-write-oper-line.

       078-close-oper-log.
           ACCEPT oper-log-time FROM TIME
           MOVE SPACES TO oper-log-text
           STRING
              "SESSION END  time=" DELIMITED BY SIZE
              oper-log-time        DELIMITED BY SIZE
              "  launched="        DELIMITED BY SIZE
              launch-count         DELIMITED BY SIZE
              "  withheld="        DELIMITED BY SIZE
              withheld-count       DELIMITED BY SIZE
              "  rejected="        DELIMITED BY SIZE
              menu-reject-count    DELIMITED BY SIZE
              INTO oper-log-text
           END-STRING
           PERFORM 079-write-oper-line
           CLOSE oper-log.

       079-write-oper-line.
           MOVE oper-log-text TO oper-log-line
           WRITE oper-log-line.
       END PROGRAM opconsole.
