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
       PROGRAM-ID. authmaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT auth-file ASSIGN TO "AUTHFILE"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS auth-status.
           SELECT auth-pend ASSIGN TO "AUTHPEND"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS auth-pend-status.
           SELECT auth-audit ASSIGN TO "AUTHAUDIT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS auth-audit-status.
           SELECT auth-rpt ASSIGN TO "AUTHRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS auth-rpt-status.

       DATA DIVISION.
       FILE SECTION.
      * The capability matrix authchk reads, with the stamp of the
      * last approved change to each row kept in what authchk
      * treats as filler, and the client organisations the
      * operator may serve (all blank = every client).
       FD  auth-file
           RECORDING MODE IS F.
       01  auth-record.
           05 au-operator       PIC X(8).
           05 au-caps.
              10 au-draw        PIC X.
              10 au-weighted    PIC X.
              10 au-deal        PIC X.
              10 au-continue    PIC X.
              10 au-purge       PIC X.
              10 au-restore     PIC X.
           05 au-granted-date   PIC X(8).
           05 au-requested-by   PIC X(8).
           05 au-approved-by    PIC X(8).
           05 au-unmask         PIC X.
           05 au-clients.
              10 au-client      PIC X(8)    OCCURS 4 TIMES.
           05 au-unfreeze       PIC X.
           05 FILLER            PIC X(8).

      * Requested changes, held until a second operator approves
      * or rejects them; resolved requests stay on file with
      * their outcome so request numbers are never reused.
       FD  auth-pend
           RECORDING MODE IS F.
       01  auth-pend-record.
           05 ap-id             PIC 9(6).
           05 ap-action         PIC X(8).
           05 ap-operator       PIC X(8).
           05 ap-caps           PIC X(6).
           05 ap-requester      PIC X(8).
           05 ap-req-date       PIC X(8).
           05 ap-req-time       PIC X(8).
           05 ap-status         PIC X.
           05 ap-resolver       PIC X(8).
           05 ap-res-date       PIC X(8).
           05 ap-unmask         PIC X.
           05 ap-unfreeze       PIC X.
           05 FILLER            PIC X(9).
           05 ap-clients.
              10 ap-client      PIC X(8)    OCCURS 4 TIMES.

       FD  auth-audit.
       01  auth-audit-line      PIC X(200).

       FD  auth-rpt.
       01  auth-rpt-line        PIC X(125).

       WORKING-STORAGE SECTION.
       77  auth-status          PIC XX.
       77  auth-pend-status     PIC XX.
       77  auth-audit-status    PIC XX.
       77  auth-rpt-status      PIC XX.
       77  operator-id          PIC X(8).
       77  opident              PIC X(8)    VALUE "opident".
       77  run-date             PIC X(8).
       77  run-time             PIC X(8).
       77  arg-num              PIC 9(4).
       77  arg-action           PIC X(8).
       77  arg-parm1            PIC X(8).
       77  arg-parm2            PIC X(9).
       77  req-id               PIC 9(6).
       77  hi-pend-id           PIC 9(6)    VALUE 0.
       77  auth-count           PIC 9(3)    VALUE 0.
       77  auth-idx             PIC 9(3).
       77  auth-hit-idx         PIC 9(3).
       77  pend-count           PIC 9(4)    VALUE 0.
       77  pend-idx             PIC 9(4).
       77  pend-hit-idx         PIC 9(4).
       77  flag-idx             PIC 9.
       77  open-count           PIC 9(4)    VALUE 0.
       77  audit-event          PIC X(8).
       77  before-image         PIC X(8).
       77  after-image          PIC X(8).
       77  rpt-text             PIC X(125).
       77  client-idx           PIC 9.
       77  saved-clients        PIC X(32).
       77  clients-before       PIC X(35).
       77  clients-after        PIC X(35).
       77  clients-image        PIC X(35).
       01  arg-client-list.
           05 arg-client        PIC X(8)    OCCURS 4 TIMES.
       77  runledgr             PIC X(8)    VALUE "runledgr".
      * Start/end registration in the central execution ledger.
       01  ledger-request.
           05 lr-program        PIC X(10)   VALUE "authmaint".
           05 lr-event          PIC X(5).
           05 lr-rc             PIC 9(4)    VALUE 0.
           05 lr-parms          PIC X(40)   VALUE SPACES.
       01  auth-table.
           05 auth-entry        PIC X(80)
              OCCURS 1 TO 500 TIMES DEPENDING ON auth-count.
       01  pend-table.
           05 pend-entry        PIC X(112)
              OCCURS 1 TO 2000 TIMES DEPENDING ON pend-count.

      * Maintains the AUTHFILE capability matrix under four-eyes
      * control. ADD, CHANGE and REVOKE only request a change;
      * nothing reaches AUTHFILE until a different operator - and
      * never the operator whose row it is - APPROVEs it. Every
      * request, approval and rejection lands on the permanent
      * AUTHAUDIT trail with the row's before and after images.
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
           ACCEPT arg-parm1 FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO arg-parm1
           END-ACCEPT
           MOVE 3 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT arg-parm2 FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO arg-parm2
           END-ACCEPT
           MOVE SPACES TO arg-client-list
           IF FUNCTION TRIM (arg-action) = "CLIENTS"
              PERFORM VARYING client-idx FROM 1 BY 1
                 UNTIL client-idx > 4
                 COMPUTE arg-num = client-idx + 2
                 DISPLAY arg-num UPON ARGUMENT-NUMBER
                 ACCEPT arg-client (client-idx) FROM ARGUMENT-VALUE
                    ON EXCEPTION
                       MOVE SPACES TO arg-client (client-idx)
                 END-ACCEPT
              END-PERFORM
           END-IF

           PERFORM 100-load-auth-file
           PERFORM 150-load-pending

           MOVE "START" TO lr-event
           MOVE SPACES TO lr-parms
           STRING
              FUNCTION TRIM (arg-action) DELIMITED BY SIZE
              " "                        DELIMITED BY SIZE
              FUNCTION TRIM (arg-parm1)  DELIMITED BY SIZE
              INTO lr-parms
           END-STRING
           PERFORM 066-register-run

           EVALUATE FUNCTION TRIM (arg-action)
              WHEN "ADD"
              WHEN "CHANGE"
              WHEN "REVOKE"
              WHEN "CLIENTS"
                 PERFORM 300-request-change
              WHEN "APPROVE"
                 PERFORM 400-approve-change
              WHEN "REJECT"
                 PERFORM 450-reject-change
              WHEN "LIST"
                 PERFORM 600-list-pending
              WHEN "REPORT"
                 PERFORM 700-entitlement-report
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
           DISPLAY "Usage: authmaint ADD|CHANGE operator flags"
           DISPLAY "       authmaint REVOKE operator"
           DISPLAY "       authmaint CLIENTS operator client "
              "[client client client] | ALL"
           DISPLAY "       authmaint APPROVE|REJECT request-no"
           DISPLAY "       authmaint LIST"
           DISPLAY "       authmaint REPORT (entitlement listing "
              "to AUTHRPT)"
           DISPLAY "  flags: six Y/N positions for DRAW WEIGHTED "
              "DEAL CONTINUE PURGE RESTORE, e.g. YYNNNN, and an "
              "optional seventh for UNMASK and eighth for "
              "UNFREEZE (default N)"
           DISPLAY "  clients: up to four client codes the "
              "operator may serve; ALL lifts the restriction"
           DISPLAY "Requests take effect only when approved by a "
              "second operator other than the one named.".

       100-load-auth-file.
           OPEN INPUT auth-file
           IF auth-status NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL auth-status NOT = "00"
              READ auth-file
                 AT END
                    MOVE "10" TO auth-status
                 NOT AT END
                    IF auth-count < 500
                       ADD 1 TO auth-count
                       MOVE auth-record TO auth-entry (auth-count)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE auth-file.

       150-load-pending.
           OPEN INPUT auth-pend
           IF auth-pend-status NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL auth-pend-status NOT = "00"
              READ auth-pend
                 AT END
                    MOVE "10" TO auth-pend-status
                 NOT AT END
                    IF pend-count < 2000
                       ADD 1 TO pend-count
                       MOVE auth-pend-record
                          TO pend-entry (pend-count)
                    END-IF
                    IF ap-id > hi-pend-id
                       MOVE ap-id TO hi-pend-id
                    END-IF
              END-READ
           END-PERFORM
           CLOSE auth-pend.

       200-find-operator-row.
           MOVE 0 TO auth-hit-idx
           PERFORM VARYING auth-idx FROM 1 BY 1
              UNTIL auth-idx > auth-count OR auth-hit-idx > 0
              IF auth-entry (auth-idx) (1 : 8) = arg-parm1
                 MOVE auth-idx TO auth-hit-idx
              END-IF
           END-PERFORM.

       300-request-change.
           IF arg-parm1 = SPACES
              PERFORM 060-display-usage
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM (arg-action) = "CLIENTS"
              PERFORM 355-validate-clients
              IF RETURN-CODE NOT = 0
                 EXIT PARAGRAPH
              END-IF
           END-IF
           IF FUNCTION TRIM (arg-action) NOT = "REVOKE"
              AND FUNCTION TRIM (arg-action) NOT = "CLIENTS"
              PERFORM 350-validate-flags
              IF RETURN-CODE NOT = 0
                 EXIT PARAGRAPH
              END-IF
           END-IF
           PERFORM 200-find-operator-row
           IF FUNCTION TRIM (arg-action) = "ADD"
              AND auth-hit-idx > 0
              DISPLAY "Operator " FUNCTION TRIM (arg-parm1)
                 " already has a row - request a CHANGE instead"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM (arg-action) NOT = "ADD"
              AND auth-hit-idx = 0
              DISPLAY "Operator " FUNCTION TRIM (arg-parm1)
                 " has no row in AUTHFILE"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING pend-idx FROM 1 BY 1
              UNTIL pend-idx > pend-count
              MOVE pend-entry (pend-idx) TO auth-pend-record
              IF ap-status = "P" AND ap-operator = arg-parm1
                 DISPLAY "Request " ap-id " for operator "
                    FUNCTION TRIM (arg-parm1) " is still pending "
                    "- approve or reject it first"
                 MOVE 1 TO RETURN-CODE
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           IF pend-count = 2000
              DISPLAY "AUTHPEND is full; no more requests can be "
                 "recorded"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO auth-pend-record
           ADD 1 TO hi-pend-id
           MOVE hi-pend-id TO ap-id
           MOVE arg-action TO ap-action
           MOVE arg-parm1 TO ap-operator
           EVALUATE FUNCTION TRIM (arg-action)
              WHEN "REVOKE"
                 MOVE "NNNNNN" TO ap-caps
                 MOVE "N" TO ap-unmask
                 MOVE "N" TO ap-unfreeze
              WHEN "CLIENTS"
                 MOVE auth-entry (auth-hit-idx) (9 : 6) TO ap-caps
                 MOVE auth-entry (auth-hit-idx) (39 : 1) TO ap-unmask
                 MOVE auth-entry (auth-hit-idx) (72 : 1)
                    TO ap-unfreeze
                 MOVE arg-client-list TO ap-clients
      * A capability change carries the row's client restriction
      * over as it stands; only a CLIENTS request moves it.
              WHEN OTHER
                 IF auth-hit-idx > 0
                    MOVE auth-entry (auth-hit-idx) (40 : 32)
                       TO ap-clients
                 END-IF
                 MOVE arg-parm2 (1 : 6) TO ap-caps
                 IF arg-parm2 (7 : 1) = SPACE
                    MOVE "N" TO ap-unmask
                 ELSE
                    MOVE arg-parm2 (7 : 1) TO ap-unmask
                 END-IF
                 IF arg-parm2 (8 : 1) = SPACE
                    MOVE "N" TO ap-unfreeze
                 ELSE
                    MOVE arg-parm2 (8 : 1) TO ap-unfreeze
                 END-IF
           END-EVALUATE
           MOVE operator-id TO ap-requester
           MOVE run-date TO ap-req-date
           MOVE run-time TO ap-req-time
           MOVE "P" TO ap-status
           ADD 1 TO pend-count
           MOVE auth-pend-record TO pend-entry (pend-count)
           PERFORM 500-rewrite-pending
           MOVE pend-entry (pend-count) TO auth-pend-record

           PERFORM 360-set-before-image
           IF FUNCTION TRIM (arg-action) = "REVOKE"
              MOVE "NONE" TO after-image
           ELSE
              MOVE ap-caps TO after-image
              MOVE ap-unmask TO after-image (7 : 1)
              MOVE ap-unfreeze TO after-image (8 : 1)
           END-IF
           MOVE ap-clients TO saved-clients
           PERFORM 365-format-clients
           MOVE clients-image TO clients-after
           IF FUNCTION TRIM (arg-action) = "REVOKE"
              MOVE "NONE" TO clients-after
           END-IF
           MOVE "REQUEST" TO audit-event
           PERFORM 550-append-audit-trail
           DISPLAY "Request " ap-id ": " FUNCTION TRIM (ap-action)
              " " FUNCTION TRIM (ap-operator) " recorded - "
              "awaiting approval by a second operator"
           MOVE 0 TO RETURN-CODE.

       350-validate-flags.
           MOVE 0 TO RETURN-CODE
           IF arg-parm2 (9 : 1) NOT = SPACE
              MOVE 1 TO RETURN-CODE
           END-IF
           IF arg-parm2 (7 : 1) NOT = SPACE
              AND arg-parm2 (7 : 1) NOT = "Y"
              AND arg-parm2 (7 : 1) NOT = "N"
              MOVE 1 TO RETURN-CODE
           END-IF
           IF arg-parm2 (8 : 1) NOT = SPACE
              AND arg-parm2 (8 : 1) NOT = "Y"
              AND arg-parm2 (8 : 1) NOT = "N"
              MOVE 1 TO RETURN-CODE
           END-IF
           PERFORM VARYING flag-idx FROM 1 BY 1
              UNTIL flag-idx > 6
              IF arg-parm2 (flag-idx : 1) NOT = "Y"
                 AND arg-parm2 (flag-idx : 1) NOT = "N"
                 MOVE 1 TO RETURN-CODE
              END-IF
           END-PERFORM
           IF RETURN-CODE NOT = 0
              DISPLAY "Invalid flags '" FUNCTION TRIM (arg-parm2)
                 "': six Y/N positions for DRAW WEIGHTED DEAL "
                 "CONTINUE PURGE RESTORE, optional seventh UNMASK "
                 "and eighth UNFREEZE"
           END-IF.

       360-set-before-image.
           IF auth-hit-idx = 0
              MOVE "NONE" TO before-image
              MOVE SPACES TO saved-clients
           ELSE
              MOVE auth-entry (auth-hit-idx) (9 : 6) TO before-image
              MOVE auth-entry (auth-hit-idx) (39 : 1)
                 TO before-image (7 : 1)
              MOVE auth-entry (auth-hit-idx) (72 : 1)
                 TO before-image (8 : 1)
              MOVE auth-entry (auth-hit-idx) (40 : 32)
                 TO saved-clients
           END-IF
           PERFORM 365-format-clients
           MOVE clients-image TO clients-before.

      * The client codes as one blank-separated list; a row that
      * names none serves every client and shows as ALL.
       365-format-clients.
           MOVE SPACES TO clients-image
           IF saved-clients = SPACES
              MOVE "ALL" TO clients-image
              EXIT PARAGRAPH
           END-IF
           STRING
              saved-clients (1 : 8)  DELIMITED BY SPACE
              " "                    DELIMITED BY SIZE
              saved-clients (9 : 8)  DELIMITED BY SPACE
              " "                    DELIMITED BY SIZE
              saved-clients (17 : 8) DELIMITED BY SPACE
              " "                    DELIMITED BY SIZE
              saved-clients (25 : 8) DELIMITED BY SPACE
              INTO clients-image
           END-STRING.

      * ALL on its own lifts the restriction; otherwise each code
      * is named once, and a row can carry at most four.
       355-validate-clients.
           MOVE 0 TO RETURN-CODE
           IF arg-client (1) = SPACES
              MOVE 1 TO RETURN-CODE
           END-IF
           IF FUNCTION TRIM (arg-client (1)) = "ALL"
              IF arg-client (2) NOT = SPACES
                 MOVE 1 TO RETURN-CODE
              ELSE
                 MOVE SPACES TO arg-client-list
              END-IF
           END-IF
           IF arg-client (2) = arg-client (1)
              AND arg-client (2) NOT = SPACES
              MOVE 1 TO RETURN-CODE
           END-IF
           IF arg-client (3) NOT = SPACES
              AND (arg-client (3) = arg-client (1)
                OR arg-client (3) = arg-client (2))
              MOVE 1 TO RETURN-CODE
           END-IF
           IF arg-client (4) NOT = SPACES
              AND (arg-client (4) = arg-client (1)
                OR arg-client (4) = arg-client (2)
                OR arg-client (4) = arg-client (3))
              MOVE 1 TO RETURN-CODE
           END-IF
           IF RETURN-CODE NOT = 0
              DISPLAY "Invalid client list: one to four distinct "
                 "client codes, or ALL on its own"
           END-IF.

       380-find-request.
           MOVE 0 TO pend-hit-idx
           IF FUNCTION TRIM (arg-parm1) IS NOT NUMERIC
              DISPLAY "Invalid request number: must be numeric"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL (arg-parm1) TO req-id
           PERFORM VARYING pend-idx FROM 1 BY 1
              UNTIL pend-idx > pend-count OR pend-hit-idx > 0
              MOVE pend-entry (pend-idx) TO auth-pend-record
              IF ap-id = req-id
                 MOVE pend-idx TO pend-hit-idx
              END-IF
           END-PERFORM
           IF pend-hit-idx = 0
              DISPLAY "No request " req-id " on AUTHPEND"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE pend-entry (pend-hit-idx) TO auth-pend-record
           IF ap-status NOT = "P"
              DISPLAY "Request " req-id " is already resolved "
                 "(status " ap-status ")"
              MOVE 0 TO pend-hit-idx
              MOVE 1 TO RETURN-CODE
           END-IF.

      * The four-eyes rule: the approver is neither the operator
      * who asked for the change nor the operator whose row it
      * changes.
       400-approve-change.
           PERFORM 380-find-request
           IF pend-hit-idx = 0
              EXIT PARAGRAPH
           END-IF
           IF operator-id = ap-requester
              DISPLAY "APPROVAL REFUSED - request " ap-id " was "
                 "made by " FUNCTION TRIM (operator-id)
                 "; a second operator must approve it"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           IF operator-id = ap-operator
              DISPLAY "APPROVAL REFUSED - request " ap-id
                 " changes your own row"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE ap-operator TO arg-parm1
           PERFORM 200-find-operator-row
           PERFORM 360-set-before-image
           EVALUATE FUNCTION TRIM (ap-action)
              WHEN "ADD"
                 IF auth-hit-idx > 0
                    DISPLAY "Operator " FUNCTION TRIM (ap-operator)
                       " gained a row since the request - reject "
                       "it and request a CHANGE"
                    MOVE 1 TO RETURN-CODE
                    EXIT PARAGRAPH
                 END-IF
                 IF auth-count = 500
                    DISPLAY "AUTHFILE is full"
                    MOVE 1 TO RETURN-CODE
                    EXIT PARAGRAPH
                 END-IF
                 ADD 1 TO auth-count
                 MOVE auth-count TO auth-hit-idx
                 PERFORM 420-build-row
                 MOVE ap-caps TO after-image
                 MOVE ap-unmask TO after-image (7 : 1)
                 MOVE ap-unfreeze TO after-image (8 : 1)
              WHEN "CHANGE"
                 IF auth-hit-idx = 0
                    DISPLAY "Operator " FUNCTION TRIM (ap-operator)
                       " no longer has a row"
                    MOVE 1 TO RETURN-CODE
                    EXIT PARAGRAPH
                 END-IF
                 PERFORM 420-build-row
                 MOVE ap-caps TO after-image
                 MOVE ap-unmask TO after-image (7 : 1)
                 MOVE ap-unfreeze TO after-image (8 : 1)
              WHEN "CLIENTS"
                 IF auth-hit-idx = 0
                    DISPLAY "Operator " FUNCTION TRIM (ap-operator)
                       " no longer has a row"
                    MOVE 1 TO RETURN-CODE
                    EXIT PARAGRAPH
                 END-IF
                 MOVE auth-entry (auth-hit-idx) TO auth-record
                 MOVE ap-clients TO au-clients
                 MOVE run-date TO au-granted-date
                 MOVE ap-requester TO au-requested-by
                 MOVE operator-id TO au-approved-by
                 MOVE auth-record TO auth-entry (auth-hit-idx)
                 MOVE before-image TO after-image
              WHEN "REVOKE"
                 IF auth-hit-idx = 0
                    DISPLAY "Operator " FUNCTION TRIM (ap-operator)
                       " no longer has a row"
                    MOVE 1 TO RETURN-CODE
                    EXIT PARAGRAPH
                 END-IF
                 PERFORM VARYING auth-idx FROM auth-hit-idx BY 1
                    UNTIL auth-idx >= auth-count
                    MOVE auth-entry (auth-idx + 1)
                       TO auth-entry (auth-idx)
                 END-PERFORM
                 SUBTRACT 1 FROM auth-count
                 MOVE "NONE" TO after-image
           END-EVALUATE
           PERFORM 480-rewrite-auth-file
           MOVE ap-clients TO saved-clients
           PERFORM 365-format-clients
           MOVE clients-image TO clients-after
           IF FUNCTION TRIM (ap-action) = "REVOKE"
              MOVE "NONE" TO clients-after
           END-IF

           MOVE "A" TO ap-status
           MOVE operator-id TO ap-resolver
           MOVE run-date TO ap-res-date
           MOVE auth-pend-record TO pend-entry (pend-hit-idx)
           PERFORM 500-rewrite-pending
           MOVE pend-entry (pend-hit-idx) TO auth-pend-record
           MOVE "APPROVE" TO audit-event
           PERFORM 550-append-audit-trail
           DISPLAY "Request " ap-id " approved: "
              FUNCTION TRIM (ap-action) " "
              FUNCTION TRIM (ap-operator) " " before-image " -> "
              after-image
           MOVE 0 TO RETURN-CODE.

       420-build-row.
           MOVE SPACES TO auth-record
           MOVE ap-operator TO au-operator
           MOVE ap-caps TO au-caps
           MOVE run-date TO au-granted-date
           MOVE ap-requester TO au-requested-by
           MOVE operator-id TO au-approved-by
           MOVE ap-unmask TO au-unmask
           MOVE ap-unfreeze TO au-unfreeze
           MOVE ap-clients TO au-clients
           MOVE auth-record TO auth-entry (auth-hit-idx).

      * Rejection needs no second pair of eyes - withdrawing a
      * request grants nothing - but it is audited all the same.
       450-reject-change.
           PERFORM 380-find-request
           IF pend-hit-idx = 0
              EXIT PARAGRAPH
           END-IF
           MOVE ap-operator TO arg-parm1
           PERFORM 200-find-operator-row
           PERFORM 360-set-before-image
           MOVE before-image TO after-image
           MOVE clients-before TO clients-after
           MOVE "R" TO ap-status
           MOVE operator-id TO ap-resolver
           MOVE run-date TO ap-res-date
           MOVE auth-pend-record TO pend-entry (pend-hit-idx)
           PERFORM 500-rewrite-pending
           MOVE pend-entry (pend-hit-idx) TO auth-pend-record
           MOVE "REJECT" TO audit-event
           PERFORM 550-append-audit-trail
           DISPLAY "Request " ap-id " rejected; AUTHFILE unchanged"
           MOVE 0 TO RETURN-CODE.

       480-rewrite-auth-file.
           OPEN OUTPUT auth-file
           PERFORM VARYING auth-idx FROM 1 BY 1
              UNTIL auth-idx > auth-count
              MOVE auth-entry (auth-idx) TO auth-record
              WRITE auth-record
           END-PERFORM
           CLOSE auth-file.

       500-rewrite-pending.
           OPEN OUTPUT auth-pend
           PERFORM VARYING pend-idx FROM 1 BY 1
              UNTIL pend-idx > pend-count
              MOVE pend-entry (pend-idx) TO auth-pend-record
              WRITE auth-pend-record
           END-PERFORM
           CLOSE auth-pend.

       550-append-audit-trail.
           OPEN EXTEND auth-audit
           IF auth-audit-status NOT = "00"
              OPEN OUTPUT auth-audit
           END-IF
           MOVE SPACES TO auth-audit-line
           STRING
              run-date                     DELIMITED BY SIZE
              ","                          DELIMITED BY SIZE
              run-time                     DELIMITED BY SIZE
              ","                          DELIMITED BY SIZE
              FUNCTION TRIM (operator-id)  DELIMITED BY SIZE
              ","                          DELIMITED BY SIZE
              FUNCTION TRIM (audit-event)  DELIMITED BY SIZE
              ",req="                      DELIMITED BY SIZE
              ap-id                        DELIMITED BY SIZE
              ","                          DELIMITED BY SIZE
              FUNCTION TRIM (ap-action)    DELIMITED BY SIZE
              ","                          DELIMITED BY SIZE
              FUNCTION TRIM (ap-operator)  DELIMITED BY SIZE
              ",before="                   DELIMITED BY SIZE
              FUNCTION TRIM (before-image) DELIMITED BY SIZE
              ",after="                    DELIMITED BY SIZE
              FUNCTION TRIM (after-image)  DELIMITED BY SIZE
              ",requested-by="             DELIMITED BY SIZE
              FUNCTION TRIM (ap-requester) DELIMITED BY SIZE
              ",clients-before="           DELIMITED BY SIZE
              FUNCTION TRIM (clients-before) DELIMITED BY SIZE
              ",clients-after="            DELIMITED BY SIZE
              FUNCTION TRIM (clients-after) DELIMITED BY SIZE
              INTO auth-audit-line
           END-STRING
           WRITE auth-audit-line
           CLOSE auth-audit.

       600-list-pending.
           PERFORM VARYING pend-idx FROM 1 BY 1
              UNTIL pend-idx > pend-count
              MOVE pend-entry (pend-idx) TO auth-pend-record
              IF ap-status = "P"
                 ADD 1 TO open-count
                 DISPLAY ap-id " " ap-action " " ap-operator " "
                    ap-caps ap-unmask ap-unfreeze "  (requested "
                    ap-req-date
                    " by " ap-requester ")"
                 IF FUNCTION TRIM (ap-action) = "CLIENTS"
                    MOVE ap-clients TO saved-clients
                    PERFORM 365-format-clients
                    DISPLAY "       clients: "
                       FUNCTION TRIM (clients-image)
                 END-IF
              END-IF
           END-PERFORM
           DISPLAY open-count " request(s) awaiting approval"
           MOVE 0 TO RETURN-CODE.

      * The quarterly recertification listing: every operator's
      * capabilities with who requested and who approved the
      * grant now in force, and any change still in flight.
       700-entitlement-report.
           OPEN OUTPUT auth-rpt
           MOVE SPACES TO rpt-text
           STRING
              "AUTHFILE ENTITLEMENT LISTING  as of " DELIMITED BY SIZE
              run-date                              DELIMITED BY SIZE
              " "                                   DELIMITED BY SIZE
              run-time                              DELIMITED BY SIZE
              "  by "                               DELIMITED BY SIZE
              operator-id                           DELIMITED BY SIZE
              INTO rpt-text
           END-STRING
           PERFORM 900-emit-line
           MOVE "OPERATOR DRAW WGTD DEAL CONT PURG REST GRANTED  "
              TO rpt-text
           MOVE "REQ-BY   APPR-BY  PENDING   UNMK UNFZ CLIENTS"
              TO rpt-text (50 : 45)
           PERFORM 900-emit-line
           PERFORM VARYING auth-idx FROM 1 BY 1
              UNTIL auth-idx > auth-count
              MOVE auth-entry (auth-idx) TO auth-record
              MOVE SPACES TO rpt-text
              MOVE au-operator TO rpt-text (1 : 8)
              MOVE au-draw TO rpt-text (12 : 1)
              MOVE au-weighted TO rpt-text (17 : 1)
              MOVE au-deal TO rpt-text (22 : 1)
              MOVE au-continue TO rpt-text (27 : 1)
              MOVE au-purge TO rpt-text (32 : 1)
              MOVE au-restore TO rpt-text (37 : 1)
              MOVE au-granted-date TO rpt-text (40 : 8)
              MOVE au-requested-by TO rpt-text (50 : 8)
              MOVE au-approved-by TO rpt-text (59 : 8)
              PERFORM VARYING pend-idx FROM 1 BY 1
                 UNTIL pend-idx > pend-count
                 MOVE pend-entry (pend-idx) TO auth-pend-record
                 IF ap-status = "P"
                    AND ap-operator = au-operator
                    MOVE ap-action TO rpt-text (68 : 8)
                 END-IF
              END-PERFORM
              MOVE au-unmask TO rpt-text (78 : 1)
              MOVE au-unfreeze TO rpt-text (83 : 1)
              MOVE au-clients TO saved-clients
              PERFORM 365-format-clients
              MOVE clients-image TO rpt-text (88 : 35)
              PERFORM 900-emit-line
           END-PERFORM
           MOVE SPACES TO rpt-text
           STRING
              "OPERATORS LISTED: " DELIMITED BY SIZE
              auth-count           DELIMITED BY SIZE
              INTO rpt-text
           END-STRING
           PERFORM 900-emit-line
           CLOSE auth-rpt
           DISPLAY "Entitlement listing of " auth-count
              " operator(s) written to AUTHRPT"
           MOVE 0 TO RETURN-CODE.

       900-emit-line.
           WRITE auth-rpt-line FROM rpt-text.
       END PROGRAM authmaint.
