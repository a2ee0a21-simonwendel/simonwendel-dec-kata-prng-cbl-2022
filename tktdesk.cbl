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
       PROGRAM-ID. tktdesk.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT run-ticket ASSIGN TO "RUNTICKET"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS run-ticket-status.
           SELECT audit-log ASSIGN TO "AUDITLOG"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS audit-status.

       DATA DIVISION.
       FILE SECTION.
       FD  run-ticket
           RECORDING MODE IS F.
      * Same layout randomize enforces against. Status O(pen) and
      * C(onsumed) are randomize's; the desk adds E(xpired) for an
      * open ticket whose window has passed and X for cancelled.
      * The issuing desk operator and the operator whose run
      * consumed the ticket are kept for segregation checks.
       01  run-ticket-record.
           05 rt-ticket         PIC X(8).
           05 rt-from-date      PIC X(8).
           05 rt-to-date        PIC X(8).
           05 rt-cycles         PIC 9(9).
           05 rt-n              PIC 99.
           05 rt-mode           PIC X(8).
           05 rt-status         PIC X.
           05 rt-issued-by      PIC X(8).
           05 rt-consumed-by    PIC X(8).
           05 FILLER            PIC X(20).

       FD  audit-log
           RECORDING MODE IS F.
       01  audit-record.
           05 aud-date          PIC X(8).
           05 aud-time          PIC X(8).
           05 aud-seed          PIC X(16).
           05 aud-cycles        PIC 9(9).
           05 aud-n             PIC 99.
           05 aud-session       PIC X(18).
           05 aud-seed-src      PIC X(8).
           05 aud-cosigner      PIC X(8).
           05 aud-ticket        PIC X(8).
           05 aud-costctr       PIC X(8).
           05 aud-seal          PIC 9(18).
           05 aud-client        PIC X(8).

       WORKING-STORAGE SECTION.
       77  run-ticket-status    PIC XX.
       77  audit-status         PIC XX.
       77  operator-id          PIC X(8).
       77  opident              PIC X(8)    VALUE "opident".
       77  run-date             PIC X(8).
       77  arg-num              PIC 9(4).
       77  arg-action           PIC X(8).
       77  arg-parm1            PIC X(9).
       77  arg-parm2            PIC X(9).
       77  arg-parm3            PIC X(9).
       77  arg-parm4            PIC X(9).
       77  arg-parm5            PIC X(9).
       77  as-of-date           PIC X(8).
       77  new-cycles           PIC 9(9).
       77  new-n                PIC 99.
       77  hi-ticket-no         PIC 9(7)    VALUE 0.
       77  ticket-no-text       PIC 9(7).
       77  ticket-count         PIC 9(3)    VALUE 0.
       77  ticket-idx           PIC 9(3).
       77  ticket-hit-idx       PIC 9(3).
       77  changed-count        PIC 9(3)    VALUE 0.
       77  session-count        PIC 9(9)    VALUE 0.
       77  ticketed-count       PIC 9(9)    VALUE 0.
       77  flag-count           PIC 9(5)    VALUE 0.
       77  excfeed              PIC X(8)    VALUE "excfeed".
       77  runledgr             PIC X(8)    VALUE "runledgr".
       77  dsnenq               PIC X(8)    VALUE "dsnenq".
       COPY dsnenq.
      * Start/end registration in the central execution ledger.
       01  ledger-request.
           05 lr-program        PIC X(10)   VALUE "tktdesk".
           05 lr-event          PIC X(5).
           05 lr-rc             PIC 9(4)    VALUE 0.
           05 lr-parms          PIC X(40)   VALUE SPACES.
      * Outbound record for the shared operations exception feed.
       01  exception-detail.
           05 exd-program       PIC X(10)   VALUE "tktdesk".
           05 exd-severity      PIC X(4).
           05 exd-reason        PIC X(8).
           05 exd-key           PIC X(18)   VALUE SPACES.
           05 exd-text          PIC X(40).
      * randomize holds at most 100 tickets in its own table, so
      * the desk refuses to grow the file past that.
       01  ticket-table.
           05 ticket-entry      PIC X(80)
              OCCURS 1 TO 100 TIMES DEPENDING ON ticket-count.
       01  ticket-use-table.
           05 ticket-use-count  PIC 9(5)    OCCURS 100 TIMES.

      * The change desk's run-ticket program. ISSUE numbers and
      * validates a new ticket, EXPIRE closes open tickets whose
      * window has passed, CANCEL withdraws one on request, LIST
      * shows the file and RECON matches every consumed ticket to
      * the AUDITLOG session that quotes it.
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
           MOVE 4 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT arg-parm3 FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO arg-parm3
           END-ACCEPT
           MOVE 5 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT arg-parm4 FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO arg-parm4
           END-ACCEPT
           MOVE 6 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT arg-parm5 FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO arg-parm5
           END-ACCEPT

           MOVE "START" TO lr-event
           MOVE SPACES TO lr-parms
           STRING
              FUNCTION TRIM (arg-action) DELIMITED BY SIZE
              " "                        DELIMITED BY SIZE
              FUNCTION TRIM (arg-parm1)  DELIMITED BY SIZE
              INTO lr-parms
           END-STRING
           PERFORM 066-register-run
           IF FUNCTION TRIM (arg-action) = "ISSUE"
              OR FUNCTION TRIM (arg-action) = "EXPIRE"
              OR FUNCTION TRIM (arg-action) = "CANCEL"
              PERFORM 070-enqueue-datasets
           END-IF

           PERFORM 100-load-tickets
           IF RETURN-CODE = 0
              EVALUATE FUNCTION TRIM (arg-action)
                 WHEN "ISSUE"
                    PERFORM 300-issue-ticket
                 WHEN "EXPIRE"
                    PERFORM 400-expire-tickets
                 WHEN "CANCEL"
                    PERFORM 450-cancel-ticket
                 WHEN "LIST"
                    PERFORM 600-list-tickets
                 WHEN "RECON"
                    PERFORM 700-reconcile-tickets
                 WHEN OTHER
                    PERFORM 060-display-usage
                    MOVE 1 TO RETURN-CODE
              END-EVALUATE
           END-IF
           MOVE "END  " TO lr-event
           MOVE RETURN-CODE TO lr-rc
           PERFORM 075-release-datasets
           PERFORM 066-register-run
           MOVE lr-rc TO RETURN-CODE
           STOP RUN.

       060-display-usage.
           DISPLAY "Usage: tktdesk ISSUE from-date to-date cycles "
              "n mode"
           DISPLAY "       tktdesk EXPIRE [as-of-date]"
           DISPLAY "       tktdesk CANCEL ticket"
           DISPLAY "       tktdesk LIST"
           DISPLAY "       tktdesk RECON"
           DISPLAY "  mode: RAW RANGE BUSDATE WEIGHTED UNIQUE DEAL "
              "DISTRIB".

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

      * ISSUE, EXPIRE and CANCEL read RUNTICKET and write it back
      * whole, as randomize does when it consumes a ticket, so the
      * file is held alone from the load to the rewrite.
       070-enqueue-datasets.
           MOVE "ACQUIRE" TO dq-function
           MOVE "tktdesk" TO dq-program
           MOVE operator-id TO dq-operator
           MOVE 1 TO dq-count
           MOVE "RUNTICKET" TO dq-dataset (1)
           MOVE "E" TO dq-mode (1)
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
           MOVE "tktdesk" TO dq-program
           CALL dsnenq USING dataset-enqueue
              ON EXCEPTION
                 CONTINUE
           END-CALL.

       100-load-tickets.
           MOVE 0 TO RETURN-CODE
           OPEN INPUT run-ticket
           IF run-ticket-status NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL run-ticket-status NOT = "00"
              READ run-ticket
                 AT END
                    MOVE "10" TO run-ticket-status
                 NOT AT END
                    IF ticket-count = 100
                       DISPLAY "RUNTICKET holds more than 100 "
                          "tickets; the ticket table cannot hold "
                          "any more"
                       MOVE 1 TO RETURN-CODE
                       MOVE "10" TO run-ticket-status
                    ELSE
                       ADD 1 TO ticket-count
                       MOVE run-ticket-record
                          TO ticket-entry (ticket-count)
                       PERFORM 150-note-ticket-number
                    END-IF
              END-READ
           END-PERFORM
           CLOSE run-ticket.

      * Desk-issued numbers are T followed by seven digits; hand-
      * made tickets in any other shape are left out of the count.
       150-note-ticket-number.
           IF rt-ticket (1 : 1) = "T"
              AND rt-ticket (2 : 7) IS NUMERIC
              MOVE rt-ticket (2 : 7) TO ticket-no-text
              IF ticket-no-text > hi-ticket-no
                 MOVE ticket-no-text TO hi-ticket-no
              END-IF
           END-IF.

       200-find-ticket.
           MOVE 0 TO ticket-hit-idx
           PERFORM VARYING ticket-idx FROM 1 BY 1
              UNTIL ticket-idx > ticket-count OR ticket-hit-idx > 0
              MOVE ticket-entry (ticket-idx) TO run-ticket-record
              IF rt-ticket = arg-parm1 (1 : 8)
                 MOVE ticket-idx TO ticket-hit-idx
              END-IF
           END-PERFORM.

       300-issue-ticket.
           PERFORM 350-validate-request
           IF RETURN-CODE NOT = 0
              EXIT PARAGRAPH
           END-IF
           IF ticket-count = 100
              DISPLAY "RUNTICKET already holds 100 tickets - "
                 "randomize cannot read more; archive old tickets "
                 "before issuing"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           IF hi-ticket-no = 9999999
              DISPLAY "Ticket numbers exhausted"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO hi-ticket-no
           MOVE SPACES TO run-ticket-record
           MOVE hi-ticket-no TO ticket-no-text
           MOVE "T" TO rt-ticket (1 : 1)
           MOVE ticket-no-text TO rt-ticket (2 : 7)
           MOVE arg-parm1 (1 : 8) TO rt-from-date
           MOVE arg-parm2 (1 : 8) TO rt-to-date
           MOVE new-cycles TO rt-cycles
           MOVE new-n TO rt-n
           MOVE arg-parm5 (1 : 8) TO rt-mode
           MOVE "O" TO rt-status
           MOVE operator-id TO rt-issued-by
           ADD 1 TO ticket-count
           MOVE run-ticket-record TO ticket-entry (ticket-count)
           PERFORM 500-rewrite-tickets
           DISPLAY "Run ticket " rt-ticket " issued by "
              FUNCTION TRIM (operator-id) ": " rt-from-date "-"
              rt-to-date " cycles=" rt-cycles " n=" rt-n " mode="
              FUNCTION TRIM (rt-mode)
           MOVE 0 TO RETURN-CODE.

      * The shape checks mirror what randomize itself accepts, so
      * a ticket the desk issues can actually be matched by a run.
       350-validate-request.
           MOVE 0 TO RETURN-CODE
           IF arg-parm1 (1 : 8) IS NOT NUMERIC
              OR arg-parm1 (9 : 1) NOT = SPACE
              OR FUNCTION TEST-DATE-YYYYMMDD
                 (FUNCTION NUMVAL (arg-parm1 (1 : 8))) NOT = 0
              DISPLAY "Invalid from-date '"
                 FUNCTION TRIM (arg-parm1) "': expected YYYYMMDD"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           IF arg-parm2 (1 : 8) IS NOT NUMERIC
              OR arg-parm2 (9 : 1) NOT = SPACE
              OR FUNCTION TEST-DATE-YYYYMMDD
                 (FUNCTION NUMVAL (arg-parm2 (1 : 8))) NOT = 0
              DISPLAY "Invalid to-date '"
                 FUNCTION TRIM (arg-parm2) "': expected YYYYMMDD"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           IF arg-parm2 (1 : 8) < arg-parm1 (1 : 8)
              DISPLAY "Invalid window: to-date is before from-date"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           IF arg-parm2 (1 : 8) < run-date
              DISPLAY "Invalid window: it closed before today ("
                 run-date ")"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM (arg-parm3) IS NOT NUMERIC
              DISPLAY "Invalid cycles: must be a number"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL (arg-parm3) TO new-cycles
           IF new-cycles = 0
              DISPLAY "Invalid cycles: must be greater than zero"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM (arg-parm4) IS NOT NUMERIC
              DISPLAY "Invalid digit count n: must be a number"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL (arg-parm4) TO new-n
           IF new-n < 1 OR new-n > 16
              DISPLAY "Invalid digit count n: must be between 1 "
                 "and 16"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           EVALUATE FUNCTION TRIM (arg-parm5)
              WHEN "RAW"
              WHEN "RANGE"
              WHEN "BUSDATE"
              WHEN "WEIGHTED"
              WHEN "UNIQUE"
              WHEN "DEAL"
              WHEN "DISTRIB"
                 CONTINUE
              WHEN OTHER
                 DISPLAY "Invalid mode '" FUNCTION TRIM (arg-parm5)
                    "': RAW RANGE BUSDATE WEIGHTED UNIQUE DEAL or "
                    "DISTRIB"
                 MOVE 1 TO RETURN-CODE
           END-EVALUATE.

       400-expire-tickets.
           IF arg-parm1 = SPACES
              MOVE run-date TO as-of-date
           ELSE
              MOVE arg-parm1 (1 : 8) TO as-of-date
           END-IF
           IF as-of-date IS NOT NUMERIC
              DISPLAY "Invalid as-of date '" FUNCTION TRIM (arg-parm1)
                 "': expected YYYYMMDD"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING ticket-idx FROM 1 BY 1
              UNTIL ticket-idx > ticket-count
              MOVE ticket-entry (ticket-idx) TO run-ticket-record
              IF rt-status = "O" AND rt-to-date < as-of-date
                 MOVE "E" TO rt-status
                 MOVE run-ticket-record TO ticket-entry (ticket-idx)
                 ADD 1 TO changed-count
                 DISPLAY "Run ticket " rt-ticket " expired (window "
                    rt-from-date "-" rt-to-date " never used)"
              END-IF
           END-PERFORM
           IF changed-count > 0
              PERFORM 500-rewrite-tickets
           END-IF
           DISPLAY changed-count " open ticket(s) expired as of "
              as-of-date
           MOVE 0 TO RETURN-CODE.

       450-cancel-ticket.
           IF arg-parm1 = SPACES
              PERFORM 060-display-usage
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM 200-find-ticket
           IF ticket-hit-idx = 0
              DISPLAY "No run ticket " FUNCTION TRIM (arg-parm1)
                 " on RUNTICKET"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE ticket-entry (ticket-hit-idx) TO run-ticket-record
           IF rt-status NOT = "O"
              DISPLAY "Run ticket " rt-ticket " is not open (status "
                 rt-status ") and cannot be cancelled"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE "X" TO rt-status
           MOVE run-ticket-record TO ticket-entry (ticket-hit-idx)
           PERFORM 500-rewrite-tickets
           DISPLAY "Run ticket " rt-ticket " cancelled by "
              FUNCTION TRIM (operator-id)
           MOVE 0 TO RETURN-CODE.

       500-rewrite-tickets.
           OPEN OUTPUT run-ticket
           PERFORM VARYING ticket-idx FROM 1 BY 1
              UNTIL ticket-idx > ticket-count
              MOVE ticket-entry (ticket-idx) TO run-ticket-record
              WRITE run-ticket-record
           END-PERFORM
           CLOSE run-ticket.

       600-list-tickets.
           PERFORM VARYING ticket-idx FROM 1 BY 1
              UNTIL ticket-idx > ticket-count
              MOVE ticket-entry (ticket-idx) TO run-ticket-record
              DISPLAY rt-ticket " " rt-status " " rt-from-date "-"
                 rt-to-date " cycles=" rt-cycles " n=" rt-n
                 " mode=" FUNCTION TRIM (rt-mode)
                 " issued by " rt-issued-by
                 " consumed by " rt-consumed-by
           END-PERFORM
           DISPLAY ticket-count " run ticket(s) on RUNTICKET"
           MOVE 0 TO RETURN-CODE.

      * Every ticketed AUDITLOG session must quote a ticket the
      * desk knows and that was consumed; every consumed ticket
      * must be quoted by exactly one session.
       700-reconcile-tickets.
           PERFORM VARYING ticket-idx FROM 1 BY 1
              UNTIL ticket-idx > 100
              MOVE 0 TO ticket-use-count (ticket-idx)
           END-PERFORM
           OPEN INPUT audit-log
           IF audit-status = "00"
              PERFORM UNTIL audit-status NOT = "00"
                 READ audit-log
                    AT END
                       MOVE "10" TO audit-status
                    NOT AT END
                       ADD 1 TO session-count
                       IF aud-ticket NOT = SPACES
                          PERFORM 750-match-session
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE audit-log
           ELSE
              DISPLAY "No AUDITLOG present - every consumed ticket "
                 "is unmatched"
           END-IF
           PERFORM VARYING ticket-idx FROM 1 BY 1
              UNTIL ticket-idx > ticket-count
              MOVE ticket-entry (ticket-idx) TO run-ticket-record
              IF rt-status = "C"
                 AND ticket-use-count (ticket-idx) = 0
                 DISPLAY "FLAG NOSESSN ticket " rt-ticket
                    " consumed but no AUDITLOG session quotes it"
                 MOVE "NOSESSN" TO exd-reason
                 MOVE rt-ticket TO exd-key
                 MOVE "ticket consumed without a session"
                    TO exd-text
                 PERFORM 780-flag-exception
              END-IF
              IF ticket-use-count (ticket-idx) > 1
                 DISPLAY "FLAG REUSED  ticket " rt-ticket
                    " quoted by " ticket-use-count (ticket-idx)
                    " sessions"
                 MOVE "REUSED" TO exd-reason
                 MOVE rt-ticket TO exd-key
                 MOVE "ticket quoted by more than one session"
                    TO exd-text
                 PERFORM 780-flag-exception
              END-IF
           END-PERFORM
           DISPLAY "Ticket reconciliation: " ticket-count
              " ticket(s), " session-count " session(s), "
              ticketed-count " ticketed, " flag-count " flag(s)"
           IF flag-count > 0
              MOVE 1 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.

       750-match-session.
           ADD 1 TO ticketed-count
           MOVE aud-ticket TO arg-parm1
           PERFORM 200-find-ticket
           IF ticket-hit-idx = 0
              DISPLAY "FLAG UNKNTKT session " aud-session
                 " quotes unknown ticket " aud-ticket
              MOVE "UNKNTKT" TO exd-reason
              MOVE aud-session TO exd-key
              MOVE SPACES TO exd-text
              STRING
                 "session quotes unknown ticket "
                              DELIMITED BY SIZE
                 aud-ticket   DELIMITED BY SIZE
                 INTO exd-text
              END-STRING
              PERFORM 780-flag-exception
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO ticket-use-count (ticket-hit-idx)
           IF rt-status NOT = "C"
              DISPLAY "FLAG NOTCONS session " aud-session
                 " quotes ticket " aud-ticket " which is status "
                 rt-status
              MOVE "NOTCONS" TO exd-reason
              MOVE aud-session TO exd-key
              MOVE SPACES TO exd-text
              STRING
                 "quoted ticket not consumed: "
                              DELIMITED BY SIZE
                 aud-ticket   DELIMITED BY SIZE
                 INTO exd-text
              END-STRING
              PERFORM 780-flag-exception
           END-IF.

       780-flag-exception.
           ADD 1 TO flag-count
           MOVE "WARN" TO exd-severity
           PERFORM 065-feed-exception.
       END PROGRAM tktdesk.
