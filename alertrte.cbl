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
       PROGRAM-ID. alertrte.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT except-feed ASSIGN TO "EXCEPTFEED"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS except-feed-status.
           SELECT alert-route ASSIGN TO "ALERTROUTE"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS alert-route-status.
           SELECT rota-out ASSIGN TO "ROTAOUT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS rota-out-status.
           SELECT alert-out ASSIGN TO "ALERTOUT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS alert-out-status.
           SELECT alert-pos ASSIGN TO "ALERTPOS"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS alert-pos-status.
           SELECT alert-pend ASSIGN TO "ALERTPEND"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS alert-pend-status.
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

      * Two kinds of card. ROUTE sends feed records from a program
      * (* for any) at a severity (* for any, CRIT for FATL or
      * SEVR) to a recipient at an escalation level; the recipient
      * is a staff id or ONCALL for whoever ROTAOUT has on call
      * today, and the minutes say how long an unacknowledged
      * critical alert waits at that level before it goes to the
      * next. CONTACT gives a staff id its channel and address.
       FD  alert-route.
       01  alert-route-record.
           05 rt-type           PIC X(8).
           05 FILLER            PIC X.
           05 rt-body           PIC X(71).
           05 rt-route REDEFINES rt-body.
              10 rt-program     PIC X(10).
              10 FILLER         PIC X.
              10 rt-severity    PIC X(4).
              10 FILLER         PIC X.
              10 rt-level       PIC 9.
              10 FILLER         PIC X.
              10 rt-recipient   PIC X(8).
              10 FILLER         PIC X.
              10 rt-escalate    PIC 9(4).
              10 FILLER         PIC X(40).
           05 rt-contact REDEFINES rt-body.
              10 rc-staff       PIC X(8).
              10 FILLER         PIC X.
              10 rc-channel     PIC X(8).
              10 FILLER         PIC X.
              10 rc-address     PIC X(40).
              10 FILLER         PIC X(13).

       FD  rota-out.
       01  rota-record.
           05 ro-date           PIC X(8).
           05 FILLER            PIC X.
           05 ro-weekday        PIC X(3).
           05 FILLER            PIC X.
           05 ro-staff          PIC X(8).
           05 FILLER            PIC X.
           05 ro-name           PIC X(40).

      * One record per alert for the mail/pager gateway. NEW is a
      * first notification, ESC an escalation; the feed record's
      * identity is the exccase case reference, so the recipient
      * acknowledges with exccase ACK. ao-run stamps the router
      * run that sent it.
       FD  alert-out
           RECORDING MODE IS F.
       01  alert-out-record.
           05 ao-date           PIC X(8).
           05 ao-time           PIC X(8).
           05 ao-kind           PIC X(4).
           05 ao-level          PIC 9.
           05 ao-staff          PIC X(8).
           05 ao-channel        PIC X(8).
           05 ao-address        PIC X(40).
           05 ao-exc-date       PIC X(8).
           05 ao-exc-time       PIC X(8).
           05 ao-exc-program    PIC X(10).
           05 ao-exc-occur      PIC 9(3).
           05 ao-severity       PIC X(4).
           05 ao-reason         PIC X(8).
           05 ao-exc-key        PIC X(18).
           05 ao-text           PIC X(40).
           05 ao-run            PIC X(16).
           05 FILLER            PIC X(8).

      * The last feed record this router has dealt with, and the
      * run that got it there.
       FD  alert-pos
           RECORDING MODE IS F.
       01  alert-pos-record.
           05 ap-date           PIC X(8).
           05 ap-time           PIC X(8).
           05 ap-program        PIC X(10).
           05 ap-occur          PIC 9(3).
           05 ap-run            PIC X(16).
           05 ap-records        PIC 9(9).
           05 FILLER            PIC X(26).

      * Critical alerts still waiting for an acknowledgement, with
      * the level last notified and when.
       FD  alert-pend
           RECORDING MODE IS F.
       01  alert-pend-record.
           05 pd-exc-date       PIC X(8).
           05 pd-exc-time       PIC X(8).
           05 pd-exc-program    PIC X(10).
           05 pd-exc-occur      PIC 9(3).
           05 pd-severity       PIC X(4).
           05 pd-reason         PIC X(8).
           05 pd-exc-key        PIC X(18).
           05 pd-text           PIC X(40).
           05 pd-level          PIC 9.
           05 pd-sent-date      PIC X(8).
           05 pd-sent-time      PIC X(8).
           05 FILLER            PIC X(4).

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
       77  alert-route-status   PIC XX.
       77  rota-out-status      PIC XX.
       77  alert-out-status     PIC XX.
       77  alert-pos-status     PIC XX.
       77  alert-pend-status    PIC XX.
       77  case-status          PIC XX.
       77  case-open-sw         PIC X       VALUE "N".
       77  arg-num              PIC 9(4).
       77  arg-minutes          PIC X(4).
       77  default-escalate     PIC 9(4)    VALUE 15.
       77  run-date             PIC X(8).
       77  run-time             PIC X(8).
       77  run-stamp            PIC X(16).
       77  oncall-staff         PIC X(8)    VALUE SPACES.
       77  route-count          PIC 9(3)    VALUE 0.
       77  route-idx            PIC 9(3).
       77  contact-count        PIC 9(3)    VALUE 0.
       77  contact-idx          PIC 9(3).
       77  pend-count           PIC 9(4)    VALUE 0.
       77  pend-idx             PIC 9(4).
       77  pend-kept-count      PIC 9(4).
       77  sent-staff-count     PIC 99.
       77  sent-staff-idx       PIC 99.
       77  alert-level          PIC 9.
       77  alert-kind           PIC X(4).
       77  alert-sent-count     PIC 9(4).
       77  target-staff         PIC X(8).
       77  found-sw             PIC X.
       77  skipping-sw          PIC X.
       77  critical-sw          PIC X.
       77  prev-date            PIC X(8)    VALUE SPACES.
       77  prev-time            PIC X(8)    VALUE SPACES.
       77  prev-program         PIC X(10)   VALUE SPACES.
       77  occur-no             PIC 9(3)    VALUE 0.
       77  pos-date             PIC X(8)    VALUE SPACES.
       77  pos-time             PIC X(8)    VALUE SPACES.
       77  pos-program          PIC X(10)   VALUE SPACES.
       77  pos-occur            PIC 9(3)    VALUE 0.
       77  pos-run              PIC X(16)   VALUE LOW-VALUES.
       77  pos-records          PIC 9(9)    VALUE 0.
       77  feed-read-count      PIC 9(9)    VALUE 0.
       77  feed-new-count       PIC 9(9)    VALUE 0.
       77  routed-count         PIC 9(9)    VALUE 0.
       77  new-alert-count      PIC 9(9)    VALUE 0.
       77  esc-alert-count      PIC 9(9)    VALUE 0.
       77  acked-count          PIC 9(9)    VALUE 0.
       77  undeliverable-count  PIC 9(9)    VALUE 0.
       77  recovered-count      PIC 9(9)    VALUE 0.
       77  escalate-limit       PIC 9(4).
       77  now-mins             PIC 9(12).
       77  sent-mins            PIC 9(12).
       77  age-mins             PIC S9(12).
       77  ref-date             PIC X(8).
       77  ref-time             PIC X(8).
       77  runledgr             PIC X(8)    VALUE "runledgr".
      * Start/end registration in the central execution ledger.
       01  ledger-request.
           05 lr-program        PIC X(10)   VALUE "alertrte".
           05 lr-event          PIC X(5).
           05 lr-rc             PIC 9(4)    VALUE 0.
           05 lr-parms          PIC X(40)   VALUE SPACES.
       01  route-table.
           05 route-entry       OCCURS 200 TIMES.
              10 rte-program    PIC X(10).
              10 rte-severity   PIC X(4).
              10 rte-level      PIC 9.
              10 rte-recipient  PIC X(8).
              10 rte-escalate   PIC 9(4).
       01  contact-table.
           05 contact-entry     OCCURS 200 TIMES.
              10 cte-staff      PIC X(8).
              10 cte-channel    PIC X(8).
              10 cte-address    PIC X(40).
      * The feed record in hand, whether fresh from EXCEPTFEED or
      * carried on the pending list.
       01  alert-subject.
           05 as-exc-date       PIC X(8).
           05 as-exc-time       PIC X(8).
           05 as-exc-program    PIC X(10).
           05 as-exc-occur      PIC 9(3).
           05 as-severity       PIC X(4).
           05 as-reason         PIC X(8).
           05 as-exc-key        PIC X(18).
           05 as-text           PIC X(40).
       01  pend-table.
           05 pend-entry        OCCURS 2000 TIMES.
              10 pe-subject     PIC X(99).
              10 pe-level       PIC 9.
              10 pe-sent-date   PIC X(8).
              10 pe-sent-time   PIC X(8).
              10 pe-state       PIC X.
       01  sent-staff-table.
           05 sent-staff        PIC X(8)    OCCURS 20 TIMES.

      * On-call alert routing for the operations exception feed.
      * Each run picks EXCEPTFEED up where the last one left off,
      * sends every new record to the recipients ALERTROUTE names
      * at level 1, and walks the critical alerts still awaiting
      * acknowledgement (exccase ACK or RESOLVE on CASEFILE): one
      * left unacknowledged past its level's minutes goes to the
      * next level. Optional argument: the escalation minutes for
      * a level whose ROUTE cards give none (default 15).
       PROCEDURE DIVISION.
           ACCEPT run-date FROM DATE YYYYMMDD
           ACCEPT run-time FROM TIME
           MOVE run-date TO run-stamp (1 : 8)
           MOVE run-time TO run-stamp (9 : 8)
           MOVE 1 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT arg-minutes FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO arg-minutes
           END-ACCEPT
           IF arg-minutes NOT = SPACES
              IF FUNCTION TRIM (arg-minutes) IS NOT NUMERIC
                 DISPLAY "Usage: alertrte [escalation-minutes]"
                 MOVE 1 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE FUNCTION NUMVAL (arg-minutes) TO default-escalate
           END-IF

           MOVE "START" TO lr-event
           MOVE SPACES TO lr-parms
           STRING
              "escalate="       DELIMITED BY SIZE
              default-escalate  DELIMITED BY SIZE
              INTO lr-parms
           END-STRING
           PERFORM 066-register-run

           PERFORM 100-load-routes
           IF route-count = 0
              DISPLAY "No ROUTE cards in ALERTROUTE - nothing "
                 "routed and the read position is left unchanged"
              MOVE 1 TO lr-rc
              PERFORM 900-finish-run
           END-IF
           PERFORM 150-find-on-call
           PERFORM 200-load-position
           PERFORM 210-load-pending
           PERFORM 220-recover-interrupted-run

           OPEN EXTEND alert-out
           IF alert-out-status NOT = "00"
              OPEN OUTPUT alert-out
           END-IF
           IF alert-out-status NOT = "00"
              DISPLAY "Unable to open ALERTOUT (status "
                 alert-out-status ") - nothing routed"
              MOVE 1 TO lr-rc
              PERFORM 900-finish-run
           END-IF
           OPEN INPUT case-file
           IF case-status = "00"
              MOVE "Y" TO case-open-sw
           END-IF

           PERFORM 300-escalate-pending
           PERFORM 400-route-new-records

           IF case-open-sw = "Y"
              CLOSE case-file
           END-IF
           CLOSE alert-out
           PERFORM 600-save-pending
           PERFORM 650-save-position

           DISPLAY "Alert routing: " feed-new-count
              " new feed record(s), " routed-count " routed, "
              new-alert-count " alert(s) sent"
           DISPLAY "  " esc-alert-count " escalation(s), "
              acked-count " acknowledged and closed, " pend-count
              " critical alert(s) on the pending list"
           IF recovered-count > 0
              DISPLAY "  " recovered-count " alert(s) recovered from "
                 "an interrupted run - not sent again"
           END-IF
           IF undeliverable-count > 0
              DISPLAY "  " undeliverable-count " alert(s) could not "
                 "be addressed - check CONTACT cards and ROTAOUT"
              MOVE 1 TO lr-rc
           ELSE
              MOVE 0 TO lr-rc
           END-IF
           PERFORM 900-finish-run.

       066-register-run.
           CALL runledgr USING ledger-request
              ON EXCEPTION
                 CONTINUE
           END-CALL.

       100-load-routes.
           OPEN INPUT alert-route
           IF alert-route-status NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL alert-route-status NOT = "00"
              READ alert-route
                 AT END
                    MOVE "10" TO alert-route-status
                 NOT AT END
                    PERFORM 110-take-route-card
              END-READ
           END-PERFORM
           CLOSE alert-route.

       110-take-route-card.
           EVALUATE rt-type
              WHEN "ROUTE"
                 IF route-count < 200 AND rt-level IS NUMERIC
                    AND rt-level > 0 AND rt-recipient NOT = SPACES
                    ADD 1 TO route-count
                    MOVE rt-program TO rte-program (route-count)
                    MOVE rt-severity TO rte-severity (route-count)
                    MOVE rt-level TO rte-level (route-count)
                    MOVE rt-recipient TO rte-recipient (route-count)
                    IF rt-escalate IS NUMERIC
                       MOVE rt-escalate
                          TO rte-escalate (route-count)
                    ELSE
                       MOVE 0 TO rte-escalate (route-count)
                    END-IF
                 ELSE
                    DISPLAY "ALERTROUTE card ignored: "
                       FUNCTION TRIM (alert-route-record)
                 END-IF
              WHEN "CONTACT"
                 IF contact-count < 200
                    ADD 1 TO contact-count
                    MOVE rc-staff TO cte-staff (contact-count)
                    MOVE rc-channel TO cte-channel (contact-count)
                    MOVE rc-address TO cte-address (contact-count)
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       150-find-on-call.
           OPEN INPUT rota-out
           IF rota-out-status NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL rota-out-status NOT = "00"
              READ rota-out
                 AT END
                    MOVE "10" TO rota-out-status
                 NOT AT END
                    IF ro-date = run-date
                       MOVE ro-staff TO oncall-staff
                    END-IF
              END-READ
           END-PERFORM
           CLOSE rota-out.

       200-load-position.
           OPEN INPUT alert-pos
           IF alert-pos-status NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ alert-pos
              AT END
                 CONTINUE
              NOT AT END
                 MOVE ap-date TO pos-date
                 MOVE ap-time TO pos-time
                 MOVE ap-program TO pos-program
                 MOVE ap-occur TO pos-occur
                 MOVE ap-run TO pos-run
                 MOVE ap-records TO pos-records
           END-READ
           CLOSE alert-pos.

       210-load-pending.
           OPEN INPUT alert-pend
           IF alert-pend-status NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL alert-pend-status NOT = "00"
              READ alert-pend
                 AT END
                    MOVE "10" TO alert-pend-status
                 NOT AT END
                    IF pend-count < 2000
                       ADD 1 TO pend-count
                       MOVE alert-pend-record (1 : 99)
                          TO pe-subject (pend-count)
                       MOVE pd-level TO pe-level (pend-count)
                       MOVE pd-sent-date
                          TO pe-sent-date (pend-count)
                       MOVE pd-sent-time
                          TO pe-sent-time (pend-count)
                       MOVE "P" TO pe-state (pend-count)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE alert-pend.

      * ALERTPOS and ALERTPEND are only rewritten once a run has
      * finished. Alerts on ALERTOUT stamped by a later run than
      * ALERTPOS records belong to a run that never finished: they
      * were sent, so the read position moves past them and their
      * critical alerts and escalations are put back on the
      * pending list instead of being sent a second time.
       220-recover-interrupted-run.
           OPEN INPUT alert-out
           IF alert-out-status NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL alert-out-status NOT = "00"
              READ alert-out
                 AT END
                    MOVE "10" TO alert-out-status
                 NOT AT END
                    IF ao-run > pos-run
                       ADD 1 TO recovered-count
                       PERFORM 230-recover-one-alert
                    END-IF
              END-READ
           END-PERFORM
           CLOSE alert-out.

       230-recover-one-alert.
           MOVE ao-exc-date TO as-exc-date
           MOVE ao-exc-time TO as-exc-time
           MOVE ao-exc-program TO as-exc-program
           MOVE ao-exc-occur TO as-exc-occur
           MOVE ao-severity TO as-severity
           MOVE ao-reason TO as-reason
           MOVE ao-exc-key TO as-exc-key
           MOVE ao-text TO as-text
           IF ao-kind = "NEW"
              MOVE ao-exc-date TO pos-date
              MOVE ao-exc-time TO pos-time
              MOVE ao-exc-program TO pos-program
              MOVE ao-exc-occur TO pos-occur
           END-IF
           PERFORM 240-find-pending
           IF found-sw = "Y"
              IF ao-level > pe-level (pend-idx)
                 MOVE ao-level TO pe-level (pend-idx)
                 MOVE ao-date TO pe-sent-date (pend-idx)
                 MOVE ao-time TO pe-sent-time (pend-idx)
              END-IF
              EXIT PARAGRAPH
           END-IF
           PERFORM 420-test-critical
           IF critical-sw = "Y" AND pend-count < 2000
              ADD 1 TO pend-count
              MOVE alert-subject TO pe-subject (pend-count)
              MOVE ao-level TO pe-level (pend-count)
              MOVE ao-date TO pe-sent-date (pend-count)
              MOVE ao-time TO pe-sent-time (pend-count)
              MOVE "P" TO pe-state (pend-count)
           END-IF.

       240-find-pending.
           MOVE "N" TO found-sw
           PERFORM VARYING pend-idx FROM 1 BY 1
              UNTIL pend-idx > pend-count OR found-sw = "Y"
              IF pe-subject (pend-idx) (1 : 29)
                 = alert-subject (1 : 29)
                 MOVE "Y" TO found-sw
              END-IF
           END-PERFORM
           IF found-sw = "Y"
              SUBTRACT 1 FROM pend-idx
           END-IF.

       300-escalate-pending.
           MOVE run-date TO ref-date
           MOVE run-time TO ref-time
           PERFORM 680-minutes-of-stamp
           MOVE sent-mins TO now-mins
           PERFORM VARYING pend-idx FROM 1 BY 1
              UNTIL pend-idx > pend-count
              PERFORM 310-review-one-pending
           END-PERFORM.

       310-review-one-pending.
           MOVE pe-subject (pend-idx) TO alert-subject
           IF case-open-sw = "Y"
              MOVE as-exc-date TO cs-date
              MOVE as-exc-time TO cs-time
              MOVE as-exc-program TO cs-program
              MOVE as-exc-occur TO cs-occur
              READ case-file
                 INVALID KEY
                    MOVE "N" TO cs-status
              END-READ
              IF cs-status = "A" OR cs-status = "R"
                 MOVE "A" TO pe-state (pend-idx)
                 ADD 1 TO acked-count
                 EXIT PARAGRAPH
              END-IF
           END-IF
           MOVE pe-level (pend-idx) TO alert-level
           PERFORM 320-level-escalate-limit
           MOVE pe-sent-date (pend-idx) TO ref-date
           MOVE pe-sent-time (pend-idx) TO ref-time
           PERFORM 680-minutes-of-stamp
           COMPUTE age-mins = now-mins - sent-mins
           IF age-mins < escalate-limit OR alert-level = 9
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO alert-level
           MOVE "ESC" TO alert-kind
           PERFORM 500-send-level
           IF alert-sent-count > 0
              MOVE alert-level TO pe-level (pend-idx)
              MOVE run-date TO pe-sent-date (pend-idx)
              MOVE run-time TO pe-sent-time (pend-idx)
              ADD alert-sent-count TO esc-alert-count
           END-IF.

      * The shortest wait any matching ROUTE card at this level
      * asks for; the run default when none gives one.
       320-level-escalate-limit.
           MOVE 0 TO escalate-limit
           PERFORM VARYING route-idx FROM 1 BY 1
              UNTIL route-idx > route-count
              PERFORM 510-test-route-match
              IF found-sw = "Y"
                 AND rte-level (route-idx) = alert-level
                 AND rte-escalate (route-idx) > 0
                 IF escalate-limit = 0
                    OR rte-escalate (route-idx) < escalate-limit
                    MOVE rte-escalate (route-idx) TO escalate-limit
                 END-IF
              END-IF
           END-PERFORM
           IF escalate-limit = 0
              MOVE default-escalate TO escalate-limit
           END-IF.

      * Occurrence numbers are counted from the top of the feed
      * exactly as exccase counts them, so an alert names the same
      * case exccase opens for it. Records up to and including
      * the saved position are passed over; if retention has cut
      * the feed past that record, the first later one resumes.
       400-route-new-records.
           OPEN INPUT except-feed
           IF except-feed-status NOT = "00"
              DISPLAY "No EXCEPTFEED present - no new records"
              EXIT PARAGRAPH
           END-IF
           IF pos-date = SPACES
              MOVE "N" TO skipping-sw
           ELSE
              MOVE "Y" TO skipping-sw
           END-IF
           PERFORM UNTIL except-feed-status NOT = "00"
              READ except-feed
                 AT END
                    MOVE "10" TO except-feed-status
                 NOT AT END
                    ADD 1 TO feed-read-count
                    PERFORM 410-take-feed-record
              END-READ
           END-PERFORM
           CLOSE except-feed.

       410-take-feed-record.
           IF exc-date = prev-date AND exc-time = prev-time
              AND exc-program = prev-program
              ADD 1 TO occur-no
           ELSE
              MOVE 1 TO occur-no
              MOVE exc-date TO prev-date
              MOVE exc-time TO prev-time
              MOVE exc-program TO prev-program
           END-IF
           IF skipping-sw = "Y"
              IF exc-date = pos-date AND exc-time = pos-time
                 AND exc-program = pos-program
                 AND occur-no = pos-occur
                 MOVE "N" TO skipping-sw
                 EXIT PARAGRAPH
              END-IF
              IF exc-date < pos-date
                 OR (exc-date = pos-date AND exc-time NOT > pos-time)
                 EXIT PARAGRAPH
              END-IF
              MOVE "N" TO skipping-sw
           END-IF
           ADD 1 TO feed-new-count
           MOVE exc-date TO as-exc-date pos-date
           MOVE exc-time TO as-exc-time pos-time
           MOVE exc-program TO as-exc-program pos-program
           MOVE occur-no TO as-exc-occur pos-occur
           MOVE exc-severity TO as-severity
           MOVE exc-reason TO as-reason
           MOVE exc-key TO as-exc-key
           MOVE exc-text TO as-text
           MOVE 1 TO alert-level
           MOVE "NEW" TO alert-kind
           PERFORM 500-send-level
           IF alert-sent-count = 0
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO routed-count
           ADD alert-sent-count TO new-alert-count
           PERFORM 420-test-critical
           IF critical-sw = "Y"
              IF pend-count < 2000
                 ADD 1 TO pend-count
                 MOVE alert-subject TO pe-subject (pend-count)
                 MOVE 1 TO pe-level (pend-count)
                 MOVE run-date TO pe-sent-date (pend-count)
                 MOVE run-time TO pe-sent-time (pend-count)
                 MOVE "P" TO pe-state (pend-count)
              ELSE
                 DISPLAY "Pending list full - "
                    FUNCTION TRIM (as-exc-program) " "
                    as-exc-date "." as-exc-time
                    " will not escalate"
              END-IF
           END-IF.

       420-test-critical.
           IF as-severity = "FATL" OR as-severity = "SEVR"
              OR as-severity = "CRIT"
              MOVE "Y" TO critical-sw
           ELSE
              MOVE "N" TO critical-sw
           END-IF.

      * Sends the subject to every recipient routed at alert-level,
      * once per person however many cards name them.
       500-send-level.
           MOVE 0 TO alert-sent-count
           MOVE 0 TO sent-staff-count
           PERFORM VARYING route-idx FROM 1 BY 1
              UNTIL route-idx > route-count
              PERFORM 510-test-route-match
              IF found-sw = "Y"
                 AND rte-level (route-idx) = alert-level
                 PERFORM 520-send-one-alert
              END-IF
           END-PERFORM.

       510-test-route-match.
           MOVE "N" TO found-sw
           IF rte-program (route-idx) NOT = "*"
              AND rte-program (route-idx) NOT = as-exc-program
              EXIT PARAGRAPH
           END-IF
           EVALUATE rte-severity (route-idx)
              WHEN "*"
                 MOVE "Y" TO found-sw
              WHEN "CRIT"
                 PERFORM 420-test-critical
                 MOVE critical-sw TO found-sw
              WHEN OTHER
                 IF rte-severity (route-idx) = as-severity
                    MOVE "Y" TO found-sw
                 END-IF
           END-EVALUATE.

       520-send-one-alert.
           IF rte-recipient (route-idx) = "ONCALL"
              MOVE oncall-staff TO target-staff
           ELSE
              MOVE rte-recipient (route-idx) TO target-staff
           END-IF
           IF target-staff = SPACES
              ADD 1 TO undeliverable-count
              DISPLAY "No one on call in ROTAOUT for " run-date
                 " - level " alert-level " alert for "
                 FUNCTION TRIM (as-exc-program) " not sent"
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING sent-staff-idx FROM 1 BY 1
              UNTIL sent-staff-idx > sent-staff-count
              IF sent-staff (sent-staff-idx) = target-staff
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           MOVE "N" TO found-sw
           PERFORM VARYING contact-idx FROM 1 BY 1
              UNTIL contact-idx > contact-count OR found-sw = "Y"
              IF cte-staff (contact-idx) = target-staff
                 MOVE "Y" TO found-sw
              END-IF
           END-PERFORM
           IF found-sw = "N"
              ADD 1 TO undeliverable-count
              DISPLAY "No CONTACT card for " target-staff
                 " - level " alert-level " alert for "
                 FUNCTION TRIM (as-exc-program) " not sent"
              EXIT PARAGRAPH
           END-IF
           SUBTRACT 1 FROM contact-idx
           IF sent-staff-count < 20
              ADD 1 TO sent-staff-count
              MOVE target-staff TO sent-staff (sent-staff-count)
           END-IF
           MOVE SPACES TO alert-out-record
           ACCEPT ao-date FROM DATE YYYYMMDD
           ACCEPT ao-time FROM TIME
           MOVE alert-kind TO ao-kind
           MOVE alert-level TO ao-level
           MOVE target-staff TO ao-staff
           MOVE cte-channel (contact-idx) TO ao-channel
           MOVE cte-address (contact-idx) TO ao-address
           MOVE as-exc-date TO ao-exc-date
           MOVE as-exc-time TO ao-exc-time
           MOVE as-exc-program TO ao-exc-program
           MOVE as-exc-occur TO ao-exc-occur
           MOVE as-severity TO ao-severity
           MOVE as-reason TO ao-reason
           MOVE as-exc-key TO ao-exc-key
           MOVE as-text TO ao-text
           MOVE run-stamp TO ao-run
           WRITE alert-out-record
           ADD 1 TO alert-sent-count.

       600-save-pending.
           OPEN OUTPUT alert-pend
           IF alert-pend-status NOT = "00"
              DISPLAY "Unable to rewrite ALERTPEND (status "
                 alert-pend-status ")"
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO pend-kept-count
           PERFORM VARYING pend-idx FROM 1 BY 1
              UNTIL pend-idx > pend-count
              IF pe-state (pend-idx) = "P"
                 ADD 1 TO pend-kept-count
                 MOVE SPACES TO alert-pend-record
                 MOVE pe-subject (pend-idx)
                    TO alert-pend-record (1 : 99)
                 MOVE pe-level (pend-idx) TO pd-level
                 MOVE pe-sent-date (pend-idx) TO pd-sent-date
                 MOVE pe-sent-time (pend-idx) TO pd-sent-time
                 WRITE alert-pend-record
              END-IF
           END-PERFORM
           CLOSE alert-pend
           MOVE pend-kept-count TO pend-count.

       650-save-position.
           OPEN OUTPUT alert-pos
           IF alert-pos-status NOT = "00"
              DISPLAY "Unable to rewrite ALERTPOS (status "
                 alert-pos-status ")"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO alert-pos-record
           MOVE pos-date TO ap-date
           MOVE pos-time TO ap-time
           MOVE pos-program TO ap-program
           MOVE pos-occur TO ap-occur
           MOVE run-stamp TO ap-run
           ADD feed-new-count TO pos-records
           MOVE pos-records TO ap-records
           WRITE alert-pos-record
           CLOSE alert-pos.

       680-minutes-of-stamp.
           COMPUTE sent-mins =
              FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL (ref-date))
              * 1440
              + FUNCTION NUMVAL (ref-time (1 : 2)) * 60
              + FUNCTION NUMVAL (ref-time (3 : 2)).

       900-finish-run.
           MOVE "END  " TO lr-event
           PERFORM 066-register-run
           MOVE lr-rc TO RETURN-CODE
           STOP RUN.
       END PROGRAM alertrte.
