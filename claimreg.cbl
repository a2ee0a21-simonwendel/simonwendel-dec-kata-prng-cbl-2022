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
       PROGRAM-ID. claimreg.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT claim-file ASSIGN TO "CLAIMFILE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS clm-key
              FILE STATUS IS claim-status.
           SELECT claim-in ASSIGN TO "CLAIMIN"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS claim-in-status.
           SELECT hist-file ASSIGN TO DYNAMIC hist-file-name
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS hist-key
              FILE STATUS IS hist-status.
           SELECT part-cat ASSIGN TO "PARTCAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS part-cat-status.
           SELECT claim-rpt ASSIGN TO "CLAIMRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS claim-rpt-status.

       DATA DIVISION.
       FILE SECTION.
      * One record per paid prize, keyed by the draw it pays out
      * on: the key doubles as the guard against paying the same
      * draw twice, and the stamp fields are finance's evidence of
      * who paid what and when.
       FD  claim-file.
       01  claim-record.
           05 clm-key.
              10 clm-date           PIC X(8).
              10 clm-seq            PIC 9(9).
              10 clm-session        PIC 9(9).
           05 clm-claimant          PIC X(20).
           05 clm-value             PIC X(16).
           05 clm-n                 PIC 99.
           05 clm-check             PIC 9.
           05 clm-stream            PIC 99.
           05 clm-paid-date         PIC X(8).
           05 clm-paid-time         PIC X(8).
           05 clm-operator          PIC X(8).
           05 FILLER                PIC X(9).

      * Claim transactions as keyed at the prize desk from the
      * winner's stub.
       FD  claim-in
           RECORDING MODE IS F.
       01  claim-in-record.
           05 ci-claimant       PIC X(20).
           05 ci-date           PIC X(8).
           05 ci-seq            PIC X(9).
           05 ci-session        PIC X(9).
           05 ci-value          PIC X(16).
           05 ci-check          PIC X.
           05 FILLER            PIC X(17).

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

       FD  part-cat
           RECORDING MODE IS F.
       01  part-cat-record.
           05 pc-year           PIC X(4).
           05 pc-created        PIC X(8).
           05 FILLER            PIC X(8).

       FD  claim-rpt.
       01  claim-rpt-line       PIC X(100).

       WORKING-STORAGE SECTION.
       77  claim-status         PIC XX.
       77  claim-in-status      PIC XX.
       77  hist-status          PIC XX.
       77  part-cat-status      PIC XX.
       77  claim-rpt-status     PIC XX.
       77  hist-file-name       PIC X(14)   VALUE "HISTFILE".
       77  hist-open-year       PIC X(4)    VALUE SPACES.
       77  part-year-probe      PIC X(4).
       77  part-found-sw        PIC X.
       77  part-count           PIC 9(3)    VALUE 0.
       77  part-idx             PIC 9(3).
       77  part-lo-year         PIC X(4).
       77  part-hi-year         PIC X(4).
      * The year partitions the expiry report has to walk; BASE
      * stands for the un-partitioned legacy HISTFILE.
       01  part-table.
           05 part-year         PIC X(4)    OCCURS 100 TIMES.
       77  operator-id          PIC X(8).
       77  opident              PIC X(8)    VALUE "opident".
       77  run-date             PIC X(8).
       77  run-time             PIC X(8).
       77  arg-num              PIC 9(4).
       77  arg-action           PIC X(8).
       77  arg-parm1            PIC X(8).
       77  arg-parm2            PIC X(8).
       77  report-date          PIC X(8).
       77  expiry-days          PIC 9(4).
       77  expiry-cutoff        PIC X(8).
       77  expiry-from          PIC X(8)    VALUE "00000000".
       77  cutoff-int           PIC 9(8).
       77  eof-sw               PIC X       VALUE "N".
       77  reject-sw            PIC X.
       77  reject-reason        PIC X(8).
       77  reject-text          PIC X(40).
       77  claimed-value        PIC 9(16).
       77  claimed-check        PIC 9.
       77  expected-check       PIC 9.
       77  record-value         PIC 9(16).
       77  read-count           PIC 9(7)    VALUE 0.
       77  accepted-count       PIC 9(7)    VALUE 0.
       77  rejected-count       PIC 9(7)    VALUE 0.
       77  paid-count           PIC 9(7)    VALUE 0.
       77  unclaimed-count      PIC 9(7)    VALUE 0.
       77  scanned-count        PIC 9(9)    VALUE 0.
       77  age-days             PIC 9(6).
       77  rpt-text             PIC X(100).
       77  chkdig               PIC X(8)    VALUE "chkdig".
       77  runledgr             PIC X(8)    VALUE "runledgr".
      * Start/end registration in the central execution ledger.
       01  ledger-request.
           05 lr-program        PIC X(10)   VALUE "claimreg".
           05 lr-event          PIC X(5).
           05 lr-rc             PIC 9(4)    VALUE 0.
           05 lr-parms          PIC X(40)   VALUE SPACES.
       77  excfeed              PIC X(8)    VALUE "excfeed".
      * Outbound record for the shared operations exception feed.
       01  exception-detail.
           05 exd-program       PIC X(10)   VALUE "claimreg".
           05 exd-severity      PIC X(4).
           05 exd-reason        PIC X(8).
           05 exd-key           PIC X(18)   VALUE SPACES.
           05 exd-text          PIC X(40).

      * Prize claim register. CLAIM validates the desk's claim
      * transactions - the stub's check digit, the draw's
      * existence and standing in its year partition, and that
      * nobody has been paid on that draw before - and records
      * every accepted claim in CLAIMFILE. PAID lists one day's
      * payouts; EXPIRY lists active draws still unclaimed after
      * the claim window has run out.
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

           MOVE "START" TO lr-event
           MOVE SPACES TO lr-parms
           STRING
              FUNCTION TRIM (arg-action) DELIMITED BY SIZE
              " "                        DELIMITED BY SIZE
              FUNCTION TRIM (arg-parm1)  DELIMITED BY SIZE
              " "                        DELIMITED BY SIZE
              FUNCTION TRIM (arg-parm2)  DELIMITED BY SIZE
              INTO lr-parms
           END-STRING
           PERFORM 066-register-run

           EVALUATE FUNCTION TRIM (arg-action)
              WHEN "CLAIM"
                 PERFORM 100-process-claims
              WHEN "PAID"
                 PERFORM 600-claims-paid-report
              WHEN "EXPIRY"
                 PERFORM 700-expiry-report
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
           DISPLAY "Usage: claimreg CLAIM (validates and records "
              "the CLAIMIN transactions)"
           DISPLAY "       claimreg PAID [date] (claims paid on "
              "date, default today)"
           DISPLAY "       claimreg EXPIRY days [from-date] "
              "(active draws unclaimed after days)".

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

       100-process-claims.
           OPEN INPUT claim-in
           IF claim-in-status NOT = "00"
              DISPLAY "Unable to open CLAIMIN (status "
                 claim-in-status ")"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           OPEN I-O claim-file
           IF claim-status NOT = "00"
              OPEN OUTPUT claim-file
              CLOSE claim-file
              OPEN I-O claim-file
           END-IF
           IF claim-status NOT = "00"
              DISPLAY "Unable to open CLAIMFILE (status "
                 claim-status ")"
              CLOSE claim-in
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL claim-in-status NOT = "00"
              READ claim-in
                 AT END
                    MOVE "10" TO claim-in-status
                 NOT AT END
                    ADD 1 TO read-count
                    PERFORM 200-validate-claim
                    IF reject-sw = "Y"
                       PERFORM 400-reject-claim
                    ELSE
                       PERFORM 300-record-claim
                    END-IF
              END-READ
           END-PERFORM
           CLOSE claim-in
           CLOSE claim-file
           IF hist-open-year NOT = SPACES
              CLOSE hist-file
           END-IF

           DISPLAY "Prize claims: " read-count " read, "
              accepted-count " paid and recorded, "
              rejected-count " rejected"
           IF rejected-count > 0
              MOVE 1 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.

      * Each check in the order the desk would make it by hand:
      * the stub first, then the history, then the register.
       200-validate-claim.
           MOVE "N" TO reject-sw
           IF ci-date IS NOT NUMERIC
              OR ci-seq IS NOT NUMERIC
              OR ci-session IS NOT NUMERIC
              OR FUNCTION TRIM (ci-value) IS NOT NUMERIC
              OR ci-check IS NOT NUMERIC
              MOVE "Y" TO reject-sw
              MOVE "BADINPUT" TO reject-reason
              MOVE "malformed claim transaction" TO reject-text
              EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION NUMVAL (ci-value) TO claimed-value
           MOVE ci-check TO claimed-check
           CALL chkdig USING claimed-value, expected-check
              ON EXCEPTION
                 DISPLAY "Unable to call the check-digit module"
                 MOVE 3 TO RETURN-CODE
                 STOP RUN
           END-CALL
           IF claimed-check NOT = expected-check
              MOVE "Y" TO reject-sw
              MOVE "CHECKDIG" TO reject-reason
              MOVE "stub check digit does not match the value"
                 TO reject-text
              EXIT PARAGRAPH
           END-IF

           PERFORM 250-open-partition
           IF hist-open-year = SPACES
              MOVE "Y" TO reject-sw
              MOVE "NOHIST" TO reject-reason
              MOVE "history partition for the draw unreadable"
                 TO reject-text
              EXIT PARAGRAPH
           END-IF
           MOVE ci-date TO hk-date
           MOVE ci-seq TO hk-seq
           MOVE ci-session TO hk-session
           READ hist-file
              INVALID KEY
                 MOVE "Y" TO reject-sw
                 MOVE "NODRAW" TO reject-reason
                 MOVE "no such draw in the history" TO reject-text
                 EXIT PARAGRAPH
           END-READ
           IF hist-stat NOT = "A"
              MOVE "Y" TO reject-sw
              MOVE "NOTACTV" TO reject-reason
              MOVE SPACES TO reject-text
              STRING
                 "draw is not active (status " DELIMITED BY SIZE
                 hist-stat                     DELIMITED BY SIZE
                 ")"                           DELIMITED BY SIZE
                 INTO reject-text
              END-STRING
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL (hist-value (1 : hist-n))
              TO record-value
           IF record-value NOT = claimed-value
              MOVE "Y" TO reject-sw
              MOVE "MISMATCH" TO reject-reason
              MOVE "claimed value differs from the drawn value"
                 TO reject-text
              EXIT PARAGRAPH
           END-IF

           MOVE hist-key TO clm-key
           READ claim-file
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "Y" TO reject-sw
                 MOVE "DUPCLAIM" TO reject-reason
                 MOVE SPACES TO reject-text
                 STRING
                    "already paid on " DELIMITED BY SIZE
                    clm-paid-date      DELIMITED BY SIZE
                    " to "             DELIMITED BY SIZE
                    clm-claimant       DELIMITED BY SIZE
                    INTO reject-text
                 END-STRING
           END-READ.

      * Claims arrive in desk order, not date order; the partition
      * is only reopened when the claimed draw's year changes.
       250-open-partition.
           IF ci-date (1 : 4) = hist-open-year
              EXIT PARAGRAPH
           END-IF
           IF hist-open-year NOT = SPACES
              CLOSE hist-file
              MOVE SPACES TO hist-open-year
           END-IF
           MOVE ci-date (1 : 4) TO part-year-probe
           MOVE "N" TO part-found-sw
           OPEN INPUT part-cat
           IF part-cat-status = "00"
              PERFORM UNTIL part-cat-status NOT = "00"
                 READ part-cat
                    AT END
                       MOVE "10" TO part-cat-status
                    NOT AT END
                       IF pc-year = part-year-probe
                          MOVE "Y" TO part-found-sw
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE part-cat
           END-IF
           IF part-found-sw = "Y"
              MOVE SPACES TO hist-file-name
              MOVE "HISTFILE.Y" TO hist-file-name (1 : 10)
              MOVE part-year-probe TO hist-file-name (11 : 4)
           ELSE
              MOVE "HISTFILE" TO hist-file-name
           END-IF
           OPEN INPUT hist-file
           IF hist-status = "00"
              MOVE part-year-probe TO hist-open-year
           ELSE
              DISPLAY "Unable to open "
                 FUNCTION TRIM (hist-file-name)
                 " (status " hist-status ")"
           END-IF.

       300-record-claim.
           MOVE SPACES TO claim-record
           MOVE hist-key TO clm-key
           MOVE ci-claimant TO clm-claimant
           MOVE hist-value TO clm-value
           MOVE hist-n TO clm-n
           MOVE claimed-check TO clm-check
           MOVE hist-stream TO clm-stream
           MOVE run-date TO clm-paid-date
           MOVE run-time TO clm-paid-time
           MOVE operator-id TO clm-operator
           WRITE claim-record
              INVALID KEY
                 MOVE "DUPCLAIM" TO reject-reason
                 MOVE "claim key already in CLAIMFILE"
                    TO reject-text
                 PERFORM 400-reject-claim
                 EXIT PARAGRAPH
           END-WRITE
           ADD 1 TO accepted-count
           DISPLAY "CLAIM PAID     " clm-date " seq=" clm-seq
              " session=" clm-session " value="
              clm-value (1 : clm-n) " to "
              FUNCTION TRIM (clm-claimant).

       400-reject-claim.
           ADD 1 TO rejected-count
           DISPLAY "CLAIM REJECTED " ci-date " seq=" ci-seq
              " session=" ci-session " "
              FUNCTION TRIM (ci-claimant) ": "
              FUNCTION TRIM (reject-text)
           MOVE "WARN" TO exd-severity
           MOVE reject-reason TO exd-reason
           MOVE SPACES TO exd-key
           STRING
              ci-date    DELIMITED BY SIZE
              "-"        DELIMITED BY SIZE
              ci-seq     DELIMITED BY SIZE
              INTO exd-key
           END-STRING
           MOVE reject-text TO exd-text
           PERFORM 065-feed-exception.

      * Finance's daily payout record: every claim stamped paid on
      * the report date, with who claimed, who paid and the draw
      * it was paid against.
       600-claims-paid-report.
           IF arg-parm1 = SPACES
              MOVE run-date TO report-date
           ELSE
              MOVE arg-parm1 TO report-date
           END-IF
           IF report-date IS NOT NUMERIC
              DISPLAY "Invalid report date: must be YYYYMMDD"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT claim-file
           IF claim-status NOT = "00"
              DISPLAY "Unable to open CLAIMFILE (status "
                 claim-status ")"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT claim-rpt
           MOVE SPACES TO rpt-text
           STRING
              "CLAIMS PAID REPORT  paid-date=" DELIMITED BY SIZE
              report-date                      DELIMITED BY SIZE
              "  run="                         DELIMITED BY SIZE
              run-date                         DELIMITED BY SIZE
              INTO rpt-text
           END-STRING
           PERFORM 900-emit-line
           MOVE "DRAW-DATE SEQ       SESSION   VALUE            "
              TO rpt-text
           MOVE "CLAIMANT             TIME     OPERATOR"
              TO rpt-text (48 : 38)
           PERFORM 900-emit-line

           MOVE "N" TO eof-sw
           PERFORM UNTIL eof-sw = "Y"
              READ claim-file NEXT RECORD
                 AT END
                    MOVE "Y" TO eof-sw
                 NOT AT END
                    IF clm-paid-date = report-date
                       PERFORM 650-list-paid-claim
                    END-IF
              END-READ
           END-PERFORM
           CLOSE claim-file

           MOVE SPACES TO rpt-text
           STRING
              "TOTAL CLAIMS PAID: " DELIMITED BY SIZE
              paid-count            DELIMITED BY SIZE
              INTO rpt-text
           END-STRING
           PERFORM 900-emit-line
           CLOSE claim-rpt
           DISPLAY "Claims paid on " report-date ": " paid-count
              " (report written to CLAIMRPT)"
           MOVE 0 TO RETURN-CODE.

       650-list-paid-claim.
           ADD 1 TO paid-count
           MOVE SPACES TO rpt-text
           MOVE clm-date TO rpt-text (1 : 8)
           MOVE clm-seq TO rpt-text (11 : 9)
           MOVE clm-session TO rpt-text (21 : 9)
           MOVE clm-value (1 : clm-n) TO rpt-text (31 : 16)
           MOVE clm-claimant TO rpt-text (48 : 20)
           MOVE clm-paid-time TO rpt-text (69 : 8)
           MOVE clm-operator TO rpt-text (78 : 8)
           PERFORM 900-emit-line.

      * Every active draw dated on or before today less the claim
      * window that has no CLAIMFILE record. An optional from-date
      * keeps the report to the draws not already expired on a
      * previous run.
       700-expiry-report.
           IF FUNCTION TRIM (arg-parm1) IS NOT NUMERIC
              DISPLAY "Invalid claim window: days must be numeric"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL (arg-parm1) TO expiry-days
           IF arg-parm2 NOT = SPACES
              IF arg-parm2 IS NOT NUMERIC
                 DISPLAY "Invalid from-date: must be YYYYMMDD"
                 MOVE 1 TO RETURN-CODE
                 EXIT PARAGRAPH
              END-IF
              MOVE arg-parm2 TO expiry-from
           END-IF
           COMPUTE cutoff-int = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL (run-date))
               - expiry-days)
           MOVE cutoff-int TO expiry-cutoff

           OPEN INPUT claim-file
           IF claim-status NOT = "00"
              OPEN OUTPUT claim-file
              CLOSE claim-file
              OPEN INPUT claim-file
           END-IF
           IF claim-status NOT = "00"
              DISPLAY "Unable to open CLAIMFILE (status "
                 claim-status ")"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT claim-rpt
           MOVE SPACES TO rpt-text
           STRING
              "UNCLAIMED PRIZE EXPIRY REPORT  window="
                             DELIMITED BY SIZE
              expiry-days    DELIMITED BY SIZE
              " days  drawn on/before "
                             DELIMITED BY SIZE
              expiry-cutoff  DELIMITED BY SIZE
              "  run="       DELIMITED BY SIZE
              run-date       DELIMITED BY SIZE
              INTO rpt-text
           END-STRING
           PERFORM 900-emit-line
           MOVE "DRAW-DATE SEQ       SESSION   VALUE            "
              TO rpt-text
           MOVE "STREAM DAYS-OLD" TO rpt-text (48 : 15)
           PERFORM 900-emit-line

           MOVE expiry-from (1 : 4) TO part-lo-year
           MOVE expiry-cutoff (1 : 4) TO part-hi-year
           PERFORM 750-resolve-partitions
           PERFORM VARYING part-idx FROM 1 BY 1
              UNTIL part-idx > part-count
              PERFORM 760-scan-one-partition
           END-PERFORM
           CLOSE claim-file

           MOVE SPACES TO rpt-text
           STRING
              "TOTAL UNCLAIMED AND EXPIRED: " DELIMITED BY SIZE
              unclaimed-count                 DELIMITED BY SIZE
              " of "                          DELIMITED BY SIZE
              scanned-count                   DELIMITED BY SIZE
              " active draw(s) in the window" DELIMITED BY SIZE
              INTO rpt-text
           END-STRING
           PERFORM 900-emit-line
           CLOSE claim-rpt
           DISPLAY "Unclaimed after " expiry-days " days: "
              unclaimed-count " draw(s) (report written to "
              "CLAIMRPT)"
           MOVE 0 TO RETURN-CODE.

       750-resolve-partitions.
           MOVE 0 TO part-count
           OPEN INPUT part-cat
           IF part-cat-status = "00"
              PERFORM UNTIL part-cat-status NOT = "00"
                 READ part-cat
                    AT END
                       MOVE "10" TO part-cat-status
                    NOT AT END
                       IF pc-year >= part-lo-year
                          AND pc-year <= part-hi-year
                          AND part-count < 100
                          ADD 1 TO part-count
                          MOVE pc-year TO part-year (part-count)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE part-cat
           END-IF
           IF part-count = 0
              MOVE 1 TO part-count
              MOVE "BASE" TO part-year (1)
           END-IF.

       760-scan-one-partition.
           IF part-year (part-idx) = "BASE"
              MOVE "HISTFILE" TO hist-file-name
           ELSE
              MOVE SPACES TO hist-file-name
              MOVE "HISTFILE.Y" TO hist-file-name (1 : 10)
              MOVE part-year (part-idx)
                 TO hist-file-name (11 : 4)
           END-IF
           OPEN INPUT hist-file
           IF hist-status NOT = "00"
              DISPLAY "Partition "
                 FUNCTION TRIM (hist-file-name)
                 " not readable - skipped"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO eof-sw
           PERFORM UNTIL eof-sw = "Y"
              READ hist-file NEXT RECORD
                 AT END
                    MOVE "Y" TO eof-sw
                 NOT AT END
                    IF hk-date > expiry-cutoff
                       MOVE "Y" TO eof-sw
                    ELSE
                       IF hk-date >= expiry-from
                          AND hist-stat = "A"
                          PERFORM 780-check-unclaimed
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE hist-file.

       780-check-unclaimed.
           ADD 1 TO scanned-count
           MOVE hist-key TO clm-key
           READ claim-file
              INVALID KEY
                 ADD 1 TO unclaimed-count
                 COMPUTE age-days =
                    FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL (run-date))
                    - FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL (hk-date))
                 MOVE SPACES TO rpt-text
                 MOVE hk-date TO rpt-text (1 : 8)
                 MOVE hk-seq TO rpt-text (11 : 9)
                 MOVE hk-session TO rpt-text (21 : 9)
                 MOVE hist-value (1 : hist-n) TO rpt-text (31 : 16)
                 MOVE hist-stream TO rpt-text (48 : 2)
                 MOVE age-days TO rpt-text (55 : 6)
                 PERFORM 900-emit-line
           END-READ.

       900-emit-line.
           WRITE claim-rpt-line FROM rpt-text.
       END PROGRAM claimreg.
