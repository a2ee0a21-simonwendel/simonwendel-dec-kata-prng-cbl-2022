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
       PROGRAM-ID. voucher.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT vouch-reg ASSIGN TO "VOUCHREG"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS vr-code
              FILE STATUS IS vouch-reg-status.
           SELECT vouch-out ASSIGN TO "VOUCHOUT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS vouch-out-status.
           SELECT redeem-in ASSIGN TO "REDEEMIN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS redeem-in-status.
           SELECT redeem-rpt ASSIGN TO "REDEEMRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS redeem-rpt-status.

       DATA DIVISION.
       FILE SECTION.
      * Every code ever issued, keyed by the code itself, so a new
      * code that collides with any earlier one - any campaign,
      * any year - is caught by the WRITE.
      * Status: I issued and live, R redeemed.
       FD  vouch-reg.
       01  vouch-reg-record.
           05 vr-code           PIC X(20).
           05 vr-campaign       PIC X(8).
           05 vr-issued         PIC X(8).
           05 vr-expiry         PIC X(8).
           05 vr-status         PIC X.
           05 vr-redeem-date    PIC X(8).
           05 vr-redeem-ref     PIC X(16).
           05 FILLER            PIC X(11).

      * The print vendor's issuance file, in the DRAWOUT envelope:
      * an "H" header, one "D" record per code, a "T" trailer with
      * the count, each record sealed into one chain.
       FD  vouch-out
           RECORDING MODE IS F.
       01  vouch-out-record.
           05 vo-type           PIC X.
           05 vo-date           PIC X(8).
           05 vo-seq            PIC 9(9).
           05 vo-code           PIC X(20).
           05 vo-campaign       PIC X(8).
           05 vo-expiry         PIC X(8).
           05 vo-seal           PIC 9(18).
       01  vouch-out-header.
           05 voh-type          PIC X.
           05 voh-date          PIC X(8).
           05 voh-count         PIC 9(9).
           05 voh-length        PIC 99.
           05 FILLER            PIC X(18).
           05 voh-campaign      PIC X(8).
           05 voh-expiry        PIC X(8).
           05 voh-seal          PIC 9(18).
       01  vouch-out-trailer.
           05 vot-type          PIC X.
           05 vot-date          PIC X(8).
           05 vot-count         PIC 9(9).
           05 FILLER            PIC X(36).
           05 vot-seal          PIC 9(18).

      * One code to redeem per line, with the till or order
      * reference it was presented against.
       FD  redeem-in.
       01  redeem-in-record.
           05 ri-code           PIC X(20).
           05 FILLER            PIC X.
           05 ri-ref            PIC X(16).
           05 FILLER            PIC X(43).

       FD  redeem-rpt.
       01  redeem-rpt-line      PIC X(80).

       WORKING-STORAGE SECTION.
       77  vouch-reg-status     PIC XX.
       77  vouch-out-status     PIC XX.
       77  redeem-in-status     PIC XX.
       77  redeem-rpt-status    PIC XX.
       77  prng                 PIC X(8)    VALUE "prng".
       77  seed                 PIC X(9)    VALUE "prng-seed".
       77  sealcalc             PIC X(8)    VALUE "sealcalc".
       77  job-token-text       PIC X(9)    VALUE "VOUCHER".
       77  arg-num              PIC 9(4).
       77  arg-mode             PIC X(8).
       77  arg-campaign         PIC X(8).
       77  arg-count            PIC X(9).
       77  arg-expiry           PIC X(8).
       77  arg-length           PIC X(4).
       77  arg-alphabet         PIC X(36).
       77  run-date             PIC X(8).
       77  run-time             PIC X(8).
       77  issue-count          PIC 9(9).
       77  issued-count         PIC 9(9)    VALUE 0.
       77  collision-count      PIC 9(9)    VALUE 0.
       77  collision-run        PIC 9(4)    VALUE 0.
       77  code-capacity        PIC 9(18).
       77  registered-count     PIC 9(9)    VALUE 0.
       77  code-length          PIC 99      VALUE 10.
       77  body-length          PIC 99.
       77  alpha-length         PIC 99.
       77  alpha-idx            PIC 99.
       77  other-idx            PIC 99.
       77  char-idx             PIC 99.
       77  char-pick            PIC 99.
       77  check-factor         PIC 9.
       77  check-addend         PIC 9(4).
       77  check-sum            PIC 9(6).
       77  check-pick           PIC 99.
       77  code-text            PIC X(20).
       77  code-sw              PIC X.
       77  seal-data            PIC X(128).
       77  seal-work            PIC 9(18).
       77  seal-current         PIC 9(18)   VALUE 0.
       77  draw-raw             PIC 9(16).
       77  read-count           PIC 9(9)    VALUE 0.
       77  redeemed-count       PIC 9(9)    VALUE 0.
       77  rejected-count       PIC 9(9)    VALUE 0.
       77  reject-reason        PIC X(8).
       77  runledgr             PIC X(8)    VALUE "runledgr".
      * Start/end registration in the central execution ledger.
       01  ledger-request.
           05 lr-program        PIC X(10)   VALUE "voucher".
           05 lr-event          PIC X(5).
           05 lr-rc             PIC 9(4)    VALUE 0.
           05 lr-parms          PIC X(40)   VALUE SPACES.
      * Default alphabet: capitals and digits without the look-alikes
      * (I, O, 0, 1) that customers mis-key from a printed voucher.
       01  alphabet-text        PIC X(36)   VALUE
           "ABCDEFGHJKLMNPQRSTUVWXYZ23456789".
       01  alphabet-table REDEFINES alphabet-text.
           05 alpha-char        PIC X       OCCURS 36 TIMES.
       01  prng-state.
           05 n                 PIC 99      VALUE 9.
           05 num.
              10                PIC 9
              OCCURS 1 TO 16 TIMES DEPENDING ON n.

      * Single-use promotional voucher codes. ISSUE draws a batch
      * of codes over the alphabet, each closed by a check
      * character, registers every one in VOUCHREG (redrawing any
      * code already issued) and writes the vendor's VOUCHOUT.
      * REDEEM marks the codes in REDEEMIN redeemed and rejects
      * unknown, expired and already-redeemed ones with a reason.
       PROCEDURE DIVISION.
           MOVE 1 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT arg-mode FROM ARGUMENT-VALUE
              ON EXCEPTION
                 PERFORM 060-display-usage
                 MOVE 1 TO RETURN-CODE
                 STOP RUN
           END-ACCEPT
           ACCEPT run-date FROM DATE YYYYMMDD
           ACCEPT run-time FROM TIME
           MOVE "START" TO lr-event
           MOVE arg-mode TO lr-parms
           PERFORM 066-register-run
           EVALUATE FUNCTION TRIM (arg-mode)
              WHEN "ISSUE"
                 PERFORM 100-issue-vouchers
              WHEN "REDEEM"
                 PERFORM 500-redeem-vouchers
              WHEN OTHER
                 PERFORM 060-display-usage
                 MOVE 1 TO RETURN-CODE
           END-EVALUATE
           PERFORM 090-end-run.

       060-display-usage.
           DISPLAY "Usage: voucher ISSUE campaign count expiry-date "
              "[length] [alphabet]"
           DISPLAY "       voucher REDEEM (reads REDEEMIN, writes "
              "REDEEMRPT)"
           DISPLAY "  length counts the check character (4-20, "
              "default 10); alphabet is 2-36 distinct characters".

       066-register-run.
           CALL runledgr USING ledger-request
              ON EXCEPTION
                 CONTINUE
           END-CALL.

       090-end-run.
           MOVE "END  " TO lr-event
           MOVE RETURN-CODE TO lr-rc
           PERFORM 066-register-run
           MOVE lr-rc TO RETURN-CODE
           STOP RUN.

       100-issue-vouchers.
           PERFORM 150-read-issue-arguments
           IF RETURN-CODE NOT = 0
              EXIT PARAGRAPH
           END-IF
           OPEN I-O vouch-reg
           IF vouch-reg-status NOT = "00"
              OPEN OUTPUT vouch-reg
              CLOSE vouch-reg
              OPEN I-O vouch-reg
           END-IF
           IF vouch-reg-status NOT = "00"
              DISPLAY "Unable to open VOUCHREG (status "
                 vouch-reg-status ")"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM 170-check-code-space
           IF RETURN-CODE NOT = 0
              CLOSE vouch-reg
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT vouch-out
           CALL seed USING prng-state, job-token-text

           MOVE SPACES TO vouch-out-header
           MOVE "H" TO voh-type
           MOVE run-date TO voh-date
           MOVE issue-count TO voh-count
           MOVE code-length TO voh-length
           MOVE arg-campaign TO voh-campaign
           MOVE arg-expiry TO voh-expiry
           MOVE SPACES TO seal-data
           MOVE vouch-out-header (1 : 54) TO seal-data (1 : 54)
           PERFORM 455-advance-seal-chain
           MOVE seal-current TO voh-seal
           WRITE vouch-out-record FROM vouch-out-header

           PERFORM UNTIL issued-count = issue-count
              OR collision-run = 1000
              PERFORM 200-issue-one-code
           END-PERFORM
           IF collision-run = 1000
              CLOSE vouch-out
              CLOSE vouch-reg
              DISPLAY "ISSUE STOPPED - 1000 codes drawn in a row "
                 "were already registered; " issued-count " of "
                 issue-count " issued and VOUCHOUT is incomplete"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO vouch-out-trailer
           MOVE "T" TO vot-type
           MOVE run-date TO vot-date
           MOVE issued-count TO vot-count
           MOVE SPACES TO seal-data
           MOVE vouch-out-trailer (1 : 54) TO seal-data (1 : 54)
           PERFORM 455-advance-seal-chain
           MOVE seal-current TO vot-seal
           WRITE vouch-out-record FROM vouch-out-trailer
           CLOSE vouch-out
           CLOSE vouch-reg
           DISPLAY "Campaign " FUNCTION TRIM (arg-campaign) ": "
              issued-count " voucher code(s) of " code-length
              " characters issued to VOUCHOUT, expiring "
              arg-expiry "; " collision-count " collision(s) "
              "redrawn"
           MOVE 0 TO RETURN-CODE.

       150-read-issue-arguments.
           MOVE 2 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT arg-campaign FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO arg-campaign
           END-ACCEPT
           MOVE 3 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT arg-count FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO arg-count
           END-ACCEPT
           MOVE 4 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT arg-expiry FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO arg-expiry
           END-ACCEPT
           MOVE 5 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT arg-length FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO arg-length
           END-ACCEPT
           MOVE 6 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT arg-alphabet FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO arg-alphabet
           END-ACCEPT
           IF arg-campaign = SPACES
              OR FUNCTION TRIM (arg-count) IS NOT NUMERIC
              OR arg-expiry IS NOT NUMERIC
              PERFORM 060-display-usage
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL (arg-count) TO issue-count
           IF issue-count = 0
              DISPLAY "Invalid count: must be greater than zero"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD
              (FUNCTION NUMVAL (arg-expiry)) NOT = 0
              OR arg-expiry < run-date
              DISPLAY "Invalid expiry " arg-expiry ": must be a "
                 "calendar date no earlier than today"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           IF arg-length NOT = SPACES
              IF FUNCTION TRIM (arg-length) IS NOT NUMERIC
                 MOVE 0 TO code-length
              ELSE
                 MOVE FUNCTION NUMVAL (arg-length) TO code-length
              END-IF
              IF code-length < 4 OR code-length > 20
                 DISPLAY "Invalid length: 4 to 20 characters "
                    "including the check character"
                 MOVE 1 TO RETURN-CODE
                 EXIT PARAGRAPH
              END-IF
           END-IF
           COMPUTE body-length = code-length - 1
           IF arg-alphabet NOT = SPACES
              MOVE arg-alphabet TO alphabet-text
           END-IF
           PERFORM 160-validate-alphabet.

      * The check character needs every symbol to stand for one
      * position only, and a space would not survive printing.
       160-validate-alphabet.
           MOVE 0 TO alpha-length
           PERFORM VARYING alpha-idx FROM 1 BY 1
              UNTIL alpha-idx > 36
              IF alpha-char (alpha-idx) NOT = SPACE
                 MOVE alpha-idx TO alpha-length
              END-IF
           END-PERFORM
           IF alpha-length < 2
              DISPLAY "Invalid alphabet: at least two characters"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING alpha-idx FROM 1 BY 1
              UNTIL alpha-idx > alpha-length
              IF alpha-char (alpha-idx) = SPACE
                 DISPLAY "Invalid alphabet: embedded space"
                 MOVE 1 TO RETURN-CODE
              END-IF
              PERFORM VARYING other-idx FROM 1 BY 1
                 UNTIL other-idx >= alpha-idx
                 IF alpha-char (other-idx) = alpha-char (alpha-idx)
                    DISPLAY "Invalid alphabet: '"
                       alpha-char (alpha-idx) "' appears twice"
                    MOVE 1 TO RETURN-CODE
                 END-IF
              END-PERFORM
           END-PERFORM.

      * The batch must fit in the codes of this length and alphabet
      * that VOUCHREG does not already hold, or the redraws below
      * would never end. The registry is only counted when the
      * space is small enough for that to matter.
       170-check-code-space.
           MOVE 1 TO code-capacity
           PERFORM VARYING char-idx FROM 1 BY 1
              UNTIL char-idx > body-length
              OR code-capacity > 9999999999
              MULTIPLY alpha-length BY code-capacity
           END-PERFORM
           IF code-capacity > 9999999999
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO registered-count
           MOVE LOW-VALUES TO vr-code
           START vouch-reg KEY IS NOT LESS THAN vr-code
              INVALID KEY
                 MOVE "10" TO vouch-reg-status
           END-START
           PERFORM UNTIL vouch-reg-status NOT = "00"
              READ vouch-reg NEXT RECORD
                 AT END
                    MOVE "10" TO vouch-reg-status
                 NOT AT END
                    PERFORM 175-count-registered-code
              END-READ
           END-PERFORM
           IF registered-count > code-capacity
              OR issue-count > code-capacity - registered-count
              DISPLAY "ISSUE REFUSED - " code-capacity " codes of "
                 code-length " characters over this alphabet, "
                 registered-count " already registered; too few "
                 "left for " issue-count
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO RETURN-CODE.

      * A registered code is in this batch's space when it has the
      * same length, every body character is in the alphabet and
      * its check character is the one the alphabet gives.
       175-count-registered-code.
           MOVE vr-code TO code-text
           IF code-length < 20
              IF code-text (code-length + 1 :) NOT = SPACES
                 EXIT PARAGRAPH
              END-IF
           END-IF
           MOVE "Y" TO code-sw
           PERFORM VARYING char-idx FROM 1 BY 1
              UNTIL char-idx > body-length
              MOVE "N" TO code-sw
              PERFORM VARYING alpha-idx FROM 1 BY 1
                 UNTIL alpha-idx > alpha-length
                 IF alpha-char (alpha-idx) = code-text (char-idx : 1)
                    MOVE "Y" TO code-sw
                 END-IF
              END-PERFORM
              IF code-sw = "N"
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           PERFORM 250-compute-check-char
           IF alpha-char (check-pick + 1)
              = code-text (code-length : 1)
              ADD 1 TO registered-count
           END-IF.

      * A drawn code that VOUCHREG already holds is thrown away and
      * drawn again; the registry WRITE is the uniqueness test.
       200-issue-one-code.
           MOVE SPACES TO code-text
           PERFORM VARYING char-idx FROM 1 BY 1
              UNTIL char-idx > body-length
              PERFORM 600-draw-raw-value
              COMPUTE char-pick =
                 FUNCTION MOD (draw-raw, alpha-length) + 1
              MOVE alpha-char (char-pick) TO code-text (char-idx : 1)
           END-PERFORM
           PERFORM 250-compute-check-char
           MOVE alpha-char (check-pick + 1)
              TO code-text (code-length : 1)

           MOVE SPACES TO vouch-reg-record
           MOVE code-text TO vr-code
           MOVE arg-campaign TO vr-campaign
           MOVE run-date TO vr-issued
           MOVE arg-expiry TO vr-expiry
           MOVE "I" TO vr-status
           MOVE "Y" TO code-sw
           WRITE vouch-reg-record
              INVALID KEY
                 MOVE "N" TO code-sw
                 ADD 1 TO collision-count
                 ADD 1 TO collision-run
           END-WRITE
           IF code-sw = "N"
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO collision-run
           ADD 1 TO issued-count
           MOVE SPACES TO vouch-out-record
           MOVE "D" TO vo-type
           MOVE run-date TO vo-date
           MOVE issued-count TO vo-seq
           MOVE code-text TO vo-code
           MOVE arg-campaign TO vo-campaign
           MOVE arg-expiry TO vo-expiry
           MOVE SPACES TO seal-data
           MOVE vouch-out-record (1 : 54) TO seal-data (1 : 54)
           PERFORM 455-advance-seal-chain
           MOVE seal-current TO vo-seal
           WRITE vouch-out-record.

      * Luhn mod N over the body's alphabet positions (0-based):
      * from the right, every other position is doubled and folded
      * back into the alphabet's base, which catches any single
      * mis-keyed character and most adjacent transpositions.
      * Leaves the check character's 0-based position in
      * check-pick.
       250-compute-check-char.
           MOVE 0 TO check-sum
           MOVE 2 TO check-factor
           PERFORM VARYING char-idx FROM body-length BY -1
              UNTIL char-idx < 1
              MOVE 0 TO check-pick
              PERFORM VARYING alpha-idx FROM 1 BY 1
                 UNTIL alpha-idx > alpha-length
                 IF alpha-char (alpha-idx) = code-text (char-idx : 1)
                    COMPUTE check-pick = alpha-idx - 1
                 END-IF
              END-PERFORM
              COMPUTE check-addend = check-factor * check-pick
              COMPUTE check-addend =
                 check-addend / alpha-length
                 + FUNCTION MOD (check-addend, alpha-length)
              ADD check-addend TO check-sum
              IF check-factor = 2
                 MOVE 1 TO check-factor
              ELSE
                 MOVE 2 TO check-factor
              END-IF
           END-PERFORM
           COMPUTE check-pick = FUNCTION MOD
              (alpha-length - FUNCTION MOD (check-sum, alpha-length),
               alpha-length).

       455-advance-seal-chain.
           MOVE seal-current TO seal-work
           CALL sealcalc USING seal-work, seal-data, seal-current
              ON EXCEPTION
                 MOVE 0 TO seal-current
           END-CALL.

      * Redemption reasons: UNKNOWN (never issued), EXPIRED (past
      * its expiry date), REDEEMED (already used - including a
      * second presentation within the same REDEEMIN).
       500-redeem-vouchers.
           OPEN I-O vouch-reg
           IF vouch-reg-status NOT = "00"
              DISPLAY "Unable to open VOUCHREG (status "
                 vouch-reg-status ")"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT redeem-in
           IF redeem-in-status NOT = "00"
              DISPLAY "Unable to open the REDEEMIN file"
              CLOSE vouch-reg
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT redeem-rpt
           MOVE SPACES TO redeem-rpt-line
           STRING
              "VOUCHER REDEMPTION  " DELIMITED BY SIZE
              run-date               DELIMITED BY SIZE
              " "                    DELIMITED BY SIZE
              run-time               DELIMITED BY SIZE
              INTO redeem-rpt-line
           END-STRING
           WRITE redeem-rpt-line
           PERFORM UNTIL redeem-in-status NOT = "00"
              READ redeem-in
                 AT END
                    MOVE "10" TO redeem-in-status
                 NOT AT END
                    IF ri-code NOT = SPACES
                       ADD 1 TO read-count
                       PERFORM 550-redeem-one-code
                    END-IF
              END-READ
           END-PERFORM
           MOVE SPACES TO redeem-rpt-line
           STRING
              "READ "         DELIMITED BY SIZE
              read-count      DELIMITED BY SIZE
              "  REDEEMED "   DELIMITED BY SIZE
              redeemed-count  DELIMITED BY SIZE
              "  REJECTED "   DELIMITED BY SIZE
              rejected-count  DELIMITED BY SIZE
              INTO redeem-rpt-line
           END-STRING
           WRITE redeem-rpt-line
           CLOSE redeem-rpt
           CLOSE redeem-in
           CLOSE vouch-reg
           DISPLAY "Voucher redemption: " read-count " presented, "
              redeemed-count " redeemed, " rejected-count
              " rejected (see REDEEMRPT)"
           IF rejected-count > 0
              MOVE 1 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.

       550-redeem-one-code.
           MOVE SPACES TO reject-reason
           MOVE ri-code TO vr-code
           READ vouch-reg
              INVALID KEY
                 MOVE "UNKNOWN" TO reject-reason
           END-READ
           IF reject-reason = SPACES
              IF vr-status = "R"
                 MOVE "REDEEMED" TO reject-reason
              ELSE
                 IF vr-expiry < run-date
                    MOVE "EXPIRED" TO reject-reason
                 END-IF
              END-IF
           END-IF
           MOVE SPACES TO redeem-rpt-line
           IF reject-reason = SPACES
              MOVE "R" TO vr-status
              MOVE run-date TO vr-redeem-date
              MOVE ri-ref TO vr-redeem-ref
              REWRITE vouch-reg-record
                 INVALID KEY
                    MOVE "UNKNOWN" TO reject-reason
              END-REWRITE
           END-IF
           IF reject-reason = SPACES
              ADD 1 TO redeemed-count
              STRING
                 ri-code            DELIMITED BY SIZE
                 " OK       "       DELIMITED BY SIZE
                 vr-campaign        DELIMITED BY SIZE
                 " "                DELIMITED BY SIZE
                 ri-ref             DELIMITED BY SIZE
                 INTO redeem-rpt-line
              END-STRING
           ELSE
              ADD 1 TO rejected-count
              STRING
                 ri-code            DELIMITED BY SIZE
                 " REJECT "         DELIMITED BY SIZE
                 reject-reason      DELIMITED BY SIZE
                 " "                DELIMITED BY SIZE
                 ri-ref             DELIMITED BY SIZE
                 INTO redeem-rpt-line
              END-STRING
              IF reject-reason = "REDEEMED"
                 MOVE vr-redeem-date TO redeem-rpt-line (64 : 8)
              END-IF
           END-IF
           WRITE redeem-rpt-line.

       600-draw-raw-value.
           CALL prng USING prng-state
              ON EXCEPTION
                 DISPLAY "PRNG CALL ERROR - unable to call "
                    "generator module " prng
                 MOVE 3 TO RETURN-CODE
                 STOP RUN
           END-CALL
           MOVE FUNCTION NUMVAL (num) TO draw-raw.
       END PROGRAM voucher.
