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
       PROGRAM-ID. datamask.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT profile-file ASSIGN TO "MASKPROF"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS profile-status.
           SELECT mask-in ASSIGN TO "MASKIN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS mask-in-status.
           SELECT mask-out ASSIGN TO "MASKOUT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS mask-out-status.
           SELECT token-vault ASSIGN TO "TOKENVAULT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS tv-key
              FILE STATUS IS vault-status.
           SELECT auth-file ASSIGN TO "AUTHFILE"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS auth-status.

       DATA DIVISION.
       FILE SECTION.
       FD  profile-file.
       01  profile-line         PIC X(200).

       FD  mask-in.
       01  mask-in-record       PIC X(256).

       FD  mask-out.
       01  mask-out-record      PIC X(256).

      * Every pairing is held twice: an "O" record keyed by the
      * original gives its token, a "T" record keyed by the token
      * gives the original back. Type and width are part of both
      * keys, so a value gets one token per column shape wherever
      * it turns up, whatever the column is called.
       FD  token-vault.
       01  vault-record.
           05 tv-key.
              10 tv-dir         PIC X.
              10 tv-type        PIC X(5).
              10 tv-width       PIC 9(3).
              10 tv-value       PIC X(64).
           05 tv-mate           PIC X(64).
           05 tv-created        PIC X(8).
           05 FILLER            PIC X(15).

      * Only whether the capability matrix is there is looked at;
      * authchk reads the operator's row.
       FD  auth-file
           RECORDING MODE IS F.
       01  auth-record          PIC X(80).

       WORKING-STORAGE SECTION.
       77  auth-status          PIC XX.
       77  profile-status       PIC XX.
       77  mask-in-status       PIC XX.
       77  mask-out-status      PIC XX.
       77  vault-status         PIC XX.
       77  prng                 PIC X(8)    VALUE "prng".
       77  seed                 PIC X(9)    VALUE "prng-seed".
       77  job-token-text       PIC X(9)    VALUE "DATAMASK".
       77  authchk              PIC X(8)    VALUE "authchk".
       77  operator-id          PIC X(8).
       77  opident              PIC X(8)    VALUE "opident".
       01  auth-request.
           05 ar-operator       PIC X(8).
           05 ar-capability     PIC X(8).
           05 ar-allowed        PIC X.
       77  arg-num              PIC 9(4).
       77  arg-mode             PIC X(8).
       77  run-date             PIC X(8).
       77  field-count          PIC 9(3)    VALUE 0.
       77  field-idx            PIC 9(3).
       77  field-end            PIC 9(3).
       77  pf-name-text         PIC X(20).
       77  pf-start-text        PIC X(8).
       77  pf-width-text        PIC X(8).
       77  pf-type-text         PIC X(8).
       77  field-value          PIC X(64).
       77  token-value          PIC X(64).
       77  char-idx             PIC 9(3).
       77  char-pick            PIC 99.
       77  set-size             PIC 99.
       77  mint-tries           PIC 9(4).
       77  mint-sw              PIC X.
       77  draw-raw             PIC 9(16).
       77  record-count         PIC 9(9)    VALUE 0.
       77  masked-count         PIC 9(9)    VALUE 0.
       77  minted-count         PIC 9(9)    VALUE 0.
       77  unknown-count        PIC 9(9)    VALUE 0.
       77  failed-count         PIC 9(9)    VALUE 0.
       77  runledgr             PIC X(8)    VALUE "runledgr".
      * Start/end registration in the central execution ledger.
       01  ledger-request.
           05 lr-program        PIC X(10)   VALUE "datamask".
           05 lr-event          PIC X(5).
           05 lr-rc             PIC 9(4)    VALUE 0.
           05 lr-parms          PIC X(40)   VALUE SPACES.
       01  token-charsets.
           05 FILLER            PIC X(36)   VALUE
              "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  token-charset-table REDEFINES token-charsets.
           05 token-char        PIC X       OCCURS 36 TIMES.
      * Columns to pseudonymize, one row per MASKPROF line.
       01  profile-table.
           05 profile-entry
              OCCURS 1 TO 50 TIMES DEPENDING ON field-count.
              10 pf-name         PIC X(20).
              10 pf-start        PIC 9(3).
              10 pf-width        PIC 9(3).
              10 pf-type         PIC X(5).
       01  prng-state.
           05 n                 PIC 99      VALUE 9.
           05 num.
              10                PIC 9
              OCCURS 1 TO 16 TIMES DEPENDING ON n.

      * Consistent pseudonymization for test extracts. Each MASKPROF
      * column of MASKIN is replaced, width for width, with a random
      * token of its type; the pairing is kept in TOKENVAULT so the
      * same original always becomes the same token, in every file
      * and every run, and joins between masked extracts still
      * hold. UNMASK reverses a masked file through the vault and
      * is reserved for operators holding the UNMASK capability.
       PROCEDURE DIVISION.
           MOVE 1 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT arg-mode FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE "MASK" TO arg-mode
           END-ACCEPT
           IF arg-mode NOT = "MASK" AND arg-mode NOT = "UNMASK"
              PERFORM 060-display-usage
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF
           CALL opident USING operator-id
              ON EXCEPTION
                 DISPLAY "USER" UPON ENVIRONMENT-NAME
                 ACCEPT operator-id FROM ENVIRONMENT-VALUE
           END-CALL
           IF operator-id = SPACES
              MOVE "UNKNOWN" TO operator-id
           END-IF

           MOVE "START" TO lr-event
           MOVE arg-mode TO lr-parms
           PERFORM 066-register-run

           IF arg-mode = "UNMASK"
              PERFORM 080-enforce-authorization
           END-IF

           PERFORM 100-load-profile
           IF RETURN-CODE = 0 AND field-count = 0
              DISPLAY "MASKPROF holds no usable column definitions"
              MOVE 1 TO RETURN-CODE
           END-IF
           IF RETURN-CODE NOT = 0
              PERFORM 090-end-run
           END-IF

           ACCEPT run-date FROM DATE YYYYMMDD
           PERFORM 200-open-files
           IF RETURN-CODE NOT = 0
              PERFORM 090-end-run
           END-IF
           IF arg-mode = "MASK"
              CALL seed USING prng-state, job-token-text
           END-IF

           PERFORM UNTIL mask-in-status NOT = "00"
              READ mask-in
                 AT END
                    MOVE "10" TO mask-in-status
                 NOT AT END
                    ADD 1 TO record-count
                    MOVE mask-in-record TO mask-out-record
                    PERFORM VARYING field-idx FROM 1 BY 1
                       UNTIL field-idx > field-count
                       PERFORM 300-process-field
                    END-PERFORM
                    WRITE mask-out-record
              END-READ
           END-PERFORM
           CLOSE mask-in
           CLOSE mask-out
           CLOSE token-vault

           IF arg-mode = "MASK"
              DISPLAY "Masked " record-count " record(s) from MASKIN "
                 "to MASKOUT: " masked-count " value(s) tokenized, "
                 minted-count " new token(s) vaulted"
           ELSE
              DISPLAY "Unmasked " record-count " record(s) from "
                 "MASKIN to MASKOUT: " masked-count " value(s) "
                 "restored, " unknown-count " token(s) not in "
                 "TOKENVAULT left as they stood"
           END-IF
           IF failed-count > 0
              DISPLAY "WARNING: " failed-count " value(s) could not "
                 "be given a unique token and were blanked - widen "
                 "the column type"
           END-IF
           IF failed-count > 0 OR unknown-count > 0
              MOVE 1 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 090-end-run.

       060-display-usage.
           DISPLAY "Usage: datamask [MASK|UNMASK]"
           DISPLAY "  reads MASKPROF (name start width NUM|ALPHA|"
              "ALNUM per line) and MASKIN, writes MASKOUT"
           DISPLAY "  UNMASK needs the UNMASK capability in AUTHFILE".

       066-register-run.
           CALL runledgr USING ledger-request
              ON EXCEPTION
                 CONTINUE
           END-CALL.

      * Putting customer identifiers back is the one thing this
      * program can do that leaks production data, so only an
      * operator granted UNMASK may - and unlike the rest of the
      * suite, no AUTHFILE, or no authchk, means no grant at all.
       080-enforce-authorization.
           MOVE operator-id TO ar-operator
           MOVE "UNMASK" TO ar-capability
           MOVE "N" TO ar-allowed
           OPEN INPUT auth-file
           IF auth-status = "00"
              CLOSE auth-file
              CALL authchk USING auth-request
                 ON EXCEPTION
                    MOVE "N" TO ar-allowed
              END-CALL
           END-IF
           IF ar-allowed NOT = "Y"
              DISPLAY "REFUSED - operator " operator-id
                 " is not authorized to unmask data"
              MOVE 1 TO RETURN-CODE
              PERFORM 090-end-run
           END-IF.

       090-end-run.
           MOVE "END  " TO lr-event
           MOVE RETURN-CODE TO lr-rc
           PERFORM 066-register-run
           MOVE lr-rc TO RETURN-CODE
           STOP RUN.

      * One MASKPROF line per column, in gendata's PROFILE style:
      * name, start column, width and token type, space-delimited.
      * NUM tokens are digits, ALPHA letters, ALNUM either.
       100-load-profile.
           OPEN INPUT profile-file
           IF profile-status NOT = "00"
              DISPLAY "Unable to open the MASKPROF column profile"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL profile-status NOT = "00"
              READ profile-file
                 AT END
                    MOVE "10" TO profile-status
                 NOT AT END
                    IF profile-line NOT = SPACES
                       AND profile-line (1 : 1) NOT = "*"
                       PERFORM 150-parse-profile-line
                    END-IF
              END-READ
           END-PERFORM
           CLOSE profile-file.

       150-parse-profile-line.
           IF field-count = 50
              DISPLAY "MASKPROF defines more than 50 columns; the "
                 "profile table cannot hold any more"
              MOVE 1 TO RETURN-CODE
              MOVE "10" TO profile-status
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO pf-name-text, pf-start-text,
              pf-width-text, pf-type-text
           UNSTRING profile-line DELIMITED BY ALL SPACE
              INTO pf-name-text, pf-start-text, pf-width-text,
                 pf-type-text
           END-UNSTRING
           IF FUNCTION TRIM (pf-start-text) IS NOT NUMERIC
              OR FUNCTION TRIM (pf-width-text) IS NOT NUMERIC
              DISPLAY "MASKPROF line rejected - start and width "
                 "must be numeric: " FUNCTION TRIM (profile-line)
              MOVE 1 TO RETURN-CODE
              MOVE "10" TO profile-status
              EXIT PARAGRAPH
           END-IF
           IF pf-type-text NOT = "NUM" AND pf-type-text NOT = "ALPHA"
              AND pf-type-text NOT = "ALNUM"
              DISPLAY "MASKPROF line rejected - unknown token type '"
                 FUNCTION TRIM (pf-type-text) "'"
              MOVE 1 TO RETURN-CODE
              MOVE "10" TO profile-status
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO field-count
           MOVE pf-name-text TO pf-name (field-count)
           MOVE FUNCTION NUMVAL (pf-start-text)
              TO pf-start (field-count)
           MOVE FUNCTION NUMVAL (pf-width-text)
              TO pf-width (field-count)
           MOVE pf-type-text TO pf-type (field-count)
           COMPUTE field-end =
              pf-start (field-count) + pf-width (field-count) - 1
           IF pf-start (field-count) = 0 OR pf-width (field-count) = 0
              OR pf-width (field-count) > 64 OR field-end > 256
              DISPLAY "MASKPROF line rejected - column "
                 FUNCTION TRIM (pf-name (field-count))
                 " must be 1-64 wide and inside columns 1-256"
              MOVE 1 TO RETURN-CODE
              MOVE "10" TO profile-status
           END-IF.

       200-open-files.
           IF arg-mode = "MASK"
              OPEN I-O token-vault
              IF vault-status NOT = "00"
                 OPEN OUTPUT token-vault
                 CLOSE token-vault
                 OPEN I-O token-vault
              END-IF
           ELSE
              OPEN INPUT token-vault
           END-IF
           IF vault-status NOT = "00"
              DISPLAY "Unable to open TOKENVAULT (status "
                 vault-status ")"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT mask-in
           IF mask-in-status NOT = "00"
              DISPLAY "Unable to open the MASKIN input file"
              CLOSE token-vault
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT mask-out.

      * A blank column stays blank: there is nothing to protect and
      * a token would invent data the extract never had.
       300-process-field.
           MOVE SPACES TO field-value
           MOVE mask-out-record
              (pf-start (field-idx) : pf-width (field-idx))
              TO field-value
           IF field-value = SPACES
              EXIT PARAGRAPH
           END-IF
           IF arg-mode = "MASK"
              PERFORM 400-find-or-mint-token
           ELSE
              PERFORM 500-find-original
           END-IF
           MOVE token-value (1 : pf-width (field-idx))
              TO mask-out-record
                 (pf-start (field-idx) : pf-width (field-idx)).

       400-find-or-mint-token.
           MOVE "O" TO tv-dir
           MOVE pf-type (field-idx) TO tv-type
           MOVE pf-width (field-idx) TO tv-width
           MOVE field-value TO tv-value
           READ token-vault
              INVALID KEY
                 PERFORM 450-mint-token
              NOT INVALID KEY
                 MOVE tv-mate TO token-value
                 ADD 1 TO masked-count
           END-READ.

      * A fresh token is kept only if no other original already
      * owns it, so every token unmasks to exactly one value.
       450-mint-token.
           MOVE "N" TO mint-sw
           MOVE 0 TO mint-tries
           PERFORM UNTIL mint-sw = "Y" OR mint-tries = 1000
              ADD 1 TO mint-tries
              PERFORM 460-draw-token
              IF token-value NOT = field-value
                 MOVE "T" TO tv-dir
                 MOVE pf-type (field-idx) TO tv-type
                 MOVE pf-width (field-idx) TO tv-width
                 MOVE token-value TO tv-value
                 READ token-vault
                    INVALID KEY
                       MOVE "Y" TO mint-sw
                    NOT INVALID KEY
                       CONTINUE
                 END-READ
              END-IF
           END-PERFORM
           IF mint-sw = "N"
              ADD 1 TO failed-count
              MOVE SPACES TO token-value
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO vault-record
           MOVE "T" TO tv-dir
           MOVE pf-type (field-idx) TO tv-type
           MOVE pf-width (field-idx) TO tv-width
           MOVE token-value TO tv-value
           MOVE field-value TO tv-mate
           MOVE run-date TO tv-created
           WRITE vault-record
           MOVE "O" TO tv-dir
           MOVE field-value TO tv-value
           MOVE token-value TO tv-mate
           WRITE vault-record
           ADD 1 TO minted-count
           ADD 1 TO masked-count.

       460-draw-token.
           EVALUATE pf-type (field-idx)
              WHEN "NUM"
                 MOVE 10 TO set-size
              WHEN "ALPHA"
                 MOVE 26 TO set-size
              WHEN OTHER
                 MOVE 36 TO set-size
           END-EVALUATE
           MOVE SPACES TO token-value
           PERFORM VARYING char-idx FROM 1 BY 1
              UNTIL char-idx > pf-width (field-idx)
              PERFORM 600-draw-raw-value
              COMPUTE char-pick = FUNCTION MOD (draw-raw, set-size) + 1
              IF pf-type (field-idx) = "ALPHA"
                 ADD 10 TO char-pick
              END-IF
              MOVE token-char (char-pick) TO token-value (char-idx : 1)
           END-PERFORM.

       500-find-original.
           MOVE "T" TO tv-dir
           MOVE pf-type (field-idx) TO tv-type
           MOVE pf-width (field-idx) TO tv-width
           MOVE field-value TO tv-value
           READ token-vault
              INVALID KEY
                 MOVE field-value TO token-value
                 ADD 1 TO unknown-count
              NOT INVALID KEY
                 MOVE tv-mate TO token-value
                 ADD 1 TO masked-count
           END-READ.

       600-draw-raw-value.
           CALL prng USING prng-state
              ON EXCEPTION
                 DISPLAY "PRNG CALL ERROR - unable to call "
                    "generator module " prng
                 MOVE 3 TO RETURN-CODE
                 STOP RUN
           END-CALL
           MOVE FUNCTION NUMVAL (num) TO draw-raw.
       END PROGRAM datamask.
