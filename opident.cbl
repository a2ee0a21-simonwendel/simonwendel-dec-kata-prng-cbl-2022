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
       PROGRAM-ID. opident.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT token-reg ASSIGN TO "TOKENREG"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS token-status.
           SELECT cred-file ASSIGN TO "CREDFILE"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS cred-status.

       DATA DIVISION.
       FILE SECTION.
      * Session tokens issued by signon, one ISSUE record when the
      * token is handed out and an END record when the session
      * signs off. Only the token's seal is kept, never the token.
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

      * Sign-on credentials; only whether any exist is looked at.
       FD  cred-file
           RECORDING MODE IS F.
       01  cred-record          PIC X(100).

       WORKING-STORAGE SECTION.
       77  token-status         PIC XX.
       77  cred-status          PIC XX.
       77  token-env            PIC X(18).
       77  signon-env           PIC X(10).
       77  sealcalc             PIC X(8)    VALUE "sealcalc".
       77  seal-zero            PIC 9(18)   VALUE 0.
       77  seal-data            PIC X(128).
       77  token-seal           PIC 9(18).
       77  token-operator       PIC X(8).
       77  token-expiry         PIC X(16).
       77  token-ended-sw       PIC X.
       77  now-date             PIC X(8).
       77  now-time             PIC X(8).
       77  now-stamp            PIC X(16).
       LINKAGE SECTION.
       01  operator-id          PIC X(8).

      * The operator identity every suite program records. A
      * session token in PRNGTOKEN, issued by signon, names the
      * operator; a token that is unknown, signed off or past its
      * expiry names nobody. Once CREDFILE is in use only a
      * signed-on session identifies an operator, so a login USER
      * borrowed from a colleague names nobody either; the login
      * USER is taken only where there is no CREDFILE, and not even
      * then under PRNGSIGNON=REQUIRED. An operator id left blank
      * is reported by the caller as UNKNOWN.
       PROCEDURE DIVISION USING operator-id.
           MOVE SPACES TO operator-id
           MOVE SPACES TO token-env
           DISPLAY "PRNGTOKEN" UPON ENVIRONMENT-NAME
           ACCEPT token-env FROM ENVIRONMENT-VALUE
           IF token-env NOT = SPACES
              PERFORM 100-resolve-token
              GOBACK
           END-IF
           MOVE SPACES TO signon-env
           DISPLAY "PRNGSIGNON" UPON ENVIRONMENT-NAME
           ACCEPT signon-env FROM ENVIRONMENT-VALUE
           IF FUNCTION UPPER-CASE (FUNCTION TRIM (signon-env))
              = "REQUIRED"
              GOBACK
           END-IF
           OPEN INPUT cred-file
           IF cred-status = "00"
              CLOSE cred-file
              GOBACK
           END-IF
           DISPLAY "USER" UPON ENVIRONMENT-NAME
           ACCEPT operator-id FROM ENVIRONMENT-VALUE
           GOBACK.

       100-resolve-token.
           MOVE SPACES TO seal-data
           MOVE token-env TO seal-data (1 : 18)
           CALL sealcalc USING seal-zero, seal-data, token-seal
              ON EXCEPTION
                 EXIT PARAGRAPH
           END-CALL
           MOVE SPACES TO token-operator
           MOVE "N" TO token-ended-sw
           OPEN INPUT token-reg
           IF token-status NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL token-status NOT = "00"
              READ token-reg
                 AT END
                    MOVE "10" TO token-status
                 NOT AT END
                    IF tk-token-seal = token-seal
                       IF tk-event = "ISSUE"
                          MOVE tk-operator TO token-operator
                          MOVE tk-expiry-date TO token-expiry (1 : 8)
                          MOVE tk-expiry-time TO token-expiry (9 : 8)
                       ELSE
                          MOVE "Y" TO token-ended-sw
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE token-reg
           IF token-operator = SPACES OR token-ended-sw = "Y"
              EXIT PARAGRAPH
           END-IF
           ACCEPT now-date FROM DATE YYYYMMDD
           ACCEPT now-time FROM TIME
           MOVE now-date TO now-stamp (1 : 8)
           MOVE now-time TO now-stamp (9 : 8)
           IF now-stamp <= token-expiry
              MOVE token-operator TO operator-id
           END-IF.
       END PROGRAM opident.
