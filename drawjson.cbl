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
       PROGRAM-ID. drawjson.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT draw-in ASSIGN TO DYNAMIC draw-in-name
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS draw-in-status.
           SELECT json-out ASSIGN TO DYNAMIC json-out-name
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS json-out-status.

       DATA DIVISION.
       FILE SECTION.
       FD  draw-in
           RECORDING MODE IS F.
       01  draw-in-record       PIC X(66).
       01  draw-in-detail.
           05 dor-type          PIC X.
           05 dor-date          PIC X(8).
           05 dor-seq           PIC 9(9).
           05 dor-n             PIC 99.
           05 dor-value         PIC 9(16).
           05 dor-stream        PIC 99.
           05 dor-sign          PIC X.
           05 dor-check         PIC 9.
           05 dor-seal          PIC 9(18).
           05 dor-alloc         PIC X(8).
       01  draw-in-header.
           05 doh-type          PIC X.
           05 doh-date          PIC X(8).
           05 doh-cycles        PIC 9(9).
           05 doh-n             PIC 99.
           05 FILLER            PIC X(20).
           05 doh-seal          PIC 9(18).
           05 FILLER            PIC X(8).
       01  draw-in-trailer.
           05 dot-type          PIC X.
           05 dot-date          PIC X(8).
           05 dot-count         PIC 9(9).
           05 dot-checksum      PIC 9(18).
           05 FILLER            PIC X(4).
           05 dot-seal          PIC 9(18).
           05 FILLER            PIC X(8).

      * One JSON document per session for the web results
      * service; one array element per line keeps every line well
      * inside the 132-byte publish channel.
       FD  json-out.
       01  json-out-line        PIC X(132).

       WORKING-STORAGE SECTION.
      * Loaded once per process like every called module, so each
      * call resets its own counters before it reads anything.
       77  draw-in-status       PIC XX.
       77  json-out-status      PIC XX.
       77  draw-in-name         PIC X(13).
       77  json-out-name        PIC X(13).
       77  eof-sw               PIC X.
       77  trailer-sw           PIC X.
       77  pending-sw           PIC X.
       77  value-count          PIC 9(9).
       77  doc-n                PIC 99.
       77  doc-date             PIC X(8).
       77  pending-line         PIC X(132).
       77  value-text           PIC X(18).
       77  dist-amount          PIC S9(12)V9(4).
       77  dist-edit            PIC -(12)9.9999.
       77  edit-count           PIC Z(8)9.
       77  edit-small           PIC Z9.

       LINKAGE SECTION.
       01  json-request.
           05 jr-draw-name      PIC X(13).
           05 jr-json-name      PIC X(13).
           05 jr-session        PIC X(18).
           05 jr-mode           PIC X(8).
           05 jr-result         PIC X.
           05 jr-count          PIC 9(9).

      * Renders a committed DRAWOUT generation as JSON. The
      * document is built only from the generation itself, and
      * only a generation that reached its trailer is rendered:
      * jr-result comes back Y with the value count when the
      * document is complete, N when the caller must not publish
      * it. Seals and checksums go out as strings - eighteen
      * digits is beyond what a JSON reader holds exactly as a
      * number.
       PROCEDURE DIVISION USING json-request.
           MOVE "N" TO jr-result
           MOVE 0 TO jr-count
           MOVE 0 TO value-count
           MOVE 0 TO doc-n
           MOVE SPACES TO doc-date
           MOVE "N" TO eof-sw
           MOVE "N" TO trailer-sw
           MOVE "N" TO pending-sw
           MOVE jr-draw-name TO draw-in-name
           MOVE jr-json-name TO json-out-name

           OPEN INPUT draw-in
           IF draw-in-status NOT = "00"
              DISPLAY "JSON WARNING - "
                 FUNCTION TRIM (draw-in-name)
                 " unreadable; no JSON document written"
              GOBACK
           END-IF
           OPEN OUTPUT json-out
           IF json-out-status NOT = "00"
              DISPLAY "JSON WARNING - "
                 FUNCTION TRIM (json-out-name)
                 " could not be opened (status " json-out-status ")"
              CLOSE draw-in
              GOBACK
           END-IF

           PERFORM UNTIL eof-sw = "Y"
              READ draw-in
                 AT END
                    MOVE "Y" TO eof-sw
                 NOT AT END
                    EVALUATE dor-type
                       WHEN "H"
                          MOVE doh-n TO doc-n
                          MOVE doh-date TO doc-date
                          PERFORM 100-write-document-head
                       WHEN "D"
                          IF doc-date = SPACES
                             MOVE dor-n TO doc-n
                             MOVE dor-date TO doc-date
                             PERFORM 100-write-document-head
                          END-IF
                          PERFORM 200-write-value-element
                       WHEN "T"
                          IF doc-date = SPACES
                             MOVE dot-date TO doc-date
                             PERFORM 100-write-document-head
                          END-IF
                          PERFORM 300-write-document-tail
                          MOVE "Y" TO eof-sw
                    END-EVALUATE
              END-READ
           END-PERFORM
           CLOSE draw-in
           CLOSE json-out

           IF trailer-sw = "N"
              DISPLAY "JSON WARNING - "
                 FUNCTION TRIM (draw-in-name)
                 " has no trailer; JSON document not complete"
              GOBACK
           END-IF
           MOVE "Y" TO jr-result
           MOVE value-count TO jr-count
           GOBACK.

       100-write-document-head.
           MOVE "{" TO json-out-line
           WRITE json-out-line
           MOVE SPACES TO json-out-line
           STRING
              '  "session_id": "'      DELIMITED BY SIZE
              FUNCTION TRIM (jr-session) DELIMITED BY SIZE
              '",'                     DELIMITED BY SIZE
              INTO json-out-line
           END-STRING
           WRITE json-out-line
           MOVE SPACES TO json-out-line
           STRING
              '  "run_date": "'        DELIMITED BY SIZE
              doc-date (1 : 4)         DELIMITED BY SIZE
              "-"                      DELIMITED BY SIZE
              doc-date (5 : 2)         DELIMITED BY SIZE
              "-"                      DELIMITED BY SIZE
              doc-date (7 : 2)         DELIMITED BY SIZE
              '",'                     DELIMITED BY SIZE
              INTO json-out-line
           END-STRING
           WRITE json-out-line
           MOVE doc-n TO edit-small
           MOVE SPACES TO json-out-line
           STRING
              '  "n": '                DELIMITED BY SIZE
              FUNCTION TRIM (edit-small) DELIMITED BY SIZE
              ","                      DELIMITED BY SIZE
              INTO json-out-line
           END-STRING
           WRITE json-out-line
           MOVE SPACES TO json-out-line
           STRING
              '  "mode": "'            DELIMITED BY SIZE
              FUNCTION TRIM (jr-mode)  DELIMITED BY SIZE
              '",'                     DELIMITED BY SIZE
              INTO json-out-line
           END-STRING
           WRITE json-out-line
           MOVE '  "values": [' TO json-out-line
           WRITE json-out-line.

      * Each element is held back one step so the separating comma
      * can go on every element but the last.
       200-write-value-element.
           IF pending-sw = "Y"
              MOVE SPACES TO json-out-line
              STRING
                 FUNCTION TRIM (pending-line TRAILING)
                                       DELIMITED BY SIZE
                 ","                   DELIMITED BY SIZE
                 INTO json-out-line
              END-STRING
              WRITE json-out-line
           END-IF
           ADD 1 TO value-count
           MOVE SPACES TO value-text
      * A distribution session's value is held in ten-thousandths;
      * it is published as the decimal it stands for.
           IF jr-mode = "DISTRIB"
              COMPUTE dist-amount = dor-value / 10000
              IF dor-sign = "-"
                 COMPUTE dist-amount = 0 - dist-amount
              END-IF
              MOVE dist-amount TO dist-edit
              MOVE FUNCTION TRIM (dist-edit) TO value-text
           ELSE
              IF dor-sign = "-"
                 MOVE "-" TO value-text
                 MOVE dor-value (17 - dor-n : dor-n)
                    TO value-text (2 : dor-n)
              ELSE
                 MOVE dor-value (17 - dor-n : dor-n)
                    TO value-text (1 : dor-n)
              END-IF
           END-IF
           MOVE SPACES TO pending-line
           MOVE dor-seq TO edit-count
           MOVE dor-stream TO edit-small
           STRING
              '    {"seq": '           DELIMITED BY SIZE
              FUNCTION TRIM (edit-count) DELIMITED BY SIZE
              ', "value": "'           DELIMITED BY SIZE
              FUNCTION TRIM (value-text) DELIMITED BY SIZE
              '", "stream": '          DELIMITED BY SIZE
              FUNCTION TRIM (edit-small) DELIMITED BY SIZE
              ', "check_digit": '      DELIMITED BY SIZE
              dor-check                DELIMITED BY SIZE
              "}"                      DELIMITED BY SIZE
              INTO pending-line
           END-STRING
           MOVE "Y" TO pending-sw.

       300-write-document-tail.
           MOVE "Y" TO trailer-sw
           IF pending-sw = "Y"
              MOVE pending-line TO json-out-line
              WRITE json-out-line
              MOVE "N" TO pending-sw
           END-IF
           MOVE "  ]," TO json-out-line
           WRITE json-out-line
           MOVE dot-count TO edit-count
           MOVE SPACES TO json-out-line
           STRING
              '  "trailer": {"count": ' DELIMITED BY SIZE
              FUNCTION TRIM (edit-count) DELIMITED BY SIZE
              ', "checksum": "'        DELIMITED BY SIZE
              dot-checksum             DELIMITED BY SIZE
              '"},'                    DELIMITED BY SIZE
              INTO json-out-line
           END-STRING
           WRITE json-out-line
           MOVE SPACES TO json-out-line
           STRING
              '  "closing_seal": "'    DELIMITED BY SIZE
              dot-seal                 DELIMITED BY SIZE
              '"'                      DELIMITED BY SIZE
              INTO json-out-line
           END-STRING
           WRITE json-out-line
           MOVE "}" TO json-out-line
           WRITE json-out-line.
       END PROGRAM drawjson.
