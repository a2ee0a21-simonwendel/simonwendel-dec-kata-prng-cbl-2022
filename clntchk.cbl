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
       PROGRAM-ID. clntchk.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT auth-file ASSIGN TO "AUTHFILE"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS auth-status.

       DATA DIVISION.
       FILE SECTION.
       FD  auth-file
           RECORDING MODE IS F.
       01  auth-record.
           05 au-operator       PIC X(8).
           05 FILLER            PIC X(30).
           05 au-unmask         PIC X.
           05 au-client         PIC X(8)    OCCURS 4 TIMES.
           05 au-unfreeze       PIC X.
           05 FILLER            PIC X(8).

       WORKING-STORAGE SECTION.
       77  auth-status          PIC XX.
       77  operator-found-sw    PIC X.
       77  client-idx           PIC 9.
       77  excfeed              PIC X(8)    VALUE "excfeed".
       01  exception-detail.
           05 exd-program       PIC X(10)   VALUE "clntchk".
           05 exd-severity      PIC X(4).
           05 exd-reason        PIC X(8).
           05 exd-key           PIC X(18).
           05 exd-text          PIC X(40).
       LINKAGE SECTION.
       01  client-request.
           05 cr-operator       PIC X(8).
           05 cr-client         PIC X(8).
           05 cr-allowed        PIC X.
           05 cr-all-clients    PIC X.
           05 cr-served         PIC X(8)    OCCURS 4 TIMES.

      * Client segregation for the whole suite, read from the same
      * AUTHFILE row as the capability matrix. Returns the clients
      * the operator may serve (cr-all-clients Y when the row names
      * none, or when no AUTHFILE exists at all) and whether the
      * client in cr-client is one of them. Sessions stamped with
      * no client predate segregation and belong only to operators
      * who serve every client. Every refusal of a named client
      * lands on the operations exception feed.
       PROCEDURE DIVISION USING client-request.
           MOVE "N" TO cr-allowed
           MOVE "N" TO cr-all-clients
           MOVE SPACES TO cr-served (1) cr-served (2)
              cr-served (3) cr-served (4)
           OPEN INPUT auth-file
           IF auth-status NOT = "00"
              MOVE "Y" TO cr-all-clients
              MOVE "Y" TO cr-allowed
              GOBACK
           END-IF
           MOVE "N" TO operator-found-sw
           PERFORM UNTIL auth-status NOT = "00"
              READ auth-file
                 AT END
                    MOVE "10" TO auth-status
                 NOT AT END
                    IF au-operator = cr-operator
                       MOVE "Y" TO operator-found-sw
                       PERFORM VARYING client-idx FROM 1 BY 1
                          UNTIL client-idx > 4
                          MOVE au-client (client-idx)
                             TO cr-served (client-idx)
                       END-PERFORM
                       MOVE "10" TO auth-status
                    END-IF
              END-READ
           END-PERFORM
           CLOSE auth-file
           IF operator-found-sw = "N"
              PERFORM 100-refuse-client
              GOBACK
           END-IF
           IF cr-served (1) = SPACES AND cr-served (2) = SPACES
              AND cr-served (3) = SPACES AND cr-served (4) = SPACES
              MOVE "Y" TO cr-all-clients
              MOVE "Y" TO cr-allowed
              GOBACK
           END-IF
           IF cr-client NOT = SPACES
              PERFORM VARYING client-idx FROM 1 BY 1
                 UNTIL client-idx > 4
                 IF cr-served (client-idx) = cr-client
                    MOVE "Y" TO cr-allowed
                 END-IF
              END-PERFORM
           END-IF
           IF cr-allowed = "N"
              PERFORM 100-refuse-client
           END-IF
           GOBACK.

       100-refuse-client.
           IF cr-client = SPACES
              EXIT PARAGRAPH
           END-IF
           DISPLAY "CLIENT REFUSED - operator " cr-operator
              " may not serve client " FUNCTION TRIM (cr-client)
           MOVE "SEVR" TO exd-severity
           MOVE "CLIENTNA" TO exd-reason
           MOVE cr-operator TO exd-key
           MOVE SPACES TO exd-text
           STRING
              "client "                 DELIMITED BY SIZE
              FUNCTION TRIM (cr-client) DELIMITED BY SIZE
              " refused"                DELIMITED BY SIZE
              INTO exd-text
           END-STRING
           CALL excfeed USING exception-detail
              ON EXCEPTION
                 CONTINUE
           END-CALL.
       END PROGRAM clntchk.
