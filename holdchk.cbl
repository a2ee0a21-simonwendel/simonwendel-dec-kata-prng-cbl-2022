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
       PROGRAM-ID. holdchk.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT retain-pol ASSIGN TO "RETAINPOL"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS retain-pol-status.

       DATA DIVISION.
       FILE SECTION.
      * Retention control as logretain reads it; only the open
      * dispute (D) and legal hold (L) records matter here. A hold
      * naming a draw session protects that session; one without
      * a session protects everything dated on or after its date.
       FD  retain-pol
           RECORDING MODE IS F.
       01  retain-pol-record.
           05 rp-type           PIC X.
           05 rp-body           PIC X(79).
           05 rp-hold REDEFINES rp-body.
              10 rh-hold-id     PIC X(12).
              10 rh-date        PIC X(8).
              10 rh-status      PIC X.
              10 rh-desc        PIC X(40).
              10 rh-session     PIC X(18).

       WORKING-STORAGE SECTION.
       77  retain-pol-status    PIC XX.
       77  loaded-sw            PIC X       VALUE "N".
       77  hold-count           PIC 9(3)    VALUE 0.
       77  hold-idx             PIC 9(3).
       01  hold-table.
           05 hold-entry        OCCURS 500 TIMES.
              10 ht-hold-id     PIC X(12).
              10 ht-date        PIC X(8).
              10 ht-session     PIC X(18).
       LINKAGE SECTION.
       01  hold-request.
           05 hq-session        PIC X(18).
           05 hq-date           PIC X(8).
           05 hq-held           PIC X.
           05 hq-hold-id        PIC X(12).

      * Answers whether a record may be purged or archived: hq-held
      * comes back Y, with the protecting hold's id, when an open
      * hold names the record's session or covers its date, and N
      * otherwise. An open hold with an unreadable date covers
      * every record. RETAINPOL is read once per run and held for
      * later calls.
       PROCEDURE DIVISION USING hold-request.
           IF loaded-sw = "N"
              PERFORM 100-load-holds
           END-IF
           MOVE "N" TO hq-held
           MOVE SPACES TO hq-hold-id
           PERFORM VARYING hold-idx FROM 1 BY 1
              UNTIL hold-idx > hold-count OR hq-held = "Y"
              IF ht-session (hold-idx) NOT = SPACES
                 IF ht-session (hold-idx) = hq-session
                    MOVE "Y" TO hq-held
                 END-IF
              ELSE
                 IF hq-date >= ht-date (hold-idx)
                    MOVE "Y" TO hq-held
                 END-IF
              END-IF
              IF hq-held = "Y"
                 MOVE ht-hold-id (hold-idx) TO hq-hold-id
              END-IF
           END-PERFORM
           GOBACK.

       100-load-holds.
           MOVE "Y" TO loaded-sw
           OPEN INPUT retain-pol
           IF retain-pol-status NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL retain-pol-status NOT = "00"
              READ retain-pol
                 AT END
                    MOVE "10" TO retain-pol-status
                 NOT AT END
                    IF (rp-type = "D" OR rp-type = "L")
                       AND rh-status = "O"
                       AND hold-count < 500
                       ADD 1 TO hold-count
                       MOVE rh-hold-id TO ht-hold-id (hold-count)
                       MOVE rh-date TO ht-date (hold-count)
                       IF rh-date IS NOT NUMERIC
                          MOVE "00000000" TO ht-date (hold-count)
                       END-IF
                       MOVE rh-session TO ht-session (hold-count)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE retain-pol.
       END PROGRAM holdchk.
