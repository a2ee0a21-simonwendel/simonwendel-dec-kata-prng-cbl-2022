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
       PROGRAM-ID. audidxbld.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT audit-log ASSIGN TO "AUDITLOG"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS audit-status.
           SELECT audit-idx ASSIGN TO "AUDITIDX"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ax-session
              FILE STATUS IS audit-idx-status.

       DATA DIVISION.
       FILE SECTION.
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

      * Session-keyed companion to AUDITLOG: the identical record
      * image, keyed by session-id.
       FD  audit-idx.
       01  audit-idx-record.
           05 ax-date           PIC X(8).
           05 FILLER            PIC X(35).
           05 ax-session        PIC X(18).
           05 FILLER            PIC X(58).

       WORKING-STORAGE SECTION.
       77  audit-status         PIC XX.
       77  audit-idx-status     PIC XX.
       77  scanned-count        PIC 9(9)    VALUE 0.
       77  indexed-count        PIC 9(9)    VALUE 0.
       77  duplicate-count      PIC 9(9)    VALUE 0.
       77  unkeyed-count        PIC 9(9)    VALUE 0.
       77  runledgr             PIC X(8)    VALUE "runledgr".
       77  operator-id          PIC X(8).
       77  opident              PIC X(8)    VALUE "opident".
       77  dsnenq               PIC X(8)    VALUE "dsnenq".
       COPY dsnenq.
      * Start/end registration in the central execution ledger.
       01  ledger-request.
           05 lr-program        PIC X(10)   VALUE "audidxbld".
           05 lr-event          PIC X(5).
           05 lr-rc             PIC 9(4)    VALUE 0.
           05 lr-parms          PIC X(40)   VALUE SPACES.

      * Regenerates the AUDITIDX session index from scratch out of
      * AUDITLOG, for when the index is lost or has drifted from
      * the log. The writers only maintain an index that already
      * exists, so until this has run every inquiry simply keeps
      * reading the log end to end.
       PROCEDURE DIVISION.
           CALL opident USING operator-id
              ON EXCEPTION
                 DISPLAY "USER" UPON ENVIRONMENT-NAME
                 ACCEPT operator-id FROM ENVIRONMENT-VALUE
           END-CALL
           IF operator-id = SPACES
              MOVE "UNKNOWN" TO operator-id
           END-IF
           DISPLAY "AUDITIDX rebuild: regenerating the session "
              "index from AUDITLOG"
           MOVE "START" TO lr-event
           MOVE "AUDITIDX rebuild" TO lr-parms
           PERFORM 066-register-run
           PERFORM 070-enqueue-datasets

           OPEN INPUT audit-log
           IF audit-status NOT = "00"
              DISPLAY "Unable to open AUDITLOG for the rebuild"
              MOVE "END  " TO lr-event
              MOVE 1 TO lr-rc
              PERFORM 066-register-run
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT audit-idx
           IF audit-idx-status NOT = "00"
              DISPLAY "Unable to create a fresh AUDITIDX (status "
                 audit-idx-status ")"
              CLOSE audit-log
              MOVE "END  " TO lr-event
              MOVE 1 TO lr-rc
              PERFORM 066-register-run
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM UNTIL audit-status NOT = "00"
              READ audit-log
                 AT END
                    MOVE "10" TO audit-status
                 NOT AT END
                    ADD 1 TO scanned-count
                    PERFORM 400-index-one-record
              END-READ
           END-PERFORM
           CLOSE audit-log
           CLOSE audit-idx

           DISPLAY "AUDITIDX rebuild: " scanned-count
              " audit record(s) scanned, " indexed-count
              " indexed, " duplicate-count " duplicate session(s) "
              "skipped"
           IF unkeyed-count > 0
              DISPLAY "  " unkeyed-count " record(s) carry no "
                 "session id and are reachable only by reading "
                 "AUDITLOG itself"
           END-IF
           PERFORM 075-release-datasets
           MOVE "END  " TO lr-event
           MOVE 0 TO lr-rc
           PERFORM 066-register-run
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       066-register-run.
           CALL runledgr USING ledger-request
              ON EXCEPTION
                 CONTINUE
           END-CALL.

      * AUDITLOG is held alone for the whole rebuild: an entry a
      * writer added to the old index while the new one was being
      * laid out would be lost with it.
       070-enqueue-datasets.
           MOVE "ACQUIRE" TO dq-function
           MOVE "audidxbld" TO dq-program
           MOVE operator-id TO dq-operator
           MOVE 1 TO dq-count
           MOVE "AUDITLOG" TO dq-dataset (1)
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
           MOVE "audidxbld" TO dq-program
           CALL dsnenq USING dataset-enqueue
              ON EXCEPTION
                 CONTINUE
           END-CALL.

       400-index-one-record.
           IF aud-session = SPACES
              ADD 1 TO unkeyed-count
              EXIT PARAGRAPH
           END-IF
           MOVE audit-record TO audit-idx-record
           WRITE audit-idx-record
              INVALID KEY
                 ADD 1 TO duplicate-count
              NOT INVALID KEY
                 ADD 1 TO indexed-count
           END-WRITE.
       END PROGRAM audidxbld.
