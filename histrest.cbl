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
       PROGRAM-ID. histrest.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT arch-cat ASSIGN TO "ARCHCAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS arch-cat-status.
           SELECT part-cat ASSIGN TO "PARTCAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS part-cat-status.
           SELECT rest-cat ASSIGN TO "RESTCAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS rest-cat-status.
           SELECT hist-arch ASSIGN TO DYNAMIC hist-arch-name
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS hist-arch-status.
           SELECT audit-arch ASSIGN TO DYNAMIC audit-arch-name
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS audit-arch-status.
           SELECT rest-part ASSIGN TO DYNAMIC part-file-name
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS hist-key
              FILE STATUS IS rest-part-status.
           SELECT audit-rst ASSIGN TO DYNAMIC audit-rst-name
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS audit-rst-status.
           SELECT val-idx ASSIGN TO "VALIDX"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS vx-key
              FILE STATUS IS val-idx-status.
           SELECT audit-idx ASSIGN TO "AUDITIDX"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ax-session
              FILE STATUS IS audit-idx-status.

       DATA DIVISION.
       FILE SECTION.
      * Catalog of archive generations written by archpurge (or
      * registered here for generations archived before it).
       FD  arch-cat
           RECORDING MODE IS F.
       01  arch-cat-record.
           05 ac-cutoff         PIC X(8).
           05 ac-run-date       PIC X(8).
           05 ac-first-date     PIC X(8).
           05 ac-last-date      PIC X(8).
           05 ac-audit-count    PIC 9(9).
           05 ac-hist-count     PIC 9(9).
           05 FILLER            PIC X(10).

      * Partition catalog. A restored partition is registered with
      * state R and its expiry as a Julian date (YYYYDDD) in the
      * space the year partitions leave blank.
       FD  part-cat
           RECORDING MODE IS F.
       01  part-cat-record.
           05 pc-year           PIC X(4).
           05 pc-created        PIC X(8).
           05 pc-state          PIC X.
           05 pc-expiry         PIC 9(7).

      * One record per restored partition still on the system:
      * what it covers, when it goes, and what it put where.
       FD  rest-cat
           RECORDING MODE IS F.
       01  rest-cat-record.
           05 rc-part           PIC X(4).
           05 rc-from           PIC X(8).
           05 rc-to             PIC X(8).
           05 rc-created        PIC X(8).
           05 rc-expiry         PIC X(8).
           05 rc-operator       PIC X(8).
           05 rc-hist-count     PIC 9(9).
           05 rc-index-count    PIC 9(9).
           05 rc-audit-count    PIC 9(9).
           05 rc-gen-count      PIC 99.
           05 FILLER            PIC X(7).

       FD  hist-arch
           RECORDING MODE IS F.
       01  hist-arch-record     PIC X(114).

       FD  audit-arch
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

      * The restored partition: the HISTFILE record layout, keyed
      * the same way, so the inquiries read it like any year.
       FD  rest-part.
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

      * The archived sessions this restore put back into AUDITIDX,
      * and only those: cleanup takes exactly these out again.
       FD  audit-rst
           RECORDING MODE IS F.
       01  audit-rst-record     PIC X(119).

       FD  val-idx.
       01  val-idx-record.
           05 vx-key.
              10 vx-value       PIC 9(16).
              10 vx-date        PIC X(8).
              10 vx-seq         PIC 9(9).
              10 vx-session     PIC 9(9).
           05 vx-n              PIC 99.
           05 vx-stream         PIC 99.
           05 vx-game           PIC X(8).
           05 vx-client         PIC X(8).

       FD  audit-idx.
       01  audit-idx-record.
           05 ax-date           PIC X(8).
           05 FILLER            PIC X(35).
           05 ax-session        PIC X(18).
           05 FILLER            PIC X(58).

       WORKING-STORAGE SECTION.
       77  arch-cat-status      PIC XX.
       77  part-cat-status      PIC XX.
       77  rest-cat-status      PIC XX.
       77  hist-arch-status     PIC XX.
       77  audit-arch-status    PIC XX.
       77  rest-part-status     PIC XX.
       77  audit-rst-status     PIC XX.
       77  val-idx-status       PIC XX.
       77  audit-idx-status     PIC XX.
       77  val-idx-open-sw      PIC X       VALUE "N".
       77  audit-idx-open-sw    PIC X       VALUE "N".
       77  hist-arch-name       PIC X(16)   VALUE SPACES.
       77  audit-arch-name      PIC X(17)   VALUE SPACES.
       77  part-file-name       PIC X(14)   VALUE SPACES.
       77  audit-rst-name       PIC X(13)   VALUE SPACES.
       77  operator-id          PIC X(8).
       77  opident              PIC X(8)    VALUE "opident".
       77  dsnenq               PIC X(8)    VALUE "dsnenq".
       COPY dsnenq.
       77  run-date             PIC X(8).
       77  arg-num              PIC 9(4).
       77  arg-action           PIC X(8).
       77  arg-from             PIC X(8).
       77  arg-to               PIC X(8).
       77  arg-days             PIC X(4).
       77  arg-cutoff           PIC X(8).
       77  arg-part             PIC X(4)    VALUE SPACES.
       77  from-date            PIC X(8).
       77  to-date              PIC X(8).
       77  keep-days            PIC 9(3)    VALUE 30.
       77  expiry-int           PIC 9(7).
       77  expiry-date          PIC 9(8).
       77  expiry-julian        PIC 9(7).
       77  part-id              PIC X(4).
       77  part-seq             PIC 9(3)    VALUE 0.
       77  part-seq-work        PIC 9(3).
       77  eof-sw               PIC X.
       77  found-sw             PIC X.
       77  hist-count           PIC 9(9)    VALUE 0.
       77  dup-count            PIC 9(9)    VALUE 0.
       77  index-count          PIC 9(9)    VALUE 0.
       77  audit-count          PIC 9(9)    VALUE 0.
       77  audit-held-count     PIC 9(9)    VALUE 0.
       77  selected-count       PIC 99      VALUE 0.
       77  dropped-count        PIC 99      VALUE 0.
       77  reg-first-date       PIC X(8).
       77  reg-last-date        PIC X(8).
       77  reg-audit-count      PIC 9(9).
       77  reg-hist-count       PIC 9(9).
       77  delete-rc            PIC S9(9)   COMP-5.
       77  authchk              PIC X(8)    VALUE "authchk".
       01  auth-request.
           05 ar-operator       PIC X(8).
           05 ar-capability     PIC X(8).
           05 ar-allowed        PIC X.
       77  runledgr             PIC X(8)    VALUE "runledgr".
      * Start/end registration in the central execution ledger.
       01  ledger-request.
           05 lr-program        PIC X(10)   VALUE "histrest".
           05 lr-event          PIC X(5).
           05 lr-rc             PIC 9(4)    VALUE 0.
           05 lr-parms          PIC X(40)   VALUE SPACES.
      * Archive generations, one entry per cutoff however many
      * catalog records it has; gt-use marks those a restore reads.
       77  gen-count            PIC 9(3)    VALUE 0.
       77  gen-idx              PIC 9(3).
       01  gen-table.
           05 gen-entry         OCCURS 200 TIMES.
              10 gt-cutoff      PIC X(8).
              10 gt-first       PIC X(8).
              10 gt-last        PIC X(8).
              10 gt-use         PIC X.
       77  rest-count           PIC 9(3)    VALUE 0.
       77  rest-idx             PIC 9(3).
       01  rest-table.
           05 rest-entry        PIC X(80)   OCCURS 100 TIMES.
       01  rest-drop-table.
           05 rest-drop         PIC X       OCCURS 100 TIMES.
       77  part-count           PIC 9(3)    VALUE 0.
       77  part-idx             PIC 9(3).
       01  part-table.
           05 part-entry        PIC X(20)   OCCURS 200 TIMES.

      * Puts archived history back within reach of the inquiries.
      * RESTORE finds the AUDITARCH/HISTARCH generations covering
      * a date range through ARCHCAT, loads their history into a
      * read-only partition HISTFILE.YRnnn registered in PARTCAT
      * with an expiry date, adds its draws to VALIDX and its
      * sessions to AUDITIDX, and records all of it in RESTCAT.
      * CLEANUP takes expired restores (or a named one) back out
      * of every one of those places. REGISTER catalogs an archive
      * generation written before ARCHCAT existed; LIST shows the
      * restores on the system.
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
           MOVE FUNCTION UPPER-CASE (arg-action) TO arg-action
           EVALUATE FUNCTION TRIM (arg-action)
              WHEN "RESTORE"
                 PERFORM 050-accept-restore-args
              WHEN "REGISTER"
                 PERFORM 055-accept-register-args
              WHEN "CLEANUP"
                 MOVE 2 TO arg-num
                 DISPLAY arg-num UPON ARGUMENT-NUMBER
                 ACCEPT arg-part FROM ARGUMENT-VALUE
                    ON EXCEPTION
                       MOVE SPACES TO arg-part
                 END-ACCEPT
                 MOVE FUNCTION UPPER-CASE (arg-part) TO arg-part
              WHEN "LIST"
                 CONTINUE
              WHEN OTHER
                 PERFORM 060-display-usage
                 MOVE 1 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE

           IF FUNCTION TRIM (arg-action) NOT = "LIST"
              MOVE operator-id TO ar-operator
              MOVE "RESTORE" TO ar-capability
              MOVE "Y" TO ar-allowed
              CALL authchk USING auth-request
                 ON EXCEPTION
                    CONTINUE
              END-CALL
              IF ar-allowed NOT = "Y"
                 DISPLAY "REFUSED - operator " operator-id
                    " is not authorized for RESTORE on this system"
                 MOVE 1 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF

           MOVE "START" TO lr-event
           MOVE SPACES TO lr-parms
           EVALUATE FUNCTION TRIM (arg-action)
              WHEN "RESTORE"
                 STRING
                    "RESTORE "   DELIMITED BY SIZE
                    from-date    DELIMITED BY SIZE
                    "-"          DELIMITED BY SIZE
                    to-date      DELIMITED BY SIZE
                    " keep "     DELIMITED BY SIZE
                    keep-days    DELIMITED BY SIZE
                    INTO lr-parms
                 END-STRING
              WHEN "REGISTER"
                 STRING
                    "REGISTER "  DELIMITED BY SIZE
                    arg-cutoff   DELIMITED BY SIZE
                    INTO lr-parms
                 END-STRING
              WHEN OTHER
                 STRING
                    FUNCTION TRIM (arg-action) DELIMITED BY SIZE
                    " "          DELIMITED BY SIZE
                    arg-part     DELIMITED BY SIZE
                    INTO lr-parms
                 END-STRING
           END-EVALUATE
           PERFORM 066-register-run
           IF FUNCTION TRIM (arg-action) = "RESTORE"
              OR FUNCTION TRIM (arg-action) = "CLEANUP"
              PERFORM 070-enqueue-datasets
           END-IF

           MOVE 0 TO RETURN-CODE
           EVALUATE FUNCTION TRIM (arg-action)
              WHEN "RESTORE"
                 PERFORM 200-restore-range
              WHEN "REGISTER"
                 PERFORM 300-register-generation
              WHEN "CLEANUP"
                 PERFORM 400-cleanup-restores
              WHEN "LIST"
                 PERFORM 500-list-restores
           END-EVALUATE
           PERFORM 900-finish-run.

       050-accept-restore-args.
           MOVE 2 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT arg-from FROM ARGUMENT-VALUE
              ON EXCEPTION
                 PERFORM 060-display-usage
                 MOVE 1 TO RETURN-CODE
                 STOP RUN
           END-ACCEPT
           MOVE 3 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT arg-to FROM ARGUMENT-VALUE
              ON EXCEPTION
                 PERFORM 060-display-usage
                 MOVE 1 TO RETURN-CODE
                 STOP RUN
           END-ACCEPT
           IF arg-from IS NOT NUMERIC OR arg-to IS NOT NUMERIC
              DISPLAY "Invalid date range: give from and to dates "
                 "as YYYYMMDD"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD (FUNCTION NUMVAL (arg-from))
              NOT = 0
              OR FUNCTION TEST-DATE-YYYYMMDD
                 (FUNCTION NUMVAL (arg-to)) NOT = 0
              OR arg-from > arg-to
              DISPLAY "Invalid date range: " arg-from " to " arg-to
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE arg-from TO from-date
           MOVE arg-to TO to-date
           MOVE 4 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT arg-days FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO arg-days
           END-ACCEPT
           IF arg-days NOT = SPACES
              IF FUNCTION TRIM (arg-days) IS NOT NUMERIC
                 OR FUNCTION NUMVAL (arg-days) < 1
                 OR FUNCTION NUMVAL (arg-days) > 365
                 DISPLAY "Invalid keep days: " arg-days
                    " (1-365)"
                 MOVE 1 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE FUNCTION NUMVAL (arg-days) TO keep-days
           END-IF.

       055-accept-register-args.
           MOVE 2 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT arg-cutoff FROM ARGUMENT-VALUE
              ON EXCEPTION
                 PERFORM 060-display-usage
                 MOVE 1 TO RETURN-CODE
                 STOP RUN
           END-ACCEPT
           IF arg-cutoff IS NOT NUMERIC
              DISPLAY "Invalid cutoff date: " arg-cutoff
                 " is not YYYYMMDD"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF.

       060-display-usage.
           DISPLAY "Usage: histrest RESTORE from-date to-date "
              "[keep-days]"
           DISPLAY "       histrest CLEANUP [partition]"
           DISPLAY "       histrest REGISTER cutoff-date"
           DISPLAY "       histrest LIST"
           DISPLAY "  RESTORE loads the archived history and sessions "
              "of the range into a read-only"
           DISPLAY "    partition for the inquiries, kept keep-days "
              "(default 30, at most 365)"
           DISPLAY "  CLEANUP drops expired restores, or the named "
              "one (e.g. R001) at once"
           DISPLAY "  REGISTER catalogs an archive generation "
              "written before ARCHCAT existed".

       066-register-run.
           CALL runledgr USING ledger-request
              ON EXCEPTION
                 CONTINUE
           END-CALL.

      * RESTORE and CLEANUP change VALIDX, AUDITIDX and PARTCAT in
      * place, so they hold HISTFILE and AUDITLOG alone: no draw
      * run, year-end close or index rebuild may be at them too.
       070-enqueue-datasets.
           MOVE "ACQUIRE" TO dq-function
           MOVE "histrest" TO dq-program
           MOVE operator-id TO dq-operator
           MOVE 2 TO dq-count
           MOVE "HISTFILE" TO dq-dataset (1)
           MOVE "E" TO dq-mode (1)
           MOVE "AUDITLOG" TO dq-dataset (2)
           MOVE "E" TO dq-mode (2)
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
           MOVE "histrest" TO dq-program
           CALL dsnenq USING dataset-enqueue
              ON EXCEPTION
                 CONTINUE
           END-CALL.

       100-load-restore-catalog.
           MOVE 0 TO rest-count
           OPEN INPUT rest-cat
           IF rest-cat-status NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL rest-cat-status NOT = "00"
              READ rest-cat
                 AT END
                    MOVE "10" TO rest-cat-status
                 NOT AT END
                    IF rest-count < 100
                       ADD 1 TO rest-count
                       MOVE rest-cat-record TO rest-entry (rest-count)
                       MOVE "N" TO rest-drop (rest-count)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE rest-cat.

      * Several catalog records for one cutoff (a rerun of the same
      * archive) fold into one generation spanning all of them.
       110-load-archive-catalog.
           MOVE 0 TO gen-count
           OPEN INPUT arch-cat
           IF arch-cat-status NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL arch-cat-status NOT = "00"
              READ arch-cat
                 AT END
                    MOVE "10" TO arch-cat-status
                 NOT AT END
                    PERFORM 115-fold-generation
              END-READ
           END-PERFORM
           CLOSE arch-cat.

       115-fold-generation.
           MOVE "N" TO found-sw
           PERFORM VARYING gen-idx FROM 1 BY 1
              UNTIL gen-idx > gen-count OR found-sw = "Y"
              IF gt-cutoff (gen-idx) = ac-cutoff
                 MOVE "Y" TO found-sw
                 IF ac-first-date < gt-first (gen-idx)
                    MOVE ac-first-date TO gt-first (gen-idx)
                 END-IF
                 IF ac-last-date > gt-last (gen-idx)
                    MOVE ac-last-date TO gt-last (gen-idx)
                 END-IF
              END-IF
           END-PERFORM
           IF found-sw = "N" AND gen-count < 200
              ADD 1 TO gen-count
              MOVE ac-cutoff TO gt-cutoff (gen-count)
              MOVE ac-first-date TO gt-first (gen-count)
              MOVE ac-last-date TO gt-last (gen-count)
              MOVE "N" TO gt-use (gen-count)
           END-IF.

       120-load-partition-catalog.
           MOVE 0 TO part-count
           OPEN INPUT part-cat
           IF part-cat-status NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL part-cat-status NOT = "00"
              READ part-cat
                 AT END
                    MOVE "10" TO part-cat-status
                 NOT AT END
                    IF part-count < 200
                       ADD 1 TO part-count
                       MOVE part-cat-record TO part-entry (part-count)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE part-cat.

      * A range already restored is refused rather than loaded a
      * second time: two partitions holding the same draws would
      * list them twice, and the first cleanup would take the
      * shared VALIDX entries away from the second.
       200-restore-range.
           PERFORM 100-load-restore-catalog
           PERFORM VARYING rest-idx FROM 1 BY 1
              UNTIL rest-idx > rest-count
              MOVE rest-entry (rest-idx) TO rest-cat-record
              IF from-date <= rc-to AND to-date >= rc-from
                 DISPLAY "REFUSED - " rc-from " to " rc-to
                    " is already restored as " rc-part
                    " (expires " rc-expiry "); use that partition "
                    "or drop it with histrest CLEANUP " rc-part
                 MOVE 1 TO RETURN-CODE
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           IF rest-count = 100
              DISPLAY "REFUSED - 100 restores already on the system; "
                 "drop some with histrest CLEANUP first"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF

           PERFORM 110-load-archive-catalog
           MOVE 0 TO selected-count
           PERFORM VARYING gen-idx FROM 1 BY 1
              UNTIL gen-idx > gen-count
              IF gt-first (gen-idx) <= to-date
                 AND gt-last (gen-idx) >= from-date
                 MOVE "Y" TO gt-use (gen-idx)
                 ADD 1 TO selected-count
              END-IF
           END-PERFORM
           IF selected-count = 0
              DISPLAY "No archive generation in ARCHCAT covers "
                 from-date " to " to-date "; a generation archived "
                 "before ARCHCAT needs histrest REGISTER"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF

           PERFORM 210-allocate-partition
           DISPLAY "Restoring " from-date " to " to-date " from "
              selected-count " archive generation(s) into "
              FUNCTION TRIM (part-file-name)

           OPEN OUTPUT rest-part
           IF rest-part-status NOT = "00"
              DISPLAY "Unable to create "
                 FUNCTION TRIM (part-file-name) " (status "
                 rest-part-status ")"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           OPEN I-O val-idx
           IF val-idx-status = "00"
              MOVE "Y" TO val-idx-open-sw
           ELSE
              DISPLAY "VALIDX unavailable - value inquiries will "
                 "scan the partitions, the restored one included"
           END-IF
           PERFORM VARYING gen-idx FROM 1 BY 1
              UNTIL gen-idx > gen-count
              IF gt-use (gen-idx) = "Y"
                 PERFORM 220-restore-history-gen
              END-IF
           END-PERFORM
           CLOSE rest-part
           IF val-idx-open-sw = "Y"
              CLOSE val-idx
           END-IF

           OPEN I-O audit-idx
           IF audit-idx-status = "00"
              MOVE "Y" TO audit-idx-open-sw
              OPEN OUTPUT audit-rst
              PERFORM VARYING gen-idx FROM 1 BY 1
                 UNTIL gen-idx > gen-count
                 IF gt-use (gen-idx) = "Y"
                    PERFORM 230-restore-audit-gen
                 END-IF
              END-PERFORM
              CLOSE audit-rst
              CLOSE audit-idx
           ELSE
              DISPLAY "AUDITIDX unavailable - the archived sessions "
                 "of the range are not restored for the inquiries"
           END-IF

           IF hist-count = 0 AND audit-count = 0
              DISPLAY "The covering generations hold no records "
                 "dated " from-date " to " to-date
                 " - nothing restored"
              PERFORM 420-delete-partition-files
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF

           PERFORM 250-register-partition
           PERFORM 260-append-restore-catalog
           DISPLAY "Restored " FUNCTION TRIM (part-id) ": "
              hist-count " draw(s), " index-count
              " VALIDX key(s), " audit-count " session(s)"
           IF dup-count > 0
              DISPLAY "  " dup-count " draw(s) found in more than "
                 "one generation were loaded once"
           END-IF
           IF audit-held-count > 0
              DISPLAY "  " audit-held-count " session(s) already in "
                 "AUDITIDX were left as they were"
           END-IF
           DISPLAY "  read-only until " expiry-date
              "; histrest CLEANUP drops it after that".

      * The next free Rnnn across both catalogs, so an id is never
      * reused while anything still names it.
       210-allocate-partition.
           PERFORM 120-load-partition-catalog
           MOVE 0 TO part-seq
           PERFORM VARYING part-idx FROM 1 BY 1
              UNTIL part-idx > part-count
              MOVE part-entry (part-idx) TO part-cat-record
              IF pc-year (1 : 1) = "R"
                 AND pc-year (2 : 3) IS NUMERIC
                 MOVE pc-year (2 : 3) TO part-seq-work
                 IF part-seq-work > part-seq
                    MOVE part-seq-work TO part-seq
                 END-IF
              END-IF
           END-PERFORM
           PERFORM VARYING rest-idx FROM 1 BY 1
              UNTIL rest-idx > rest-count
              MOVE rest-entry (rest-idx) TO rest-cat-record
              IF rc-part (2 : 3) IS NUMERIC
                 MOVE rc-part (2 : 3) TO part-seq-work
                 IF part-seq-work > part-seq
                    MOVE part-seq-work TO part-seq
                 END-IF
              END-IF
           END-PERFORM
           ADD 1 TO part-seq
           MOVE "R" TO part-id (1 : 1)
           MOVE part-seq TO part-id (2 : 3)
           PERFORM 215-set-partition-names
           COMPUTE expiry-int =
              FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL (run-date))
              + keep-days
           COMPUTE expiry-date = FUNCTION DATE-OF-INTEGER (expiry-int)
           COMPUTE expiry-julian =
              FUNCTION DAY-OF-INTEGER (expiry-int).

       215-set-partition-names.
           MOVE SPACES TO part-file-name
           MOVE "HISTFILE.Y" TO part-file-name (1 : 10)
           MOVE part-id TO part-file-name (11 : 4)
           MOVE SPACES TO audit-rst-name
           MOVE "AUDITRST." TO audit-rst-name (1 : 9)
           MOVE part-id TO audit-rst-name (10 : 4).

       220-restore-history-gen.
           MOVE SPACES TO hist-arch-name
           STRING
              "HISTARCH"         DELIMITED BY SIZE
              gt-cutoff (gen-idx) DELIMITED BY SIZE
              INTO hist-arch-name
           END-STRING
           OPEN INPUT hist-arch
           IF hist-arch-status NOT = "00"
              DISPLAY "  " FUNCTION TRIM (hist-arch-name)
                 " not readable (status " hist-arch-status
                 ") - its history is not restored"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO eof-sw
           PERFORM UNTIL eof-sw = "Y"
              READ hist-arch INTO hist-record
                 AT END
                    MOVE "Y" TO eof-sw
                 NOT AT END
                    IF hk-date >= from-date AND hk-date <= to-date
                       PERFORM 225-load-one-draw
                    END-IF
              END-READ
           END-PERFORM
           CLOSE hist-arch.

       225-load-one-draw.
           WRITE hist-record
              INVALID KEY
                 ADD 1 TO dup-count
                 EXIT PARAGRAPH
           END-WRITE
           ADD 1 TO hist-count
           IF val-idx-open-sw = "N"
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL (hist-value (1 : hist-n))
              TO vx-value
           MOVE hk-date TO vx-date
           MOVE hk-seq TO vx-seq
           MOVE hk-session TO vx-session
           MOVE hist-n TO vx-n
           MOVE hist-stream TO vx-stream
           MOVE hist-game TO vx-game
           MOVE hist-client TO vx-client
           WRITE val-idx-record
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD 1 TO index-count
           END-WRITE.

      * Only sessions that were really missing from AUDITIDX are
      * added, and only those are noted in AUDITRST for cleanup; a
      * session still on the live log is never touched.
       230-restore-audit-gen.
           MOVE SPACES TO audit-arch-name
           STRING
              "AUDITARCH"        DELIMITED BY SIZE
              gt-cutoff (gen-idx) DELIMITED BY SIZE
              INTO audit-arch-name
           END-STRING
           OPEN INPUT audit-arch
           IF audit-arch-status NOT = "00"
              DISPLAY "  " FUNCTION TRIM (audit-arch-name)
                 " not readable (status " audit-arch-status
                 ") - its sessions are not restored"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO eof-sw
           PERFORM UNTIL eof-sw = "Y"
              READ audit-arch
                 AT END
                    MOVE "Y" TO eof-sw
                 NOT AT END
                    IF aud-date >= from-date AND aud-date <= to-date
                       MOVE audit-record TO audit-idx-record
                       WRITE audit-idx-record
                          INVALID KEY
                             ADD 1 TO audit-held-count
                          NOT INVALID KEY
                             ADD 1 TO audit-count
                             WRITE audit-rst-record FROM audit-record
                       END-WRITE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE audit-arch.

       250-register-partition.
           OPEN EXTEND part-cat
           IF part-cat-status NOT = "00"
              OPEN OUTPUT part-cat
           END-IF
           MOVE SPACES TO part-cat-record
           MOVE part-id TO pc-year
           MOVE run-date TO pc-created
           MOVE "R" TO pc-state
           MOVE expiry-julian TO pc-expiry
           WRITE part-cat-record
           CLOSE part-cat.

       260-append-restore-catalog.
           OPEN EXTEND rest-cat
           IF rest-cat-status NOT = "00"
              OPEN OUTPUT rest-cat
           END-IF
           MOVE SPACES TO rest-cat-record
           MOVE part-id TO rc-part
           MOVE from-date TO rc-from
           MOVE to-date TO rc-to
           MOVE run-date TO rc-created
           MOVE expiry-date TO rc-expiry
           MOVE operator-id TO rc-operator
           MOVE hist-count TO rc-hist-count
           MOVE index-count TO rc-index-count
           MOVE audit-count TO rc-audit-count
           MOVE selected-count TO rc-gen-count
           WRITE rest-cat-record
           CLOSE rest-cat.

      * For a generation archived before archpurge kept ARCHCAT:
      * both archive files are read for the span and counts that
      * archpurge would have cataloged.
       300-register-generation.
           PERFORM 110-load-archive-catalog
           PERFORM VARYING gen-idx FROM 1 BY 1
              UNTIL gen-idx > gen-count
              IF gt-cutoff (gen-idx) = arg-cutoff
                 DISPLAY "Generation " arg-cutoff " is already in "
                    "ARCHCAT"
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           MOVE HIGH-VALUES TO reg-first-date
           MOVE LOW-VALUES TO reg-last-date
           MOVE 0 TO reg-audit-count
           MOVE 0 TO reg-hist-count
           MOVE SPACES TO audit-arch-name
           STRING
              "AUDITARCH"  DELIMITED BY SIZE
              arg-cutoff   DELIMITED BY SIZE
              INTO audit-arch-name
           END-STRING
           OPEN INPUT audit-arch
           IF audit-arch-status = "00"
              MOVE "N" TO eof-sw
              PERFORM UNTIL eof-sw = "Y"
                 READ audit-arch
                    AT END
                       MOVE "Y" TO eof-sw
                    NOT AT END
                       ADD 1 TO reg-audit-count
                       IF aud-date < reg-first-date
                          MOVE aud-date TO reg-first-date
                       END-IF
                       IF aud-date > reg-last-date
                          MOVE aud-date TO reg-last-date
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE audit-arch
           END-IF
           MOVE SPACES TO hist-arch-name
           STRING
              "HISTARCH"   DELIMITED BY SIZE
              arg-cutoff   DELIMITED BY SIZE
              INTO hist-arch-name
           END-STRING
           OPEN INPUT hist-arch
           IF hist-arch-status = "00"
              MOVE "N" TO eof-sw
              PERFORM UNTIL eof-sw = "Y"
                 READ hist-arch INTO hist-record
                    AT END
                       MOVE "Y" TO eof-sw
                    NOT AT END
                       ADD 1 TO reg-hist-count
                       IF hk-date < reg-first-date
                          MOVE hk-date TO reg-first-date
                       END-IF
                       IF hk-date > reg-last-date
                          MOVE hk-date TO reg-last-date
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE hist-arch
           END-IF
           IF reg-audit-count = 0 AND reg-hist-count = 0
              DISPLAY "No records in AUDITARCH" arg-cutoff
                 " or HISTARCH" arg-cutoff " - nothing to register"
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           OPEN EXTEND arch-cat
           IF arch-cat-status NOT = "00"
              OPEN OUTPUT arch-cat
           END-IF
           MOVE SPACES TO arch-cat-record
           MOVE arg-cutoff TO ac-cutoff
           MOVE run-date TO ac-run-date
           MOVE reg-first-date TO ac-first-date
           MOVE reg-last-date TO ac-last-date
           MOVE reg-audit-count TO ac-audit-count
           MOVE reg-hist-count TO ac-hist-count
           WRITE arch-cat-record
           CLOSE arch-cat
           DISPLAY "Generation " arg-cutoff " registered: "
              reg-hist-count " draw(s) and " reg-audit-count
              " session(s) dated " reg-first-date " through "
              reg-last-date.

      * Each dropped restore is taken out of VALIDX and AUDITIDX
      * entry by entry from its own partition and AUDITRST, so
      * nothing it did not add is touched; the files go, then the
      * PARTCAT and RESTCAT records are rewritten without it.
       400-cleanup-restores.
           PERFORM 100-load-restore-catalog
           MOVE 0 TO dropped-count
           PERFORM VARYING rest-idx FROM 1 BY 1
              UNTIL rest-idx > rest-count
              MOVE rest-entry (rest-idx) TO rest-cat-record
              IF (arg-part = SPACES AND rc-expiry < run-date)
                 OR (arg-part NOT = SPACES AND rc-part = arg-part)
                 MOVE "Y" TO rest-drop (rest-idx)
                 ADD 1 TO dropped-count
                 PERFORM 410-drop-restore
              END-IF
           END-PERFORM
           IF dropped-count = 0
              IF arg-part = SPACES
                 DISPLAY "No restored partition has expired"
              ELSE
                 DISPLAY "No restored partition " arg-part
                    " in RESTCAT"
                 MOVE 1 TO RETURN-CODE
              END-IF
              EXIT PARAGRAPH
           END-IF

           PERFORM 120-load-partition-catalog
           OPEN OUTPUT part-cat
           PERFORM VARYING part-idx FROM 1 BY 1
              UNTIL part-idx > part-count
              MOVE part-entry (part-idx) TO part-cat-record
              MOVE "N" TO found-sw
              PERFORM VARYING rest-idx FROM 1 BY 1
                 UNTIL rest-idx > rest-count
                 IF rest-drop (rest-idx) = "Y"
                    AND rest-entry (rest-idx) (1 : 4) = pc-year
                    MOVE "Y" TO found-sw
                 END-IF
              END-PERFORM
              IF found-sw = "N"
                 WRITE part-cat-record
              END-IF
           END-PERFORM
           CLOSE part-cat

           OPEN OUTPUT rest-cat
           PERFORM VARYING rest-idx FROM 1 BY 1
              UNTIL rest-idx > rest-count
              IF rest-drop (rest-idx) = "N"
                 WRITE rest-cat-record FROM rest-entry (rest-idx)
              END-IF
           END-PERFORM
           CLOSE rest-cat
           DISPLAY "Cleanup: " dropped-count
              " restored partition(s) dropped".

       410-drop-restore.
           MOVE rc-part TO part-id
           PERFORM 215-set-partition-names
           MOVE 0 TO index-count
           MOVE 0 TO audit-count
           OPEN I-O val-idx
           IF val-idx-status = "00"
              OPEN INPUT rest-part
              IF rest-part-status = "00"
                 MOVE "N" TO eof-sw
                 PERFORM UNTIL eof-sw = "Y"
                    READ rest-part NEXT RECORD
                       AT END
                          MOVE "Y" TO eof-sw
                       NOT AT END
                          PERFORM 415-drop-index-entry
                    END-READ
                 END-PERFORM
                 CLOSE rest-part
              END-IF
              CLOSE val-idx
           END-IF
           OPEN I-O audit-idx
           IF audit-idx-status = "00"
              OPEN INPUT audit-rst
              IF audit-rst-status = "00"
                 MOVE "N" TO eof-sw
                 PERFORM UNTIL eof-sw = "Y"
                    READ audit-rst INTO audit-idx-record
                       AT END
                          MOVE "Y" TO eof-sw
                       NOT AT END
                          DELETE audit-idx RECORD
                             INVALID KEY
                                CONTINUE
                             NOT INVALID KEY
                                ADD 1 TO audit-count
                          END-DELETE
                    END-READ
                 END-PERFORM
                 CLOSE audit-rst
              END-IF
              CLOSE audit-idx
           END-IF
           PERFORM 420-delete-partition-files
           DISPLAY "Dropped " rc-part " (" rc-from " to " rc-to
              ", expiry " rc-expiry "): " index-count
              " VALIDX key(s), " audit-count " session(s)".

       415-drop-index-entry.
           MOVE FUNCTION NUMVAL (hist-value (1 : hist-n))
              TO vx-value
           MOVE hk-date TO vx-date
           MOVE hk-seq TO vx-seq
           MOVE hk-session TO vx-session
           DELETE val-idx RECORD
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD 1 TO index-count
           END-DELETE.

       420-delete-partition-files.
           CALL "CBL_DELETE_FILE" USING part-file-name
              RETURNING delete-rc
              ON EXCEPTION
                 CONTINUE
           END-CALL
           CALL "CBL_DELETE_FILE" USING audit-rst-name
              RETURNING delete-rc
              ON EXCEPTION
                 CONTINUE
           END-CALL.

       500-list-restores.
           PERFORM 100-load-restore-catalog
           IF rest-count = 0
              DISPLAY "No restored partitions on the system"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "PART FROM     TO       CREATED  EXPIRES  "
              "OPERATOR      DRAWS  SESSIONS  STATE"
           PERFORM VARYING rest-idx FROM 1 BY 1
              UNTIL rest-idx > rest-count
              MOVE rest-entry (rest-idx) TO rest-cat-record
              IF rc-expiry < run-date
                 DISPLAY rc-part " " rc-from " " rc-to " "
                    rc-created " " rc-expiry " " rc-operator " "
                    rc-hist-count " " rc-audit-count "  EXPIRED"
              ELSE
                 DISPLAY rc-part " " rc-from " " rc-to " "
                    rc-created " " rc-expiry " " rc-operator " "
                    rc-hist-count " " rc-audit-count "  ACTIVE"
              END-IF
           END-PERFORM.

       900-finish-run.
           MOVE "END  " TO lr-event
           MOVE RETURN-CODE TO lr-rc
           PERFORM 075-release-datasets
           PERFORM 066-register-run
           MOVE lr-rc TO RETURN-CODE
           STOP RUN.
       END PROGRAM histrest.
