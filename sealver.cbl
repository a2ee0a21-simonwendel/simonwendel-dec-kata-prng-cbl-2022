           SELECT audit-log ASSIGN TO "AUDITLOG"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS audit-status.
           SELECT anchor-file ASSIGN TO DYNAMIC anchor-file-name
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS anchor-status.
           SELECT arch-cat ASSIGN TO "ARCHCAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS arch-cat-status.

       DATA DIVISION.
       FILE SECTION.
       01  audit-record.
           05 aud-content       PIC X(93).
           05 aud-seal          PIC 9(18).
           05 aud-client        PIC X(8).

      * A published SEALANCHOR notice, or an ANCHORLOG holding a
      * run of them.
       FD  anchor-file.
       01  anchor-line.
           05 an-label          PIC X(16).
           05 an-word1          PIC X(8).
           05 an-records        PIC 9(9).
           05 an-word2          PIC X(6).
           05 an-seal           PIC 9(18).
           05 FILLER            PIC X(23).

      * One entry per archpurge generation, with the AUDITLOG
      * records it took out of the live file.
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

       WORKING-STORAGE SECTION.
       77  draw-out-status      PIC XX.
       77  draw-break-at        PIC 9(9)    VALUE 0.
       77  audit-break-at       PIC 9(9)    VALUE 0.
       77  break-count          PIC 9(9)    VALUE 0.
       77  anchor-status        PIC XX.
       77  anchor-file-name     PIC X(20)   VALUE SPACES.
       77  anchor-count         PIC 9(4)    VALUE 0.
       77  anchor-idx           PIC 9(4).
       77  notice-start         PIC 9(4).
       77  notice-date          PIC X(8).
       77  notice-seal          PIC 9(18).
       77  notice-prev          PIC 9(18).
       77  notice-lines         PIC 9(9).
       77  notice-open-sw       PIC X       VALUE "N".
       77  notice-reject-count  PIC 9(4)    VALUE 0.
       77  diverge-count        PIC 9(9)    VALUE 0.
       77  check-dataset        PIC X(16).
       77  check-seal           PIC 9(18).
       77  first-bad-idx        PIC 9(4).
       77  last-good-records    PIC 9(9).
       77  arch-cat-status      PIC XX.
       77  draw-records         PIC 9(9)    VALUE 0.
       77  audit-records        PIC 9(9)    VALUE 0.
       77  walk-records         PIC 9(9).
       77  archived-audit       PIC 9(9)    VALUE 0.
       77  anchor-offset        PIC 9(9).
       77  offset-anchor-records PIC 9(9).
       77  pending-count        PIC 9(4).
       77  out-of-range-count   PIC 9(4).
      * Anchor points taken from the published notices; each is
      * marked A (its seal is on the chain), D (the record now in
      * its place holds another seal), T (the chain no longer
      * reaches it) or O (archived out of the live file before it).
      * ae-found-pos is where the anchor's record stands today.
       01  anchor-table.
           05 anchor-entry      OCCURS 500 TIMES.
              10 ae-date         PIC X(8).
              10 ae-dataset      PIC X(16).
              10 ae-records      PIC 9(9).
              10 ae-seal         PIC 9(18).
              10 ae-found-seal   PIC 9(18).
              10 ae-found-pos    PIC 9(9).
              10 ae-state        PIC X.

      * Walks the chained seals on the DRAWOUT generation and on
      * AUDITLOG and pinpoints the first broken link in each: the
              STOP RUN
           END-IF

           MOVE 2 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT anchor-file-name FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO anchor-file-name
           END-ACCEPT

           DISPLAY "Seal-chain verification: "
              FUNCTION TRIM (draw-out-name) " and AUDITLOG"
           IF anchor-file-name NOT = SPACES
              PERFORM 500-load-anchors
           END-IF
           PERFORM 100-verify-draw-chain
           PERFORM 300-verify-audit-chain
           IF anchor-count > 0
              MOVE draw-out-name TO check-dataset
              PERFORM 600-report-anchors
              MOVE "AUDITLOG" TO check-dataset
              PERFORM 600-report-anchors
           END-IF

           IF break-count = 0 AND diverge-count = 0
              AND notice-reject-count = 0
              DISPLAY "Seal-chain verification PASSED - every "
                 "link intact on both files"
              MOVE 0 TO RETURN-CODE
           ELSE
              DISPLAY "Seal-chain verification FAILED - "
                 break-count " broken chain(s), " diverge-count
                 " anchor divergence(s), " notice-reject-count
                 " rejected notice(s)"
              MOVE "SEVR" TO exd-severity
              IF break-count > 0
                 MOVE "SEALBRK" TO exd-reason
                 MOVE "record seal chain broken" TO exd-text
              ELSE
                 MOVE "ANCHDIV" TO exd-reason
                 MOVE "chain disagrees with published anchor"
                    TO exd-text
              END-IF
              CALL excfeed USING exception-detail
                 ON EXCEPTION
                    CONTINUE
      * The walk continues on the stored seal so one altered
      * record reports once instead of cascading.
                    MOVE dor-seal TO seal-prev
                    IF anchor-count > 0
                       MOVE draw-out-name TO check-dataset
                       MOVE dor-seal TO check-seal
                       PERFORM 550-check-anchors
                    END-IF
              END-READ
           END-PERFORM
           CLOSE draw-out
           MOVE record-no TO draw-records
           IF draw-break-at = 0
              DISPLAY "Draw chain intact across " record-no
                 " record(s)"
           END-IF.

      * Once archpurge has cut AUDITLOG its first record's
      * predecessor is in an archive, so the walk starts from that
      * record's own seal.
       300-verify-audit-chain.
           PERFORM 565-count-archived-audit
           OPEN INPUT audit-log
           IF audit-status NOT = "00"
              DISPLAY "Unable to open AUDITLOG - audit chain not "
                    ADD 1 TO record-no
                    MOVE SPACES TO seal-data
                    MOVE aud-content TO seal-data (1 : 93)
                    MOVE aud-client TO seal-data (94 : 8)
                    CALL sealcalc USING seal-prev, seal-data,
                       seal-expected
                       ON EXCEPTION
                          MOVE 3 TO RETURN-CODE
                          STOP RUN
                    END-CALL
                    IF record-no = 1 AND archived-audit > 0
                       MOVE aud-seal TO seal-expected
                    END-IF
                    IF seal-expected NOT = aud-seal
                       AND audit-break-at = 0
                       MOVE record-no TO audit-break-at
                          seal-expected
                    END-IF
                    MOVE aud-seal TO seal-prev
                    IF anchor-count > 0
                       MOVE "AUDITLOG" TO check-dataset
                       MOVE aud-seal TO check-seal
                       PERFORM 550-check-anchors
                    END-IF
              END-READ
           END-PERFORM
           CLOSE audit-log
           MOVE record-no TO audit-records
           IF audit-break-at = 0
              DISPLAY "Audit chain intact across " record-no
                 " record(s)"
           END-IF.

      * A rebuilt chain is internally consistent, so only a seal
      * published outside the shop can expose it. Each notice is
      * checked against the seal it carries over its own lines;
      * a notice that fails it was copied wrongly and is set
      * aside rather than trusted.
       500-load-anchors.
           OPEN INPUT anchor-file
           IF anchor-status NOT = "00"
              DISPLAY "Unable to open anchor file "
                 FUNCTION TRIM (anchor-file-name)
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM UNTIL anchor-status NOT = "00"
              READ anchor-file
                 AT END
                    MOVE "10" TO anchor-status
                 NOT AT END
                    PERFORM 510-take-anchor-line
              END-READ
           END-PERFORM
           CLOSE anchor-file
           IF notice-open-sw = "Y"
              PERFORM 520-reject-notice
           END-IF
           DISPLAY "Anchor file " FUNCTION TRIM (anchor-file-name)
              ": " anchor-count " anchor point(s) accepted".

       510-take-anchor-line.
           EVALUATE TRUE
              WHEN an-label = "SEAL ANCHOR"
                 IF notice-open-sw = "Y"
                    PERFORM 520-reject-notice
                 END-IF
                 MOVE "Y" TO notice-open-sw
                 MOVE anchor-line (25 : 8) TO notice-date
                 COMPUTE notice-start = anchor-count + 1
                 MOVE 0 TO notice-seal
                 MOVE 0 TO notice-lines
                 PERFORM 530-seal-notice-line
              WHEN an-label = "NOTICE SEAL"
                 IF notice-open-sw = "Y"
                    IF an-records NOT = notice-lines
                       OR an-seal NOT = notice-seal
                       PERFORM 520-reject-notice
                    END-IF
                    MOVE "N" TO notice-open-sw
                 END-IF
              WHEN an-word1 = "RECORDS" AND notice-open-sw = "Y"
                 PERFORM 530-seal-notice-line
                 ADD 1 TO notice-lines
                 IF anchor-count < 500
                    ADD 1 TO anchor-count
                    MOVE notice-date TO ae-date (anchor-count)
                    MOVE an-label TO ae-dataset (anchor-count)
                    MOVE an-records TO ae-records (anchor-count)
                    MOVE an-seal TO ae-seal (anchor-count)
                    MOVE 0 TO ae-found-seal (anchor-count)
                    MOVE 0 TO ae-found-pos (anchor-count)
                    MOVE "T" TO ae-state (anchor-count)
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       520-reject-notice.
           ADD 1 TO notice-reject-count
           DISPLAY "ANCHOR NOTICE of " notice-date
              " fails its own notice seal - not used"
           COMPUTE anchor-count = notice-start - 1
           MOVE "N" TO notice-open-sw.

       530-seal-notice-line.
           MOVE SPACES TO seal-data
           MOVE anchor-line TO seal-data (1 : 80)
           MOVE notice-seal TO notice-prev
           CALL sealcalc USING notice-prev, seal-data, notice-seal
              ON EXCEPTION
                 DISPLAY "Unable to call the seal module"
                 MOVE 3 TO RETURN-CODE
                 STOP RUN
           END-CALL.

      * Anchors are found by their seal, not their position:
      * archpurge takes the oldest records out of AUDITLOG, so a
      * record's place in today's file is not its place on the day
      * the anchor was published.
       550-check-anchors.
           PERFORM VARYING anchor-idx FROM 1 BY 1
              UNTIL anchor-idx > anchor-count
              IF ae-dataset (anchor-idx) = check-dataset
                 AND ae-state (anchor-idx) NOT = "A"
                 AND ae-seal (anchor-idx) = check-seal
                 MOVE check-seal TO ae-found-seal (anchor-idx)
                 MOVE record-no TO ae-found-pos (anchor-idx)
                 MOVE "A" TO ae-state (anchor-idx)
              END-IF
           END-PERFORM.

      * Anchors whose seal was not found are placed in today's
      * file by the shift the latest agreeing anchor shows (or, with
      * none agreeing, by the AUDITLOG records ARCHCAT says were
      * archived). One that falls before the first retained record
      * was archived and is out of range; one past the end is no
      * longer reached; one inside the file diverges, and the seal
      * now standing in its place is fetched for the report.
       560-place-anchors.
           MOVE 0 TO anchor-offset
           MOVE 0 TO offset-anchor-records
           MOVE 0 TO pending-count
           MOVE 0 TO out-of-range-count
           IF check-dataset = "AUDITLOG"
              MOVE audit-records TO walk-records
           ELSE
              MOVE draw-records TO walk-records
           END-IF
           PERFORM VARYING anchor-idx FROM 1 BY 1
              UNTIL anchor-idx > anchor-count
              IF ae-dataset (anchor-idx) = check-dataset
                 AND ae-state (anchor-idx) = "A"
                 AND ae-records (anchor-idx) > offset-anchor-records
                 MOVE ae-records (anchor-idx) TO offset-anchor-records
                 IF ae-records (anchor-idx) > ae-found-pos (anchor-idx)
                    COMPUTE anchor-offset = ae-records (anchor-idx)
                       - ae-found-pos (anchor-idx)
                 ELSE
                    MOVE 0 TO anchor-offset
                 END-IF
              END-IF
           END-PERFORM
           IF offset-anchor-records = 0 AND check-dataset = "AUDITLOG"
              MOVE archived-audit TO anchor-offset
           END-IF
           PERFORM VARYING anchor-idx FROM 1 BY 1
              UNTIL anchor-idx > anchor-count
              IF ae-dataset (anchor-idx) = check-dataset
                 AND ae-state (anchor-idx) NOT = "A"
                 IF ae-records (anchor-idx) NOT > anchor-offset
                    MOVE "O" TO ae-state (anchor-idx)
                    ADD 1 TO out-of-range-count
                 ELSE
                    COMPUTE ae-found-pos (anchor-idx) =
                       ae-records (anchor-idx) - anchor-offset
                    IF ae-found-pos (anchor-idx) > walk-records
                       MOVE "T" TO ae-state (anchor-idx)
                    ELSE
                       MOVE "P" TO ae-state (anchor-idx)
                       ADD 1 TO pending-count
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF pending-count > 0
              PERFORM 570-fetch-divergent-seals
           END-IF
           IF out-of-range-count > 0
              DISPLAY "  " out-of-range-count " anchor point(s) on "
                 FUNCTION TRIM (check-dataset) " precede the "
                 "retained records (archived) - out of range"
           END-IF.

       565-count-archived-audit.
           OPEN INPUT arch-cat
           IF arch-cat-status NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL arch-cat-status NOT = "00"
              READ arch-cat
                 AT END
                    MOVE "10" TO arch-cat-status
                 NOT AT END
                    IF ac-audit-count IS NUMERIC
                       ADD ac-audit-count TO archived-audit
                    END-IF
              END-READ
           END-PERFORM
           CLOSE arch-cat.

       570-fetch-divergent-seals.
           MOVE 0 TO record-no
           MOVE "N" TO eof-sw
           IF check-dataset = "AUDITLOG"
              OPEN INPUT audit-log
              IF audit-status NOT = "00"
                 MOVE "Y" TO eof-sw
              END-IF
           ELSE
              OPEN INPUT draw-out
              IF draw-out-status NOT = "00"
                 MOVE "Y" TO eof-sw
              END-IF
           END-IF
           PERFORM UNTIL eof-sw = "Y"
              IF check-dataset = "AUDITLOG"
                 READ audit-log
                    AT END
                       MOVE "Y" TO eof-sw
                    NOT AT END
                       MOVE aud-seal TO check-seal
                 END-READ
              ELSE
                 READ draw-out
                    AT END
                       MOVE "Y" TO eof-sw
                    NOT AT END
                       MOVE dor-seal TO check-seal
                 END-READ
              END-IF
              IF eof-sw = "N"
                 ADD 1 TO record-no
                 PERFORM 575-mark-divergent
              END-IF
           END-PERFORM
           IF check-dataset = "AUDITLOG"
              CLOSE audit-log
           ELSE
              CLOSE draw-out
           END-IF.

       575-mark-divergent.
           PERFORM VARYING anchor-idx FROM 1 BY 1
              UNTIL anchor-idx > anchor-count
              IF ae-dataset (anchor-idx) = check-dataset
                 AND ae-state (anchor-idx) = "P"
                 AND ae-found-pos (anchor-idx) = record-no
                 MOVE check-seal TO ae-found-seal (anchor-idx)
                 MOVE "D" TO ae-state (anchor-idx)
              END-IF
           END-PERFORM.

      * Reports the earliest anchor point the chain no longer
      * honours; the change lies after the last anchor point
      * still agreeing and no later than the failing one.
       600-report-anchors.
           PERFORM 560-place-anchors
           MOVE 0 TO first-bad-idx
           MOVE 0 TO last-good-records
           PERFORM VARYING anchor-idx FROM 1 BY 1
              UNTIL anchor-idx > anchor-count
              IF ae-dataset (anchor-idx) = check-dataset
                 AND (ae-state (anchor-idx) = "D"
                    OR ae-state (anchor-idx) = "T")
                 IF first-bad-idx = 0
                    MOVE anchor-idx TO first-bad-idx
                 ELSE
                    IF ae-records (anchor-idx)
                       < ae-records (first-bad-idx)
                       MOVE anchor-idx TO first-bad-idx
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF first-bad-idx = 0
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING anchor-idx FROM 1 BY 1
              UNTIL anchor-idx > anchor-count
              IF ae-dataset (anchor-idx) = check-dataset
                 AND ae-state (anchor-idx) = "A"
                 AND ae-records (anchor-idx)
                    < ae-records (first-bad-idx)
                 AND ae-records (anchor-idx) > last-good-records
                 MOVE ae-records (anchor-idx) TO last-good-records
              END-IF
           END-PERFORM
           ADD 1 TO diverge-count
           ADD 1 TO last-good-records
           IF ae-state (first-bad-idx) = "T"
              DISPLAY "ANCHOR DIVERGES on "
                 FUNCTION TRIM (check-dataset) ": the anchor of "
                 ae-date (first-bad-idx) " holds record "
                 ae-records (first-bad-idx)
                 " but the chain no longer reaches it"
           ELSE
              DISPLAY "ANCHOR DIVERGES on "
                 FUNCTION TRIM (check-dataset) " at record "
                 ae-records (first-bad-idx) ": seal "
                 ae-found-seal (first-bad-idx)
                 " but the anchor of " ae-date (first-bad-idx)
                 " published " ae-seal (first-bad-idx)
           END-IF
           DISPLAY "  the chain was altered between record "
              last-good-records " and record "
              ae-records (first-bad-idx).
       END PROGRAM sealver.
