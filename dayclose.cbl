           SELECT audit-log ASSIGN TO "AUDITLOG"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS audit-status.
           SELECT audit-idx ASSIGN TO "AUDITIDX"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ax-session
              FILE STATUS IS audit-idx-status.
           SELECT summary-file ASSIGN TO "SUMMARYFILE"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS summary-status.
           SELECT close-log ASSIGN TO "CLOSELOG"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS close-log-status.
           SELECT seal-anchor ASSIGN TO "SEALANCHOR"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS seal-anchor-status.
           SELECT anchor-log ASSIGN TO "ANCHORLOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS anchor-log-status.

       DATA DIVISION.
       FILE SECTION.
           05 dc-session        PIC X(18).
           05 dc-count          PIC 9(9).
           05 dc-status         PIC X.
           05 dc-client         PIC X(8).

       FD  draw-out
           RECORDING MODE IS F.
              10 hl-session         PIC 9(9).
           05 hist-void-op          PIC X(8).
           05 hist-void-rsn         PIC X(16).
           05 hist-game             PIC X(8).
           05 hist-client           PIC X(8).

       FD  audit-log
           RECORDING MODE IS F.
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

       FD  summary-file.
       01  summary-line         PIC X(180).

      * One record per formally closed business day; the absence
      * of a date here is what the generator warns about next
           05 cl-status         PIC X.
           05 FILLER            PIC X(5).

      * The day's seal-chain anchor notice, rewritten at every
      * close for the notary and the public results bulletin;
      * ANCHORLOG keeps every notice ever issued, in order.
       FD  seal-anchor.
       01  seal-anchor-record   PIC X(80).

       FD  anchor-log.
       01  anchor-log-record    PIC X(80).

       WORKING-STORAGE SECTION.
       77  draw-cat-status      PIC XX.
       77  draw-out-status      PIC XX.
       77  hist-status          PIC XX.
       77  audit-status         PIC XX.
       77  audit-idx-status     PIC XX.
       77  summary-status       PIC XX.
       77  close-log-status     PIC XX.
       77  seal-anchor-status   PIC XX.
       77  anchor-log-status    PIC XX.
       77  sealcalc             PIC X(8)    VALUE "sealcalc".
       77  seal-data            PIC X(128).
       77  notice-seal          PIC 9(18).
       77  notice-prev          PIC 9(18).
       77  anchor-lines         PIC 9(9).
       77  audit-records        PIC 9(9).
       77  audit-last-seal      PIC 9(18).
       77  excfeed              PIC X(8)    VALUE "excfeed".
       01  exception-detail.
           05 exd-program       PIC X(10)   VALUE "dayclose".
       77  trailer-total        PIC 9(9)    VALUE 0.
       77  trailer-found-sw     PIC X.
       77  hist-adds            PIC 9(9)    VALUE 0.
      * Draw service sessions are numbered above this base; their
      * values reach HISTFILE with no DRAWOUT generation behind
      * them and balance against their own AUDITLOG cycles.
       77  svc-session-base     PIC 9(9)    VALUE 800000000.
       77  svc-hist-adds        PIC 9(9)    VALUE 0.
       77  svc-cycle-total      PIC 9(9)    VALUE 0.
       77  svc-session-count    PIC 9(9)    VALUE 0.
       77  audit-session-seq    PIC 9(9).
       77  audit-cycle-total    PIC 9(9)    VALUE 0.
       77  audit-session-count  PIC 9(9)    VALUE 0.
       77  audit-idx-used-sw    PIC X       VALUE "N".
       77  prior-session-idx    PIC 9(4).
       77  summary-lines        PIC 9(9)    VALUE 0.
       77  problem-count        PIC 9(4)    VALUE 0.
       77  session-idx          PIC 9(4).
              10 dg-gen          PIC 9(4).
              10 dg-session      PIC X(18).
              10 dg-count        PIC 9(9).
              10 dg-records      PIC 9(9).
              10 dg-last-seal    PIC 9(18).
      * One notice line: a dataset, the number of records its
      * chain held at close and the seal of the last of them.
       01  anchor-line.
           05 an-label          PIC X(16).
           05 an-word1          PIC X(8).
           05 an-records        PIC 9(9).
           05 an-word2          PIC X(6).
           05 an-seal           PIC 9(18).
           05 FILLER            PIC X(23).

      * Formal end-of-day close: for one business date the
      * DRAWOUT trailer counts, the HISTFILE adds, the AUDITLOG
           PERFORM 200-sum-trailer-counts
           PERFORM 300-count-hist-adds
           PERFORM 400-sum-audit-cycles
           PERFORM 420-sum-service-cycles
           PERFORM 500-count-summary-lines
           PERFORM 600-balance-and-close
           STOP RUN.

       250-read-one-trailer.
           MOVE "N" TO trailer-found-sw
           MOVE 0 TO dg-records (gen-idx)
           MOVE 0 TO dg-last-seal (gen-idx)
           OPEN INPUT draw-out
           IF draw-out-status NOT = "00"
              ADD 1 TO problem-count
                 AT END
                    MOVE "Y" TO eof-sw
                 NOT AT END
                    ADD 1 TO dg-records (gen-idx)
                    MOVE dor-seal TO dg-last-seal (gen-idx)
                    IF dor-type = "T"
                       MOVE draw-out-record TO draw-out-trailer
                       ADD dot-count TO trailer-total
                       MOVE "Y" TO eof-sw
                    ELSE
                       IF hk-date = close-date
                          AND hk-session > svc-session-base
                          ADD 1 TO svc-hist-adds
                       ELSE
                          IF hk-date = close-date
                             AND hk-session NOT = 0
                             ADD 1 TO hist-adds
                          END-IF
                       END-IF
                    END-IF
              END-READ
      * cataloged generations, which keeps sampling runs and
      * other AUDITLOG tenants out of the draw balance.
       400-sum-audit-cycles.
           PERFORM 410-sum-indexed-sessions
           IF audit-idx-used-sw = "Y"
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT audit-log
           IF audit-status NOT = "00"
              DISPLAY "  PROBLEM: unable to open AUDITLOG"
           END-PERFORM
           CLOSE audit-log.

      * With the session index mounted each generation's session
      * is read directly. Any session the index cannot produce
      * discards the keyed totals and the day is summed from
      * AUDITLOG instead, so a lagging index never unbalances it.
       410-sum-indexed-sessions.
           MOVE "N" TO audit-idx-used-sw
           OPEN INPUT audit-idx
           IF audit-idx-status NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO audit-idx-used-sw
           PERFORM VARYING session-idx FROM 1 BY 1
              UNTIL session-idx > day-generations
              OR audit-idx-used-sw = "N"
              MOVE "N" TO session-matched-sw
              PERFORM VARYING prior-session-idx FROM 1 BY 1
                 UNTIL prior-session-idx >= session-idx
                 IF dg-session (prior-session-idx)
                    = dg-session (session-idx)
                    MOVE "Y" TO session-matched-sw
                 END-IF
              END-PERFORM
              IF session-matched-sw = "N"
                 MOVE dg-session (session-idx) TO ax-session
                 READ audit-idx
                    INVALID KEY
                       MOVE "N" TO audit-idx-used-sw
                    NOT INVALID KEY
                       MOVE audit-idx-record TO audit-record
                       IF aud-date = close-date
                          ADD 1 TO audit-session-count
                          ADD aud-cycles TO audit-cycle-total
                       END-IF
                 END-READ
              END-IF
           END-PERFORM
           CLOSE audit-idx
           IF audit-idx-used-sw = "N"
              MOVE 0 TO audit-session-count
              MOVE 0 TO audit-cycle-total
           END-IF.

      * Draw service sessions carry no generation: each delivered
      * value is one HISTFILE record and one cycle on the session's
      * AUDITLOG record, so the two totals must agree.
       420-sum-service-cycles.
           OPEN INPUT audit-log
           IF audit-status NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL audit-status NOT = "00"
              READ audit-log
                 AT END
                    MOVE "10" TO audit-status
                 NOT AT END
                    IF aud-date = close-date
                       AND aud-session (10 : 9) IS NUMERIC
                       MOVE aud-session (10 : 9) TO audit-session-seq
                       IF audit-session-seq > svc-session-base
                          ADD 1 TO svc-session-count
                          ADD aud-cycles TO svc-cycle-total
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE audit-log.

       500-count-summary-lines.
           OPEN INPUT summary-file
           IF summary-status NOT = "00"
           DISPLAY "  audit cycle total  : " audit-cycle-total
           DISPLAY "  audit sessions     : " audit-session-count
           DISPLAY "  summary receipts   : " summary-lines
           DISPLAY "  service sessions   : " svc-session-count
           DISPLAY "  service hist adds  : " svc-hist-adds
           DISPLAY "  service cycles     : " svc-cycle-total

           IF trailer-total NOT = hist-adds
              ADD 1 TO problem-count
              DISPLAY "  OUT OF BALANCE: trailer count "
                 trailer-total " vs history adds " hist-adds
           END-IF
           IF svc-hist-adds NOT = svc-cycle-total
              ADD 1 TO problem-count
              DISPLAY "  OUT OF BALANCE: draw service history adds "
                 svc-hist-adds " vs audited service cycles "
                 svc-cycle-total
           END-IF
      * The audit record carries cycles, which a multi-stream
      * session multiplies into records (cycles x streams), so
      * cycles are never balanced against record counts; the
                 " summary receipt(s)"
           END-IF

      * A quiet business day - nothing generated, nothing out of
      * balance - is closed as well, with zero counts, so the
      * year-end close finds every business day on CLOSELOG.
           IF problem-count = 0
              OPEN EXTEND close-log
              IF close-log-status NOT = "00"
                 OPEN OUTPUT close-log
              MOVE "C" TO cl-status
              WRITE close-log-record
              CLOSE close-log
              MOVE 0 TO RETURN-CODE
              IF day-generations = 0
                 DISPLAY "DAY CLOSED - no generations were "
                    "produced on " close-date "; closed as a quiet "
                    "day on CLOSELOG"
              ELSE
                 DISPLAY "DAY CLOSED - " close-date " balances "
                    "across all files; CLOSELOG written"
              END-IF
      * Every closed day is anchored: sampling runs and service
      * sessions reach AUDITLOG on days with no generation too.
              PERFORM 700-publish-seal-anchor
           ELSE
              DISPLAY "DAY NOT CLOSED - " problem-count
                 " balancing problem(s) on " close-date
              MOVE "SEVR" TO exd-severity
              MOVE "DAYCLOSE" TO exd-reason
              MOVE "business day failed to balance"
                 TO exd-text
              CALL excfeed USING exception-detail
                 ON EXCEPTION
                    CONTINUE
              END-CALL
              MOVE 1 TO RETURN-CODE
           END-IF.

      * Fixes the closed day's chains in a short notice that is
      * sent outside the shop: the record count and last seal of
      * AUDITLOG and of each of the day's generations. Once the
      * notice is published, rebuilding a chain from an altered
      * record onward no longer goes unnoticed - sealver checks a
      * chain against the published seals. The notice carries a
      * seal over its own lines so a mistyped copy is rejected.
       700-publish-seal-anchor.
           MOVE 0 TO audit-records
           MOVE 0 TO audit-last-seal
           OPEN INPUT audit-log
           IF audit-status NOT = "00"
              DISPLAY "  unable to open AUDITLOG - no seal anchor "
                 "issued"
              MOVE "WARN" TO exd-severity
              MOVE "ANCHOR" TO exd-reason
              MOVE "seal anchor not issued" TO exd-text
              CALL excfeed USING exception-detail
                 ON EXCEPTION
                    CONTINUE
              END-CALL
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL audit-status NOT = "00"
              READ audit-log
                 AT END
                    MOVE "10" TO audit-status
                 NOT AT END
                    ADD 1 TO audit-records
                    MOVE aud-seal TO audit-last-seal
              END-READ
           END-PERFORM
           CLOSE audit-log

           OPEN OUTPUT seal-anchor
           OPEN EXTEND anchor-log
           IF anchor-log-status NOT = "00"
              OPEN OUTPUT anchor-log
           END-IF
           MOVE 0 TO notice-seal
           MOVE 0 TO anchor-lines

           MOVE SPACES TO anchor-line
           STRING
              "SEAL ANCHOR     FOR DAY " DELIMITED BY SIZE
              close-date                 DELIMITED BY SIZE
              " CLOSED "                 DELIMITED BY SIZE
              close-time (1 : 6)         DELIMITED BY SIZE
              INTO anchor-line
           END-STRING
           PERFORM 710-emit-anchor-line

           MOVE SPACES TO anchor-line
           MOVE "AUDITLOG" TO an-label
           MOVE audit-records TO an-records
           MOVE audit-last-seal TO an-seal
           PERFORM 720-emit-dataset-line

           PERFORM VARYING gen-idx FROM 1 BY 1
              UNTIL gen-idx > day-generations
              MOVE SPACES TO anchor-line
              MOVE "DRAWOUT.G" TO an-label (1 : 9)
              MOVE dg-gen (gen-idx) TO an-label (10 : 4)
              MOVE dg-records (gen-idx) TO an-records
              MOVE dg-last-seal (gen-idx) TO an-seal
              PERFORM 720-emit-dataset-line
           END-PERFORM

      * The closing line is not folded into its own seal.
           MOVE SPACES TO anchor-line
           MOVE "NOTICE SEAL" TO an-label
           MOVE "LINES" TO an-word1
           MOVE anchor-lines TO an-records
           MOVE " SEAL " TO an-word2
           MOVE notice-seal TO an-seal
           MOVE anchor-line TO seal-anchor-record
           WRITE seal-anchor-record
           MOVE anchor-line TO anchor-log-record
           WRITE anchor-log-record
           CLOSE seal-anchor
           CLOSE anchor-log
           DISPLAY "SEALANCHOR issued - " anchor-lines
              " chain(s) anchored, notice seal " notice-seal.

       710-emit-anchor-line.
           MOVE SPACES TO seal-data
           MOVE anchor-line TO seal-data (1 : 80)
           MOVE notice-seal TO notice-prev
           CALL sealcalc USING notice-prev, seal-data, notice-seal
              ON EXCEPTION
                 DISPLAY "Unable to call the seal module"
                 MOVE 3 TO RETURN-CODE
                 STOP RUN
           END-CALL
           MOVE anchor-line TO seal-anchor-record
           WRITE seal-anchor-record
           MOVE anchor-line TO anchor-log-record
           WRITE anchor-log-record.

       720-emit-dataset-line.
           MOVE "RECORDS" TO an-word1
           MOVE " SEAL " TO an-word2
           ADD 1 TO anchor-lines
           PERFORM 710-emit-anchor-line.
       END PROGRAM dayclose.
