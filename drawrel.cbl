              ASSIGN TO DYNAMIC release-ls-out-name
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS release-ls-out-status.
           SELECT result-bull ASSIGN TO "RESULTBULL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS result-bull-status.
           SELECT commit-log ASSIGN TO "COMMITLOG"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS commit-log-status.

       DATA DIVISION.
       FILE SECTION.
           05 stc-count         PIC 9(9).
           05 stc-csv           PIC X.
           05 stc-rpt           PIC X.
           05 stc-json          PIC X.
           05 FILLER            PIC X(4).
           05 stc-title         PIC X(20).
           05 stc-mode          PIC X(8).
           05 stc-client        PIC X(8).

       FD  stage-draw
           RECORDING MODE IS F.
       FD  draw-out
           RECORDING MODE IS F.
       01  draw-out-record      PIC X(66).
       01  draw-out-detail.
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

       FD  draw-cat
           RECORDING MODE IS F.
           05 dc-session        PIC X(18).
           05 dc-count          PIC 9(9).
           05 dc-status         PIC X.
           05 dc-client         PIC X(8).

       FD  release-log.
       01  release-log-line     PIC X(100).
       FD  release-ls-out.
       01  release-ls-out-record PIC X(132).

      * The public results bulletin for the released session,
      * printed in one approved layout for the website and the
      * notice board.
       FD  result-bull.
       01  result-bull-line     PIC X(80).

      * Published seed commitments; a session drawn under one
      * names it on its bulletin.
       FD  commit-log
           RECORDING MODE IS F.
       01  commit-log-record.
           05 cm-type           PIC X.
           05 cm-id             PIC X(12).
           05 cm-date           PIC X(8).
           05 cm-time           PIC X(8).
           05 cm-n              PIC 99.
           05 cm-seal           PIC 9(18).
           05 cm-source         PIC X(8).
           05 cm-session        PIC X(18).
           05 cm-seed           PIC X(16).
           05 cm-operator       PIC X(8).
           05 FILLER            PIC X.

       WORKING-STORAGE SECTION.
       77  stage-ctl-status     PIC XX.
       77  stage-draw-status    PIC XX.
           05 exd-key           PIC X(18)   VALUE SPACES.
           05 exd-text          PIC X(40).
       77  operator-id          PIC X(8).
       77  opident              PIC X(8)    VALUE "opident".
       77  run-date             PIC X(8).
       77  run-time             PIC X(8).
       77  now-stamp            PIC X(14).
       77  release-ls-out-name  PIC X(13).
       77  ls-copied-count      PIC 9(9).
       77  ls-eof-sw            PIC X.
       77  result-bull-status   PIC XX.
       77  bull-count           PIC 9(9)    VALUE 0.
       77  bull-seal            PIC 9(18)   VALUE 0.
       77  bull-date            PIC X(8)    VALUE SPACES.
       77  bull-first-pos       PIC 99.
       77  bull-dist-edit       PIC Z(11)9.9999.
       77  commit-log-status    PIC XX.
       77  bull-commit-id       PIC X(12)   VALUE SPACES.
       77  bull-commit-seal     PIC 9(18)   VALUE 0.
       77  drawjson             PIC X(8)    VALUE "drawjson".
       01  json-request.
           05 jr-draw-name      PIC X(13).
           05 jr-json-name      PIC X(13).
           05 jr-session        PIC X(18).
           05 jr-mode           PIC X(8).
           05 jr-result         PIC X.
           05 jr-count          PIC 9(9).
       01  bull-rule-line       PIC X(80)   VALUE ALL "=".
       01  bull-dash-line       PIC X(80)   VALUE ALL "-".
       01  bull-result-line.
           05 FILLER            PIC X(4)    VALUE SPACES.
           05 brl-ticket        PIC Z(8)9.
           05 FILLER            PIC X(6)    VALUE SPACES.
           05 brl-sign          PIC X.
           05 brl-value         PIC X(17).
           05 FILLER            PIC X(43)   VALUE SPACES.

      * The scheduler runs this after the televised announcement:
      * the staged draws move to a real DRAWOUT generation only
      * passed, and every release (or refusal) is logged with who
      * asked and when.
       PROCEDURE DIVISION.
           CALL opident USING operator-id
              ON EXCEPTION
                 DISPLAY "USER" UPON ENVIRONMENT-NAME
                 ACCEPT operator-id FROM ENVIRONMENT-VALUE
           END-CALL
           IF operator-id = SPACES
              MOVE "UNKNOWN" TO operator-id
           END-IF
              MOVE "PRINTRPT" TO release-ls-out-name
              PERFORM 250-release-one-line-file
           END-IF
           IF stc-json = "Y"
              PERFORM 270-release-draw-json
           END-IF
           PERFORM 300-catalog-generation
           PERFORM 400-print-result-bulletin
           PERFORM 600-log-release-event
           PERFORM 500-clear-staging

           DISPLAY "Released " ls-copied-count " line(s) to "
              FUNCTION TRIM (release-ls-out-name).

      * Rendered from the generation just released, never from
      * the staging copy, and published to DRAWJSON only once the
      * document is complete.
       270-release-draw-json.
           MOVE draw-out-name TO jr-draw-name
           MOVE "STAGEJSON" TO jr-json-name
           MOVE stc-session TO jr-session
           MOVE stc-mode TO jr-mode
           CALL drawjson USING json-request
              ON EXCEPTION
                 MOVE "N" TO jr-result
           END-CALL
           IF jr-result NOT = "Y"
              DISPLAY "RELEASE WARNING - JSON document for session "
                 FUNCTION TRIM (stc-session) " not rendered; "
                 "DRAWJSON left as it was"
              MOVE "WARN" TO exd-severity
              MOVE "NOJSON" TO exd-reason
              MOVE stc-session TO exd-key
              MOVE "JSON document not rendered" TO exd-text
              CALL excfeed USING exception-detail
                 ON EXCEPTION
                    CONTINUE
              END-CALL
              EXIT PARAGRAPH
           END-IF
           MOVE "STAGEJSON" TO stage-ls-in-name
           MOVE "DRAWJSON" TO release-ls-out-name
           PERFORM 250-release-one-line-file.

       300-catalog-generation.
           OPEN EXTEND draw-cat
           IF draw-cat-status NOT = "00"
           MOVE stc-session TO dc-session
           MOVE stc-count TO dc-count
           MOVE "U" TO dc-status
           MOVE stc-client TO dc-client
           WRITE draw-cat-record
           CLOSE draw-cat.

      * Built from the released generation itself, never from
      * anything keyed by hand: the values in ticket order, the
      * official embargo release moment and the closing seal of
      * the session's chain.
       400-print-result-bulletin.
           OPEN INPUT draw-out
           IF draw-out-status NOT = "00"
              DISPLAY "RELEASE WARNING - "
                 FUNCTION TRIM (draw-out-name)
                 " unreadable; no results bulletin printed"
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT result-bull
           MOVE "N" TO eof-sw
           PERFORM UNTIL eof-sw = "Y"
              READ draw-out
                 AT END
                    MOVE "Y" TO eof-sw
                 NOT AT END
                    IF bull-date = SPACES
                       MOVE dor-date TO bull-date
                       PERFORM 410-print-bulletin-heading
                    END-IF
                    IF dor-type = "D"
                       PERFORM 420-print-bulletin-result
                    END-IF
                    IF dor-type = "T"
                       MOVE dor-seal TO bull-seal
                    END-IF
              END-READ
           END-PERFORM
           CLOSE draw-out
           IF bull-date = SPACES
              MOVE run-date TO bull-date
              PERFORM 410-print-bulletin-heading
           END-IF

           WRITE result-bull-line FROM bull-dash-line
           MOVE SPACES TO result-bull-line
           STRING
              "    RESULTS RELEASED : " DELIMITED BY SIZE
              bull-count                DELIMITED BY SIZE
              INTO result-bull-line
           END-STRING
           WRITE result-bull-line
           MOVE SPACES TO result-bull-line
           STRING
              "    CLOSING SEAL     : " DELIMITED BY SIZE
              bull-seal                 DELIMITED BY SIZE
              INTO result-bull-line
           END-STRING
           WRITE result-bull-line
           WRITE result-bull-line FROM bull-rule-line
           MOVE "    Published exactly as printed. A copy that differs"
              TO result-bull-line
           WRITE result-bull-line
           MOVE "    from this notice in any character is not official."
              TO result-bull-line
           WRITE result-bull-line
           CLOSE result-bull
           DISPLAY "Results bulletin RESULTBULL printed: "
              bull-count " result(s)".

       410-print-bulletin-heading.
           WRITE result-bull-line FROM bull-rule-line
           MOVE "                       OFFICIAL DRAW RESULTS BULLETIN"
              TO result-bull-line
           WRITE result-bull-line
           WRITE result-bull-line FROM bull-rule-line
           MOVE SPACES TO result-bull-line
           STRING
              "    DRAW DATE        : " DELIMITED BY SIZE
              bull-date (1 : 4)         DELIMITED BY SIZE
              "-"                       DELIMITED BY SIZE
              bull-date (5 : 2)         DELIMITED BY SIZE
              "-"                       DELIMITED BY SIZE
              bull-date (7 : 2)         DELIMITED BY SIZE
              INTO result-bull-line
           END-STRING
           WRITE result-bull-line
           MOVE SPACES TO result-bull-line
           STRING
              "    SESSION          : " DELIMITED BY SIZE
              stc-session               DELIMITED BY SIZE
              INTO result-bull-line
           END-STRING
           WRITE result-bull-line
           PERFORM 430-find-seed-commitment
           IF bull-commit-id NOT = SPACES
              MOVE SPACES TO result-bull-line
              STRING
                 "    SEED COMMITMENT  : " DELIMITED BY SIZE
                 bull-commit-id            DELIMITED BY SIZE
                 "  seal "                 DELIMITED BY SIZE
                 bull-commit-seal          DELIMITED BY SIZE
                 INTO result-bull-line
              END-STRING
              WRITE result-bull-line
           END-IF
           MOVE SPACES TO result-bull-line
           MOVE "    GAME / CAMPAIGN  : " TO result-bull-line (1 : 23)
           IF stc-title = SPACES
              MOVE "GENERAL DRAW" TO result-bull-line (24 : 20)
           ELSE
              MOVE stc-title TO result-bull-line (24 : 20)
           END-IF
           WRITE result-bull-line
           MOVE SPACES TO result-bull-line
           STRING
              "    RELEASED AT      : " DELIMITED BY SIZE
              stc-release-stamp (1 : 4) DELIMITED BY SIZE
              "-"                       DELIMITED BY SIZE
              stc-release-stamp (5 : 2) DELIMITED BY SIZE
              "-"                       DELIMITED BY SIZE
              stc-release-stamp (7 : 2) DELIMITED BY SIZE
              " "                       DELIMITED BY SIZE
              stc-release-stamp (9 : 2) DELIMITED BY SIZE
              ":"                       DELIMITED BY SIZE
              stc-release-stamp (11 : 2) DELIMITED BY SIZE
              ":"                       DELIMITED BY SIZE
              stc-release-stamp (13 : 2) DELIMITED BY SIZE
              INTO result-bull-line
           END-STRING
           WRITE result-bull-line
           WRITE result-bull-line FROM bull-dash-line
           MOVE "       TICKET       RESULT" TO result-bull-line
           WRITE result-bull-line.

      * The drawn digits sit right-aligned in dor-value; only the
      * draw's own n digits are printed, left-aligned. A
      * distribution session holds its value in ten-thousandths and
      * is printed as the decimal it stands for.
       420-print-bulletin-result.
           ADD 1 TO bull-count
           MOVE dor-seq TO brl-ticket
           IF dor-sign = "-"
              MOVE "-" TO brl-sign
           ELSE
              MOVE SPACE TO brl-sign
           END-IF
           MOVE SPACES TO brl-value
           EVALUATE TRUE
              WHEN stc-mode = "DISTRIB"
                 COMPUTE bull-dist-edit = dor-value / 10000
                 MOVE FUNCTION TRIM (bull-dist-edit) TO brl-value
              WHEN dor-n > 0 AND dor-n NOT > 16
                 COMPUTE bull-first-pos = 17 - dor-n
                 MOVE dor-value (bull-first-pos : dor-n) TO brl-value
              WHEN OTHER
                 MOVE dor-value TO brl-value
           END-EVALUATE
           WRITE result-bull-line FROM bull-result-line.

      * The commitment, if any, the released session was drawn
      * under, so the bulletin points at what the reveal will be
      * checked against.
       430-find-seed-commitment.
           MOVE SPACES TO bull-commit-id
           OPEN INPUT commit-log
           IF commit-log-status NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL commit-log-status NOT = "00"
              READ commit-log
                 AT END
                    MOVE "10" TO commit-log-status
                 NOT AT END
                    IF cm-type = "D" AND cm-session = stc-session
                       MOVE cm-id TO bull-commit-id
                       MOVE cm-seal TO bull-commit-seal
                       MOVE "10" TO commit-log-status
                    END-IF
              END-READ
           END-PERFORM
           CLOSE commit-log.

       500-clear-staging.
           OPEN OUTPUT stage-draw
           CLOSE stage-draw
