           SELECT weight-file ASSIGN TO DYNAMIC weight-file-name
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS weight-status.
           SELECT holiday-file ASSIGN TO DYNAMIC holiday-file-name
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS holiday-status.
           SELECT prof-use ASSIGN TO "PROFUSE"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS prof-use-status.
           SELECT batch-csv ASSIGN TO "BATCHCSV"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS batch-csv-status.
           05 bl-weighttable    PIC X(20).
           05 bl-streams        PIC X(2).
           05 bl-csv            PIC X(3).
      * BUSDATE batches carry their from- and to-date in low/high
      * and may name a regional holiday calendar (SE reads
      * HOLIDAYS.SE; blank reads HOLIDAYS).
      * Mode PROFILE takes the whole draw definition from a PARMLIB
      * run profile instead: the profile name sits in columns 1-8
      * of the weight-table field and an optional version number
      * in columns 10-12 (blank means the version in force today).
           05 bl-calendar       PIC X(4).
           05 FILLER            PIC X(4).

       FD  batch-out
           RECORDING MODE IS F.
           05 wt-weight             PIC 9(5).
           05 FILLER                PIC X(43).

       FD  holiday-file
           RECORDING MODE IS F.
       01  holiday-record.
           05 hol-date          PIC X(8).
           05 FILLER            PIC X(72).

       FD  batch-csv.
       01  batch-csv-line       PIC X(80).

       FD  prof-use
           RECORDING MODE IS F.
       01  prof-use-record.
           05 pu-date           PIC X(8).
           05 pu-time           PIC X(8).
           05 pu-program        PIC X(10).
           05 pu-session        PIC X(18).
           05 pu-profile        PIC X(8).
           05 pu-version        PIC 9(3).
           05 FILLER            PIC X(9).

       WORKING-STORAGE SECTION.
       77  batch-time-status    PIC XX.
       77  batch-out-status     PIC XX.
       77  dup-count            PIC 9(9)    VALUE 0.
       77  worst-rc             PIC 9       VALUE 0.
       77  cur-batch-id         PIC X(8).
      * Cost center the whole job is charged to (PRNGCOSTCTR, blank
      * is overhead); each batch is admitted against its monthly
      * allowance before it draws.
       77  cost-center          PIC X(8)    VALUE SPACES.
       77  allowchk             PIC X(8)    VALUE "allowchk".
       01  allow-request.
           05 aq-program        PIC X(10)   VALUE "batchrun".
           05 aq-costctr        PIC X(8).
           05 aq-cycles         PIC 9(12).
           05 aq-result         PIC X.
           05 aq-kind           PIC X       VALUE SPACE.
       77  cur-cycles           PIC 9(9).
       77  cur-n                PIC 99.
       77  cur-depends-on       PIC X(8).
       77  batch-csv-status     PIC XX.
       77  batch-csv-open-sw    PIC X       VALUE "N".
       77  weight-file-name     PIC X(20).
       77  cur-calendar         PIC X(4).
       77  cur-profile          PIC X(8).
       77  cur-prof-version     PIC 9(3).
       77  cur-prof-error       PIC X(40).
       77  profload             PIC X(8)    VALUE "profload".
       77  prof-use-status      PIC XX.
       77  slot-idx             PIC 99.
       77  slot-high-idx        PIC 99.
       01  profile-request.
           05 pr-name           PIC X(8).
           05 pr-version        PIC 9(3).
           05 pr-effective      PIC X(8).
           05 pr-status         PIC XX.
           05 pr-bad-keyword    PIC X(12).
           05 pr-slot           PIC X(20)   OCCURS 26 TIMES.
       77  busdate-mode-sw      PIC X.
       77  bd-weekday           PIC 9.
       77  bd-to-int            PIC 9(9).
       77  bd-day               PIC 9(9).
       77  bd-open-count        PIC 9(9).
       77  holiday-status       PIC XX.
       77  holiday-file-name    PIC X(13).
       77  holiday-count        PIC 9(4)    VALUE 0.
       77  holiday-idx          PIC 9(4).
       77  hol-last-date        PIC X(8).
       77  hol-horizon          PIC 9(8).
       77  hol-lookahead-days   PIC 9(3)    VALUE 90.
       01  holiday-table.
           05 holiday-value     PIC X(8)
              OCCURS 1 TO 500 TIMES
              DEPENDING ON holiday-count.
       77  range-mode-sw        PIC X.
       77  norepeat-sw          PIC X.
       77  deal-mode-sw         PIC X.
       77  wt-idx               PIC 9(4).
       77  wt-pick              PIC 9(9).
       77  stream-idx           PIC 99.
      * A single-stream batch whose draws never redraw takes its raw
      * values from the generator a block at a time.
       77  gen-block-sw         PIC X.
       77  gen-block-size       PIC 9(9).
       77  gen-block-idx        PIC 9(4).
       77  issued-table-size    PIC 9(4)    VALUE 0.
       01  issued-table.
           05 issued-flag       PIC X
              10 be-weighttable PIC X(20).
              10 be-streams     PIC 99.
              10 be-csv         PIC X.
              10 be-calendar    PIC X(4).
              10 be-profile     PIC X(8).
              10 be-prof-version PIC 9(3).
              10 be-prof-error  PIC X(40).
      * One entry per BATCHLIST batch, good or bad: a bad control
      * entry is recorded here and skipped instead of killing the
      * whole job, and the end-of-job exceptions report reads the
           05 num.
              10                PIC 9
              OCCURS 1 TO 16 TIMES DEPENDING ON n.
       COPY prngblk.

       PROCEDURE DIVISION.
           PERFORM 050-self-test-gate
                    ELSE
                       MOVE "N" TO be-csv (entry-count)
                    END-IF
                    MOVE bl-calendar TO be-calendar (entry-count)
                    MOVE SPACES TO be-profile (entry-count)
                    MOVE 0 TO be-prof-version (entry-count)
                    MOVE SPACES TO be-prof-error (entry-count)
                    IF bl-mode = "PROFILE"
                       PERFORM 075-apply-run-profile
                    END-IF
              END-READ
           END-PERFORM
           CLOSE batch-list
              STOP RUN
           END-IF

           DISPLAY "PRNGCOSTCTR" UPON ENVIRONMENT-NAME
           ACCEPT cost-center FROM ENVIRONMENT-VALUE

           PERFORM 070-scan-existing-output
           IF resume-sw = "Y"
              DISPLAY "Restart detected: " done-count " batch(es) "
                 TO weight-file-name
              MOVE be-streams (entry-idx) TO cur-streams
              MOVE be-csv (entry-idx) TO cur-csv-sw
              MOVE be-calendar (entry-idx) TO cur-calendar
              MOVE be-profile (entry-idx) TO cur-profile
              MOVE be-prof-version (entry-idx) TO cur-prof-version
              MOVE be-prof-error (entry-idx) TO cur-prof-error
              PERFORM 100-run-one-batch
           END-PERFORM

              " skipped"
      * The job's return code is the worst single batch outcome -
      * 0 all completed, 1 when dependency skips occurred, 2 when a
      * control entry was invalid, 3 when the cost center's monthly
      * allowance turned a batch away - so downstream COND logic
      * can react to partial failures by kind.
           MOVE "END  " TO lr-event
           MOVE worst-rc TO lr-rc
           PERFORM 066-register-run
                 br-status (result-idx) " cycles="
                 br-cycles-done (result-idx)
              EVALUATE br-status (result-idx)
                 WHEN "ALW"
                    MOVE 3 TO worst-rc
                 WHEN "ERR"
                    IF worst-rc < 2
                       MOVE 2 TO worst-rc
                 EXIT PARAGRAPH
              END-IF
           END-IF
           IF cur-prof-error NOT = SPACES
              DISPLAY "Skipping batch " cur-batch-id ": "
                 FUNCTION TRIM (cur-prof-error)
              MOVE "ERR" TO br-status (result-count)
              MOVE cur-prof-error TO br-reason (result-count)
              ADD 1 TO failed-count
              EXIT PARAGRAPH
           END-IF
           IF cur-n < 1 OR cur-n > 16
              DISPLAY "Skipping batch " cur-batch-id
                 ": digit count n must be between 1 and 16"
           IF br-status (result-count) NOT = "OK "
              EXIT PARAGRAPH
           END-IF
           MOVE cost-center TO aq-costctr
           MOVE cur-cycles TO aq-cycles
           MOVE "Y" TO aq-result
           CALL allowchk USING allow-request
              ON EXCEPTION
                 CONTINUE
           END-CALL
           IF aq-result = "N"
              DISPLAY "Skipping batch " cur-batch-id
                 ": cost center monthly allowance exceeded"
              MOVE "ALW" TO br-status (result-count)
              MOVE "cost center monthly allowance exceeded"
                 TO br-reason (result-count)
              ADD 1 TO failed-count
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO batch-count
           MOVE cur-n TO n
           MOVE cur-cycles TO cycles
           MOVE run-date TO boh-date
           WRITE batch-out-record FROM batch-out-header

           MOVE "N" TO gen-block-sw
           MOVE 0 TO gen-block-idx
           MOVE 0 TO pb-count
           IF cur-streams = 1
              AND range-mode-sw = "N"
              AND norepeat-sw = "N"
              AND busdate-mode-sw = "N"
              MOVE "Y" TO gen-block-sw
           END-IF

           PERFORM cycles TIMES
              PERFORM VARYING stream-idx FROM 1 BY 1
                 UNTIL stream-idx > cur-streams
                 IF gen-block-sw = "Y"
                    PERFORM 142-take-block-value
                 ELSE
                    PERFORM 140-draw-one-value
                 END-IF
                 ADD 1 TO seq-no
                 MOVE "D" TO bor-type
                 MOVE cur-batch-id TO bor-batch-id

           MOVE seq-no TO br-cycles-done (result-count)
           ADD seq-no TO total-cycles-drawn
           IF cur-profile NOT = SPACES
              PERFORM 076-record-profile-use
           END-IF
           DISPLAY "Batch " cur-batch-id ": " cycles
              " cycles completed (n=" n ")"
           IF range-mode-sw = "Y"
           MOVE "N" TO norepeat-sw
           MOVE "N" TO deal-mode-sw
           MOVE "N" TO weighted-mode-sw
           MOVE "N" TO busdate-mode-sw
           EVALUATE FUNCTION TRIM (cur-mode)
              WHEN "UNIQUE"
                 MOVE "Y" TO norepeat-sw
                 MOVE "Y" TO deal-mode-sw
              WHEN "WEIGHTED"
                 MOVE "Y" TO weighted-mode-sw
              WHEN "BUSDATE"
                 MOVE "Y" TO busdate-mode-sw
              WHEN SPACES
                 CONTINUE
              WHEN OTHER
                 ADD 1 TO failed-count
                 EXIT PARAGRAPH
           END-EVALUATE
           IF busdate-mode-sw = "Y"
              PERFORM 125-resolve-busdate-window
              IF br-status (result-count) NOT = "OK "
                 EXIT PARAGRAPH
              END-IF
           END-IF
           IF cur-high > 0 OR cur-low > 0
              IF cur-high NOT > cur-low
                 MOVE "ERR" TO br-status (result-count)
              END-IF
           END-IF.

      * The generator's business-date rules: the low/high dates
      * become day numbers, so the ordinary unbiased range draw
      * picks a day, and weekends and calendar holidays are drawn
      * over in 148-check-banking-day.
       125-resolve-busdate-window.
           IF cur-low = 0 OR cur-high = 0
              OR cur-low > 99999999 OR cur-high > 99999999
              MOVE "ERR" TO br-status (result-count)
              MOVE "BUSDATE needs from/to dates in low/high"
                 TO br-reason (result-count)
              ADD 1 TO failed-count
              EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD (cur-low) NOT = 0
              OR FUNCTION TEST-DATE-YYYYMMDD (cur-high) NOT = 0
              OR cur-high < cur-low
              MOVE "ERR" TO br-status (result-count)
              MOVE "BUSDATE window is not a valid date range"
                 TO br-reason (result-count)
              ADD 1 TO failed-count
              EXIT PARAGRAPH
           END-IF
           IF cur-streams > 1
              MOVE "ERR" TO br-status (result-count)
              MOVE "BUSDATE is single-stream only"
                 TO br-reason (result-count)
              ADD 1 TO failed-count
              EXIT PARAGRAPH
           END-IF
           COMPUTE cur-low = FUNCTION INTEGER-OF-DATE (cur-low)
           COMPUTE cur-high = FUNCTION INTEGER-OF-DATE (cur-high)
           MOVE cur-high TO bd-to-int
      * A one-day window still needs high above low for the range
      * draw: it is widened by a day that 148-check-banking-day
      * then draws over like a holiday.
           IF cur-high = cur-low
              ADD 1 TO cur-high
           END-IF
           PERFORM 155-load-holiday-calendar
           IF holiday-status NOT = "00" AND holiday-status NOT = "10"
              MOVE "ERR" TO br-status (result-count)
              MOVE "holiday calendar unreadable"
                 TO br-reason (result-count)
              ADD 1 TO failed-count
              EXIT PARAGRAPH
           END-IF
      * A window of nothing but weekends and holidays would have
      * the draw loop searching forever; it fails the batch here.
           MOVE 0 TO bd-open-count
           PERFORM VARYING bd-day FROM cur-low BY 1
              UNTIL bd-day > bd-to-int OR bd-open-count > 0
              MOVE bd-day TO draw-value
              MOVE "N" TO unique-found-sw
              PERFORM 148-check-banking-day
              IF unique-found-sw = "Y"
                 ADD 1 TO bd-open-count
              END-IF
           END-PERFORM
           IF bd-open-count = 0
              MOVE "ERR" TO br-status (result-count)
              MOVE "BUSDATE window has no banking day"
                 TO br-reason (result-count)
              ADD 1 TO failed-count
           END-IF.

       130-seed-batch-streams.
           PERFORM VARYING stream-idx FROM 1 BY 1
              UNTIL stream-idx > cur-streams
                    STOP RUN
              END-CALL
              PERFORM 145-shape-draw-value
              IF busdate-mode-sw = "Y"
                 PERFORM 148-check-banking-day
              ELSE
                 IF norepeat-sw = "Y"
                    COMPUTE candidate-value =
                       draw-value - cur-low + 1
                    IF issued-flag (candidate-value) = "N"
                       MOVE "Y" TO issued-flag (candidate-value)
                       MOVE "Y" TO unique-found-sw
                    END-IF
                 ELSE
                    MOVE "Y" TO unique-found-sw
                 END-IF
              END-IF
           END-PERFORM
           MOVE num TO se-num (stream-idx) (1 : n).

      * Block draws for a single-stream batch with no redraw path:
      * each value is shaped exactly as 140 shapes a single draw.
       141-fill-draw-block.
           COMPUTE gen-block-size = cycles - seq-no
           IF gen-block-size > 1000
              MOVE 1000 TO gen-block-size
           END-IF
           MOVE gen-block-size TO pb-count
           MOVE se-num (stream-idx) (1 : n) TO num
           CALL prng USING prng-state, OMITTED,
              se-prev-num (stream-idx), prng-block
              ON EXCEPTION
                 DISPLAY "PRNG CALL ERROR - unable to call "
                    "generator module " prng " for batch "
                    cur-batch-id
                 MOVE "FATL" TO exd-severity
                 MOVE "PRNGCALL" TO exd-reason
                 MOVE "generator module call failed" TO exd-text
                 PERFORM 065-feed-exception
                 MOVE 3 TO RETURN-CODE
                 CLOSE batch-out
                 STOP RUN
           END-CALL
           MOVE 0 TO gen-block-idx.

       142-take-block-value.
           IF gen-block-idx >= pb-count
              PERFORM 141-fill-draw-block
           END-IF
           ADD 1 TO gen-block-idx
           MOVE pb-value (gen-block-idx) (1 : n) TO num
           PERFORM 145-shape-draw-value
           MOVE num TO se-num (stream-idx) (1 : n).

       145-shape-draw-value.
           IF weighted-mode-sw = "Y"
              COMPUTE wt-pick = FUNCTION MOD
              cur-low + FUNCTION MOD
                 (range-raw-value, range-size).

      * Day numbering from INTEGER-OF-DATE starts on a Monday, so
      * MOD 7 of 6 and 0 are Saturday and Sunday. An accepted day
      * leaves draw-value holding the date itself.
       148-check-banking-day.
           IF draw-value > bd-to-int
              EXIT PARAGRAPH
           END-IF
           COMPUTE bd-weekday = FUNCTION MOD (draw-value, 7)
           IF bd-weekday = 6 OR bd-weekday = 0
              EXIT PARAGRAPH
           END-IF
           COMPUTE draw-value = FUNCTION DATE-OF-INTEGER (draw-value)
           MOVE "Y" TO unique-found-sw
           PERFORM VARYING holiday-idx FROM 1 BY 1
              UNTIL holiday-idx > holiday-count
              OR unique-found-sw = "N"
              IF FUNCTION NUMVAL (holiday-value (holiday-idx))
                 = draw-value
                 MOVE "N" TO unique-found-sw
              END-IF
           END-PERFORM.

       150-load-weight-table.
           MOVE 0 TO weight-count
           MOVE 0 TO total-weight
           END-PERFORM
           CLOSE weight-file.

      * The calendar a BUSDATE batch names, read afresh per batch
      * since batches may name different regions.
       155-load-holiday-calendar.
           MOVE 0 TO holiday-count
           MOVE "00000000" TO hol-last-date
           IF cur-calendar = SPACES
              MOVE "HOLIDAYS" TO holiday-file-name
           ELSE
              MOVE SPACES TO holiday-file-name
              STRING
                 "HOLIDAYS."                  DELIMITED BY SIZE
                 FUNCTION TRIM (cur-calendar) DELIMITED BY SIZE
                 INTO holiday-file-name
              END-STRING
           END-IF
           OPEN INPUT holiday-file
           IF holiday-status NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL holiday-status NOT = "00"
              READ holiday-file
                 AT END
                    MOVE "10" TO holiday-status
                 NOT AT END
                    IF hol-date IS NUMERIC AND holiday-count < 500
                       ADD 1 TO holiday-count
                       MOVE hol-date
                          TO holiday-value (holiday-count)
                       IF hol-date > hol-last-date
                          MOVE hol-date TO hol-last-date
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE holiday-file
           COMPUTE hol-horizon = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE
                 (FUNCTION NUMVAL (run-date)) + hol-lookahead-days)
           IF hol-last-date < hol-horizon
              DISPLAY "WARNING: " FUNCTION TRIM (holiday-file-name)
                 " holds no dates after " hol-last-date
                 " - the next " hol-lookahead-days " days may not "
                 "be loaded (maintain it with holmaint)"
           END-IF.

       160-write-batch-csv.
           IF batch-csv-open-sw = "N"
              OPEN EXTEND batch-csv
              ADD 1 TO failed-count
           END-IF.

      * Replaces the entry's draw definition with the profile's.
      * The batch driver draws with the default generator and
      * keeps no checkpoints, ledgers or reports of its own, so a
      * profile that needs any of those switches rejects the
      * batch rather than running it differently than written.
       075-apply-run-profile.
           MOVE bl-weighttable (1 : 8) TO pr-name
           MOVE 0 TO pr-version
           IF bl-weighttable (10 : 3) IS NUMERIC
              MOVE bl-weighttable (10 : 3) TO pr-version
           END-IF
           MOVE pr-name TO be-profile (entry-count)
           CALL profload USING profile-request
              ON EXCEPTION
                 MOVE "99" TO pr-status
           END-CALL
           EVALUATE pr-status
              WHEN "00"
                 CONTINUE
              WHEN "NP"
                 MOVE "no PARMLIB for run profile"
                    TO be-prof-error (entry-count)
              WHEN "NF"
                 MOVE "run profile not in PARMLIB"
                    TO be-prof-error (entry-count)
              WHEN "NV"
                 MOVE "run profile version not found or in force"
                    TO be-prof-error (entry-count)
              WHEN "BK"
                 MOVE "run profile keyword not understood"
                    TO be-prof-error (entry-count)
              WHEN OTHER
                 MOVE "unable to call the profile module"
                    TO be-prof-error (entry-count)
           END-EVALUATE
           IF pr-status NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE pr-version TO be-prof-version (entry-count)
           PERFORM VARYING slot-idx FROM 3 BY 1
              UNTIL slot-idx > 21
              IF pr-slot (slot-idx) NOT = SPACES
                 AND (slot-idx = 3 OR slot-idx > 9)
                 AND slot-idx NOT = 16
                 AND slot-idx NOT = 17
                 MOVE "run profile switch not available in batch"
                    TO be-prof-error (entry-count)
              END-IF
           END-PERFORM
           IF FUNCTION TRIM (pr-slot (9)) = "LCG"
              OR FUNCTION TRIM (pr-slot (23)) = "QUOTA"
              MOVE "run profile switch not available in batch"
                 TO be-prof-error (entry-count)
           END-IF

           MOVE 0 TO be-cycles (entry-count)
           IF FUNCTION TRIM (pr-slot (1)) IS NUMERIC
              MOVE FUNCTION NUMVAL (pr-slot (1))
                 TO be-cycles (entry-count)
           END-IF
           MOVE 3 TO be-n (entry-count)
           IF FUNCTION TRIM (pr-slot (2)) IS NUMERIC
              MOVE FUNCTION NUMVAL (pr-slot (2))
                 TO be-n (entry-count)
           END-IF
           MOVE 0 TO be-low (entry-count)
           MOVE 0 TO be-high (entry-count)
           MOVE SPACES TO be-mode (entry-count)
           MOVE SPACES TO be-calendar (entry-count)
           IF FUNCTION TRIM (pr-slot (23)) = "BUSDATE"
              MOVE "BUSDATE" TO be-mode (entry-count)
              MOVE 24 TO slot-idx
              MOVE 25 TO slot-high-idx
              MOVE pr-slot (26) TO be-calendar (entry-count)
           ELSE
              MOVE 4 TO slot-idx
              MOVE 5 TO slot-high-idx
              IF pr-slot (6) NOT = SPACES
                 MOVE pr-slot (6) TO be-mode (entry-count)
              END-IF
              IF pr-slot (16) NOT = SPACES
                 MOVE pr-slot (16) TO be-mode (entry-count)
              END-IF
           END-IF
           IF FUNCTION TRIM (pr-slot (slot-idx)) IS NUMERIC
              MOVE FUNCTION NUMVAL (pr-slot (slot-idx))
                 TO be-low (entry-count)
           END-IF
           IF FUNCTION TRIM (pr-slot (slot-high-idx)) IS NUMERIC
              MOVE FUNCTION NUMVAL (pr-slot (slot-high-idx))
                 TO be-high (entry-count)
           END-IF
           MOVE pr-slot (22) TO be-weighttable (entry-count)
           MOVE 1 TO be-streams (entry-count)
           IF FUNCTION TRIM (pr-slot (8)) IS NUMERIC
              AND FUNCTION NUMVAL (pr-slot (8)) > 0
              MOVE FUNCTION NUMVAL (pr-slot (8))
                 TO be-streams (entry-count)
           END-IF
           IF FUNCTION TRIM (pr-slot (7)) = "CSV"
              MOVE "Y" TO be-csv (entry-count)
           ELSE
              MOVE "N" TO be-csv (entry-count)
           END-IF.

       076-record-profile-use.
           OPEN EXTEND prof-use
           IF prof-use-status NOT = "00"
              OPEN OUTPUT prof-use
           END-IF
           MOVE run-date TO pu-date
           ACCEPT pu-time FROM TIME
           MOVE "batchrun" TO pu-program
           MOVE cur-batch-id TO pu-session
           MOVE cur-profile TO pu-profile
           MOVE cur-prof-version TO pu-version
           WRITE prof-use-record
           CLOSE prof-use.

       080-preflight-duplicate-ids.
           PERFORM VARYING entry-idx FROM 1 BY 1
              UNTIL entry-idx > entry-count
                 DISPLAY "  " br-batch-id (result-idx) " "
                    br-status (result-idx) " "
                    FUNCTION TRIM (br-reason (result-idx))
      * allowchk has already fed the allowance refusal itself.
                 IF br-status (result-idx) NOT = "ALW"
                    MOVE "WARN" TO exd-severity
                    IF br-status (result-idx) = "ERR"
                       MOVE "BADENTRY" TO exd-reason
                    ELSE
                       MOVE "DEPSKIP" TO exd-reason
                    END-IF
                    MOVE br-batch-id (result-idx) TO exd-key
                    MOVE br-reason (result-idx) TO exd-text
                    PERFORM 065-feed-exception
                 END-IF
              END-IF
           END-PERFORM
           DISPLAY "==============================================".
