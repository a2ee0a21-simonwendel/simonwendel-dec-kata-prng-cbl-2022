           SELECT audit-log ASSIGN TO "AUDITLOG"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS audit-status.
           SELECT audit-idx ASSIGN TO "AUDITIDX"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ax-session
              FILE STATUS IS audit-idx-status.
           SELECT samp-hist ASSIGN TO "SAMPHIST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS sh-rkey
              FILE STATUS IS samp-hist-status.

       DATA DIVISION.
       FILE SECTION.
           05 aud-ticket        PIC X(8).
           05 aud-costctr       PIC X(8).
           05 aud-seal          PIC 9(18).
           05 aud-client        PIC X(8).

      * Session-keyed companion to AUDITLOG: the identical record
      * image, keyed by session-id, so an inquiry reads its one
      * session instead of the whole log.
       FD  audit-idx.
       01  audit-idx-record.
           05 ax-date           PIC X(8).
           05 FILLER            PIC X(35).
           05 ax-session        PIC X(18).
           05 FILLER            PIC X(58).

      * Selection register: one record per record key per sampling
      * session, in key then date order, so a key's whole sampling
      * history is one keyed range.
       FD  samp-hist.
       01  samp-hist-record.
           05 sh-rkey.
              10 sh-key         PIC X(30).
              10 sh-date        PIC X(8).
              10 sh-session     PIC X(18).
           05 sh-time           PIC X(8).
           05 sh-recno          PIC 9(9).
           05 FILLER            PIC X(7).

       WORKING-STORAGE SECTION.
       77  sample-in-status     PIC XX.
       77  sample-out-status    PIC XX.
       77  manifest-status      PIC XX.
       77  audit-status         PIC XX.
       77  audit-idx-status     PIC XX.
       77  prng                 PIC X(8)    VALUE "prng".
       77  seed                 PIC X(9)    VALUE "prng-seed".
       77  job-token-text       PIC X(9)    VALUE "RECSAMP".
       77  session-id           PIC X(18)   VALUE SPACES.
       77  audit-seed-text      PIC X(16)   VALUE SPACES.
       77  eof-sw               PIC X       VALUE "N".
      * Cost center the selection is charged to (PRNGCOSTCTR, blank
      * is overhead), admitted against its monthly allowance.
       77  cost-center          PIC X(8)    VALUE SPACES.
       77  allowchk             PIC X(8)    VALUE "allowchk".
       01  allow-request.
           05 aq-program        PIC X(10)   VALUE "recsamp".
           05 aq-costctr        PIC X(8).
           05 aq-cycles         PIC 9(12).
           05 aq-result         PIC X.
           05 aq-kind           PIC X       VALUE SPACE.
      * Key column and cool-off: with a key column every selected
      * key is registered on SAMPHIST, and a record whose key was
      * selected within the last cool-off days is left out of the
      * eligible population before the draw.
       77  samp-hist-status     PIC XX.
       77  arg-key-start        PIC X(4).
       77  arg-key-length       PIC X(2).
       77  arg-cooloff          PIC X(4).
       77  key-mode-sw          PIC X       VALUE "N".
       77  key-start            PIC 9(3)    VALUE 0.
       77  key-length           PIC 99      VALUE 0.
       77  cooloff-days         PIC 9(4)    VALUE 0.
       77  cooloff-cutoff       PIC X(8)    VALUE SPACES.
       77  cur-key              PIC X(30).
       77  last-sampled-date    PIC X(8).
       77  times-sampled        PIC 9(5).
       77  excluded-count       PIC 9(9)    VALUE 0.
       77  eligible-count       PIC 9(9)    VALUE 0.
       77  day-int              PIC 9(8).
       77  day-date             PIC 9(8).
       77  registered-count     PIC 9(9)    VALUE 0.
       77  read-count           PIC 9(9)    VALUE 0.
       77  selected-count       PIC 9(9)    VALUE 0.
       77  draw-raw             PIC 9(16).
       77  block-idx            PIC 9(4)    VALUE 0.
       77  slot-pick            PIC 9(9).
       77  slot-idx             PIC 9(4).
       77  sort-idx             PIC 9(4).
       77  sorted-sw            PIC X.
       77  swap-recno           PIC 9(9).
       77  swap-record          PIC X(256).
       77  swap-key             PIC X(30).
      * The reservoir holds the exact-count sample: the first k
      * records fill it, then each later record number i replaces a
      * random slot with probability k/i - the standard reservoir
              OCCURS 1 TO 1000 TIMES DEPENDING ON sample-size.
              10 rv-recno        PIC 9(9).
              10 rv-record      PIC X(256).
              10 rv-key         PIC X(30).
       01  prng-state.
           05 n                 PIC 99      VALUE 9.
           05 num.
              10                PIC 9
              OCCURS 1 TO 16 TIMES DEPENDING ON n.
       COPY prngblk.

      * Operator running the job and the client it is run for: the
      * operator must serve that client before anything is drawn,
      * and every dataset the run touches is enqueued first.
       77  operator-id          PIC X(8).
       77  opident              PIC X(8)    VALUE "opident".
       77  client-code          PIC X(8)    VALUE SPACES.
       77  clntchk              PIC X(8)    VALUE "clntchk".
       01  client-request.
           05 cr-operator       PIC X(8).
           05 cr-client         PIC X(8).
           05 cr-allowed        PIC X.
           05 cr-all-clients    PIC X.
           05 cr-served         PIC X(8)    OCCURS 4 TIMES.
       77  dsnenq               PIC X(8)    VALUE "dsnenq".
       COPY dsnenq.

       PROCEDURE DIVISION.
           MOVE 1 TO arg-num
                 MOVE 1 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE
           PERFORM 050-accept-key-args

           DISPLAY "PRNGCOSTCTR" UPON ENVIRONMENT-NAME
           ACCEPT cost-center FROM ENVIRONMENT-VALUE
           MOVE cost-center TO aq-costctr
           IF prob-mode-sw = "Y"
              MOVE select-percent TO aq-cycles
           ELSE
              MOVE sample-size TO aq-cycles
           END-IF
           MOVE "Y" TO aq-result
           CALL allowchk USING allow-request
              ON EXCEPTION
                 CONTINUE
           END-CALL
           IF aq-result = "N"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 062-enforce-client
           PERFORM 070-enqueue-datasets

           ACCEPT run-date FROM DATE YYYYMMDD
           CALL seed USING prng-state, job-token-text,
              seed-provenance
           MOVE SPACES TO audit-seed-text
           MOVE num TO audit-seed-text (1 : n)
           MOVE 0 TO pb-count
           ACCEPT run-time FROM TIME
           PERFORM 298-compute-session-id
           PERFORM 300-write-audit-log
           OPEN OUTPUT sample-out
           OPEN OUTPUT manifest-file
           PERFORM 400-write-manifest-header
           IF key-mode-sw = "Y"
              PERFORM 800-open-sample-history
           END-IF

           PERFORM UNTIL eof-sw = "Y"
              READ sample-in
                    MOVE "Y" TO eof-sw
                 NOT AT END
                    ADD 1 TO read-count
                    PERFORM 480-check-cool-off
                    IF last-sampled-date NOT < cooloff-cutoff
                       AND cooloff-days > 0
                       ADD 1 TO excluded-count
                       PERFORM 440-write-manifest-excluded
                    ELSE
                       ADD 1 TO eligible-count
                       IF prob-mode-sw = "Y"
                          PERFORM 500-select-by-probability
                       ELSE
                          PERFORM 510-select-into-reservoir
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           PERFORM 450-write-manifest-trailer
           CLOSE manifest-file
           CLOSE sample-out
           IF key-mode-sw = "Y"
              CLOSE samp-hist
              DISPLAY "SAMPHIST: " registered-count " selected "
                 "key(s) registered, " excluded-count " record(s) "
                 "excluded by the " cooloff-days "-day cool-off"
           END-IF

           DISPLAY "Random sample: " selected-count " of "
              read-count " record(s) selected; manifest written "
              DISPLAY "NOTE: the input held fewer records than the "
                 "requested sample size - every record was selected"
           END-IF
           PERFORM 075-release-datasets
           MOVE 0 TO RETURN-CODE
           STOP RUN.

      * PRNGCLIENT names the client the run is for; blank is the
      * house itself. An operator confined to named clients may not
      * run for any other.
       062-enforce-client.
           CALL opident USING operator-id
              ON EXCEPTION
                 DISPLAY "USER" UPON ENVIRONMENT-NAME
                 ACCEPT operator-id FROM ENVIRONMENT-VALUE
           END-CALL
           IF operator-id = SPACES
              MOVE "UNKNOWN" TO operator-id
           END-IF
           DISPLAY "PRNGCLIENT" UPON ENVIRONMENT-NAME
           ACCEPT client-code FROM ENVIRONMENT-VALUE
           MOVE operator-id TO cr-operator
           MOVE client-code TO cr-client
           MOVE "Y" TO cr-allowed
           CALL clntchk USING client-request
              ON EXCEPTION
                 MOVE "Y" TO cr-allowed
           END-CALL
           IF cr-allowed NOT = "Y"
              IF client-code = SPACES
                 DISPLAY "RUN REFUSED - operator " operator-id
                    " serves named clients only; set PRNGCLIENT"
              ELSE
                 DISPLAY "RUN REFUSED - operator " operator-id
                    " may not run sessions for client "
                    FUNCTION TRIM (client-code)
              END-IF
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF.

      * The session lands on AUDITLOG beside every other draw run;
      * only a job holding the log alone keeps this one out.
       070-enqueue-datasets.
           MOVE "ACQUIRE" TO dq-function
           MOVE "recsamp" TO dq-program
           MOVE operator-id TO dq-operator
           MOVE 1 TO dq-count
           MOVE "AUDITLOG" TO dq-dataset (1)
           MOVE "S" TO dq-mode (1)
           MOVE "Y" TO dq-granted
           CALL dsnenq USING dataset-enqueue
              ON EXCEPTION
                 CONTINUE
           END-CALL
           IF dq-granted NOT = "Y"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF.

       075-release-datasets.
           MOVE "RELEASE" TO dq-function
           MOVE "recsamp" TO dq-program
           CALL dsnenq USING dataset-enqueue
              ON EXCEPTION
                 CONTINUE
           END-CALL.

       060-display-usage.
           DISPLAY "Usage: recsamp PROB percent | recsamp COUNT k"
           DISPLAY "  PROB  percent  select each SAMPLEIN record "
              "with that whole-percent probability"
           DISPLAY "  COUNT k        select an exact sample of k "
              "records (1-1000)"
           DISPLAY "       [key-start key-length [cool-off-days]]"
           DISPLAY "  key-start/length  the record key column; each "
              "selected key is registered on SAMPHIST"
           DISPLAY "  cool-off-days     leave out records whose key "
              "was selected within that many days"
           DISPLAY "Selected records go to SAMPLEOUT; the chosen "
              "record numbers go to SAMPMANIFEST.".

       050-accept-key-args.
           MOVE 3 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT arg-key-start FROM ARGUMENT-VALUE
              ON EXCEPTION
                 EXIT PARAGRAPH
           END-ACCEPT
           MOVE 4 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT arg-key-length FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO arg-key-length
           END-ACCEPT
           IF FUNCTION TRIM (arg-key-start) IS NOT NUMERIC
              OR FUNCTION TRIM (arg-key-length) IS NOT NUMERIC
              OR FUNCTION NUMVAL (arg-key-start) < 1
              OR FUNCTION NUMVAL (arg-key-length) < 1
              OR FUNCTION NUMVAL (arg-key-length) > 30
              OR FUNCTION NUMVAL (arg-key-start)
                 + FUNCTION NUMVAL (arg-key-length) > 257
              DISPLAY "Invalid key column: length 1-30, ending "
                 "within the 256-byte SAMPLEIN record"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE "Y" TO key-mode-sw
           MOVE FUNCTION NUMVAL (arg-key-start) TO key-start
           MOVE FUNCTION NUMVAL (arg-key-length) TO key-length
           MOVE 5 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT arg-cooloff FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE "0" TO arg-cooloff
           END-ACCEPT
           IF FUNCTION TRIM (arg-cooloff) IS NOT NUMERIC
              DISPLAY "Invalid cool-off: give a whole number of "
                 "days"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE FUNCTION NUMVAL (arg-cooloff) TO cooloff-days.

       500-select-by-probability.
           PERFORM 700-draw-raw-value
           IF FUNCTION MOD (draw-raw, 100) < select-percent
              MOVE sample-in-record TO sample-out-record
              WRITE sample-out-record
              PERFORM 420-write-manifest-recno
              IF key-mode-sw = "Y"
                 MOVE read-count TO slot-pick
                 PERFORM 850-register-selection
              END-IF
           END-IF.

      * The reservoir runs over the eligible records only; the
      * record number kept for the manifest is still the record's
      * position in SAMPLEIN.
       510-select-into-reservoir.
           IF eligible-count <= sample-size
              MOVE eligible-count TO slot-idx
              MOVE read-count TO rv-recno (slot-idx)
              MOVE sample-in-record TO rv-record (slot-idx)
              MOVE cur-key TO rv-key (slot-idx)
           ELSE
              PERFORM 700-draw-raw-value
              COMPUTE slot-pick =
                 FUNCTION MOD (draw-raw, eligible-count) + 1
              IF slot-pick <= sample-size
                 MOVE slot-pick TO slot-idx
                 MOVE read-count TO rv-recno (slot-idx)
                 MOVE sample-in-record TO rv-record (slot-idx)
                 MOVE cur-key TO rv-key (slot-idx)
              END-IF
           END-IF.

      * record number puts the sample (and its manifest) back in
      * input-file order, which is what the auditors leaf through.
       600-write-reservoir.
           IF eligible-count < sample-size
              MOVE eligible-count TO sample-size
           END-IF
           MOVE "N" TO sorted-sw
           PERFORM UNTIL sorted-sw = "Y"
                 IF rv-recno (sort-idx) > rv-recno (sort-idx + 1)
                    MOVE rv-recno (sort-idx) TO swap-recno
                    MOVE rv-record (sort-idx) TO swap-record
                    MOVE rv-key (sort-idx) TO swap-key
                    MOVE rv-recno (sort-idx + 1)
                       TO rv-recno (sort-idx)
                    MOVE rv-record (sort-idx + 1)
                       TO rv-record (sort-idx)
                    MOVE rv-key (sort-idx + 1)
                       TO rv-key (sort-idx)
                    MOVE swap-recno TO rv-recno (sort-idx + 1)
                    MOVE swap-record TO rv-record (sort-idx + 1)
                    MOVE swap-key TO rv-key (sort-idx + 1)
                    MOVE "N" TO sorted-sw
                 END-IF
              END-PERFORM
              WRITE sample-out-record
              MOVE rv-recno (slot-idx) TO slot-pick
              PERFORM 430-write-manifest-slot
              IF key-mode-sw = "Y"
                 MOVE rv-key (slot-idx) TO cur-key
                 PERFORM 850-register-selection
              END-IF
           END-PERFORM.

       400-write-manifest-header.
                 INTO manifest-line
              END-STRING
           END-IF
           WRITE manifest-line
           IF key-mode-sw = "Y"
              MOVE SPACES TO manifest-line
              STRING
                 "KEY COLUMN start=" DELIMITED BY SIZE
                 key-start           DELIMITED BY SIZE
                 " length="          DELIMITED BY SIZE
                 key-length          DELIMITED BY SIZE
                 "  COOL-OFF days="  DELIMITED BY SIZE
                 cooloff-days        DELIMITED BY SIZE
                 INTO manifest-line
              END-STRING
              WRITE manifest-line
           END-IF.

       420-write-manifest-recno.
           MOVE SPACES TO manifest-line
           END-STRING
           WRITE manifest-line.

       440-write-manifest-excluded.
           MOVE SPACES TO manifest-line
           STRING
              "EXCLUDED record "    DELIMITED BY SIZE
              read-count            DELIMITED BY SIZE
              " key "               DELIMITED BY SIZE
              cur-key (1 : key-length) DELIMITED BY SIZE
              " last "              DELIMITED BY SIZE
              last-sampled-date     DELIMITED BY SIZE
              INTO manifest-line
           END-STRING
           WRITE manifest-line.

       450-write-manifest-trailer.
           MOVE SPACES TO manifest-line
           STRING
              "POPULATION "        DELIMITED BY SIZE
              read-count           DELIMITED BY SIZE
              " before cool-off, " DELIMITED BY SIZE
              eligible-count       DELIMITED BY SIZE
              " after"             DELIMITED BY SIZE
              INTO manifest-line
           END-STRING
           WRITE manifest-line
           MOVE SPACES TO manifest-line
           STRING
              "TOTAL "        DELIMITED BY SIZE
           MOVE seed-provenance TO aud-seed-src
           MOVE SPACES TO aud-cosigner
           MOVE SPACES TO aud-ticket
           MOVE cost-center TO aud-costctr
           MOVE client-code TO aud-client
           MOVE 0 TO aud-seal
           MOVE SPACES TO seal-data
           MOVE audit-record (1 : 93) TO seal-data (1 : 93)
           MOVE aud-client TO seal-data (94 : 8)
           MOVE audit-prev-seal TO seal-work
           CALL sealcalc USING seal-work, seal-data, aud-seal
              ON EXCEPTION
                 MOVE 0 TO aud-seal
           END-CALL
           WRITE audit-record
           PERFORM 302-index-audit-record
           CLOSE audit-log.

      * The session index is maintained only where it already
      * exists: an index created empty mid-stream would hide every
      * earlier session from the inquiries, so a missing AUDITIDX
      * waits for audidxbld and the inquiries keep reading the log.
       302-index-audit-record.
           OPEN I-O audit-idx
           IF audit-idx-status NOT = "00"
              DISPLAY "AUDITIDX not available (status "
                 audit-idx-status ") - session index not maintained "
                 "this run; rebuild it with audidxbld"
              EXIT PARAGRAPH
           END-IF
           MOVE audit-record TO audit-idx-record
           WRITE audit-idx-record
              INVALID KEY
                 DISPLAY "AUDITIDX already holds session "
                    FUNCTION TRIM (aud-session)
                    " - index entry not replaced"
           END-WRITE
           CLOSE audit-idx.

      * Sets cur-key and the date its key was last selected (spaces
      * when never, or when no key column is in use).
       480-check-cool-off.
           MOVE SPACES TO cur-key
           MOVE SPACES TO last-sampled-date
           IF key-mode-sw = "N"
              EXIT PARAGRAPH
           END-IF
           MOVE sample-in-record (key-start : key-length)
              TO cur-key
           IF cooloff-days > 0
              PERFORM 820-read-key-history
           END-IF.

       800-open-sample-history.
           IF cooloff-days > 0
              COMPUTE day-int =
                 FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL (run-date))
                 - cooloff-days
              MOVE FUNCTION DATE-OF-INTEGER (day-int) TO day-date
              MOVE day-date TO cooloff-cutoff
           END-IF
           OPEN I-O samp-hist
           IF samp-hist-status NOT = "00"
              OPEN OUTPUT samp-hist
              CLOSE samp-hist
              OPEN I-O samp-hist
           END-IF
           IF samp-hist-status NOT = "00"
              DISPLAY "Unable to open SAMPHIST (status "
                 samp-hist-status ")"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF.

      * A key's entries sit together in date order: the last one
      * read before the key changes is its latest selection.
       820-read-key-history.
           MOVE 0 TO times-sampled
           MOVE LOW-VALUES TO sh-rkey
           MOVE cur-key TO sh-key
           START samp-hist KEY NOT < sh-rkey
              INVALID KEY
                 EXIT PARAGRAPH
           END-START
           MOVE "00" TO samp-hist-status
           PERFORM UNTIL samp-hist-status NOT = "00"
              READ samp-hist NEXT RECORD
                 AT END
                    MOVE "10" TO samp-hist-status
                 NOT AT END
                    IF sh-key NOT = cur-key
                       MOVE "10" TO samp-hist-status
                    ELSE
                       ADD 1 TO times-sampled
                       MOVE sh-date TO last-sampled-date
                    END-IF
              END-READ
           END-PERFORM
           MOVE "00" TO samp-hist-status.

       850-register-selection.
           MOVE SPACES TO samp-hist-record
           MOVE cur-key TO sh-key
           MOVE run-date TO sh-date
           MOVE session-id TO sh-session
           MOVE run-time TO sh-time
           MOVE slot-pick TO sh-recno
           WRITE samp-hist-record
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD 1 TO registered-count
           END-WRITE.

      * How many values the sample will use is not known until the
      * input runs out, so the generator is asked for a full block
      * at a time; a value drawn but never taken changes nothing,
      * since the block is the same sequence single calls produce.
       700-draw-raw-value.
           IF block-idx >= pb-count
              PERFORM 710-fill-draw-block
           END-IF
           ADD 1 TO block-idx
           MOVE pb-value (block-idx) (1 : n) TO num
           MOVE FUNCTION NUMVAL (num) TO draw-raw.

       710-fill-draw-block.
           MOVE 1000 TO pb-count
           CALL prng USING prng-state, OMITTED, OMITTED, prng-block
              ON EXCEPTION
                 DISPLAY "PRNG CALL ERROR - unable to call "
                    "generator module " prng
                 MOVE 3 TO RETURN-CODE
                 STOP RUN
           END-CALL
           MOVE 0 TO block-idx.
       END PROGRAM recsamp.
