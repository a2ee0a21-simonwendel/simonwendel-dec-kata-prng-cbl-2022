           SELECT profile-file ASSIGN TO "PROFILE"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS profile-status.
           SELECT gen-out ASSIGN TO DYNAMIC gen-file-name
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS gen-out-status.
           SELECT parent-in ASSIGN TO DYNAMIC parent-file-name
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS parent-in-status.
           SELECT gen-ctl ASSIGN TO "GENCTL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS gen-ctl-status.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01  gen-record           PIC X(256).

      * The parent type's finished output, read back so each child
      * is built under a parent record that really exists.
       FD  parent-in
           RECORDING MODE IS F.
       01  parent-record        PIC X(256).

       FD  gen-ctl.
       01  gen-ctl-line         PIC X(80).

       WORKING-STORAGE SECTION.
       77  profile-status       PIC XX.
       77  gen-out-status       PIC XX.
       77  parent-in-status     PIC XX.
       77  gen-ctl-status       PIC XX.
       77  gen-file-name        PIC X(16)   VALUE "GENDATA".
       77  parent-file-name     PIC X(16).
       77  type-count           PIC 99      VALUE 0.
       77  type-idx             PIC 99.
       77  parent-type-idx      PIC 99.
       77  source-idx           PIC 9(3).
       77  child-count          PIC 9(5).
       77  parent-count         PIC 9(9).
       77  count-text           PIC X(9).
       77  prng                 PIC X(8)    VALUE "prng".
       77  seed                 PIC X(9)    VALUE "prng-seed".
       77  job-token-text       PIC X(9)    VALUE "GENDATA".
              10 pf-high         PIC 9(16).
              10 pf-code-count   PIC 99.
              10 pf-code-value   PIC X(20)   OCCURS 20 TIMES.
              10 pf-rectype      PIC 99.
              10 pf-source       PIC 9(3).
      * Record types of a multi-file profile, in declaration order;
      * a parent is always declared, and so generated, before its
      * children. A plain profile is one unnamed root type.
       01  type-table.
           05 type-entry        OCCURS 10 TIMES.
              10 tt-name        PIC X(8).
              10 tt-parent      PIC 99.
              10 tt-min         PIC 9(5).
              10 tt-max         PIC 9(5).
              10 tt-fields      PIC 9(3).
              10 tt-length      PIC 9(3).
              10 tt-written     PIC 9(9).
              10 tt-parents     PIC 9(9).
       01  prng-state.
           05 n                 PIC 99      VALUE 9.
           05 num.
              ON EXCEPTION
                 DISPLAY "Usage: gendata record-count (reads the "
                    "PROFILE field definitions, writes GENDATA)"
                 DISPLAY "  a profile with RECTYPE lines writes "
                    "GENDATA.type per record type, record-count "
                    "per root type, and counts to GENCTL"
                 MOVE 1 TO RETURN-CODE
                 STOP RUN
           END-ACCEPT
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM VARYING type-idx FROM 1 BY 1
              UNTIL type-idx > type-count
              IF tt-fields (type-idx) = 0
                 DISPLAY "PROFILE record type "
                    FUNCTION TRIM (tt-name (type-idx))
                    " has no field definitions"
                 MOVE 1 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-PERFORM

           DISPLAY "Synthetic data generator: " field-count
              " field(s), record length " record-length ", "

           CALL seed USING prng-state, job-token-text

           PERFORM VARYING type-idx FROM 1 BY 1
              UNTIL type-idx > type-count
              PERFORM 250-generate-one-type
           END-PERFORM
           PERFORM 600-write-control-report

           MOVE 0 TO RETURN-CODE
           STOP RUN.

           CLOSE profile-file.

       150-parse-profile-line.
           IF profile-line (1 : 8) = "RECTYPE "
              PERFORM 180-parse-record-type
              EXIT PARAGRAPH
           END-IF
           IF type-count = 0
              MOVE 1 TO type-count
              MOVE SPACES TO tt-name (1)
              MOVE 0 TO tt-parent (1)
              MOVE 0 TO tt-fields (1)
              MOVE 0 TO tt-length (1)
           END-IF
           IF field-count = 50
              DISPLAY "PROFILE defines more than 50 fields; the "
                 "profile table cannot hold any more"
           MOVE 0 TO pf-low (field-count)
           MOVE 0 TO pf-high (field-count)
           MOVE 0 TO pf-code-count (field-count)
           MOVE type-count TO pf-rectype (field-count)
           MOVE 0 TO pf-source (field-count)
           ADD 1 TO tt-fields (type-count)
           EVALUATE FUNCTION TRIM (pf-type-text)
              WHEN "NUM"
                 MOVE "NUM " TO pf-type (field-count)
              WHEN "CODE"
                 MOVE "CODE" TO pf-type (field-count)
                 PERFORM 170-parse-code-list
              WHEN "KEY"
                 MOVE "KEY " TO pf-type (field-count)
              WHEN "PARENT"
                 MOVE "PRNT" TO pf-type (field-count)
                 PERFORM 190-resolve-parent-field
              WHEN OTHER
                 DISPLAY "PROFILE line rejected - unknown field "
                    "type '" FUNCTION TRIM (pf-type-text) "'"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF
           IF pf-type (field-count) = "KEY "
              AND pf-width (field-count) > 16
              DISPLAY "PROFILE line rejected - KEY field "
                 FUNCTION TRIM (pf-name (field-count))
                 " is wider than 16"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF
           IF field-end > record-length
              MOVE field-end TO record-length
           END-IF
           IF field-end > tt-length (type-count)
              MOVE field-end TO tt-length (type-count)
           END-IF.

       160-parse-numeric-bounds.
              STOP RUN
           END-IF.

      * RECTYPE name [parent min max]: starts a record type; the
      * field lines after it belong to it. A type without a parent
      * is a root and gets record-count records; a child gets min
      * to max records under every record of its parent.
       180-parse-record-type.
           IF type-count = 10
              DISPLAY "PROFILE declares more than 10 record types"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF
           IF type-count = 1 AND tt-name (1) = SPACES
              DISPLAY "PROFILE line rejected - RECTYPE must come "
                 "before the first field line"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO pf-name-text, pf-start-text,
              pf-width-text, pf-type-text, pf-parm1-text
           UNSTRING profile-line DELIMITED BY ALL SPACE
              INTO pf-name-text, pf-start-text, pf-width-text,
                 pf-type-text, pf-parm1-text
           END-UNSTRING
           IF pf-start-text = SPACES
              DISPLAY "PROFILE line rejected - RECTYPE needs a name"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO type-count
           MOVE pf-start-text TO tt-name (type-count)
           MOVE 0 TO tt-parent (type-count)
           MOVE 0 TO tt-min (type-count)
           MOVE 0 TO tt-max (type-count)
           MOVE 0 TO tt-fields (type-count)
           MOVE 0 TO tt-length (type-count)
           PERFORM VARYING type-idx FROM 1 BY 1
              UNTIL type-idx >= type-count
              IF tt-name (type-idx) = tt-name (type-count)
                 DISPLAY "PROFILE line rejected - record type "
                    FUNCTION TRIM (tt-name (type-count))
                    " declared twice"
                 MOVE 1 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF tt-name (type-idx) = pf-width-text
                 MOVE type-idx TO tt-parent (type-count)
              END-IF
           END-PERFORM
           IF pf-width-text = SPACES
              EXIT PARAGRAPH
           END-IF
           IF tt-parent (type-count) = 0
              DISPLAY "PROFILE line rejected - parent type "
                 FUNCTION TRIM (pf-width-text) " of "
                 FUNCTION TRIM (tt-name (type-count))
                 " is not declared above it"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF
           IF FUNCTION TRIM (pf-type-text) IS NOT NUMERIC
              OR FUNCTION TRIM (pf-parm1-text) IS NOT NUMERIC
              DISPLAY "PROFILE line rejected - child type "
                 FUNCTION TRIM (tt-name (type-count))
                 " needs a numeric min and max per parent"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE FUNCTION NUMVAL (pf-type-text) TO tt-min (type-count)
           MOVE FUNCTION NUMVAL (pf-parm1-text)
              TO tt-max (type-count)
           IF tt-max (type-count) < tt-min (type-count)
              DISPLAY "PROFILE line rejected - max below min for "
                 "child type " FUNCTION TRIM (tt-name (type-count))
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF.

      * PARENT [field]: the value is copied from the named field of
      * the parent record (the same name when none is given), so a
      * child can carry its parent's KEY or any key the parent
      * itself inherited.
       190-resolve-parent-field.
           MOVE tt-parent (type-count) TO parent-type-idx
           IF parent-type-idx = 0
              DISPLAY "PROFILE line rejected - PARENT field "
                 FUNCTION TRIM (pf-name (field-count))
                 " in a record type with no parent"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE pf-code-text (1) TO pf-parm1-text
           IF pf-parm1-text = SPACES
              MOVE pf-name (field-count) TO pf-parm1-text
           END-IF
           PERFORM VARYING source-idx FROM 1 BY 1
              UNTIL source-idx >= field-count
              OR pf-source (field-count) > 0
              IF pf-rectype (source-idx) = parent-type-idx
                 AND pf-name (source-idx) = pf-parm1-text
                 MOVE source-idx TO pf-source (field-count)
              END-IF
           END-PERFORM
           IF pf-source (field-count) = 0
              DISPLAY "PROFILE line rejected - parent type "
                 FUNCTION TRIM (tt-name (parent-type-idx))
                 " has no field "
                 FUNCTION TRIM (pf-parm1-text)
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE pf-source (field-count) TO source-idx
           IF pf-width (source-idx) NOT = pf-width (field-count)
              DISPLAY "PROFILE line rejected - PARENT field "
                 FUNCTION TRIM (pf-name (field-count))
                 " must be as wide as the parent's "
                 FUNCTION TRIM (pf-parm1-text)
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF.

      * A root type writes record-count records; a child type reads
      * its parent's output back and writes its min-max children
      * under each parent record, so every child key names a parent
      * that is on file - orphans cannot arise.
       250-generate-one-type.
           IF tt-name (type-idx) = SPACES
              MOVE "GENDATA" TO gen-file-name
           ELSE
              MOVE SPACES TO gen-file-name
              STRING
                 "GENDATA."                     DELIMITED BY SIZE
                 FUNCTION TRIM (tt-name (type-idx))
                                                DELIMITED BY SIZE
                 INTO gen-file-name
              END-STRING
           END-IF
           MOVE 0 TO written-count
           MOVE 0 TO parent-count
           OPEN OUTPUT gen-out
           IF gen-out-status NOT = "00"
              DISPLAY "Unable to open " FUNCTION TRIM (gen-file-name)
                 " for output"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF
           IF tt-parent (type-idx) = 0
              MOVE SPACES TO parent-record
              PERFORM record-count TIMES
                 PERFORM 300-build-one-record
              END-PERFORM
           ELSE
              PERFORM 270-generate-children
           END-IF
           CLOSE gen-out
           MOVE written-count TO tt-written (type-idx)
           MOVE parent-count TO tt-parents (type-idx)
           DISPLAY "Synthetic data generator: " written-count
              " record(s) written to " FUNCTION TRIM (gen-file-name).

       270-generate-children.
           MOVE tt-parent (type-idx) TO parent-type-idx
           MOVE SPACES TO parent-file-name
           STRING
              "GENDATA."                           DELIMITED BY SIZE
              FUNCTION TRIM (tt-name (parent-type-idx))
                                                   DELIMITED BY SIZE
              INTO parent-file-name
           END-STRING
           OPEN INPUT parent-in
           IF parent-in-status NOT = "00"
              DISPLAY "Unable to read back parent file "
                 FUNCTION TRIM (parent-file-name)
              MOVE 1 TO RETURN-CODE
              CLOSE gen-out
              STOP RUN
           END-IF
           PERFORM UNTIL parent-in-status NOT = "00"
              READ parent-in
                 AT END
                    MOVE "10" TO parent-in-status
                 NOT AT END
                    ADD 1 TO parent-count
                    PERFORM 500-draw-raw-value
                    COMPUTE child-count = tt-min (type-idx)
                       + FUNCTION MOD (draw-raw,
                         tt-max (type-idx) - tt-min (type-idx) + 1)
                    PERFORM child-count TIMES
                       PERFORM 300-build-one-record
                    END-PERFORM
              END-READ
           END-PERFORM
           CLOSE parent-in.

       300-build-one-record.
           MOVE SPACES TO gen-record
           PERFORM VARYING field-idx FROM 1 BY 1
              UNTIL field-idx > field-count
              IF pf-rectype (field-idx) = type-idx
                 PERFORM 400-fill-one-field
              END-IF
           END-PERFORM
           WRITE gen-record
           ADD 1 TO written-count.

       400-fill-one-field.
           IF pf-type (field-idx) = "KEY "
              PERFORM 440-fill-key-field
              EXIT PARAGRAPH
           END-IF
           IF pf-type (field-idx) = "PRNT"
              PERFORM 450-fill-parent-field
              EXIT PARAGRAPH
           END-IF
           PERFORM 500-draw-raw-value
           EVALUATE pf-type (field-idx)
              WHEN "NUM "
              TO gen-record (pf-start (field-idx)
                 : pf-width (field-idx)).

      * A KEY is the record's running number within its type,
      * zero-filled to the field width: unique by construction, so
      * children joining on it can never meet two parents.
       440-fill-key-field.
           COMPUTE span-pick = written-count + 1
           MOVE span-pick TO value-text
           MOVE value-text (17 - pf-width (field-idx)
              : pf-width (field-idx))
              TO gen-record (pf-start (field-idx)
                 : pf-width (field-idx)).

       450-fill-parent-field.
           MOVE pf-source (field-idx) TO source-idx
           MOVE parent-record (pf-start (source-idx)
              : pf-width (source-idx))
              TO gen-record (pf-start (field-idx)
                 : pf-width (field-idx)).

       500-draw-raw-value.
           CALL prng USING prng-state
              ON EXCEPTION
                 STOP RUN
           END-CALL
           MOVE FUNCTION NUMVAL (num) TO draw-raw.

      * Counts per record type, with the parents each child type
      * was generated under.
       600-write-control-report.
           OPEN OUTPUT gen-ctl
           MOVE SPACES TO gen-ctl-line
           STRING
              "GENDATA CONTROL REPORT  " DELIMITED BY SIZE
              record-count               DELIMITED BY SIZE
              " root record(s) requested"
                                         DELIMITED BY SIZE
              INTO gen-ctl-line
           END-STRING
           WRITE gen-ctl-line
           MOVE "TYPE     PARENT    RECORDS   PARENTS  PER-PARENT"
              TO gen-ctl-line
           WRITE gen-ctl-line
           PERFORM VARYING type-idx FROM 1 BY 1
              UNTIL type-idx > type-count
              MOVE SPACES TO gen-ctl-line
              IF tt-name (type-idx) = SPACES
                 MOVE "GENDATA" TO gen-ctl-line (1 : 8)
              ELSE
                 MOVE tt-name (type-idx) TO gen-ctl-line (1 : 8)
              END-IF
              MOVE tt-written (type-idx) TO count-text
              MOVE count-text TO gen-ctl-line (19 : 9)
              IF tt-parent (type-idx) > 0
                 MOVE tt-name (tt-parent (type-idx))
                    TO gen-ctl-line (10 : 8)
                 MOVE tt-parents (type-idx) TO count-text
                 MOVE count-text TO gen-ctl-line (29 : 9)
                 MOVE tt-min (type-idx) TO gen-ctl-line (40 : 5)
                 MOVE "-" TO gen-ctl-line (45 : 1)
                 MOVE tt-max (type-idx) TO gen-ctl-line (46 : 5)
              END-IF
              WRITE gen-ctl-line
           END-PERFORM
           MOVE SPACES TO gen-ctl-line
           MOVE "ORPHAN CHILD KEYS: 0 - every child is generated "
              TO gen-ctl-line
           MOVE "under a parent on file" TO gen-ctl-line (49 : 22)
           WRITE gen-ctl-line
           CLOSE gen-ctl.
       END PROGRAM gendata.
