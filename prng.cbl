      * way to study extraction behavior over a long run.
       77  trace-file-name      PIC X(20).
       77  trace-file-status    PIC XX.
       77  block-idx            PIC 9(4).
      * An argument left off the end of a CALL is not reliably seen
      * as omitted: the runtime keeps whatever address an earlier
      * caller passed in that position. Block mode is therefore only
      * taken when this CALL really passed four arguments.
       77  call-arg-count       PIC 9(4)    USAGE BINARY.
       LINKAGE SECTION.
      * prng-state is caller-owned and passed by reference, so each
      * caller's own prng-state storage is already isolated from every
      * to draw; a single-sequence caller can omit it and keep relying
      * on the module-static history as before.
       01  caller-prev-num      PIC X(16).
      * Caller-owned and optional: a caller drawing a long run with
      * nothing to do between values passes a block table and gets
      * pb-count successive values back from one CALL. Each value
      * goes through exactly the per-value steps below - extraction,
      * trace, degenerate check and reseed - so a block is the same
      * sequence the single calls would have produced.
       COPY prngblk.

       PROCEDURE DIVISION USING prng-state,
           OPTIONAL degenerate-trigger-count,
           OPTIONAL caller-prev-num,
           OPTIONAL prng-block.
           DISPLAY "PRNGTRACE" UPON ENVIRONMENT-NAME
           ACCEPT trace-sw FROM ENVIRONMENT-VALUE
           DISPLAY "PRNGEXTRACT" UPON ENVIRONMENT-NAME

           MULTIPLY n BY 2 GIVING 2n

           CALL "C$NARG" USING call-arg-count
           IF call-arg-count > 3 AND prng-block IS NOT OMITTED
              IF pb-count = 0 OR pb-count > 1000
                 MOVE 1 TO pb-count
              END-IF
              PERFORM VARYING block-idx FROM 1 BY 1
                 UNTIL block-idx > pb-count
                 PERFORM 100-next-value
                 MOVE SPACES TO pb-value (block-idx)
                 MOVE num TO pb-value (block-idx) (1 : n)
              END-PERFORM
           ELSE
              PERFORM 100-next-value
           END-IF

           GOBACK.

      * One step of the sequence: square, extract, trace, and the
      * degenerate-sequence check that reseeds a stalled generator.
       100-next-value.
           MULTIPLY
              FUNCTION NUMVAL (num) BY
              FUNCTION NUMVAL (num) GIVING square
              MOVE num TO caller-prev-num
           ELSE
              MOVE num TO previous-num
           END-IF.

      * One line per value keeps the dataset greppable: square,
      * extraction rule and indexes, and the digits that came out.
       800-write-trace-record.
           OPEN EXTEND trace-file
