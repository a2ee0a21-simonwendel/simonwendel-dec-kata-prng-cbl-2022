       77  lcg-mult-env         PIC X(18).
       77  lcg-incr-env         PIC X(18).
       77  lcg-mod-env          PIC X(18).
       77  block-idx            PIC 9(4).
      * An argument left off the end of a CALL is not reliably seen
      * as omitted: the runtime keeps whatever address an earlier
      * caller passed in that position. Block mode is therefore only
      * taken when this CALL really passed four arguments.
       77  call-arg-count       PIC 9(4)    USAGE BINARY.
       LINKAGE SECTION.
       01  prng-state.
           05 n                 PIC 99.
           05 num.
              10                PIC 9
              OCCURS 1 TO 16 TIMES DEPENDING ON n.
      * The next two are accepted only so that one CALL statement
      * serves either generator: this recurrence never stalls on a
      * repeat the way middle-square can, so it has no degenerate
      * check to count or previous value to compare against.
       01  degenerate-trigger-count PIC 9(9).
       01  caller-prev-num      PIC X(16).
      * Block mode, as on prng: pb-count successive values from one
      * CALL, the same sequence the single calls would produce.
       COPY prngblk.

       PROCEDURE DIVISION USING prng-state,
           OPTIONAL degenerate-trigger-count,
           OPTIONAL caller-prev-num,
           OPTIONAL prng-block.
           DISPLAY "PRNGLCGMULT" UPON ENVIRONMENT-NAME
           ACCEPT lcg-mult-env FROM ENVIRONMENT-VALUE
           DISPLAY "PRNGLCGINCR" UPON ENVIRONMENT-NAME
              COMPUTE lcg-modulus = 10 ** n
           END-IF

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

       100-next-value.
           COMPUTE lcg-product =
              lcg-multiplier * FUNCTION NUMVAL (num) + lcg-increment

           COMPUTE lcg-result =
              FUNCTION MOD (lcg-product, lcg-modulus)

           MOVE lcg-result (19 - n : n) TO num.
       END PROGRAM prng-lcg.
