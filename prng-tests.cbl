       01  prng-state-4.
           05 n-4               PIC 99      VALUE 12.
           05 num-4             PIC 9(12)   VALUE 999999999999.
       01  prng-state-5.
           05 n-5               PIC 99      VALUE 6.
           05 num-5             PIC 9(6)    VALUE 123456.
       01  prng-state-6.
           05 n-6               PIC 99      VALUE 4.
           05 num-6             PIC 9(4)    VALUE 1234.
       01  prng-state-7.
           05 n-7               PIC 99      VALUE 4.
           05 num-7             PIC 9(4)    VALUE 1234.
       COPY prngblk.
       77  prng                 PIC X(4)    VALUE "prng".
       77  prng-lcg             PIC X(8)    VALUE "prng-lcg".
       77  block-idx            PIC 9(4).
       77  rpt                  PIC X(14)   VALUE "testfx-rpt".
       77  suite-name           PIC X(20)   VALUE "prng-tests".
       77  eq                   PIC X(14)   VALUE "testfx-eq".
           MOVE num-4 TO act
           CALL eq USING t-res, exp, act

      * Block mode must hand back the very values the single calls
      * above produced from the same start, and leave the state on
      * the last of them.
           MOVE 3 TO pb-count
           CALL prng USING prng-state-5, OMITTED, OMITTED, prng-block
           MOVE 241383 TO exp
           MOVE pb-value (1) (1 : 6) TO act
           CALL eq USING t-res, exp, act
           MOVE 265752 TO exp
           MOVE pb-value (2) (1 : 6) TO act
           CALL eq USING t-res, exp, act
           MOVE 624125 TO exp
           MOVE pb-value (3) (1 : 6) TO act
           CALL eq USING t-res, exp, act
           MOVE num-5 TO act
           CALL eq USING t-res, exp, act

      * The same for prng-lcg: a block of five against five single
      * calls from the same start, whatever the recurrence is tuned
      * to. The single calls come after the block on purpose: a call
      * passing only prng-state must never be taken for a block
      * request left over from the call before it.
           MOVE 5 TO pb-count
           CALL prng-lcg USING prng-state-7, OMITTED, OMITTED,
              prng-block
           PERFORM VARYING block-idx FROM 1 BY 1 UNTIL block-idx > 5
              CALL prng-lcg USING prng-state-6
              MOVE num-6 TO exp
              MOVE pb-value (block-idx) (1 : 4) TO act
              CALL eq USING t-res, exp, act
           END-PERFORM
           MOVE num-6 TO exp
           MOVE num-7 TO act
           CALL eq USING t-res, exp, act

           CALL rpt USING t-res, suite-name

           IF ext-t-res IS NOT OMITTED
