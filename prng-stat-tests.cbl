      * for the length of run this battery needs.
       77  draw-cycles          PIC 9(9)    VALUE 5000.
       77  draw-idx             PIC 9(9).
       77  block-size           PIC 9(9).
       77  block-idx            PIC 9(4).
       COPY prngblk.
       01  stat-prng-state.
           05 stat-n            PIC 99      VALUE 16.
           05 stat-num          PIC 9(16)   VALUE 1000000000000137.
           DISPLAY "PRNG statistical battery: chi-square, runs and "
              "poker tests"

           MOVE 0 TO draw-idx
           PERFORM UNTIL draw-idx >= draw-cycles
              COMPUTE block-size = draw-cycles - draw-idx
              IF block-size > 1000
                 MOVE 1000 TO block-size
              END-IF
              MOVE block-size TO pb-count
              CALL prng USING stat-prng-state, OMITTED, OMITTED,
                 prng-block
              PERFORM VARYING block-idx FROM 1 BY 1
                 UNTIL block-idx > pb-count
                 MOVE pb-value (block-idx) (1 : stat-n) TO stat-num
                 PERFORM 100-tally-frequency
                 PERFORM 200-tally-runs
                 PERFORM 300-tally-poker
              END-PERFORM
              ADD pb-count TO draw-idx
           END-PERFORM

           PERFORM 400-check-frequency-chi-square
