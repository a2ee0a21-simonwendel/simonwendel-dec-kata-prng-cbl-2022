       77  seed-numeric         PIC 9(16).
       77  seed-text            PIC X(16).
       77  cycle-idx            PIC 9(9).
       77  block-size           PIC 9(9).
       77  block-idx            PIC 9(4).
       77  freq-idx             PIC 99.
       77  freq-pos             PIC 99.
       77  freq-digit           PIC 9.
           05 num.
              10                PIC 9
              OCCURS 1 TO 16 TIMES DEPENDING ON n.
       COPY prngblk.

       PROCEDURE DIVISION.
           MOVE 1 TO arg-num
           END-PERFORM
           MOVE 9999999999999999 TO as-min (alg-idx)
           MOVE 0 TO as-max (alg-idx)
           MOVE 0 TO cycle-idx
           PERFORM UNTIL cycle-idx >= cycles
              PERFORM 150-draw-block
           END-PERFORM
           DISPLAY alg-label " pass complete".

      * The values come a block at a time; a block holds exactly
      * what the same number of single calls would have returned.
       150-draw-block.
           COMPUTE block-size = cycles - cycle-idx
           IF block-size > 1000
              MOVE 1000 TO block-size
           END-IF
           MOVE block-size TO pb-count
           CALL alg-prog USING prng-state, OMITTED, OMITTED,
              prng-block
              ON EXCEPTION
                 DISPLAY "PRNG CALL ERROR - unable to call "
                    "generator module " alg-prog
                 MOVE 3 TO RETURN-CODE
                 STOP RUN
           END-CALL
           PERFORM VARYING block-idx FROM 1 BY 1
              UNTIL block-idx > pb-count
              MOVE pb-value (block-idx) (1 : n) TO num
              PERFORM 200-tally-value
           END-PERFORM
           ADD pb-count TO cycle-idx.

       200-tally-value.
           PERFORM VARYING freq-pos FROM 1 BY 1 UNTIL freq-pos > n
              MOVE num (freq-pos : 1) TO freq-digit
