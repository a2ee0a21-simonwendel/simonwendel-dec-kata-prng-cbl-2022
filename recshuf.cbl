       77  deck-idx             PIC 9(4).
       77  swap-pick            PIC 9(4).
       77  draw-raw             PIC 9(16).
       77  block-size           PIC 9(4).
       77  block-idx            PIC 9(4).
       77  swap-record          PIC X(256).
      * Header and trailer in the DRAWOUT doh/dot style, carried as
      * the first and last SHUFFLEOUT records so downstream can
           05 num.
              10                PIC 9
              OCCURS 1 TO 16 TIMES DEPENDING ON n.
       COPY prngblk.

       PROCEDURE DIVISION.
           DISPLAY "Record shuffle: reordering SHUFFLEIN into a "
           END-IF

           CALL seed USING prng-state, job-token-text
           MOVE 0 TO pb-count
           MOVE 0 TO block-idx

      * Fisher-Yates from the top: each position swaps with a
      * uniformly drawn position at or below it, so every one of
           MOVE 0 TO RETURN-CODE
           STOP RUN.

      * The shuffle needs one value per position above the first,
      * so the generator is asked for them a block at a time.
       500-draw-raw-value.
           IF block-idx >= pb-count
              PERFORM 510-fill-draw-block
           END-IF
           ADD 1 TO block-idx
           MOVE pb-value (block-idx) (1 : n) TO num
           MOVE FUNCTION NUMVAL (num) TO draw-raw.

       510-fill-draw-block.
           COMPUTE block-size = deck-idx - 1
           IF block-size > 1000
              MOVE 1000 TO block-size
           END-IF
           MOVE block-size TO pb-count
           CALL prng USING prng-state, OMITTED, OMITTED, prng-block
              ON EXCEPTION
                 DISPLAY "PRNG CALL ERROR - unable to call "
                    "generator module " prng
                 MOVE 3 TO RETURN-CODE
                 STOP RUN
           END-CALL
           MOVE 0 TO block-idx.
       END PROGRAM recshuf.
