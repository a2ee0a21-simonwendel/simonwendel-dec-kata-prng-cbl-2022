       77  range                PIC X(16)   VALUE "testfx-range".
       77  soak-cycles          PIC 9(9)    VALUE 50000.
       77  soak-idx             PIC 9(9).
      * The run is drawn in blocks, so the degenerate check and the
      * trace are soaked inside block mode as well.
       77  block-size           PIC 9(9).
       77  block-idx            PIC 9(4).
       COPY prngblk.
       77  zero-count           PIC S9(9)   VALUE 0.
       77  repeat-count         PIC S9(9)   VALUE 0.
       77  exp                  PIC S9(9).
           END-IF

           MOVE num TO prev-value
           MOVE 0 TO soak-idx
           PERFORM UNTIL soak-idx >= soak-cycles
              COMPUTE block-size = soak-cycles - soak-idx
              IF block-size > 1000
                 MOVE 1000 TO block-size
              END-IF
              MOVE block-size TO pb-count
              CALL prng USING prng-state, degenerate-trigger-count,
                 OMITTED, prng-block
              PERFORM VARYING block-idx FROM 1 BY 1
                 UNTIL block-idx > pb-count
                 MOVE pb-value (block-idx) (1 : n) TO num
                 IF num = 0
                    ADD 1 TO zero-count
                 END-IF
                 IF num = prev-value
                    ADD 1 TO repeat-count
                 END-IF
                 MOVE num TO prev-value
              END-PERFORM
              ADD pb-count TO soak-idx
           END-PERFORM

           IF soak-trace-env NOT = SPACES
