           05 ir-time           PIC X(8).
           05 ir-count          PIC 9(9).
           05 ir-status         PIC X.
           05 ir-gen            PIC 9(4).
           05 FILLER            PIC X(6).

       FD  draw-cat
           RECORDING MODE IS F.
           05 dc-session        PIC X(18).
           05 dc-count          PIC 9(9).
           05 dc-status         PIC X.
           05 dc-client         PIC X(8).

       WORKING-STORAGE SECTION.
       77  draw-out-status      PIC XX.
       77  cat-count            PIC 9(4)    VALUE 0.
       77  cat-idx              PIC 9(4).
       01  draw-cat-table.
           05 draw-cat-entry    PIC X(48)
              OCCURS 1 TO 500 TIMES DEPENDING ON cat-count.
       77  vend-feed-status     PIC XX.
       77  counter-status       PIC XX.
           MOVE run-time TO ir-time
           MOVE payload-count TO ir-count
           MOVE "O" TO ir-status
           MOVE envelope-gen TO ir-gen
           WRITE register-record
           CLOSE intchg-register.

