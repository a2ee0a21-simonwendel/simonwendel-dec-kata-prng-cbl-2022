           05 dc-session        PIC X(18).
           05 dc-count          PIC 9(9).
           05 dc-status         PIC X.
           05 dc-client         PIC X(8).

       WORKING-STORAGE SECTION.
       77  draw-cat-status      PIC XX.
