           05 ir-time           PIC X(8).
           05 ir-count          PIC 9(9).
           05 ir-status         PIC X.
           05 ir-gen            PIC 9(4).
           05 FILLER            PIC X(6).

       WORKING-STORAGE SECTION.
       77  ack-status           PIC XX.
