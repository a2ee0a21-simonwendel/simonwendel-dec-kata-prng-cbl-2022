              10 hl-session         PIC 9(9).
           05 hist-void-op          PIC X(8).
           05 hist-void-rsn         PIC X(16).
           05 hist-game             PIC X(8).
           05 hist-client           PIC X(8).

       WORKING-STORAGE SECTION.
       77  hist-status          PIC XX.
