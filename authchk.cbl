      * operator may exercise. DRAW is plain draws; WEIGHTED,
      * DEAL and CONTINUE gate those generator modes; PURGE
      * covers histpurge/archpurge; RESTORE covers staterest.
      * UNMASK (kept past authmaint's grant stamp) lets an operator
      * turn pseudonym tokens back into the originals. The client
      * codes, read by clntchk, restrict the operator to those
      * client organisations; all blank serves every client.
      * UNFREEZE lets an operator reopen a year-end frozen
      * HISTFILE partition for correction.
       FD  auth-file
           RECORDING MODE IS F.
       01  auth-record.
           05 au-continue       PIC X.
           05 au-purge          PIC X.
           05 au-restore        PIC X.
           05 FILLER            PIC X(24).
           05 au-unmask         PIC X.
           05 au-client         PIC X(8)    OCCURS 4 TIMES.
           05 au-unfreeze       PIC X.
           05 FILLER            PIC X(8).

       WORKING-STORAGE SECTION.
       77  auth-status          PIC XX.
                             MOVE au-purge TO capability-flag
                          WHEN "RESTORE"
                             MOVE au-restore TO capability-flag
                          WHEN "UNMASK"
                             MOVE au-unmask TO capability-flag
                          WHEN "UNFREEZE"
                             MOVE au-unfreeze TO capability-flag
                          WHEN OTHER
                             MOVE "N" TO capability-flag
                       END-EVALUATE
