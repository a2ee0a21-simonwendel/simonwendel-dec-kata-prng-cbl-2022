           05 aud-ticket        PIC X(8).
           05 aud-costctr       PIC X(8).
           05 aud-seal          PIC 9(18).
           05 aud-client        PIC X(8).

      * An archived AUDITLOG generation carries the identical record
      * layout - only the dataset name differs.
