       77  stamp-date           PIC X(8).
       77  stamp-time           PIC X(8).
       77  operator-id          PIC X(8).
       77  opident              PIC X(8)    VALUE "opident".
       LINKAGE SECTION.
       01  ledger-request.
           05 lr-program        PIC X(10).
           END-IF
           ACCEPT stamp-date FROM DATE YYYYMMDD
           ACCEPT stamp-time FROM TIME
           CALL opident USING operator-id
              ON EXCEPTION
                 DISPLAY "USER" UPON ENVIRONMENT-NAME
                 ACCEPT operator-id FROM ENVIRONMENT-VALUE
           END-CALL
           IF operator-id = SPACES
              MOVE "UNKNOWN" TO operator-id
           END-IF
