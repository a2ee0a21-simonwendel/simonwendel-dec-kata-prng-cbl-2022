       DATA DIVISION.
       FILE SECTION.
       FD  summary-file.
       01  summary-line             PIC X(180).

       WORKING-STORAGE SECTION.
       77  summary-status       PIC XX.
