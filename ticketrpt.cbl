              FILE STATUS IS draw-out-status.
           SELECT ticket-out ASSIGN TO "TICKETOUT"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ticket-sort ASSIGN TO "TICKETSORT".

       DATA DIVISION.
       FILE SECTION.
       FD  ticket-out.
       01  ticket-line          PIC X(80).

       SD  ticket-sort.
       01  ticket-sort-record.
           05 ts-value          PIC 9(16).
           05 ts-check          PIC 9.

       WORKING-STORAGE SECTION.
       77  draw-out-status      PIC XX.
       77  eof-sw               PIC X       VALUE "N".
       77  value-count          PIC 9(9)    VALUE 0.
       77  ticket-date          PIC X(8)    VALUE SPACES.
       77  arg-num              PIC 9(4).
       77  gensel               PIC X(8)    VALUE "gensel".
       77  gensel-request       PIC X(8)    VALUE SPACES.
       77  draw-out-name        PIC X(13)   VALUE "DRAWOUT".
       77  sort-eof-sw          PIC X.

       PROCEDURE DIVISION.
           PERFORM 050-resolve-generation
              "in ascending order ("
              FUNCTION TRIM (draw-out-name) ")"

      * The audit copy stays in drawn order; this sort only shapes
      * the human-readable ticket, however many draws it holds.
           SORT ticket-sort
              ON ASCENDING KEY ts-value
              INPUT PROCEDURE IS 100-collect-values
              OUTPUT PROCEDURE IS 200-print-ticket
           IF value-count = 0
              DISPLAY "DRAWOUT holds no draws to print"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 0 TO RETURN-CODE
           STOP RUN.

      * An optional generation argument (number, Gnnnn or LATEST)
      * picks which cataloged DRAWOUT generation to print; with no
      * catalog the bare DRAWOUT is used as before.
       050-resolve-generation.
           MOVE 1 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT gensel-request FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO gensel-request
           END-ACCEPT
           CALL gensel USING gensel-request, draw-out-name
              ON EXCEPTION
                 MOVE "DRAWOUT" TO draw-out-name
           END-CALL
           IF draw-out-name = SPACES
              DISPLAY "Invalid generation '"
                 FUNCTION TRIM (gensel-request) "'"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF.

       100-collect-values.
           OPEN INPUT draw-out
           IF draw-out-status NOT = "00"
              DISPLAY "Unable to open DRAWOUT for the ticket report"
                    MOVE "Y" TO eof-sw
                 NOT AT END
                    IF dor-type = "D"
                       ADD 1 TO value-count
                       MOVE dor-value TO ts-value
                       MOVE dor-check TO ts-check
                       MOVE dor-date TO ticket-date
                       RELEASE ticket-sort-record
                    END-IF
              END-READ
           END-PERFORM
           CLOSE draw-out.

       200-print-ticket.
           IF value-count = 0
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ticket-out
           MOVE SPACES TO ticket-line
           STRING
           END-STRING
           WRITE ticket-line
           DISPLAY ticket-line
           MOVE "N" TO sort-eof-sw
           PERFORM UNTIL sort-eof-sw = "Y"
              RETURN ticket-sort
                 AT END
                    MOVE "Y" TO sort-eof-sw
                 NOT AT END
                    MOVE SPACES TO ticket-line
                    MOVE ts-value TO ticket-line (3 : 16)
      * Value and check digit print dash-separated, exactly the
      * form a clerk keys back into the stub validator.
                    MOVE "-" TO ticket-line (19 : 1)
                    MOVE ts-check TO ticket-line (20 : 1)
                    WRITE ticket-line
                    DISPLAY ticket-line
              END-RETURN
           END-PERFORM
           MOVE SPACES TO ticket-line
           STRING
           END-STRING
           WRITE ticket-line
           DISPLAY ticket-line
           CLOSE ticket-out.
       END PROGRAM ticketrpt.
