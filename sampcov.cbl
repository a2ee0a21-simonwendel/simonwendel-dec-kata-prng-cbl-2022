      * Randomize - a middle-square generator in COBOL
      * Copyright (C) 2022  Simon Wendel
      *
      * This program is free software: you can redistribute it and/or modify
      * it under the terms of the GNU General Public License as published by
      * the Free Software Foundation, either version 3 of the License, or
      * (at your option) any later version.
      *
      * This program is distributed in the hope that it will be useful,
      * but WITHOUT ANY WARRANTY; without even the implied warranty of
      * MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.  See the
      * GNU General Public License for more details.
      *
      * You should have received a copy of the GNU General Public License
      * along with this program.  If not, see <http://www.gnu.org/licenses/>.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sampcov.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT sample-in ASSIGN TO "SAMPLEIN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS sample-in-status.
           SELECT samp-hist ASSIGN TO "SAMPHIST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS sh-rkey
              FILE STATUS IS samp-hist-status.
           SELECT cover-rpt ASSIGN TO "SAMPCOVRPT"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  sample-in.
       01  sample-in-record     PIC X(256).

       FD  samp-hist.
       01  samp-hist-record.
           05 sh-rkey.
              10 sh-key         PIC X(30).
              10 sh-date        PIC X(8).
              10 sh-session     PIC X(18).
           05 sh-time           PIC X(8).
           05 sh-recno          PIC 9(9).
           05 FILLER            PIC X(7).

       FD  cover-rpt.
       01  cover-rpt-line       PIC X(100).

       WORKING-STORAGE SECTION.
       77  sample-in-status     PIC XX.
       77  samp-hist-status     PIC XX.
       77  hist-open-sw         PIC X       VALUE "N".
       77  arg-num              PIC 9(4).
       77  arg-key-start        PIC X(4).
       77  arg-key-length       PIC X(2).
       77  key-start            PIC 9(3).
       77  key-length           PIC 99.
       77  run-date             PIC X(8).
       77  today-int            PIC 9(8).
       77  cur-key              PIC X(30).
       77  last-sampled-date    PIC X(8).
       77  times-sampled        PIC 9(5).
       77  days-since           PIC 9(6).
       77  key-count            PIC 9(9)    VALUE 0.
       77  never-count          PIC 9(9)    VALUE 0.
       77  within-90-count      PIC 9(9)    VALUE 0.
       77  within-365-count     PIC 9(9)    VALUE 0.
       77  over-365-count       PIC 9(9)    VALUE 0.
       77  longest-days         PIC 9(6)    VALUE 0.
       77  longest-key          PIC X(30)   VALUE SPACES.
       77  count-disp           PIC ZZZZZZZZ9.
       77  days-disp            PIC ZZZZZ9.
       77  times-disp           PIC ZZZZ9.

      * Sampling coverage for the regulator: every key in the
      * current SAMPLEIN population with the date it was last
      * selected by recsamp according to SAMPHIST, how many days
      * ago that was and how often it has been selected; keys never
      * selected are shown as such. The summary buckets the
      * population by time since last selection.
       PROCEDURE DIVISION.
           MOVE 1 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT arg-key-start FROM ARGUMENT-VALUE
              ON EXCEPTION
                 DISPLAY "Usage: sampcov key-start key-length"
                 MOVE 1 TO RETURN-CODE
                 STOP RUN
           END-ACCEPT
           MOVE 2 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT arg-key-length FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO arg-key-length
           END-ACCEPT
           IF FUNCTION TRIM (arg-key-start) IS NOT NUMERIC
              OR FUNCTION TRIM (arg-key-length) IS NOT NUMERIC
              OR FUNCTION NUMVAL (arg-key-start) < 1
              OR FUNCTION NUMVAL (arg-key-length) < 1
              OR FUNCTION NUMVAL (arg-key-length) > 30
              OR FUNCTION NUMVAL (arg-key-start)
                 + FUNCTION NUMVAL (arg-key-length) > 257
              DISPLAY "Invalid key column: length 1-30, ending "
                 "within the 256-byte SAMPLEIN record"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE FUNCTION NUMVAL (arg-key-start) TO key-start
           MOVE FUNCTION NUMVAL (arg-key-length) TO key-length
           ACCEPT run-date FROM DATE YYYYMMDD
           COMPUTE today-int =
              FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL (run-date))

           OPEN INPUT sample-in
           IF sample-in-status NOT = "00"
              DISPLAY "Unable to open SAMPLEIN for the coverage "
                 "report"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT samp-hist
           IF samp-hist-status = "00"
              MOVE "Y" TO hist-open-sw
           ELSE
              DISPLAY "No SAMPHIST register - no key has been "
                 "selected yet"
           END-IF
           OPEN OUTPUT cover-rpt
           PERFORM 400-write-heading

           PERFORM UNTIL sample-in-status NOT = "00"
              READ sample-in
                 AT END
                    MOVE "10" TO sample-in-status
                 NOT AT END
                    MOVE SPACES TO cur-key
                    MOVE sample-in-record (key-start : key-length)
                       TO cur-key
                    PERFORM 200-read-key-history
                    PERFORM 300-report-one-key
              END-READ
           END-PERFORM
           CLOSE sample-in
           IF hist-open-sw = "Y"
              CLOSE samp-hist
           END-IF

           PERFORM 500-write-summary
           CLOSE cover-rpt
           DISPLAY "Sampling coverage written to SAMPCOVRPT: "
              key-count " key(s), " never-count " never sampled, "
              over-365-count " not sampled for over a year"
           MOVE 0 TO RETURN-CODE
           STOP RUN.

      * Same reading as recsamp's cool-off check: a key's entries
      * sit together in date order, the last one is the latest.
       200-read-key-history.
           MOVE 0 TO times-sampled
           MOVE SPACES TO last-sampled-date
           IF hist-open-sw = "N"
              EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO sh-rkey
           MOVE cur-key TO sh-key
           START samp-hist KEY NOT < sh-rkey
              INVALID KEY
                 EXIT PARAGRAPH
           END-START
           MOVE "00" TO samp-hist-status
           PERFORM UNTIL samp-hist-status NOT = "00"
              READ samp-hist NEXT RECORD
                 AT END
                    MOVE "10" TO samp-hist-status
                 NOT AT END
                    IF sh-key NOT = cur-key
                       MOVE "10" TO samp-hist-status
                    ELSE
                       ADD 1 TO times-sampled
                       MOVE sh-date TO last-sampled-date
                    END-IF
              END-READ
           END-PERFORM.

       300-report-one-key.
           ADD 1 TO key-count
           MOVE SPACES TO cover-rpt-line
           MOVE cur-key TO cover-rpt-line (1 : 30)
           IF last-sampled-date = SPACES
              ADD 1 TO never-count
              MOVE "NEVER SAMPLED" TO cover-rpt-line (33 : 13)
              WRITE cover-rpt-line
              EXIT PARAGRAPH
           END-IF
           COMPUTE days-since = today-int -
              FUNCTION INTEGER-OF-DATE
                 (FUNCTION NUMVAL (last-sampled-date))
           EVALUATE TRUE
              WHEN days-since <= 90
                 ADD 1 TO within-90-count
              WHEN days-since <= 365
                 ADD 1 TO within-365-count
              WHEN OTHER
                 ADD 1 TO over-365-count
           END-EVALUATE
           IF days-since > longest-days OR longest-key = SPACES
              MOVE days-since TO longest-days
              MOVE cur-key TO longest-key
           END-IF
           MOVE last-sampled-date (1 : 4) TO cover-rpt-line (33 : 4)
           MOVE "-" TO cover-rpt-line (37 : 1)
           MOVE last-sampled-date (5 : 2) TO cover-rpt-line (38 : 2)
           MOVE "-" TO cover-rpt-line (40 : 1)
           MOVE last-sampled-date (7 : 2) TO cover-rpt-line (41 : 2)
           MOVE days-since TO days-disp
           MOVE days-disp TO cover-rpt-line (46 : 6)
           MOVE times-sampled TO times-disp
           MOVE times-disp TO cover-rpt-line (56 : 5)
           WRITE cover-rpt-line.

       400-write-heading.
           MOVE SPACES TO cover-rpt-line
           STRING
              "AUDIT SAMPLING COVERAGE  as of " DELIMITED BY SIZE
              run-date                          DELIMITED BY SIZE
              "  key column "                   DELIMITED BY SIZE
              key-start                         DELIMITED BY SIZE
              "/"                               DELIMITED BY SIZE
              key-length                        DELIMITED BY SIZE
              INTO cover-rpt-line
           END-STRING
           WRITE cover-rpt-line
           MOVE SPACES TO cover-rpt-line
           WRITE cover-rpt-line
           MOVE "KEY" TO cover-rpt-line (1 : 3)
           MOVE "LAST SAMPLED" TO cover-rpt-line (33 : 12)
           MOVE "DAYS" TO cover-rpt-line (48 : 4)
           MOVE "TIMES" TO cover-rpt-line (56 : 5)
           WRITE cover-rpt-line.

       500-write-summary.
           MOVE SPACES TO cover-rpt-line
           WRITE cover-rpt-line
           MOVE key-count TO count-disp
           MOVE SPACES TO cover-rpt-line
           STRING
              "KEYS IN POPULATION            " DELIMITED BY SIZE
              count-disp                       DELIMITED BY SIZE
              INTO cover-rpt-line
           END-STRING
           WRITE cover-rpt-line
           MOVE within-90-count TO count-disp
           MOVE SPACES TO cover-rpt-line
           STRING
              "  sampled within 90 days      " DELIMITED BY SIZE
              count-disp                       DELIMITED BY SIZE
              INTO cover-rpt-line
           END-STRING
           WRITE cover-rpt-line
           MOVE within-365-count TO count-disp
           MOVE SPACES TO cover-rpt-line
           STRING
              "  sampled 91 to 365 days ago  " DELIMITED BY SIZE
              count-disp                       DELIMITED BY SIZE
              INTO cover-rpt-line
           END-STRING
           WRITE cover-rpt-line
           MOVE over-365-count TO count-disp
           MOVE SPACES TO cover-rpt-line
           STRING
              "  not sampled for over a year " DELIMITED BY SIZE
              count-disp                       DELIMITED BY SIZE
              INTO cover-rpt-line
           END-STRING
           WRITE cover-rpt-line
           MOVE never-count TO count-disp
           MOVE SPACES TO cover-rpt-line
           STRING
              "  never sampled               " DELIMITED BY SIZE
              count-disp                       DELIMITED BY SIZE
              INTO cover-rpt-line
           END-STRING
           WRITE cover-rpt-line
           IF longest-key NOT = SPACES
              MOVE longest-days TO days-disp
              MOVE SPACES TO cover-rpt-line
              STRING
                 "LONGEST GAP (sampled keys)    " DELIMITED BY SIZE
                 days-disp                        DELIMITED BY SIZE
                 " days  key "                    DELIMITED BY SIZE
                 longest-key                      DELIMITED BY SIZE
                 INTO cover-rpt-line
              END-STRING
              WRITE cover-rpt-line
           END-IF.
       END PROGRAM sampcov.
