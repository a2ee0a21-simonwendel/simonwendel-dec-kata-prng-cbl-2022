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
       PROGRAM-ID. partchk.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT part-cat ASSIGN TO "PARTCAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS part-cat-status.

       DATA DIVISION.
       FILE SECTION.
      * Partition catalog: one record per HISTFILE.Yyyyy year
      * partition. pc-state is F once yearend has certified and
      * frozen the year, U while an UNFREEZE has it reopened for
      * correction, blank while the year is still open.
       FD  part-cat
           RECORDING MODE IS F.
       01  part-cat-record.
           05 pc-year           PIC X(4).
           05 pc-created        PIC X(8).
           05 pc-state          PIC X.
           05 FILLER            PIC X(7).

       WORKING-STORAGE SECTION.
       77  part-cat-status      PIC XX.
       77  loaded-sw            PIC X       VALUE "N".
       77  part-count           PIC 9(3)    VALUE 0.
       77  part-idx             PIC 9(3).
       01  part-table.
           05 part-entry        OCCURS 200 TIMES.
              10 pt-year        PIC X(4).
              10 pt-state       PIC X.
       LINKAGE SECTION.
       01  part-request.
           05 pq-year           PIC X(4).
           05 pq-state          PIC X.

      * Answers whether a HISTFILE year partition may be changed:
      * pq-state comes back F for a frozen year, U for a year
      * reopened by UNFREEZE, blank for an open year and ? for a
      * year PARTCAT does not list. Only F forbids a change. The
      * catalog is read once per run and held for later calls.
       PROCEDURE DIVISION USING part-request.
           IF loaded-sw = "N"
              PERFORM 100-load-catalog
           END-IF
           MOVE "?" TO pq-state
           PERFORM VARYING part-idx FROM 1 BY 1
              UNTIL part-idx > part-count
              IF pt-year (part-idx) = pq-year
                 MOVE pt-state (part-idx) TO pq-state
              END-IF
           END-PERFORM
           GOBACK.

       100-load-catalog.
           MOVE "Y" TO loaded-sw
           OPEN INPUT part-cat
           IF part-cat-status NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL part-cat-status NOT = "00"
              READ part-cat
                 AT END
                    MOVE "10" TO part-cat-status
                 NOT AT END
                    IF part-count < 200
                       ADD 1 TO part-count
                       MOVE pc-year TO pt-year (part-count)
                       MOVE pc-state TO pt-state (part-count)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE part-cat.
       END PROGRAM partchk.
