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
       PROGRAM-ID. recdump.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT draw-out ASSIGN TO DYNAMIC dump-file-name
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS dump-status.
           SELECT audit-log ASSIGN TO DYNAMIC dump-file-name
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS dump-status.
           SELECT restart-file ASSIGN TO DYNAMIC dump-file-name
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS dump-status.
           SELECT deal-ledger ASSIGN TO DYNAMIC dump-file-name
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS dump-status.
           SELECT block-ledger ASSIGN TO DYNAMIC dump-file-name
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS dump-status.
           SELECT intchg-register ASSIGN TO DYNAMIC dump-file-name
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS dump-status.
           SELECT heartbeat-file ASSIGN TO DYNAMIC dump-file-name
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS dump-status.

       DATA DIVISION.
       FILE SECTION.
      * The records are taken whole; the field boundaries come from
      * the layout table below, not from these descriptions.
       FD  draw-out
           RECORDING MODE IS F.
       01  draw-out-record      PIC X(66).

       FD  audit-log
           RECORDING MODE IS F.
       01  audit-record         PIC X(119).

       FD  restart-file
           RECORDING MODE IS F.
       01  restart-record       PIC X(117).

       FD  deal-ledger
           RECORDING MODE IS F.
       01  deal-ledger-record   PIC X(223).

       FD  block-ledger
           RECORDING MODE IS F.
       01  block-ledger-record  PIC X(60).

       FD  intchg-register
           RECORDING MODE IS F.
       01  register-record      PIC X(45).

       FD  heartbeat-file
           RECORDING MODE IS F.
       01  heartbeat-record     PIC X(70).

       WORKING-STORAGE SECTION.
       77  dump-status          PIC XX.
       77  dump-file-name       PIC X(20).
       77  arg-num              PIC 9(4).
       77  arg-layout           PIC X(12).
       77  arg-dataset          PIC X(20).
       77  arg-first            PIC X(9).
       77  arg-last             PIC X(9).
       77  arg-key              PIC X(18).
       77  first-rec            PIC 9(9)    VALUE 1.
       77  last-rec             PIC 9(9)    VALUE 999999999.
       77  key-text             PIC X(18)   VALUE SPACES.
       77  key-len              PIC 99      VALUE 0.
       77  key-match-sw         PIC X.
       77  eof-sw               PIC X       VALUE "N".
       77  rec-buf              PIC X(223).
       77  rec-count            PIC 9(9)    VALUE 0.
       77  shown-count          PIC 9(9)    VALUE 0.
       77  flag-count           PIC 9(9)    VALUE 0.
       77  flagged-rec-count    PIC 9(9)    VALUE 0.
       77  rec-flag-sw          PIC X.
       77  short-count          PIC 9(9)    VALUE 0.
       77  unknown-count        PIC 9(9)    VALUE 0.
       77  rec-code             PIC XX.
       77  rec-desc             PIC X(20).
       77  ly-idx               PIC 9(2).
       77  fl-idx               PIC 9(3).
       77  seg-pos              PIC 9(3).
       77  seg-len              PIC 9(3).
       77  value-work           PIC X(60).
       77  hex-text             PIC X(36).
       77  hex-idx              PIC 99.
       77  hex-byte             PIC 9(3).
       77  hex-hi               PIC 99.
       77  hex-lo               PIC 99.
       77  hex-digits           PIC X(16)   VALUE "0123456789ABCDEF".
       77  count-disp           PIC ZZZZZZZZ9.
       77  pos-disp             PIC ZZ9.
       77  len-disp             PIC ZZ9.
      * Control characters are shown as dots so a damaged record
      * cannot scramble the terminal; the hex of a flagged field
      * still shows exactly what is there.
       77  control-dots         PIC X(32)   VALUE ALL ".".

       01  control-chars.
           05 FILLER            PIC X(16)   VALUE
              X"000102030405060708090A0B0C0D0E0F".
           05 FILLER            PIC X(16)   VALUE
              X"101112131415161718191A1B1C1D1E1F".

      * The fixed-format datasets of the suite this utility can
      * read: dataset, layout code, record length, and the field
      * a key filter is matched against.
       01  layout-values.
           05 FILLER            PIC X(36)   VALUE
              "DRAWOUT    DO066010009dor-seq       ".
           05 FILLER            PIC X(36)   VALUE
              "AUDITLOG   AU119044018aud-session   ".
           05 FILLER            PIC X(36)   VALUE
              "RESTARTFILERS117037009rst-seq       ".
           05 FILLER            PIC X(36)   VALUE
              "DEALLEDGER DL223001016dl-low        ".
           05 FILLER            PIC X(36)   VALUE
              "BLOCKLEDGERBL060001008ba-alloc-id   ".
           05 FILLER            PIC X(36)   VALUE
              "ICNREG     IC045001009ir-interchange".
           05 FILLER            PIC X(36)   VALUE
              "HEARTBEAT  HB070017018hb-session    ".
       01  layout-table REDEFINES layout-values.
           05 layout-entry      OCCURS 7 TIMES.
              10 ly-name        PIC X(11).
              10 ly-code        PIC XX.
              10 ly-length      PIC 9(3).
              10 ly-key-start   PIC 9(3).
              10 ly-key-length  PIC 9(3).
              10 ly-key-name    PIC X(14).

      * Every field of every record layout, in record order, as
      * the owning programs define it: layout code (DRAWOUT by
      * record type - DH header, DD draw, DS stream subtotal, DT
      * trailer), name, position, length, class and picture.
       01  field-values.
           05 FILLER            PIC X(31)   VALUE
              "DDdor-type        001001XX     ".
           05 FILLER            PIC X(31)   VALUE
              "DDdor-date        002008XX(8)  ".
           05 FILLER            PIC X(31)   VALUE
              "DDdor-seq         01000999(9)  ".
           05 FILLER            PIC X(31)   VALUE
              "DDdor-n           019002999    ".
           05 FILLER            PIC X(31)   VALUE
              "DDdor-value       02101699(16) ".
           05 FILLER            PIC X(31)   VALUE
              "DDdor-stream      037002999    ".
           05 FILLER            PIC X(31)   VALUE
              "DDdor-sign        039001XX     ".
           05 FILLER            PIC X(31)   VALUE
              "DDdor-check       04000199     ".
           05 FILLER            PIC X(31)   VALUE
              "DDdor-seal        04101899(18) ".
           05 FILLER            PIC X(31)   VALUE
              "DDdor-alloc       059008XX(8)  ".
           05 FILLER            PIC X(31)   VALUE
              "DHdoh-type        001001XX     ".
           05 FILLER            PIC X(31)   VALUE
              "DHdoh-date        002008XX(8)  ".
           05 FILLER            PIC X(31)   VALUE
              "DHdoh-cycles      01000999(9)  ".
           05 FILLER            PIC X(31)   VALUE
              "DHdoh-n           019002999    ".
           05 FILLER            PIC X(31)   VALUE
              "DHFILLER          021020XX(20) ".
           05 FILLER            PIC X(31)   VALUE
              "DHdoh-seal        04101899(18) ".
           05 FILLER            PIC X(31)   VALUE
              "DHFILLER          059008XX(8)  ".
           05 FILLER            PIC X(31)   VALUE
              "DSdos-type        001001XX     ".
           05 FILLER            PIC X(31)   VALUE
              "DSdos-date        002008XX(8)  ".
           05 FILLER            PIC X(31)   VALUE
              "DSdos-count       01000999(9)  ".
           05 FILLER            PIC X(31)   VALUE
              "DSdos-checksum    01901899(18) ".
           05 FILLER            PIC X(31)   VALUE
              "DSdos-stream      037002999    ".
           05 FILLER            PIC X(31)   VALUE
              "DSFILLER          039002XX(2)  ".
           05 FILLER            PIC X(31)   VALUE
              "DSdos-seal        04101899(18) ".
           05 FILLER            PIC X(31)   VALUE
              "DSFILLER          059008XX(8)  ".
           05 FILLER            PIC X(31)   VALUE
              "DTdot-type        001001XX     ".
           05 FILLER            PIC X(31)   VALUE
              "DTdot-date        002008XX(8)  ".
           05 FILLER            PIC X(31)   VALUE
              "DTdot-count       01000999(9)  ".
           05 FILLER            PIC X(31)   VALUE
              "DTdot-checksum    01901899(18) ".
           05 FILLER            PIC X(31)   VALUE
              "DTFILLER          037004XX(4)  ".
           05 FILLER            PIC X(31)   VALUE
              "DTdot-seal        04101899(18) ".
           05 FILLER            PIC X(31)   VALUE
              "DTFILLER          059008XX(8)  ".
           05 FILLER            PIC X(31)   VALUE
              "AUaud-date        001008XX(8)  ".
           05 FILLER            PIC X(31)   VALUE
              "AUaud-time        009008XX(8)  ".
           05 FILLER            PIC X(31)   VALUE
              "AUaud-seed        017016XX(16) ".
           05 FILLER            PIC X(31)   VALUE
              "AUaud-cycles      03300999(9)  ".
           05 FILLER            PIC X(31)   VALUE
              "AUaud-n           042002999    ".
           05 FILLER            PIC X(31)   VALUE
              "AUaud-session     044018XX(18) ".
           05 FILLER            PIC X(31)   VALUE
              "AUaud-seed-src    062008XX(8)  ".
           05 FILLER            PIC X(31)   VALUE
              "AUaud-cosigner    070008XX(8)  ".
           05 FILLER            PIC X(31)   VALUE
              "AUaud-ticket      078008XX(8)  ".
           05 FILLER            PIC X(31)   VALUE
              "AUaud-costctr     086008XX(8)  ".
           05 FILLER            PIC X(31)   VALUE
              "AUaud-seal        09401899(18) ".
           05 FILLER            PIC X(31)   VALUE
              "AUaud-client      112008XX(8)  ".
           05 FILLER            PIC X(31)   VALUE
              "RSrst-n           001002999    ".
           05 FILLER            PIC X(31)   VALUE
              "RSrst-num         003016XX(16) ".
           05 FILLER            PIC X(31)   VALUE
              "RSrst-cycles      01900999(9)  ".
           05 FILLER            PIC X(31)   VALUE
              "RSrst-completed   02800999(9)  ".
           05 FILLER            PIC X(31)   VALUE
              "RSrst-seq         03700999(9)  ".
           05 FILLER            PIC X(31)   VALUE
              "RSrst-checksum    04601899(18) ".
           05 FILLER            PIC X(31)   VALUE
              "RSrst-prev-value  06401699(16) ".
           05 FILLER            PIC X(31)   VALUE
              "RSrst-prev-valid  080001XX     ".
           05 FILLER            PIC X(31)   VALUE
              "RSrst-seal        08101899(18) ".
           05 FILLER            PIC X(31)   VALUE
              "RSrst-deck-mode   099001XX     ".
           05 FILLER            PIC X(31)   VALUE
              "RSrst-session     100018XX(18) ".
           05 FILLER            PIC X(31)   VALUE
              "DLdl-low          00101699(16) ".
           05 FILLER            PIC X(31)   VALUE
              "DLdl-high         01701699(16) ".
           05 FILLER            PIC X(31)   VALUE
              "DLdl-issued       03300999(9)  ".
           05 FILLER            PIC X(31)   VALUE
              "DLdl-session-count042002999    ".
           05 FILLER            PIC X(31)   VALUE
              "DLdl-sessions     044180XX(180)".
           05 FILLER            PIC X(31)   VALUE
              "BLba-alloc-id     001008XX(8)  ".
           05 FILLER            PIC X(31)   VALUE
              "BLba-consumer     009008XX(8)  ".
           05 FILLER            PIC X(31)   VALUE
              "BLba-start        01700999(9)  ".
           05 FILLER            PIC X(31)   VALUE
              "BLba-end          02600999(9)  ".
           05 FILLER            PIC X(31)   VALUE
              "BLba-date         035008XX(8)  ".
           05 FILLER            PIC X(31)   VALUE
              "BLba-status       043001XX     ".
           05 FILLER            PIC X(31)   VALUE
              "BLFILLER          044017XX(17) ".
           05 FILLER            PIC X(31)   VALUE
              "ICir-interchange  00100999(9)  ".
           05 FILLER            PIC X(31)   VALUE
              "ICir-date         010008XX(8)  ".
           05 FILLER            PIC X(31)   VALUE
              "ICir-time         018008XX(8)  ".
           05 FILLER            PIC X(31)   VALUE
              "ICir-count        02600999(9)  ".
           05 FILLER            PIC X(31)   VALUE
              "ICir-status       035001XX     ".
           05 FILLER            PIC X(31)   VALUE
              "ICir-gen          03600499(4)  ".
           05 FILLER            PIC X(31)   VALUE
              "ICFILLER          040006XX(6)  ".
           05 FILLER            PIC X(31)   VALUE
              "HBhb-date         001008XX(8)  ".
           05 FILLER            PIC X(31)   VALUE
              "HBhb-time         009008XX(8)  ".
           05 FILLER            PIC X(31)   VALUE
              "HBhb-session      017018XX(18) ".
           05 FILLER            PIC X(31)   VALUE
              "HBhb-completed    03500999(9)  ".
           05 FILLER            PIC X(31)   VALUE
              "HBhb-requested    04400999(9)  ".
           05 FILLER            PIC X(31)   VALUE
              "HBhb-percent      05300399(3)  ".
           05 FILLER            PIC X(31)   VALUE
              "HBhb-rate         05600799(7)  ".
           05 FILLER            PIC X(31)   VALUE
              "HBhb-eta-time     063008XX(8)  ".
       01  field-table REDEFINES field-values.
           05 field-entry       OCCURS 82 TIMES.
              10 fl-code        PIC XX.
              10 fl-name        PIC X(16).
              10 fl-start       PIC 9(3).
              10 fl-length      PIC 9(3).
              10 fl-class       PIC X.
              10 fl-pic         PIC X(6).

      * Layout-aware dump of the suite's fixed-format datasets:
      * each record is printed field by field under the names the
      * programs use, so a damaged DRAWOUT, AUDITLOG, RESTARTFILE,
      * DEALLEDGER, BLOCKLEDGER, ICNREG or HEARTBEAT can be read
      * without a hex viewer and a column ruler. A field holding
      * anything but digits where its picture is numeric is
      * flagged with its hex. The dataset is only ever read.
       PROCEDURE DIVISION.
           PERFORM 050-read-arguments

           EVALUATE ly-code (ly-idx)
              WHEN "DO"
                 OPEN INPUT draw-out
              WHEN "AU"
                 OPEN INPUT audit-log
              WHEN "RS"
                 OPEN INPUT restart-file
              WHEN "DL"
                 OPEN INPUT deal-ledger
              WHEN "BL"
                 OPEN INPUT block-ledger
              WHEN "IC"
                 OPEN INPUT intchg-register
              WHEN "HB"
                 OPEN INPUT heartbeat-file
           END-EVALUATE
           IF dump-status NOT = "00"
              DISPLAY "Unable to open " FUNCTION TRIM (dump-file-name)
                 " (status " dump-status ")"
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF

           DISPLAY "Record dump of " FUNCTION TRIM (dump-file-name)
              " as " FUNCTION TRIM (ly-name (ly-idx)) ", "
              ly-length (ly-idx) "-byte records"
           IF key-len > 0
              DISPLAY "  selecting " FUNCTION TRIM (ly-key-name
                 (ly-idx)) " = " key-text (1 : key-len)
           END-IF

           PERFORM UNTIL eof-sw = "Y"
              PERFORM 200-read-record
              IF eof-sw = "N"
                 ADD 1 TO rec-count
                 IF rec-count > last-rec
                    SUBTRACT 1 FROM rec-count
                    MOVE "Y" TO eof-sw
                 ELSE
                    IF rec-count >= first-rec
                       PERFORM 300-select-record
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           PERFORM 250-close-dataset

           DISPLAY " "
           MOVE rec-count TO count-disp
           DISPLAY "Records read      " count-disp
           MOVE shown-count TO count-disp
           DISPLAY "Records shown     " count-disp
           MOVE flag-count TO count-disp
           DISPLAY "Fields flagged    " count-disp WITH NO ADVANCING
           MOVE flagged-rec-count TO count-disp
           DISPLAY " (in " FUNCTION TRIM (count-disp) " record(s))"
           IF short-count > 0
              MOVE short-count TO count-disp
              DISPLAY "Short records     " count-disp
                 " - the dataset is not a whole number of "
                 ly-length (ly-idx) "-byte records"
           END-IF
           IF unknown-count > 0
              MOVE unknown-count TO count-disp
              DISPLAY "Unknown types     " count-disp
                 " - not H, D, S or T; shown as raw bytes"
           END-IF
           IF flag-count > 0 OR short-count > 0 OR unknown-count > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       050-read-arguments.
           MOVE 1 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT arg-layout FROM ARGUMENT-VALUE
              ON EXCEPTION
                 PERFORM 060-display-usage
                 MOVE 1 TO RETURN-CODE
                 STOP RUN
           END-ACCEPT
           MOVE FUNCTION UPPER-CASE (arg-layout) TO arg-layout
           MOVE 0 TO ly-idx
           PERFORM VARYING fl-idx FROM 1 BY 1 UNTIL fl-idx > 7
              IF ly-name (fl-idx) = arg-layout
                 MOVE fl-idx TO ly-idx
              END-IF
           END-PERFORM
           IF ly-idx = 0
              DISPLAY "Unknown layout " FUNCTION TRIM (arg-layout)
              PERFORM 060-display-usage
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE 2 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT arg-dataset FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE "-" TO arg-dataset
           END-ACCEPT
           IF arg-dataset = "-" OR SPACES
              MOVE ly-name (ly-idx) TO dump-file-name
           ELSE
              MOVE arg-dataset TO dump-file-name
           END-IF

           MOVE 3 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT arg-first FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE "-" TO arg-first
           END-ACCEPT
           IF arg-first NOT = "-" AND NOT = SPACES
              IF FUNCTION TRIM (arg-first) IS NOT NUMERIC
                 OR FUNCTION NUMVAL (arg-first) < 1
                 DISPLAY "Invalid first record: " arg-first
                 MOVE 1 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE FUNCTION NUMVAL (arg-first) TO first-rec
           END-IF

           MOVE 4 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT arg-last FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE "-" TO arg-last
           END-ACCEPT
           IF arg-last NOT = "-" AND NOT = SPACES
              IF FUNCTION TRIM (arg-last) IS NOT NUMERIC
                 OR FUNCTION NUMVAL (arg-last) < first-rec
                 DISPLAY "Invalid last record: " arg-last
                 MOVE 1 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE FUNCTION NUMVAL (arg-last) TO last-rec
           END-IF

           MOVE 5 TO arg-num
           DISPLAY arg-num UPON ARGUMENT-NUMBER
           ACCEPT arg-key FROM ARGUMENT-VALUE
              ON EXCEPTION
                 MOVE SPACES TO arg-key
           END-ACCEPT
           IF arg-key NOT = "-" AND NOT = SPACES
              MOVE FUNCTION TRIM (arg-key) TO key-text
              MOVE FUNCTION LENGTH (FUNCTION TRIM (arg-key))
                 TO key-len
              IF key-len > ly-key-length (ly-idx)
                 DISPLAY "Key longer than "
                    FUNCTION TRIM (ly-key-name (ly-idx))
                    " (" ly-key-length (ly-idx) " bytes)"
                 MOVE 1 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

       060-display-usage.
           DISPLAY "Usage: recdump layout [dataset] [first] [last] "
              "[key]"
           DISPLAY "  layout: DRAWOUT, AUDITLOG, RESTARTFILE, "
              "DEALLEDGER, BLOCKLEDGER, ICNREG or HEARTBEAT"
           DISPLAY "  dataset: file to read (default the layout "
              "name, e.g. DRAWOUT.G0042 for a generation)"
           DISPLAY "  first/last: record number range (a dash for "
              "the start/end of the file)"
           DISPLAY "  key: records whose key field starts with it - "
              "dor-seq, aud-session, rst-seq,"
           DISPLAY "       dl-low, ba-alloc-id, ir-interchange or "
              "hb-session; numeric keys match by value".

       200-read-record.
           MOVE SPACES TO rec-buf
           EVALUATE ly-code (ly-idx)
              WHEN "DO"
                 READ draw-out INTO rec-buf
                    AT END
                       MOVE "Y" TO eof-sw
                 END-READ
              WHEN "AU"
                 READ audit-log INTO rec-buf
                    AT END
                       MOVE "Y" TO eof-sw
                 END-READ
              WHEN "RS"
                 READ restart-file INTO rec-buf
                    AT END
                       MOVE "Y" TO eof-sw
                 END-READ
              WHEN "DL"
                 READ deal-ledger INTO rec-buf
                    AT END
                       MOVE "Y" TO eof-sw
                 END-READ
              WHEN "BL"
                 READ block-ledger INTO rec-buf
                    AT END
                       MOVE "Y" TO eof-sw
                 END-READ
              WHEN "IC"
                 READ intchg-register INTO rec-buf
                    AT END
                       MOVE "Y" TO eof-sw
                 END-READ
              WHEN "HB"
                 READ heartbeat-file INTO rec-buf
                    AT END
                       MOVE "Y" TO eof-sw
                 END-READ
           END-EVALUATE
           IF eof-sw = "Y"
              EXIT PARAGRAPH
           END-IF
           EVALUATE dump-status
              WHEN "00"
                 CONTINUE
              WHEN "04"
                 ADD 1 TO short-count
              WHEN OTHER
                 DISPLAY "Read error on "
                    FUNCTION TRIM (dump-file-name) " after record "
                    rec-count " (status " dump-status ")"
                 MOVE "Y" TO eof-sw
           END-EVALUATE.

       250-close-dataset.
           EVALUATE ly-code (ly-idx)
              WHEN "DO"
                 CLOSE draw-out
              WHEN "AU"
                 CLOSE audit-log
              WHEN "RS"
                 CLOSE restart-file
              WHEN "DL"
                 CLOSE deal-ledger
              WHEN "BL"
                 CLOSE block-ledger
              WHEN "IC"
                 CLOSE intchg-register
              WHEN "HB"
                 CLOSE heartbeat-file
           END-EVALUATE.

      * DRAWOUT carries four record types in one dataset, told
      * apart by the first byte; the key filter applies to the
      * draw records, the only ones with a sequence number.
       300-select-record.
           MOVE ly-code (ly-idx) TO rec-code
           MOVE SPACES TO rec-desc
           IF rec-code = "DO"
              EVALUATE rec-buf (1 : 1)
                 WHEN "H"
                    MOVE "DH" TO rec-code
                    MOVE "header" TO rec-desc
                 WHEN "D"
                    MOVE "DD" TO rec-code
                    MOVE "draw" TO rec-desc
                 WHEN "S"
                    MOVE "DS" TO rec-code
                    MOVE "stream subtotal" TO rec-desc
                 WHEN "T"
                    MOVE "DT" TO rec-code
                    MOVE "trailer" TO rec-desc
                 WHEN OTHER
                    MOVE "unknown type" TO rec-desc
              END-EVALUATE
           END-IF
           IF key-len > 0
              IF rec-code = "DO" OR "DH" OR "DS" OR "DT"
                 EXIT PARAGRAPH
              END-IF
              PERFORM 310-match-key
              IF key-match-sw = "N"
                 EXIT PARAGRAPH
              END-IF
           END-IF
           ADD 1 TO shown-count
           PERFORM 400-dump-record.

       310-match-key.
           MOVE "N" TO key-match-sw
           IF FUNCTION TRIM (key-text) IS NUMERIC
              AND rec-buf (ly-key-start (ly-idx) :
                 ly-key-length (ly-idx)) IS NUMERIC
              IF FUNCTION NUMVAL (rec-buf (ly-key-start (ly-idx) :
                 ly-key-length (ly-idx)))
                 = FUNCTION NUMVAL (key-text)
                 MOVE "Y" TO key-match-sw
              END-IF
              EXIT PARAGRAPH
           END-IF
           IF rec-buf (ly-key-start (ly-idx) : key-len)
              = key-text (1 : key-len)
              MOVE "Y" TO key-match-sw
           END-IF.

       400-dump-record.
           DISPLAY " "
           MOVE rec-count TO count-disp
           IF rec-desc = SPACES
              DISPLAY "RECORD " FUNCTION TRIM (count-disp)
           ELSE
              DISPLAY "RECORD " FUNCTION TRIM (count-disp)
                 "  type " rec-buf (1 : 1) " ("
                 FUNCTION TRIM (rec-desc) ")"
           END-IF
           IF rec-code = "DO"
              ADD 1 TO unknown-count
              PERFORM 420-dump-raw
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO rec-flag-sw
           PERFORM VARYING fl-idx FROM 1 BY 1 UNTIL fl-idx > 82
              IF fl-code (fl-idx) = rec-code
                 PERFORM 410-dump-field
              END-IF
           END-PERFORM
           IF rec-flag-sw = "Y"
              ADD 1 TO flagged-rec-count
           END-IF.

      * Name, position, length and picture, then the content; a
      * field wider than one line continues on the next.
       410-dump-field.
           MOVE fl-start (fl-idx) TO pos-disp
           MOVE fl-length (fl-idx) TO len-disp
           MOVE fl-start (fl-idx) TO seg-pos
           MOVE fl-length (fl-idx) TO seg-len
           IF seg-len > 60
              MOVE 60 TO seg-len
           END-IF
           MOVE SPACES TO value-work
           MOVE rec-buf (seg-pos : seg-len) TO value-work
           INSPECT value-work CONVERTING control-chars
              TO control-dots
           DISPLAY "  " fl-name (fl-idx) " " pos-disp " " len-disp
              "  PIC " fl-pic (fl-idx) "  " value-work (1 : seg-len)
           PERFORM UNTIL seg-pos + seg-len
              >= fl-start (fl-idx) + fl-length (fl-idx)
              ADD seg-len TO seg-pos
              COMPUTE seg-len = fl-start (fl-idx) + fl-length (fl-idx)
                 - seg-pos
              IF seg-len > 60
                 MOVE 60 TO seg-len
              END-IF
              MOVE SPACES TO value-work
              MOVE rec-buf (seg-pos : seg-len) TO value-work
              INSPECT value-work CONVERTING control-chars
                 TO control-dots
              DISPLAY "                                   "
                 "  " value-work (1 : seg-len)
           END-PERFORM
           IF fl-class (fl-idx) = "9"
              AND rec-buf (fl-start (fl-idx) : fl-length (fl-idx))
                 IS NOT NUMERIC
              ADD 1 TO flag-count
              MOVE "Y" TO rec-flag-sw
              PERFORM 430-field-hex
              DISPLAY "    ** NOT NUMERIC - hex "
                 hex-text (1 : fl-length (fl-idx) * 2)
           END-IF.

      * A record of unknown type has no layout to apply: its bytes
      * are shown as they stand, 60 to a line.
       420-dump-raw.
           MOVE 1 TO seg-pos
           PERFORM UNTIL seg-pos > ly-length (ly-idx)
              COMPUTE seg-len = ly-length (ly-idx) - seg-pos + 1
              IF seg-len > 60
                 MOVE 60 TO seg-len
              END-IF
              MOVE SPACES TO value-work
              MOVE rec-buf (seg-pos : seg-len) TO value-work
              INSPECT value-work CONVERTING control-chars
                 TO control-dots
              MOVE seg-pos TO pos-disp
              DISPLAY "  raw " pos-disp "  " value-work (1 : seg-len)
              ADD seg-len TO seg-pos
           END-PERFORM.

      * Numeric fields are at most 18 bytes, so the hex always fits
      * on the flag line.
       430-field-hex.
           MOVE SPACES TO hex-text
           PERFORM VARYING hex-idx FROM 1 BY 1
              UNTIL hex-idx > fl-length (fl-idx)
              COMPUTE hex-byte = FUNCTION ORD (rec-buf
                 (fl-start (fl-idx) + hex-idx - 1 : 1)) - 1
              DIVIDE hex-byte BY 16 GIVING hex-hi REMAINDER hex-lo
              MOVE hex-digits (hex-hi + 1 : 1)
                 TO hex-text (hex-idx * 2 - 1 : 1)
              MOVE hex-digits (hex-lo + 1 : 1)
                 TO hex-text (hex-idx * 2 : 1)
           END-PERFORM.
       END PROGRAM recdump.
