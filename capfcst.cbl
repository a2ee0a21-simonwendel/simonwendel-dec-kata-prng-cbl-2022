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
       PROGRAM-ID. capfcst.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT hist-file ASSIGN TO DYNAMIC hist-file-name
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS hist-key
              FILE STATUS IS hist-status.
           SELECT part-cat ASSIGN TO "PARTCAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS part-cat-status.
           SELECT val-idx ASSIGN TO "VALIDX"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS vx-key
              FILE STATUS IS val-idx-status.
           SELECT audit-log ASSIGN TO "AUDITLOG"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS audit-status.
           SELECT hist-delta ASSIGN TO "HISTDELTA"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS hist-delta-status.
           SELECT draw-cat ASSIGN TO "DRAWCAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS draw-cat-status.
           SELECT draw-out ASSIGN TO DYNAMIC draw-out-name
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS draw-out-status.
           SELECT month-totals ASSIGN TO "MONTHTOTALS"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS totals-status.
           SELECT cap-quota ASSIGN TO "CAPQUOTA"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS cap-quota-status.

       DATA DIVISION.
       FILE SECTION.
      * Only the record counts matter here; each dataset's bytes
      * are its count times the record length below.
       FD  hist-file.
       01  hist-record.
           05 hist-key          PIC X(26).
           05 FILLER            PIC X(88).

       FD  part-cat
           RECORDING MODE IS F.
       01  part-cat-record.
           05 pc-year           PIC X(4).
           05 pc-created        PIC X(8).
           05 pc-state          PIC X.
           05 FILLER            PIC X(7).

       FD  val-idx.
       01  val-idx-record.
           05 vx-key            PIC X(42).
           05 FILLER            PIC X(20).

       FD  audit-log
           RECORDING MODE IS F.
       01  audit-record         PIC X(119).

       FD  hist-delta
           RECORDING MODE IS F.
       01  hist-delta-record    PIC X(64).

       FD  draw-cat
           RECORDING MODE IS F.
       01  draw-cat-record.
           05 dc-gen            PIC 9(4).
           05 dc-date           PIC X(8).
           05 dc-session        PIC X(18).
           05 dc-count          PIC 9(9).
           05 dc-status         PIC X.
           05 dc-client         PIC X(8).

       FD  draw-out
           RECORDING MODE IS F.
       01  draw-out-record      PIC X(66).

       FD  month-totals
           RECORDING MODE IS F.
       01  month-totals-record.
           05 mt-month          PIC X(6).
           05 mt-draws          PIC 9(9).
           05 mt-sessions       PIC 9(9).
           05 mt-cycles         PIC 9(9).
           05 FILLER            PIC X(7).

      * Space quota per dataset in megabytes. A HISTFILE entry
      * covers every year partition without one of its own, and
      * DRAWOUT covers all cataloged generations together.
       FD  cap-quota
           RECORDING MODE IS F.
       01  cap-quota-record.
           05 cq-dataset        PIC X(14).
           05 cq-quota-mb       PIC 9(9).
           05 FILLER            PIC X(57).

       WORKING-STORAGE SECTION.
       77  hist-status          PIC XX.
       77  part-cat-status      PIC XX.
       77  val-idx-status       PIC XX.
       77  audit-status         PIC XX.
       77  hist-delta-status    PIC XX.
       77  draw-cat-status      PIC XX.
       77  draw-out-status      PIC XX.
       77  totals-status        PIC XX.
       77  cap-quota-status     PIC XX.
       77  hist-file-name       PIC X(14)   VALUE "HISTFILE".
       77  draw-out-name        PIC X(13).
       77  run-date             PIC X(8).
       77  run-year             PIC 9(4).
       77  next-year            PIC 9(4).
       77  days-to-year-end     PIC 9(5).
       77  part-count           PIC 9(3)    VALUE 0.
       77  part-idx             PIC 9(3).
       77  live-part-sw         PIC X       VALUE "N".
       77  read-count           PIC 9(12).
       77  gen-count            PIC 9(5)    VALUE 0.
       77  gen-missing          PIC 9(5)    VALUE 0.
      * Growth history: the latest twelve months on MONTHTOTALS.
       77  hi-month-key         PIC 9(6)    VALUE 0.
       77  month-key            PIC 9(6).
       77  month-year           PIC 9(4).
       77  month-mm             PIC 99.
       77  month-first          PIC 9(8).
       77  month-next           PIC 9(8).
       77  history-months       PIC 9(3)    VALUE 0.
       77  history-days         PIC 9(5)    VALUE 0.
       77  history-draws        PIC 9(12)   VALUE 0.
       77  history-sessions     PIC 9(12)   VALUE 0.
       77  draws-per-day        PIC 9(9)V9(4) VALUE 0.
       77  sessions-per-day     PIC 9(9)V9(4) VALUE 0.
       77  quota-count          PIC 9(3)    VALUE 0.
       77  quota-idx            PIC 9(3).
       77  ds-count             PIC 9(3)    VALUE 0.
       77  ds-idx               PIC 9(3).
       77  hz-idx               PIC 9.
       77  growth-days          PIC S9(5).
       77  flagged-count        PIC 9(3)    VALUE 0.
       77  bytes-disp           PIC Z(14)9.
       77  count-disp           PIC Z(11)9.
       77  rate-disp            PIC Z(11)9.
       77  quota-disp           PIC Z(8)9.
       77  per-day-disp         PIC Z(8)9.99.
       77  runledgr             PIC X(8)    VALUE "runledgr".
       77  excfeed              PIC X(8)    VALUE "excfeed".
      * Start/end registration in the central execution ledger.
       01  ledger-request.
           05 lr-program        PIC X(10)   VALUE "capfcst".
           05 lr-event          PIC X(5).
           05 lr-rc             PIC 9(4)    VALUE 0.
           05 lr-parms          PIC X(40)   VALUE SPACES.
       01  exception-detail.
           05 exd-program       PIC X(10)   VALUE "capfcst".
           05 exd-severity      PIC X(4).
           05 exd-reason        PIC X(8).
           05 exd-key           PIC X(18)   VALUE SPACES.
           05 exd-text          PIC X(40).
       01  part-table.
           05 part-year         PIC X(4)    OCCURS 100 TIMES.
       01  quota-table.
           05 quota-entry       OCCURS 100 TIMES.
              10 qt-dataset     PIC X(14).
              10 qt-quota-mb    PIC 9(9).
      * Projection horizons of three, six and twelve months.
       01  horizon-values.
           05 FILLER            PIC 9(3)    VALUE 091.
           05 FILLER            PIC 9(3)    VALUE 182.
           05 FILLER            PIC 9(3)    VALUE 365.
       01  horizon-table REDEFINES horizon-values.
           05 hz-days           PIC 9(3)    OCCURS 3 TIMES.
      * One line of the forecast. A dataset grows by ds-rate bytes
      * a day from day ds-from-day to day ds-to-day: the current
      * year's partition stops at year-end and the partition the
      * new year will open takes over from there.
       01  dataset-table.
           05 dataset-entry     OCCURS 110 TIMES.
              10 ds-name        PIC X(14).
              10 ds-records     PIC 9(12).
              10 ds-reclen      PIC 9(3).
              10 ds-bytes       PIC 9(15).
              10 ds-rate        PIC 9(12).
              10 ds-from-day    PIC 9(5).
              10 ds-to-day      PIC 9(5).
              10 ds-quota       PIC 9(15).
              10 ds-proj        PIC 9(15)   OCCURS 3 TIMES.
              10 ds-flag        PIC X(8).

      * Storage capacity forecast. Measures the record count and
      * size of every HISTFILE year partition, VALIDX, AUDITLOG,
      * HISTDELTA and the cataloged DRAWOUT generations, derives
      * daily growth from the MONTHTOTALS history monthrpt keeps,
      * and projects each dataset three, six and twelve months
      * ahead against its CAPQUOTA space quota. A dataset already
      * over quota, or projected to cross it inside a horizon, is
      * flagged and fed to EXCEPTFEED so storage can be ordered in
      * time.
       PROCEDURE DIVISION.
           MOVE "START" TO lr-event
           MOVE "storage capacity forecast" TO lr-parms
           PERFORM 066-register-run
           ACCEPT run-date FROM DATE YYYYMMDD
           MOVE run-date (1 : 4) TO run-year
           COMPUTE next-year = run-year + 1
           COMPUTE days-to-year-end =
              FUNCTION INTEGER-OF-DATE (run-year * 10000 + 1231)
              - FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL (run-date))

           PERFORM 100-load-quotas
           PERFORM 150-derive-growth-rates
           PERFORM 200-measure-partitions
           PERFORM 300-measure-validx
           PERFORM 320-measure-auditlog
           PERFORM 340-measure-histdelta
           PERFORM 360-measure-generations
           PERFORM VARYING ds-idx FROM 1 BY 1
              UNTIL ds-idx > ds-count
              PERFORM 400-project-dataset
           END-PERFORM
           PERFORM 500-display-forecast

           IF flagged-count > 0
              MOVE 1 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 090-end-run.

       065-feed-exception.
           CALL excfeed USING exception-detail
              ON EXCEPTION
                 CONTINUE
           END-CALL.

       066-register-run.
           CALL runledgr USING ledger-request
              ON EXCEPTION
                 CONTINUE
           END-CALL.

       090-end-run.
           MOVE "END  " TO lr-event
           MOVE RETURN-CODE TO lr-rc
           PERFORM 066-register-run
           MOVE lr-rc TO RETURN-CODE
           STOP RUN.

       100-load-quotas.
           OPEN INPUT cap-quota
           IF cap-quota-status NOT = "00"
              DISPLAY "No CAPQUOTA present - sizes are projected "
                 "but nothing can be checked against a quota"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL cap-quota-status NOT = "00"
              READ cap-quota
                 AT END
                    MOVE "10" TO cap-quota-status
                 NOT AT END
                    IF cq-dataset NOT = SPACES
                       AND cq-quota-mb IS NUMERIC
                       AND quota-count < 100
                       ADD 1 TO quota-count
                       MOVE cq-dataset TO qt-dataset (quota-count)
                       MOVE cq-quota-mb TO qt-quota-mb (quota-count)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE cap-quota.

      * Average daily draws and sessions over the latest twelve
      * reported months, each weighted by its real length.
       150-derive-growth-rates.
           OPEN INPUT month-totals
           IF totals-status NOT = "00"
              DISPLAY "No MONTHTOTALS history - growth cannot be "
                 "derived; sizes are projected flat"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL totals-status NOT = "00"
              READ month-totals
                 AT END
                    MOVE "10" TO totals-status
                 NOT AT END
                    IF mt-month IS NUMERIC
                       PERFORM 160-month-key
                       IF month-key > hi-month-key
                          MOVE month-key TO hi-month-key
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE month-totals
           OPEN INPUT month-totals
           PERFORM UNTIL totals-status NOT = "00"
              READ month-totals
                 AT END
                    MOVE "10" TO totals-status
                 NOT AT END
                    IF mt-month IS NUMERIC
                       PERFORM 160-month-key
                       IF month-key + 12 > hi-month-key
                          PERFORM 170-take-month
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE month-totals
           IF history-days > 0
              COMPUTE draws-per-day ROUNDED =
                 history-draws / history-days
              COMPUTE sessions-per-day ROUNDED =
                 history-sessions / history-days
           END-IF.

      * Months counted from year zero, so that the twelve-month
      * window crosses year boundaries with plain arithmetic.
       160-month-key.
           MOVE mt-month (1 : 4) TO month-year
           MOVE mt-month (5 : 2) TO month-mm
           COMPUTE month-key = month-year * 12 + month-mm - 1.

       170-take-month.
           IF month-mm < 1 OR month-mm > 12 OR month-year < 1601
              EXIT PARAGRAPH
           END-IF
           COMPUTE month-first = month-year * 10000
              + month-mm * 100 + 1
           IF month-mm = 12
              COMPUTE month-next = (month-year + 1) * 10000 + 101
           ELSE
              COMPUTE month-next = month-first + 100
           END-IF
           ADD 1 TO history-months
           COMPUTE history-days = history-days
              + FUNCTION INTEGER-OF-DATE (month-next)
              - FUNCTION INTEGER-OF-DATE (month-first)
           ADD mt-draws TO history-draws
           ADD mt-sessions TO history-sessions.

      * Every cataloged partition is measured, bar the temporary
      * restored archive ones (state R); without a catalog the
      * legacy HISTFILE is the one live dataset. The current
      * year's partition grows to year-end and the next year's,
      * not yet opened, from then on.
       200-measure-partitions.
           OPEN INPUT part-cat
           IF part-cat-status = "00"
              PERFORM UNTIL part-cat-status NOT = "00"
                 READ part-cat
                    AT END
                       MOVE "10" TO part-cat-status
                    NOT AT END
                       IF part-count < 100
                          AND pc-state NOT = "R"
                          ADD 1 TO part-count
                          MOVE pc-year TO part-year (part-count)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE part-cat
           END-IF
           IF part-count = 0
              MOVE "HISTFILE" TO hist-file-name
              PERFORM 210-count-partition
              PERFORM 250-add-history-dataset
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING part-idx FROM 1 BY 1
              UNTIL part-idx > part-count
              MOVE SPACES TO hist-file-name
              MOVE "HISTFILE.Y" TO hist-file-name (1 : 10)
              MOVE part-year (part-idx) TO hist-file-name (11 : 4)
              PERFORM 210-count-partition
              PERFORM 250-add-history-dataset
              IF part-year (part-idx) = run-date (1 : 4)
                 MOVE "Y" TO live-part-sw
                 MOVE 0 TO ds-from-day (ds-count)
                 MOVE days-to-year-end TO ds-to-day (ds-count)
              ELSE
                 MOVE 0 TO ds-rate (ds-count)
              END-IF
           END-PERFORM
           IF live-part-sw = "N"
              DISPLAY "No " run-year " partition is cataloged yet "
                 "- this year's draws are projected into it as new"
              MOVE SPACES TO hist-file-name
              MOVE "HISTFILE.Y" TO hist-file-name (1 : 10)
              MOVE run-year TO hist-file-name (11 : 4)
              MOVE 0 TO read-count
              PERFORM 250-add-history-dataset
              MOVE 0 TO ds-from-day (ds-count)
              MOVE days-to-year-end TO ds-to-day (ds-count)
           END-IF
           MOVE SPACES TO hist-file-name
           MOVE "HISTFILE.Y" TO hist-file-name (1 : 10)
           MOVE next-year TO hist-file-name (11 : 4)
           MOVE 0 TO read-count
           PERFORM 250-add-history-dataset
           MOVE days-to-year-end TO ds-from-day (ds-count)
           MOVE 99999 TO ds-to-day (ds-count).

       210-count-partition.
           MOVE 0 TO read-count
           OPEN INPUT hist-file
           IF hist-status NOT = "00"
              DISPLAY "Partition " FUNCTION TRIM (hist-file-name)
                 " not readable - counted as empty"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL hist-status NOT = "00"
              READ hist-file NEXT RECORD
                 AT END
                    MOVE "10" TO hist-status
                 NOT AT END
                    ADD 1 TO read-count
              END-READ
           END-PERFORM
           CLOSE hist-file.

       250-add-history-dataset.
           MOVE hist-file-name TO ds-name (ds-count + 1)
           MOVE 114 TO ds-reclen (ds-count + 1)
           COMPUTE ds-rate (ds-count + 1) ROUNDED =
              draws-per-day * 114
           PERFORM 280-add-dataset.

      * Files the next dataset line from read-count; the caller
      * has already set its name, record length and daily growth
      * in bytes.
       280-add-dataset.
           ADD 1 TO ds-count
           MOVE read-count TO ds-records (ds-count)
           COMPUTE ds-bytes (ds-count) =
              read-count * ds-reclen (ds-count)
           MOVE 0 TO ds-from-day (ds-count)
           MOVE 99999 TO ds-to-day (ds-count)
           MOVE SPACES TO ds-flag (ds-count)
           PERFORM 290-find-quota.

       290-find-quota.
           MOVE 0 TO ds-quota (ds-count)
           PERFORM VARYING quota-idx FROM 1 BY 1
              UNTIL quota-idx > quota-count
              IF qt-dataset (quota-idx) = ds-name (ds-count)
                 COMPUTE ds-quota (ds-count) =
                    qt-quota-mb (quota-idx) * 1048576
              END-IF
           END-PERFORM
           IF ds-quota (ds-count) = 0
              AND ds-name (ds-count) (1 : 10) = "HISTFILE.Y"
              PERFORM VARYING quota-idx FROM 1 BY 1
                 UNTIL quota-idx > quota-count
                 IF qt-dataset (quota-idx) = "HISTFILE"
                    COMPUTE ds-quota (ds-count) =
                       qt-quota-mb (quota-idx) * 1048576
                 END-IF
              END-PERFORM
           END-IF.

       300-measure-validx.
           MOVE 0 TO read-count
           OPEN INPUT val-idx
           IF val-idx-status = "00"
              PERFORM UNTIL val-idx-status NOT = "00"
                 READ val-idx NEXT RECORD
                    AT END
                       MOVE "10" TO val-idx-status
                    NOT AT END
                       ADD 1 TO read-count
                 END-READ
              END-PERFORM
              CLOSE val-idx
           END-IF
           MOVE "VALIDX" TO ds-name (ds-count + 1)
           MOVE 62 TO ds-reclen (ds-count + 1)
           COMPUTE ds-rate (ds-count + 1) ROUNDED =
              draws-per-day * 62
           PERFORM 280-add-dataset.

       320-measure-auditlog.
           MOVE 0 TO read-count
           OPEN INPUT audit-log
           IF audit-status = "00"
              PERFORM UNTIL audit-status NOT = "00"
                 READ audit-log
                    AT END
                       MOVE "10" TO audit-status
                    NOT AT END
                       ADD 1 TO read-count
                 END-READ
              END-PERFORM
              CLOSE audit-log
           END-IF
           MOVE "AUDITLOG" TO ds-name (ds-count + 1)
           MOVE 119 TO ds-reclen (ds-count + 1)
           COMPUTE ds-rate (ds-count + 1) ROUNDED =
              sessions-per-day * 119
           PERFORM 280-add-dataset.

       340-measure-histdelta.
           MOVE 0 TO read-count
           OPEN INPUT hist-delta
           IF hist-delta-status = "00"
              PERFORM UNTIL hist-delta-status NOT = "00"
                 READ hist-delta
                    AT END
                       MOVE "10" TO hist-delta-status
                    NOT AT END
                       ADD 1 TO read-count
                 END-READ
              END-PERFORM
              CLOSE hist-delta
           END-IF
           MOVE "HISTDELTA" TO ds-name (ds-count + 1)
           MOVE 64 TO ds-reclen (ds-count + 1)
           COMPUTE ds-rate (ds-count + 1) ROUNDED =
              draws-per-day * 64
           PERFORM 280-add-dataset.

      * Every generation DRAWCAT lists, measured together; one no
      * longer on disk counts as empty.
       360-measure-generations.
           MOVE 0 TO read-count
           OPEN INPUT draw-cat
           IF draw-cat-status = "00"
              PERFORM UNTIL draw-cat-status NOT = "00"
                 READ draw-cat
                    AT END
                       MOVE "10" TO draw-cat-status
                    NOT AT END
                       PERFORM 370-count-generation
                 END-READ
              END-PERFORM
              CLOSE draw-cat
           END-IF
           MOVE "DRAWOUT" TO ds-name (ds-count + 1)
           MOVE 66 TO ds-reclen (ds-count + 1)
           COMPUTE ds-rate (ds-count + 1) ROUNDED =
              draws-per-day * 66
           PERFORM 280-add-dataset.

       370-count-generation.
           ADD 1 TO gen-count
           MOVE SPACES TO draw-out-name
           MOVE "DRAWOUT.G" TO draw-out-name (1 : 9)
           MOVE dc-gen TO draw-out-name (10 : 4)
           OPEN INPUT draw-out
           IF draw-out-status NOT = "00"
              ADD 1 TO gen-missing
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL draw-out-status NOT = "00"
              READ draw-out
                 AT END
                    MOVE "10" TO draw-out-status
                 NOT AT END
                    ADD 1 TO read-count
              END-READ
           END-PERFORM
           CLOSE draw-out.

       400-project-dataset.
           PERFORM VARYING hz-idx FROM 1 BY 1 UNTIL hz-idx > 3
              IF hz-days (hz-idx) < ds-to-day (ds-idx)
                 COMPUTE growth-days =
                    hz-days (hz-idx) - ds-from-day (ds-idx)
              ELSE
                 COMPUTE growth-days =
                    ds-to-day (ds-idx) - ds-from-day (ds-idx)
              END-IF
              IF growth-days < 0
                 MOVE 0 TO growth-days
              END-IF
              COMPUTE ds-proj (ds-idx, hz-idx) = ds-bytes (ds-idx)
                 + ds-rate (ds-idx) * growth-days
           END-PERFORM
           IF ds-quota (ds-idx) = 0
              MOVE "NO QUOTA" TO ds-flag (ds-idx)
              EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
              WHEN ds-bytes (ds-idx) > ds-quota (ds-idx)
                 MOVE "OVER NOW" TO ds-flag (ds-idx)
              WHEN ds-proj (ds-idx, 1) > ds-quota (ds-idx)
                 MOVE "OVER 3M" TO ds-flag (ds-idx)
              WHEN ds-proj (ds-idx, 2) > ds-quota (ds-idx)
                 MOVE "OVER 6M" TO ds-flag (ds-idx)
              WHEN ds-proj (ds-idx, 3) > ds-quota (ds-idx)
                 MOVE "OVER 12M" TO ds-flag (ds-idx)
              WHEN OTHER
                 MOVE "OK" TO ds-flag (ds-idx)
           END-EVALUATE
           IF ds-flag (ds-idx) (1 : 4) = "OVER"
              ADD 1 TO flagged-count
              MOVE "WARN" TO exd-severity
              MOVE "CAPQUOTA" TO exd-reason
              MOVE ds-name (ds-idx) TO exd-key
              MOVE SPACES TO exd-text
              STRING
                 "projected past space quota: "
                                         DELIMITED BY SIZE
                 ds-flag (ds-idx)        DELIMITED BY SIZE
                 INTO exd-text
              END-STRING
              PERFORM 065-feed-exception
           END-IF.

       500-display-forecast.
           DISPLAY "=============================================="
           DISPLAY " STORAGE CAPACITY FORECAST - " run-date
           MOVE draws-per-day TO per-day-disp
           DISPLAY " growth from " history-months " month(s) of "
              "MONTHTOTALS: " FUNCTION TRIM (per-day-disp)
              " draws a day" WITH NO ADVANCING
           MOVE sessions-per-day TO per-day-disp
           DISPLAY ", " FUNCTION TRIM (per-day-disp) " sessions"
           IF gen-count > 0
              DISPLAY " DRAWOUT covers " gen-count " cataloged "
                 "generation(s), " gen-missing " no longer on disk"
           END-IF
           DISPLAY " sizes in bytes; quota in MB"
           DISPLAY "=============================================="
           PERFORM VARYING ds-idx FROM 1 BY 1
              UNTIL ds-idx > ds-count
              MOVE ds-records (ds-idx) TO count-disp
              MOVE ds-bytes (ds-idx) TO bytes-disp
              MOVE ds-rate (ds-idx) TO rate-disp
              DISPLAY " " ds-name (ds-idx) " records "
                 count-disp " bytes " bytes-disp " growth/day "
                 rate-disp
              MOVE ds-proj (ds-idx, 1) TO bytes-disp
              DISPLAY "      +3M " bytes-disp WITH NO ADVANCING
              MOVE ds-proj (ds-idx, 2) TO bytes-disp
              DISPLAY "  +6M " bytes-disp WITH NO ADVANCING
              MOVE ds-proj (ds-idx, 3) TO bytes-disp
              DISPLAY "  +12M " bytes-disp WITH NO ADVANCING
              IF ds-quota (ds-idx) > 0
                 COMPUTE quota-disp = ds-quota (ds-idx) / 1048576
                 DISPLAY "  quota " quota-disp "  "
                    ds-flag (ds-idx)
              ELSE
                 DISPLAY "  " ds-flag (ds-idx)
              END-IF
           END-PERFORM
           DISPLAY "=============================================="
           IF flagged-count > 0
              DISPLAY " " flagged-count " dataset(s) over or "
                 "projected over quota - order storage"
           ELSE
              DISPLAY " No dataset is projected over its quota"
           END-IF.
       END PROGRAM capfcst.
