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
      *
      * Request block for the dsnenq dataset enqueue. Copy it into
      * WORKING-STORAGE; a program names every dataset it needs
      * once, before it touches any of them:
      *
      *     COPY dsnenq.
      *     ...
      *     MOVE "ACQUIRE" TO dq-function
      *     MOVE "histvoid" TO dq-program
      *     MOVE operator-id TO dq-operator
      *     MOVE 1 TO dq-count
      *     MOVE "HISTFILE" TO dq-dataset (1)
      *     MOVE "E" TO dq-mode (1)
      *     CALL dsnenq USING dataset-enqueue
      *
      * ACQUIRE is all or nothing: either every dataset listed is
      * enqueued to this job or none is. A shared (S) hold admits
      * other shared holders; an exclusive (E) hold admits nobody
      * else. When a dataset is held against the request the first
      * such holder comes back in the dq-held fields, the refusal
      * is displayed and fed to the operations exception feed, and
      * the caller should end without opening anything. RELEASE
      * gives back every dataset this job took under dq-program.
      * Whatever a job still holds when it stops, normally or not,
      * is released as it ends; only a job that never reaches its
      * end leaves a lock behind, for the lockrpt stale-lock report.
      *
      * Caller fills in:
      *   dq-function     ACQUIRE or RELEASE
      *   dq-program      the program taking the locks
      *   dq-operator     the operator running it
      *   dq-count        datasets listed, 1 to 8 (ACQUIRE only)
      *   dq-dataset      logical dataset name, e.g. HISTFILE
      *   dq-mode         S shared, E exclusive
      *
      * Enqueue returns:
      *   dq-granted      Y every dataset held, N refused
      *   dq-held-...     the conflicting holder when refused;
      *                   dq-held-program LOCKTAB when the lock
      *                   table itself could not be opened
       01  dataset-enqueue.
           05 dq-function       PIC X(8).
           05 dq-program        PIC X(10).
           05 dq-operator       PIC X(8).
           05 dq-count          PIC 99.
           05 dq-entry                      OCCURS 8 TIMES.
              10 dq-dataset     PIC X(20).
              10 dq-mode        PIC X.
           05 dq-granted        PIC X.
           05 dq-held-dataset   PIC X(20).
           05 dq-held-mode      PIC X.
           05 dq-held-program   PIC X(10).
           05 dq-held-operator  PIC X(8).
           05 dq-held-date      PIC X(8).
           05 dq-held-time      PIC X(6).
           05 FILLER            PIC X(20).
