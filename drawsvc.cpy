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
      * Request/response block for the drawsvc callable draw
      * service. Copy it into WORKING-STORAGE and pass it on every
      * call:
      *
      *     COPY drawsvc.
      *     ...
      *     MOVE "DRAW" TO dsv-function
      *     CALL "drawsvc" USING draw-service-request
      *
      * A calling job works one session: OPEN starts it (a DRAW
      * with no session open starts one itself), each DRAW returns
      * up to 100 values, and CLOSE ends it and writes the session
      * to AUDITLOG, where it is billed to the requestor. Every
      * value is recorded on HISTFILE under the session-id handed
      * back in dsv-session-id. A job that ends without CLOSE
      * leaves its draws on HISTFILE with no AUDITLOG session, so
      * CLOSE must always be called.
      *
      * An open session holds HISTFILE exclusively and AUDITLOG
      * shared (see dsnenq.cpy): no draw run and no other service
      * session can start until it is closed, so keep sessions
      * short. Service sessions are numbered from 800000001 up
      * within the day, clear of the draw runs' numbers, and the
      * end-of-day close balances their HISTFILE records against
      * their AUDITLOG cycles rather than a DRAWOUT generation.
      *
      * Caller fills in:
      *   dsv-function    OPEN, DRAW or CLOSE
      *   dsv-requestor   cost center the session is charged to
      *   dsv-count       values wanted on this DRAW, 1 to 100
      *   dsv-n           digits per raw draw, 1 to 16; fixed for
      *                   the session by the OPEN (or first DRAW)
      *   dsv-low         inclusive range for the values; both
      *   dsv-high        zero means raw n-digit draws
      *   dsv-unique      Y - no value repeats within the session
      *
      * Service returns:
      *   dsv-return-code 0 done; 1 refused, dsv-reason says why;
      *                   2 generator self-test failed; 3 generator
      *                   or history failure, session unusable
      *   dsv-reason      BADFUNC BADCOUNT BADN BADRANGE REQUESTR
      *                   NOTAUTH CLIENT ALLOWANC EXHAUST UNIQFULL
      *                   NOSESSN GATEFAIL PRNGCALL HISTOPEN
      *                   DSNHELD (HISTFILE or AUDITLOG held by
      *                   another job) SESSDUP (session number
      *                   already audited; draws left unaudited)
      *   dsv-session-id  YYYYMMDD-sequence of the open session
      *   dsv-first-seq   HISTFILE sequence of dsv-value (1)
      *   dsv-returned    values returned in dsv-value
       01  draw-service-request.
           05 dsv-function      PIC X(8).
           05 dsv-requestor     PIC X(8).
           05 dsv-count         PIC 9(4).
           05 dsv-n             PIC 99.
           05 dsv-low           PIC 9(16).
           05 dsv-high          PIC 9(16).
           05 dsv-unique        PIC X.
           05 dsv-return-code   PIC 99.
           05 dsv-reason        PIC X(8).
           05 dsv-session-id    PIC X(18).
           05 dsv-first-seq     PIC 9(9).
           05 dsv-returned      PIC 9(4).
           05 dsv-value         PIC 9(16)   OCCURS 100 TIMES.
           05 FILLER            PIC X(20).
