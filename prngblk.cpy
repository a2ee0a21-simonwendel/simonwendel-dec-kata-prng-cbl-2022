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
      * Block-draw table for the prng and prng-lcg generators. Copy
      * it into WORKING-STORAGE and pass it as the fourth argument
      * to have one CALL return a run of successive values:
      *
      *     COPY prngblk.
      *     ...
      *     MOVE 500 TO pb-count
      *     CALL prng USING prng-state, OMITTED, OMITTED,
      *        prng-block
      *
      * The generator fills pb-value (1) through pb-value (pb-count)
      * with exactly the values the same number of single calls
      * would have returned, in order, each left-justified in n
      * digits; prng-state is left holding the last of them, so the
      * sequence carries on unchanged from there. The second and
      * third arguments keep their single-call meaning (degenerate
      * trigger count, caller-owned previous value) and apply to
      * every value in the block. pb-count must be 1 to 1000; a
      * count outside that range draws a single value into
      * pb-value (1) and sets pb-count to 1.
       01  prng-block.
           05 pb-count          PIC 9(4).
           05 pb-value          PIC X(16)   OCCURS 1000 TIMES.
