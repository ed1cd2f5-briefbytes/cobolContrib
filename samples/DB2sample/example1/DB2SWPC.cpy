      *>************************************************************************
      *>  This file is part of DB2sample.
      *>
      *>  DB2SWPC.cpy is free software: you can redistribute it and/or
      *>  modify it under the terms of the GNU Lesser General Public License as
      *>  published by the Free Software Foundation, either version 3 of the
      *>  License, or (at your option) any later version.
      *>
      *>  DB2SWPC.cpy is distributed in the hope that it will be useful,
      *>  but WITHOUT ANY WARRANTY; without even the implied warranty of
      *>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
      *>  See the GNU Lesser General Public License for more details.
      *>
      *>  You should have received a copy of the GNU Lesser General Public
      *>  License along with DB2SWPC.cpy.
      *>  If not, see <http://www.gnu.org/licenses/>.
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2SWPC.cpy
      *>
      *> Purpose:      Record layout for the stream-control file of the
      *>               multi-stream fleet sweep (DB2SWPC). Plain text,
      *>               maintained by the site like DB2JOBC: one line per
      *>               sweep stream DB2SWM1 starts, fixed columns - the
      *>               stream number (1-9), the priority class the stream
      *>               sweeps, the first and the last profile label of
      *>               its range, and the time budget per alias in
      *>               seconds. A line with "*" in column 1 is a comment.
      *>
      *>               Class PROD sweeps the production profiles only,
      *>               NONPROD the TEST and QA ones, ALL both - the
      *>               production profiles of the range first. A label
      *>               "*" leaves that end of the range open; a blank
      *>               budget is the default of 120 seconds. Streams
      *>               should not overlap - a profile in two streams is
      *>               swept twice.
      *>
      *>               Without the file DB2SWM1 runs two streams:
      *>
      *>               1 PROD    *        *        0120
      *>               2 NONPROD *        *        0120
      *>
      *>               A larger fleet splits the non-production profiles
      *>               by label range:
      *>
      *>               1 PROD    *        *        0120
      *>               2 NONPROD *        LZZZZZZZ 0120
      *>               3 NONPROD M        *        0120
      *>
      *> Usage:        COPY in the FILE SECTION, under an FD
      *>               DB2SWPC-FILE (ORGANIZATION LINE SEQUENTIAL).
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Laszlo Erdos:
      *>            - first version.
      *>************************************************************************

       01 DB2SWPC-RECORD.
         02 SWPC-STREAM                PIC X(1).
         02 FILLER                     PIC X(1).
         02 SWPC-CLASS                 PIC X(7).
         02 FILLER                     PIC X(1).
         02 SWPC-FROM-LABEL            PIC X(8).
         02 FILLER                     PIC X(1).
         02 SWPC-TO-LABEL              PIC X(8).
         02 FILLER                     PIC X(1).
         02 SWPC-BUDGET                PIC X(4).
