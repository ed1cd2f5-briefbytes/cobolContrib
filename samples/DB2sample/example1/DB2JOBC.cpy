      *>************************************************************************
      *>  This file is part of DB2sample.
      *>
      *>  DB2JOBC.cpy is free software: you can redistribute it and/or
      *>  modify it under the terms of the GNU Lesser General Public License as
      *>  published by the Free Software Foundation, either version 3 of the
      *>  License, or (at your option) any later version.
      *>
      *>  DB2JOBC.cpy is distributed in the hope that it will be useful,
      *>  but WITHOUT ANY WARRANTY; without even the implied warranty of
      *>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
      *>  See the GNU Lesser General Public License for more details.
      *>
      *>  You should have received a copy of the GNU Lesser General Public
      *>  License along with DB2JOBC.cpy.
      *>  If not, see <http://www.gnu.org/licenses/>.
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2JOBC.cpy
      *>
      *> Purpose:      Record layout for the run-control file of the
      *>               nightly job stream (DB2JOBC). Plain text,
      *>               maintained by the site like DB2FOGR: one line per
      *>               step, in the order DB2JOB1 runs them, fixed
      *>               columns - the program, the highest return code
      *>               the step may end with and still count as clean
      *>               (two digits), then the parameters. A line with "*"
      *>               in column 1 is a comment.
      *>
      *>               A parameter word may be a date symbol, replaced by
      *>               a YYYYMMDD date counted from the run date (the day
      *>               the run was first started, kept on a restart):
      *>                 &TODAY       the run date
      *>                 &YESTERDAY   the day before the run date
      *>                 &TODAY-nnn   nnn days before the run date
      *>
      *>               The usual chain:
      *>
      *>               DB2SWM1  08 0345
      *>               DB2ESC1  08 3
      *>               DB2NTF1  04 30
      *>               DB2LRL1  00
      *>               DB2ARC1  04 &TODAY-90
      *>               DB2ROT1  08 14
      *>               DB2CHK1  08
      *>               DB2DIG1  08 &YESTERDAY
      *>
      *> Usage:        COPY in the FILE SECTION, under an FD
      *>               DB2JOBC-FILE (ORGANIZATION LINE SEQUENTIAL).
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Laszlo Erdos:
      *>            - first version.
      *>            - the usual chain starts with the multi-stream sweep
      *>              DB2SWM1 instead of DB2SWP1.
      *>************************************************************************

       01 DB2JOBC-RECORD.
         02 JOBC-PROGRAM               PIC X(8).
         02 FILLER                     PIC X(1).
         02 JOBC-MAX-RC                PIC X(2).
         02 FILLER                     PIC X(1).
         02 JOBC-PARM                  PIC X(60).
