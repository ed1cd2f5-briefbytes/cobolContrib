      *>************************************************************************
      *>  This file is part of DB2sample.
      *>
      *>  DB2SWPH.cpy is free software: you can redistribute it and/or
      *>  modify it under the terms of the GNU Lesser General Public License as
      *>  published by the Free Software Foundation, either version 3 of the
      *>  License, or (at your option) any later version.
      *>
      *>  DB2SWPH.cpy is distributed in the hope that it will be useful,
      *>  but WITHOUT ANY WARRANTY; without even the implied warranty of
      *>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
      *>  See the GNU Lesser General Public License for more details.
      *>
      *>  You should have received a copy of the GNU Lesser General Public
      *>  License along with DB2SWPH.cpy.
      *>  If not, see <http://www.gnu.org/licenses/>.
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2SWPH.cpy
      *>
      *> Purpose:      Record layout for the sweep history file
      *>               (DB2SWPHS). DB2SWP1 (for a multi-stream sweep,
      *>               DB2SWM1 at the merge) adds one record per profile
      *>               swept, next to the line it writes to DB2SWEEP.STA
      *>               - the status file only ever holds the last sweep,
      *>               the history keeps them all, so availability can be
      *>               measured over a month (DB2AVL1).
      *>
      *>               Keyed by DBALIAS + sweep timestamp + USERID, so
      *>               one subsystem reads back in time order and two
      *>               profiles on the same DBALIAS never collide.
      *>               SWPH-RESULT carries the SWP-RESULT values (OK,
      *>               FAILED, IN-WINDOW, EXPIRED, NOVAULT, TIMEOUT).
      *>
      *> Usage:        COPY in the FILE SECTION, under an FD
      *>               SWEEP-HISTORY-FILE.
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Laszlo Erdos:
      *>            - first version.
      *>************************************************************************

       01 SWEEP-HISTORY-RECORD.
         02 SWPH-KEY.
           03 SWPH-DBALIAS             PIC X(9).
           03 SWPH-TIMESTAMP           PIC X(26).
           03 SWPH-USERID              PIC X(20).
         02 SWPH-RESULT                PIC X(9).
         02 SWPH-SQLCODE               PIC -(10)9.
         02 SWPH-ELAPSED-MS            PIC 9(7).
         02 SWPH-NOTE                  PIC X(30).
