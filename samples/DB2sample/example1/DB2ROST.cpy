      *>************************************************************************
      *>  This file is part of DB2sample.
      *>
      *>  DB2ROST.cpy is free software: you can redistribute it and/or
      *>  modify it under the terms of the GNU Lesser General Public License as
      *>  published by the Free Software Foundation, either version 3 of the
      *>  License, or (at your option) any later version.
      *>
      *>  DB2ROST.cpy is distributed in the hope that it will be useful,
      *>  but WITHOUT ANY WARRANTY; without even the implied warranty of
      *>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
      *>  See the GNU Lesser General Public License for more details.
      *>
      *>  You should have received a copy of the GNU Lesser General Public
      *>  License along with DB2ROST.cpy.
      *>  If not, see <http://www.gnu.org/licenses/>.
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2ROST.cpy
      *>
      *> Purpose:      Record layout for the on-call roster file
      *>               (DB2ROST). Plain text, maintained by the site like
      *>               DB2FOGR: one line per owning team and duty period,
      *>               fixed columns - the team (as in SREG-OWNER-TEAM
      *>               of the DB2SREG registry), the first and last day
      *>               of the period (YYYYMMDD, both inclusive), then the
      *>               tier 1 and tier 2 on-call and the duty manager as
      *>               the paging gateway knows them. A line with "*" in
      *>               column 1 is a comment.
      *>
      *>               The team DEFAULT covers aliases whose team has no
      *>               line for the day, and aliases not in the registry.
      *>
      *> Usage:        COPY in the FILE SECTION, under an FD
      *>               DB2ROST-FILE (ORGANIZATION LINE SEQUENTIAL).
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Laszlo Erdos:
      *>            - first version.
      *>************************************************************************

       01 DB2ROST-RECORD.
         02 ROST-TEAM                  PIC X(20).
         02 FILLER                     PIC X(1).
         02 ROST-FROM-DATE             PIC X(8).
         02 FILLER                     PIC X(1).
         02 ROST-TO-DATE               PIC X(8).
         02 FILLER                     PIC X(1).
         02 ROST-ONCALL-TAB.
           03 ROST-ONCALL-ENTRY OCCURS 3 TIMES.
             04 ROST-ONCALL            PIC X(20).
             04 FILLER                 PIC X(1).
