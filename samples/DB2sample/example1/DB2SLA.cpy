      *>************************************************************************
      *>  This file is part of DB2sample.
      *>
      *>  DB2SLA.cpy is free software: you can redistribute it and/or
      *>  modify it under the terms of the GNU Lesser General Public License as
      *>  published by the Free Software Foundation, either version 3 of the
      *>  License, or (at your option) any later version.
      *>
      *>  DB2SLA.cpy is distributed in the hope that it will be useful,
      *>  but WITHOUT ANY WARRANTY; without even the implied warranty of
      *>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
      *>  See the GNU Lesser General Public License for more details.
      *>
      *>  You should have received a copy of the GNU Lesser General Public
      *>  License along with DB2SLA.cpy.
      *>  If not, see <http://www.gnu.org/licenses/>.
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2SLA.cpy
      *>
      *> Purpose:      Record layout for the availability target file
      *>               (DB2SLA). Plain text, maintained by the site like
      *>               DB2FOGR: one line per DBALIAS, fixed columns - the
      *>               DBALIAS, then the agreed monthly availability in
      *>               percent with two decimals (e.g. " 99.90"). A line
      *>               with "*" in column 1 is a comment. DB2AVL1 judges
      *>               each subsystem's month against this target; a
      *>               DBALIAS without a line gets the report's default.
      *>
      *> Usage:        COPY in the FILE SECTION, under an FD
      *>               DB2SLA-FILE (ORGANIZATION LINE SEQUENTIAL).
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Laszlo Erdos:
      *>            - first version.
      *>************************************************************************

       01 DB2SLA-RECORD.
         02 SLA-DBALIAS                PIC X(9).
         02 FILLER                     PIC X(1).
         02 SLA-TARGET-TEXT            PIC X(6).
