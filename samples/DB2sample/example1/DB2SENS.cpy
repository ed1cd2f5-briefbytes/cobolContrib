      *>************************************************************************
      *>  This file is part of DB2sample.
      *>
      *>  DB2SENS.cpy is free software: you can redistribute it and/or
      *>  modify it under the terms of the GNU Lesser General Public License as
      *>  published by the Free Software Foundation, either version 3 of the
      *>  License, or (at your option) any later version.
      *>
      *>  DB2SENS.cpy is distributed in the hope that it will be useful,
      *>  but WITHOUT ANY WARRANTY; without even the implied warranty of
      *>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
      *>  See the GNU Lesser General Public License for more details.
      *>
      *>  You should have received a copy of the GNU Lesser General Public
      *>  License along with DB2SENS.cpy.
      *>  If not, see <http://www.gnu.org/licenses/>.
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2SENS.cpy
      *>
      *> Purpose:      Record layout for the sensitive table list
      *>               (DB2SENS). Plain text, maintained by the site like
      *>               DB2FOGR: one table name per line from column 1,
      *>               qualified (SCHEMA.TABLE) or bare, as it would be
      *>               written in a statement. A line with "*" in column
      *>               1 is a comment. DB2SQLR1 highlights every audited
      *>               production statement that names one of them.
      *>
      *> Usage:        COPY in the FILE SECTION, under an FD
      *>               DB2SENS-FILE (ORGANIZATION LINE SEQUENTIAL).
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Laszlo Erdos:
      *>            - first version.
      *>************************************************************************

       01 DB2SENS-RECORD.
         02 SENS-TABLE                 PIC X(40).
