      *>************************************************************************
      *>  This file is part of DB2sample.
      *>
      *>  DB2SQLA.cpy is free software: you can redistribute it and/or
      *>  modify it under the terms of the GNU Lesser General Public License as
      *>  published by the Free Software Foundation, either version 3 of the
      *>  License, or (at your option) any later version.
      *>
      *>  DB2SQLA.cpy is distributed in the hope that it will be useful,
      *>  but WITHOUT ANY WARRANTY; without even the implied warranty of
      *>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
      *>  See the GNU Lesser General Public License for more details.
      *>
      *>  You should have received a copy of the GNU Lesser General Public
      *>  License along with DB2SQLA.cpy.
      *>  If not, see <http://www.gnu.org/licenses/>.
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2SQLA.cpy
      *>
      *> Purpose:      Record layout for the SQL statement audit trail
      *>               (DB2SQLA.LOG). One line per statement run through
      *>               DB2MOD1's SQL functions - the DB2TEST1 SQL browser
      *>               and the DB2EXT1 batch extract: who ran it (the
      *>               signed-on operator, or BATCH and the script), on
      *>               which DBALIAS and USERID, when, the full statement
      *>               text, how many rows came back and the final
      *>               SQLCODE. DB2SQLR1 reviews it weekly.
      *>
      *>               SQLA-ROWS counts the rows actually handed out: for
      *>               the browser the rows of every page the operator
      *>               paged to, for the extract the rows delivered to
      *>               the file. A statement that failed at open time is
      *>               logged with 0 rows and the failing SQLCODE.
      *>
      *>               SQLA-PHASE: the browser and the extract write an
      *>               "S" line before the statement goes to DB2 (0 rows,
      *>               SQLCODE 0) and an "E" line with the same
      *>               SQLA-TIMESTAMP once its result set goes away, with
      *>               the rows and the final SQLCODE - a session or job
      *>               killed in between still leaves the statement on
      *>               the trail. Blank is a line written before
      *>               SQLA-PHASE, the statement logged in one line.
      *>
      *> Usage:        COPY in the FILE SECTION, under an FD
      *>               DB2SQLA-FILE (ORGANIZATION LINE SEQUENTIAL).
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Laszlo Erdos:
      *>            - first version.
      *> 2026.10.15 Laszlo Erdos:
      *>            - added SQLA-PHASE for the start and end lines of a
      *>              statement.
      *>************************************************************************

       01 DB2SQLA-RECORD.
         02 SQLA-TIMESTAMP             PIC X(26).
         02 SQLA-OPERATOR              PIC X(8).
         02 SQLA-SCRIPT                PIC X(12).
         02 SQLA-PROGRAM               PIC X(8).
         02 SQLA-DBALIAS               PIC X(9).
         02 SQLA-USERID                PIC X(20).
         02 SQLA-ROWS                  PIC 9(9).
         02 SQLA-SQLCODE               PIC -(10)9.
         02 SQLA-STMT                  PIC X(240).
         02 SQLA-PHASE                 PIC X(1).
           88 V-SQLA-STARTED           VALUE "S".
           88 V-SQLA-ENDED             VALUE "E".
