      *>************************************************************************
      *>  This file is part of DB2sample.
      *>
      *>  DB2SRGA.cpy is free software: you can redistribute it and/or
      *>  modify it under the terms of the GNU Lesser General Public License as
      *>  published by the Free Software Foundation, either version 3 of the
      *>  License, or (at your option) any later version.
      *>
      *>  DB2SRGA.cpy is distributed in the hope that it will be useful,
      *>  but WITHOUT ANY WARRANTY; without even the implied warranty of
      *>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
      *>  See the GNU Lesser General Public License for more details.
      *>
      *>  You should have received a copy of the GNU Lesser General Public
      *>  License along with DB2SRGA.cpy.
      *>  If not, see <http://www.gnu.org/licenses/>.
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2SRGA.cpy
      *>
      *> Purpose:      Record layout for the DB2REGM1 registry change
      *>               log (DB2SREG.LOG). One line per add, change and
      *>               remove on the DB2SREG file - who did it, when,
      *>               to which DBALIAS, and the entry as it was before
      *>               and after. An add has no before image, a remove
      *>               no after image (both are left blank).
      *>
      *> Usage:        COPY in the FILE SECTION, under an FD
      *>               DB2SREGAUD-FILE.
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Laszlo Erdos:
      *>            - first version.
      *>************************************************************************

       01 DB2SREGAUD-RECORD.
         02 SRGA-TIMESTAMP             PIC X(26).
         02 SRGA-ACTION                PIC X(8).
         02 SRGA-DBALIAS               PIC X(9).
         02 SRGA-ACTOR-ID              PIC X(8).
         02 SRGA-BEFORE.
           03 SRGA-OLD-ENVIRONMENT     PIC X(4).
           03 SRGA-OLD-OWNER-TEAM      PIC X(20).
           03 SRGA-OLD-CONTACT         PIC X(30).
           03 SRGA-OLD-TIER            PIC X(1).
           03 SRGA-OLD-DECOMMISSIONED  PIC X(1).
         02 SRGA-AFTER.
           03 SRGA-NEW-ENVIRONMENT     PIC X(4).
           03 SRGA-NEW-OWNER-TEAM      PIC X(20).
           03 SRGA-NEW-CONTACT         PIC X(30).
           03 SRGA-NEW-TIER            PIC X(1).
           03 SRGA-NEW-DECOMMISSIONED  PIC X(1).
