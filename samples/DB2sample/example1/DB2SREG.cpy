      *>************************************************************************
      *>  This file is part of DB2sample.
      *>
      *>  DB2SREG.cpy is free software: you can redistribute it and/or
      *>  modify it under the terms of the GNU Lesser General Public License as
      *>  published by the Free Software Foundation, either version 3 of the
      *>  License, or (at your option) any later version.
      *>
      *>  DB2SREG.cpy is distributed in the hope that it will be useful,
      *>  but WITHOUT ANY WARRANTY; without even the implied warranty of
      *>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
      *>  See the GNU Lesser General Public License for more details.
      *>
      *>  You should have received a copy of the GNU Lesser General Public
      *>  License along with DB2SREG.cpy.
      *>  If not, see <http://www.gnu.org/licenses/>.
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2SREG.cpy
      *>
      *> Purpose:      Record layout for the subsystem registry file
      *>               (DB2SREG), one record per DBALIAS. The registry is
      *>               where the system learns what a subsystem is:
      *>               its environment class, the DBA team that owns it,
      *>               whom to call, how critical it is, and whether it
      *>               has been decommissioned. The DBAs keep it through
      *>               DB2REGM1; DB2REG1 answers lookups for the online
      *>               and batch programs, DB2REGX1 lists the aliases the
      *>               other master files know but the registry does not.
      *>
      *>               SREG-ENVIRONMENT: PROD, QA, TEST or DR.
      *>               SREG-TIER: 1 (business critical) to 4 (low).
      *>               SREG-DECOMMISSIONED: "Y" once the subsystem is
      *>               retired - the sweep, escalation and digest skip
      *>               it and DB2TEST1 refuses to connect to it.
      *>
      *> Usage:        COPY in the FILE SECTION, under an FD DB2SREG-FILE.
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Laszlo Erdos:
      *>            - first version.
      *>************************************************************************

       01 DB2SREG-RECORD.
         02 SREG-DBALIAS               PIC X(9).
         02 SREG-ENVIRONMENT           PIC X(4).
            88 V-SREG-PROD             VALUE "PROD".
            88 V-SREG-QA               VALUE "QA".
            88 V-SREG-TEST             VALUE "TEST".
            88 V-SREG-DR               VALUE "DR".
            88 V-SREG-ENV-VALID        VALUE "PROD" "QA" "TEST" "DR".
         02 SREG-OWNER-TEAM            PIC X(20).
         02 SREG-CONTACT               PIC X(30).
         02 SREG-TIER                  PIC X(1).
            88 V-SREG-TIER-VALID       VALUE "1" "2" "3" "4".
         02 SREG-DECOMMISSIONED        PIC X(1).
            88 V-SREG-DECOMMISSIONED   VALUE "Y".
            88 V-SREG-IN-SERVICE       VALUE "N".
         02 SREG-CHANGED-BY            PIC X(20).
         02 SREG-CHANGED-DATE          PIC X(8).
