      *>************************************************************************
      *>  This file is part of DB2sample.
      *>
      *>  DB2REG.cpy is free software: you can redistribute it and/or
      *>  modify it under the terms of the GNU Lesser General Public License as
      *>  published by the Free Software Foundation, either version 3 of the
      *>  License, or (at your option) any later version.
      *>
      *>  DB2REG.cpy is distributed in the hope that it will be useful,
      *>  but WITHOUT ANY WARRANTY; without even the implied warranty of
      *>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
      *>  See the GNU Lesser General Public License for more details.
      *>
      *>  You should have received a copy of the GNU Lesser General Public
      *>  License along with DB2REG.cpy.
      *>  If not, see <http://www.gnu.org/licenses/>.
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2REG.cpy
      *>
      *> Purpose:      Linkage layout passed between the programs that
      *>               need to know what a subsystem is and DB2REG1, the
      *>               subsystem registry lookup. Callers hand it a
      *>               DBALIAS and get back its environment class, owning
      *>               DBA team, contact and criticality tier from the
      *>               DB2SREG registry.
      *>
      *>               REG-STATUS: "00" registered and in service, "DC"
      *>               registered but decommissioned, "23" not in the
      *>               registry, "NR" no registry file at all (the site
      *>               has not built one yet - callers keep their old
      *>               behaviour until it has), "IO" the registry is there
      *>               but could not be opened or read (callers treat the
      *>               alias as production, never by its name).
      *>
      *> Usage:        COPY this member in both the caller (as a WORKING-
      *>               STORAGE item passed on the CALL) and DB2REG1 (in
      *>               LINKAGE SECTION, PROCEDURE DIVISION USING REG-MOD).
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Laszlo Erdos:
      *>            - first version.
      *> 2026.10.15 Laszlo Erdos:
      *>            - added "IO": registry present but not readable.
      *>************************************************************************

       01 REG-MOD.
         02 REG-DBALIAS                PIC X(9).
         02 REG-STATUS                 PIC X(2).
           88 V-REG-OK                 VALUE "00".
           88 V-REG-DECOMMISSIONED     VALUE "DC".
           88 V-REG-NOT-FOUND          VALUE "23".
           88 V-REG-NO-REGISTRY        VALUE "NR".
           88 V-REG-IO-ERROR           VALUE "IO".
         02 REG-ENVIRONMENT            PIC X(4).
           88 V-REG-PROD               VALUE "PROD".
           88 V-REG-QA                 VALUE "QA".
           88 V-REG-TEST               VALUE "TEST".
           88 V-REG-DR                 VALUE "DR".
         02 REG-OWNER-TEAM             PIC X(20).
         02 REG-CONTACT                PIC X(30).
         02 REG-TIER                   PIC X(1).
