      *>************************************************************************
      *>  This file is part of DB2sample.
      *>
      *>  DB2SWPK.cpy is free software: you can redistribute it and/or
      *>  modify it under the terms of the GNU Lesser General Public License as
      *>  published by the Free Software Foundation, either version 3 of the
      *>  License, or (at your option) any later version.
      *>
      *>  DB2SWPK.cpy is distributed in the hope that it will be useful,
      *>  but WITHOUT ANY WARRANTY; without even the implied warranty of
      *>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
      *>  See the GNU Lesser General Public License for more details.
      *>
      *>  You should have received a copy of the GNU Lesser General Public
      *>  License along with DB2SWPK.cpy.
      *>  If not, see <http://www.gnu.org/licenses/>.
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2SWPK.cpy
      *>
      *> Purpose:      Record layout for the fleet sweep checkpoint
      *>               (DB2SWEEP.CHK, or DB2SWEEP.Cnn for sweep stream
      *>               nn). Lifted out of DB2SWP1 so DB2SWM1, which
      *>               watches the streams, reads the same layout.
      *>
      *>               CHK-PROF-LABEL is the last profile finished in
      *>               pass CHK-PASS (P production, N the others) - a
      *>               rerun resumes after it. While a profile is being
      *>               tested CHK-STATE is T and the CHK-CUR- fields name
      *>               it, with the time the test started
      *>               (YYYYMMDDHHMMSShh); once it is done CHK-STATE is D.
      *>               A stream found in state T for longer than its
      *>               time budget hangs on that profile.
      *>
      *> Usage:        COPY in the FILE SECTION, under an FD
      *>               CHECKPOINT-FILE (ORGANIZATION LINE SEQUENTIAL).
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Laszlo Erdos:
      *>            - first version, lifted from DB2SWP1. Pass, state
      *>              and the profile under test added.
      *>************************************************************************

       01 CHECKPOINT-RECORD.
         02 CHK-PROF-LABEL             PIC X(8).
         02 FILLER                     PIC X(1).
         02 CHK-PASS                   PIC X(1).
           88 V-CHK-PASS-PROD          VALUE "P".
           88 V-CHK-PASS-NONPROD       VALUE "N".
         02 FILLER                     PIC X(1).
         02 CHK-STATE                  PIC X(1).
           88 V-CHK-TESTING            VALUE "T".
           88 V-CHK-DONE               VALUE "D".
         02 FILLER                     PIC X(1).
         02 CHK-CUR-LABEL              PIC X(8).
         02 FILLER                     PIC X(1).
         02 CHK-CUR-DBALIAS            PIC X(9).
         02 FILLER                     PIC X(1).
         02 CHK-CUR-USERID             PIC X(20).
         02 FILLER                     PIC X(1).
         02 CHK-CUR-START-TS           PIC X(16).
