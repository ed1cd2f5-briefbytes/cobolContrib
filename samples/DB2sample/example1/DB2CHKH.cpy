      *>************************************************************************
      *>  This file is part of DB2sample.
      *>
      *>  DB2CHKH.cpy is free software: you can redistribute it and/or
      *>  modify it under the terms of the GNU Lesser General Public License as
      *>  published by the Free Software Foundation, either version 3 of the
      *>  License, or (at your option) any later version.
      *>
      *>  DB2CHKH.cpy is distributed in the hope that it will be useful,
      *>  but WITHOUT ANY WARRANTY; without even the implied warranty of
      *>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
      *>  See the GNU Lesser General Public License for more details.
      *>
      *>  You should have received a copy of the GNU Lesser General Public
      *>  License along with DB2CHKH.cpy.
      *>  If not, see <http://www.gnu.org/licenses/>.
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2CHKH.cpy
      *>
      *> Purpose:      Record layout for the check result history file
      *>               (DB2CHKHS). DB2CHK1 adds one record per check run
      *>               - the report DB2CHKR.RPT says PASS/WARN/FAIL, the
      *>               history keeps the actual value behind it, so the
      *>               drift report (DB2DRF1) can compare a check with
      *>               its earlier runs.
      *>
      *>               Keyed by DBALIAS + check name + run timestamp,
      *>               so one check reads back in time order. All checks
      *>               of one DB2CHK1 run share the run timestamp.
      *>               CHKH-ACTUAL-NUM is filled when the actual value
      *>               reads as a number (CHKH-NUMERIC "Y"); a failed
      *>               connect or SELECT leaves only the text.
      *>               CHKH-TOLERANCE is the pack's DRIFTPCT percent
      *>               for the check at the time of the run.
      *>
      *> Usage:        COPY in the FILE SECTION, under an FD
      *>               CHECK-HISTORY-FILE.
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Laszlo Erdos:
      *>            - first version.
      *>************************************************************************

       01 CHECK-HISTORY-RECORD.
         02 CHKH-KEY.
           03 CHKH-DBALIAS             PIC X(9).
           03 CHKH-CHECK               PIC X(20).
           03 CHKH-TIMESTAMP           PIC X(26).
         02 CHKH-RESULT                PIC X(4).
         02 CHKH-ACTUAL-TEXT           PIC X(40).
         02 CHKH-NUMERIC               PIC X(1).
            88 V-CHKH-NUMERIC          VALUE "Y".
         02 CHKH-ACTUAL-NUM            PIC S9(13)V9(4)
                                       SIGN LEADING SEPARATE.
         02 CHKH-TOL-GIVEN             PIC X(1).
            88 V-CHKH-TOL-GIVEN        VALUE "Y".
         02 CHKH-TOLERANCE             PIC 9(5)V9(2).
