      *>************************************************************************
      *>  This file is part of DB2sample.
      *>
      *>  DB2SWPS.cpy is free software: you can redistribute it and/or
      *>  modify it under the terms of the GNU Lesser General Public License as
      *>  published by the Free Software Foundation, either version 3 of the
      *>  License, or (at your option) any later version.
      *>
      *>  DB2SWPS.cpy is distributed in the hope that it will be useful,
      *>  but WITHOUT ANY WARRANTY; without even the implied warranty of
      *>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
      *>  See the GNU Lesser General Public License for more details.
      *>
      *>  You should have received a copy of the GNU Lesser General Public
      *>  License along with DB2SWPS.cpy.
      *>  If not, see <http://www.gnu.org/licenses/>.
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2SWPS.cpy
      *>
      *> Purpose:      Layout of the summary line that closes a fleet
      *>               sweep status file. DB2SWP1 writes it at the end of
      *>               every sweep stream; DB2SWM1 reads the decommissioned
      *>               count back from the stream files and writes the
      *>               same line under the merged DB2SWEEP.STA. Readers
      *>               of the status file skip it: it does not start with
      *>               a timestamp.
      *>
      *> Usage:        COPY in WORKING-STORAGE.
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Laszlo Erdos:
      *>            - first version, lifted from DB2SWP1. TIMEOUT
      *>              count added.
      *>************************************************************************

       01 SWEEP-SUMMARY-LINE.
         02 SWPS-TAG                   PIC X(16)
            VALUE "SWEEP COMPLETE: ".
         02 SWPS-TOTAL                 PIC Z(4)9.
         02 FILLER                     PIC X(11) VALUE " PROFILES, ".
         02 SWPS-OK                    PIC Z(4)9.
         02 FILLER                     PIC X(5) VALUE " OK, ".
         02 SWPS-FAIL                  PIC Z(4)9.
         02 FILLER                     PIC X(9) VALUE " FAILED, ".
         02 SWPS-TIMEOUT               PIC Z(4)9.
         02 FILLER                     PIC X(10) VALUE " TIMEOUT, ".
         02 SWPS-WINDOW                PIC Z(4)9.
         02 FILLER                     PIC X(12) VALUE " IN-WINDOW, ".
         02 SWPS-DECOMM                PIC Z(4)9.
         02 FILLER                     PIC X(15)
            VALUE " DECOMMISSIONED".
