      *>************************************************************************
      *>  This file is part of DB2sample.
      *>
      *>  DB2JOBH.cpy is free software: you can redistribute it and/or
      *>  modify it under the terms of the GNU Lesser General Public License as
      *>  published by the Free Software Foundation, either version 3 of the
      *>  License, or (at your option) any later version.
      *>
      *>  DB2JOBH.cpy is distributed in the hope that it will be useful,
      *>  but WITHOUT ANY WARRANTY; without even the implied warranty of
      *>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
      *>  See the GNU Lesser General Public License for more details.
      *>
      *>  You should have received a copy of the GNU Lesser General Public
      *>  License along with DB2JOBH.cpy.
      *>  If not, see <http://www.gnu.org/licenses/>.
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2JOBH.cpy
      *>
      *> Purpose:      Record layout for the run history of the nightly
      *>               job stream (DB2JOBH.LOG, line sequential, only
      *>               ever appended to). DB2JOB1 writes, per run id:
      *>
      *>                 B  run begins - JOBH-RESULT NEW or RESUMED,
      *>                    JOBH-STEP-NO the first step it runs
      *>                 S  step started, before the program is called
      *>                 E  step ended - its RC, CLEAN or FAILED
      *>                 R  run ends - COMPLETE, FAILED (a rerun resumes
      *>                    it) or ABANDONED (a new run was forced)
      *>
      *>               The run id is the time the run was first started
      *>               (YYYYMMDD.HHMMSS); a restart writes under the same
      *>               id and run date. A step with an S line but no E
      *>               line was cut off while it ran. JOBH-RC 999 means
      *>               the program could not be started at all.
      *>
      *> Usage:        COPY in the FILE SECTION, under an FD
      *>               JOB-HISTORY-FILE (ORGANIZATION LINE SEQUENTIAL).
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Laszlo Erdos:
      *>            - first version.
      *>************************************************************************

       01 JOB-HISTORY-RECORD.
         02 JOBH-RUN-ID                PIC X(15).
         02 FILLER                     PIC X(1).
         02 JOBH-RUN-DATE              PIC X(8).
         02 FILLER                     PIC X(1).
         02 JOBH-TYPE                  PIC X(1).
           88 V-JOBH-RUN-BEGIN         VALUE "B".
           88 V-JOBH-STEP-START        VALUE "S".
           88 V-JOBH-STEP-END          VALUE "E".
           88 V-JOBH-RUN-END           VALUE "R".
         02 FILLER                     PIC X(1).
         02 JOBH-STEP-NO               PIC 9(2).
         02 FILLER                     PIC X(1).
         02 JOBH-PROGRAM               PIC X(8).
         02 FILLER                     PIC X(1).
         02 JOBH-MAX-RC                PIC 9(2).
         02 FILLER                     PIC X(1).
         02 JOBH-RC                    PIC 9(3).
         02 FILLER                     PIC X(1).
         02 JOBH-START-TS              PIC X(14).
         02 FILLER                     PIC X(1).
         02 JOBH-END-TS                PIC X(14).
         02 FILLER                     PIC X(1).
         02 JOBH-RESULT                PIC X(9).
           88 V-JOBH-CLEAN             VALUE "CLEAN".
           88 V-JOBH-FAILED            VALUE "FAILED".
           88 V-JOBH-STARTED           VALUE "STARTED".
           88 V-JOBH-NEW               VALUE "NEW".
           88 V-JOBH-RESUMED           VALUE "RESUMED".
           88 V-JOBH-COMPLETE          VALUE "COMPLETE".
           88 V-JOBH-ABANDONED         VALUE "ABANDONED".
         02 FILLER                     PIC X(1).
         02 JOBH-COMMAND               PIC X(80).
