      *>************************************************************************
      *>  This file is part of DB2sample.
      *>
      *>  DB2BKPM.cpy is free software: you can redistribute it and/or
      *>  modify it under the terms of the GNU Lesser General Public License as
      *>  published by the Free Software Foundation, either version 3 of the
      *>  License, or (at your option) any later version.
      *>
      *>  DB2BKPM.cpy is distributed in the hope that it will be useful,
      *>  but WITHOUT ANY WARRANTY; without even the implied warranty of
      *>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
      *>  See the GNU Lesser General Public License for more details.
      *>
      *>  You should have received a copy of the GNU Lesser General Public
      *>  License along with DB2BKPM.cpy.
      *>  If not, see <http://www.gnu.org/licenses/>.
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2BKPM.cpy
      *>
      *> Purpose:      Record layout for the manifest of a DB2BKP1 backup
      *>               set (<set id>.MAN, plain text, fixed columns). The
      *>               set id is DB2BKP.YYYYMMDD.HHMMSS, the time the
      *>               backup started; every master file of the set is
      *>               unloaded to <set id>.<file name>, one line per
      *>               record.
      *>
      *>               "H" header: set id, start time, mode (FULL, or DR
      *>               for a DR export without the local-only state) and
      *>               in BKPM-RECORDS the number of files the set holds.
      *>               "F" one line per file: its name, PRESENT or ABSENT
      *>               (the file did not exist at this site), and the
      *>               records and bytes of its unload. "E" end: written
      *>               only when every file was unloaded and found
      *>               unchanged afterwards, BKPM-RECORDS again the number
      *>               of files. A manifest without its end line is a
      *>               partial set and DB2RST1 refuses it.
      *>
      *> Usage:        COPY in the FILE SECTION, under an FD
      *>               (ORGANIZATION LINE SEQUENTIAL).
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Laszlo Erdos:
      *>            - first version.
      *>************************************************************************

       01 BKPM-RECORD.
         02 BKPM-TYPE                  PIC X(1).
           88 V-BKPM-HEADER            VALUE "H".
           88 V-BKPM-FILE              VALUE "F".
           88 V-BKPM-END               VALUE "E".
         02 FILLER                     PIC X(1).
         02 BKPM-SET-ID                PIC X(22).
         02 FILLER                     PIC X(1).
         02 BKPM-TIMESTAMP             PIC X(26).
         02 FILLER                     PIC X(1).
         02 BKPM-MODE                  PIC X(4).
           88 V-BKPM-FULL              VALUE "FULL".
           88 V-BKPM-DR                VALUE "DR".
         02 FILLER                     PIC X(1).
         02 BKPM-FILE-NAME             PIC X(9).
         02 FILLER                     PIC X(1).
         02 BKPM-STATE                 PIC X(7).
           88 V-BKPM-PRESENT           VALUE "PRESENT".
           88 V-BKPM-ABSENT            VALUE "ABSENT".
         02 FILLER                     PIC X(1).
         02 BKPM-RECORDS               PIC 9(9).
         02 FILLER                     PIC X(1).
         02 BKPM-BYTES                 PIC 9(12).
