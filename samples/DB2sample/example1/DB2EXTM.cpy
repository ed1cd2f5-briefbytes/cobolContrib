      *>************************************************************************
      *>  This file is part of DB2sample.
      *>
      *>  DB2EXTM.cpy is free software: you can redistribute it and/or
      *>  modify it under the terms of the GNU Lesser General Public License as
      *>  published by the Free Software Foundation, either version 3 of the
      *>  License, or (at your option) any later version.
      *>
      *>  DB2EXTM.cpy is distributed in the hope that it will be useful,
      *>  but WITHOUT ANY WARRANTY; without even the implied warranty of
      *>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
      *>  See the GNU Lesser General Public License for more details.
      *>
      *>  You should have received a copy of the GNU Lesser General Public
      *>  License along with DB2EXTM.cpy.
      *>  If not, see <http://www.gnu.org/licenses/>.
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2EXTM.cpy
      *>
      *> Purpose:      Record layout for the DB2EXT1 delivery manifest
      *>               (DB2EXT.MAN). One "D" line per extract delivered
      *>               by the run: the script request number, the
      *>               source DBALIAS, the output file, its row count
      *>               (the TRAILER count), its byte count and, when the
      *>               request named a HASHCOL, the hash total over that
      *>               column - all as counted by DB2XCT1 - and the
      *>               delivery timestamp. A run that delivers the whole
      *>               script ends the manifest with one "E" line
      *>               carrying the number of requests in the script.
      *>
      *>               A rerun after a failure resumes at the failed
      *>               request and extends the manifest of the broken
      *>               run; a request delivered twice that way is listed
      *>               twice, the later line counts. DB2EXV1 verifies
      *>               the delivered files against it.
      *>
      *> Usage:        COPY in the FILE SECTION, under an FD
      *>               MANIFEST-FILE (ORGANIZATION LINE SEQUENTIAL).
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Laszlo Erdos:
      *>            - first version.
      *>************************************************************************

       01 MANIFEST-RECORD.
         02 MAN-TYPE                   PIC X(1).
           88 V-MAN-EXTRACT            VALUE "D".
           88 V-MAN-END                VALUE "E".
         02 FILLER                     PIC X(1).
         02 MAN-TIMESTAMP              PIC X(26).
         02 FILLER                     PIC X(1).
         02 MAN-REQUEST-NBR            PIC 9(4).
         02 FILLER                     PIC X(1).
         02 MAN-DBALIAS                PIC X(9).
         02 FILLER                     PIC X(1).
         02 MAN-ROWS                   PIC 9(9).
         02 FILLER                     PIC X(1).
         02 MAN-BYTES                  PIC 9(12).
         02 FILLER                     PIC X(1).
         02 MAN-DELIMITER              PIC X(1).
         02 FILLER                     PIC X(1).
         02 MAN-HASH-COLUMN            PIC X(30).
         02 FILLER                     PIC X(1).
         02 MAN-HASH-TOTAL             PIC S9(15)V9(3)
                                       SIGN LEADING SEPARATE.
         02 FILLER                     PIC X(1).
         02 MAN-FILE-NAME              PIC X(80).
