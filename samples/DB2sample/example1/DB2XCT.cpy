      *>************************************************************************
      *>  This file is part of DB2sample.
      *>
      *>  DB2XCT.cpy is free software: you can redistribute it and/or
      *>  modify it under the terms of the GNU Lesser General Public License as
      *>  published by the Free Software Foundation, either version 3 of the
      *>  License, or (at your option) any later version.
      *>
      *>  DB2XCT.cpy is distributed in the hope that it will be useful,
      *>  but WITHOUT ANY WARRANTY; without even the implied warranty of
      *>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
      *>  See the GNU Lesser General Public License for more details.
      *>
      *>  You should have received a copy of the GNU Lesser General Public
      *>  License along with DB2XCT.cpy.
      *>  If not, see <http://www.gnu.org/licenses/>.
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2XCT.cpy
      *>
      *> Purpose:      Linkage layout passed between DB2EXT1 / DB2EXV1
      *>               and DB2XCT1, the extract control totals. The
      *>               extract and the receiving-side verifier hand it
      *>               every line of an extract file - header, rows,
      *>               trailer - and get back the same row count, byte
      *>               count and hash total, so both sides count the
      *>               same way.
      *>
      *>               XCT-FUNCTION: "H" the header line - resets the
      *>               totals and looks up XCT-HASH-COLUMN (spaces: no
      *>               hash total) among the column names; "R" a data
      *>               row; "T" the trailer line.
      *>
      *>               XCT-BYTES counts every line as written to disk:
      *>               without its trailing blanks, plus the line end.
      *>               XCT-HASH-TOTAL is the sum of the hash column
      *>               over all rows, NULL (empty) counting as zero.
      *>
      *>               XCT-STATUS: "00" ok, "NC" hash column not in the
      *>               header, "NN" hash column value not numeric, "OV"
      *>               hash total overflowed.
      *>
      *> Usage:        COPY this member in both the caller (as a WORKING-
      *>               STORAGE item passed on the CALL) and DB2XCT1 (in
      *>               LINKAGE SECTION, PROCEDURE DIVISION USING XCT-MOD).
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Laszlo Erdos:
      *>            - first version.
      *>************************************************************************

       01 XCT-MOD.
         02 XCT-FUNCTION               PIC X(1).
           88 V-XCT-FNC-HEADER         VALUE "H".
           88 V-XCT-FNC-ROW            VALUE "R".
           88 V-XCT-FNC-TRAILER        VALUE "T".
         02 XCT-DELIMITER              PIC X(1).
         02 XCT-HASH-COLUMN            PIC X(30).
         02 XCT-LINE                   PIC X(1000).
         02 XCT-STATUS                 PIC X(2).
           88 V-XCT-OK                 VALUE "00".
           88 V-XCT-NO-COLUMN          VALUE "NC".
           88 V-XCT-NOT-NUMERIC        VALUE "NN".
           88 V-XCT-OVERFLOW           VALUE "OV".
         02 XCT-HASH-COL-NBR           PIC 9(2) COMP-5.
         02 XCT-ROWS                   PIC 9(9) COMP-5.
         02 XCT-BYTES                  PIC 9(12) COMP-5.
         02 XCT-HASH-TOTAL             PIC S9(15)V9(3) COMP-3.
