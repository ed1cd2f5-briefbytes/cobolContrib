      *>************************************************************************
      *>  This file is part of DB2sample.
      *>
      *>  DB2XCT1.cob is free software: you can redistribute it and/or
      *>  modify it under the terms of the GNU Lesser General Public License as
      *>  published by the Free Software Foundation, either version 3 of the
      *>  License, or (at your option) any later version.
      *>
      *>  DB2XCT1.cob is distributed in the hope that it will be useful,
      *>  but WITHOUT ANY WARRANTY; without even the implied warranty of
      *>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
      *>  See the GNU Lesser General Public License for more details.
      *>
      *>  You should have received a copy of the GNU Lesser General Public
      *>  License along with DB2XCT1.cob.
      *>  If not, see <http://www.gnu.org/licenses/>.
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2XCT1.cob
      *>
      *> Purpose:      Control totals of a DB2EXT1 extract file: row
      *>               count, byte count and the hash total over one
      *>               numeric column. DB2EXT1 calls it for every line
      *>               it writes and puts the totals in the DB2EXT.MAN
      *>               manifest; DB2EXV1 calls it for every line it
      *>               reads back on the receiving side. One routine
      *>               on both sides, so a difference in the totals
      *>               is a difference in the file, never in the
      *>               counting.
      *>
      *> Author:       Laszlo Erdos - https://www.facebook.com/wortfee
      *>
      *> Date-Written: 2026.10.15
      *>
      *> Tectonics:    cobc -c DB2XCT1.cob
      *>
      *> Usage:        CALL "DB2XCT1" USING XCT-MOD, once per line of the
      *>               file: XCT-FUNCTION "H" with the header line first
      *>               (XCT-DELIMITER and XCT-HASH-COLUMN set), then "R"
      *>               per data row and "T" with the trailer line. The
      *>               totals accumulate in XCT-MOD between the calls.
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Laszlo Erdos:
      *>            - first version.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2XCT1.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-LINE-LEN                  PIC 9(4) COMP-5.
       01 WS-LINE-PTR                  PIC 9(4) COMP-5.
       01 WS-FIELD-NBR                 PIC 9(2) COMP-5.
       01 WS-FIELD                     PIC X(50).
       01 WS-HASH-NAME                 PIC X(30).
       01 WS-HASH-VALUE                PIC S9(13)V9(3) COMP-3.

       LINKAGE SECTION.
      *> linkage
       COPY "DB2XCT.cpy".

       PROCEDURE DIVISION USING XCT-MOD.

      *>------------------------------------------------------------------------
       MAIN-DB2XCT1 SECTION.
      *>------------------------------------------------------------------------

           SET V-XCT-OK OF XCT-MOD      TO TRUE

           IF V-XCT-FNC-HEADER OF XCT-MOD
              MOVE 0                    TO XCT-ROWS OF XCT-MOD
              MOVE 0                    TO XCT-BYTES OF XCT-MOD
              MOVE 0                    TO XCT-HASH-TOTAL OF XCT-MOD
              MOVE 0                    TO XCT-HASH-COL-NBR OF XCT-MOD
           END-IF

      *>     the line as it lies on disk: trailing blanks are not
      *>     written, the line end is
           PERFORM VARYING WS-LINE-LEN FROM 1000 BY -1
              UNTIL WS-LINE-LEN = 0
                 OR XCT-LINE OF XCT-MOD(WS-LINE-LEN:1) NOT = SPACE
              CONTINUE
           END-PERFORM
           ADD WS-LINE-LEN              TO XCT-BYTES OF XCT-MOD
           ADD 1                        TO XCT-BYTES OF XCT-MOD

           EVALUATE TRUE
              WHEN V-XCT-FNC-HEADER OF XCT-MOD
                 IF XCT-HASH-COLUMN OF XCT-MOD NOT = SPACES
                    PERFORM FIND-HASH-COLUMN
                 END-IF

              WHEN V-XCT-FNC-ROW OF XCT-MOD
                 ADD 1                  TO XCT-ROWS OF XCT-MOD
                 IF XCT-HASH-COL-NBR OF XCT-MOD > 0
                    PERFORM ADD-HASH-VALUE
                 END-IF

              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           GOBACK

           .
       MAIN-DB2XCT1-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FIND-HASH-COLUMN SECTION.
      *>------------------------------------------------------------------------

      *>     column names are compared in upper case - the script may
      *>     name the column the way it was typed in the SELECT
           MOVE XCT-HASH-COLUMN OF XCT-MOD TO WS-HASH-NAME
           INSPECT WS-HASH-NAME
              CONVERTING "abcdefghijklmnopqrstuvwxyz"
                      TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           MOVE 1                       TO WS-LINE-PTR

           PERFORM VARYING WS-FIELD-NBR FROM 1 BY 1
              UNTIL WS-LINE-PTR > WS-LINE-LEN
                 OR XCT-HASH-COL-NBR OF XCT-MOD > 0
              PERFORM NEXT-FIELD
              INSPECT WS-FIELD
                 CONVERTING "abcdefghijklmnopqrstuvwxyz"
                         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
              IF WS-FIELD = WS-HASH-NAME
                 MOVE WS-FIELD-NBR      TO XCT-HASH-COL-NBR OF XCT-MOD
              END-IF
           END-PERFORM

           IF XCT-HASH-COL-NBR OF XCT-MOD = 0
              SET V-XCT-NO-COLUMN OF XCT-MOD TO TRUE
           END-IF

           .
       FIND-HASH-COLUMN-EX.
          EXIT.

      *>------------------------------------------------------------------------
       ADD-HASH-VALUE SECTION.
      *>------------------------------------------------------------------------

      *>     a row cut short before the hash column holds NULL there
           MOVE 1                       TO WS-LINE-PTR
           MOVE SPACES                  TO WS-FIELD

           PERFORM VARYING WS-FIELD-NBR FROM 1 BY 1
              UNTIL WS-FIELD-NBR > XCT-HASH-COL-NBR OF XCT-MOD
              IF WS-LINE-PTR > WS-LINE-LEN
                 MOVE SPACES            TO WS-FIELD
              ELSE
                 PERFORM NEXT-FIELD
              END-IF
           END-PERFORM

           IF WS-FIELD NOT = SPACES
              IF FUNCTION TEST-NUMVAL(WS-FIELD) NOT = 0
                 SET V-XCT-NOT-NUMERIC OF XCT-MOD TO TRUE
              ELSE
                 COMPUTE WS-HASH-VALUE = FUNCTION NUMVAL(WS-FIELD)
                    ON SIZE ERROR
                       SET V-XCT-OVERFLOW OF XCT-MOD TO TRUE
                 END-COMPUTE
                 IF V-XCT-OK OF XCT-MOD
                    ADD WS-HASH-VALUE   TO XCT-HASH-TOTAL OF XCT-MOD
                       ON SIZE ERROR
                          SET V-XCT-OVERFLOW OF XCT-MOD TO TRUE
                    END-ADD
                 END-IF
              END-IF
           END-IF

           .
       ADD-HASH-VALUE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       NEXT-FIELD SECTION.
      *>------------------------------------------------------------------------

           MOVE SPACES                  TO WS-FIELD

           UNSTRING XCT-LINE OF XCT-MOD(1:WS-LINE-LEN)
              DELIMITED BY XCT-DELIMITER OF XCT-MOD
              INTO WS-FIELD
              WITH POINTER WS-LINE-PTR
           END-UNSTRING

           .
       NEXT-FIELD-EX.
          EXIT.

       END PROGRAM DB2XCT1.
