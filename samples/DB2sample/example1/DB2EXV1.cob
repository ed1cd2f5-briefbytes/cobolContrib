      *>************************************************************************
      *>  This file is part of DB2sample.
      *>
      *>  DB2EXV1.cob is free software: you can redistribute it and/or
      *>  modify it under the terms of the GNU Lesser General Public License as
      *>  published by the Free Software Foundation, either version 3 of the
      *>  License, or (at your option) any later version.
      *>
      *>  DB2EXV1.cob is distributed in the hope that it will be useful,
      *>  but WITHOUT ANY WARRANTY; without even the implied warranty of
      *>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
      *>  See the GNU Lesser General Public License for more details.
      *>
      *>  You should have received a copy of the GNU Lesser General Public
      *>  License along with DB2EXV1.cob.
      *>  If not, see <http://www.gnu.org/licenses/>.
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2EXV1.cob
      *>
      *> Purpose:      Receiving-side verification of a DB2EXT1 delivery.
      *>               Reads the DB2EXT.MAN manifest the extract run
      *>               wrote and checks every extract it lists: the
      *>               file is there, starts with its header line and
      *>               ends with its TRAILER line, the trailer count
      *>               agrees with the rows in the file, and rows, bytes
      *>               and the HASHCOL hash total agree with the
      *>               manifest. The totals are counted by DB2XCT1, the
      *>               same routine the extract counted them with, so a
      *>               file cut short or altered in transfer is caught
      *>               here and not by a failing load.
      *>
      *>               A request listed twice (delivered again by a
      *>               rerun) is checked against its later line.
      *>
      *> Author:       Laszlo Erdos - https://www.facebook.com/wortfee
      *>
      *> Date-Written: 2026.10.15
      *>
      *> Tectonics:    cobc -x DB2EXV1.cob
      *>
      *> Usage:        DB2EXV1 [MANIFEST]
      *>
      *>               MANIFEST is the manifest file and defaults to
      *>               DB2EXT.MAN; the extract files are looked for
      *>               under the names it lists. The result is written
      *>               to DB2EXV.RPT.
      *>
      *>               RETURN-CODE:  0 every extract verified, the run
      *>                               delivered the whole script
      *>                             4 every listed extract verified,
      *>                               but the manifest has no end
      *>                               line - the run did not finish
      *>                             8 an extract is missing or does
      *>                               not match the manifest, or the
      *>                               manifest lists fewer requests
      *>                               than its end line says
      *>                            12 manifest not readable, lists
      *>                               nothing, or report not writable
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Laszlo Erdos:
      *>            - first version.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2EXV1.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANIFEST-FILE ASSIGN TO DYNAMIC WS-MAN-FILE-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MAN-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO DYNAMIC WS-EXT-FILE-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT REPORT-FILE ASSIGN TO "DB2EXV.RPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MANIFEST-FILE.
      *> record layout
       COPY "DB2EXTM.cpy".

       FD  EXTRACT-FILE.
       01 EXTRACT-RECORD               PIC X(1000).

       FD  REPORT-FILE.
       01 REPORT-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-MAN-STATUS                PIC X(2).
          88 V-MAN-OK                  VALUE "00".
          88 V-MAN-EOF                 VALUE "10".

       01 WS-EXTRACT-STATUS            PIC X(2).
          88 V-EXTRACT-OK              VALUE "00".
          88 V-EXTRACT-EOF             VALUE "10".

       01 WS-REPORT-STATUS             PIC X(2).
          88 V-REPORT-OK               VALUE "00".

       01 WS-CMD-LINE                  PIC X(80).
       01 WS-MAN-FILE-NAME             PIC X(80).
       01 WS-EXT-FILE-NAME             PIC X(80).

      *> the manifest's extract lines, one per request - a later line
      *> for the same request replaces the earlier one
       01 WS-MAN-MAX                   PIC 9(4) COMP-5 VALUE 500.
       01 WS-MAN-CNT                   PIC 9(4) COMP-5 VALUE 0.
       01 WS-MAN-TAB OCCURS 500 TIMES.
         02 WS-MT-REQUEST-NBR          PIC 9(4).
         02 WS-MT-DBALIAS              PIC X(9).
         02 WS-MT-ROWS                 PIC 9(9).
         02 WS-MT-BYTES                PIC 9(12).
         02 WS-MT-DELIMITER            PIC X(1).
         02 WS-MT-HASH-COLUMN          PIC X(30).
         02 WS-MT-HASH-TOTAL           PIC S9(15)V9(3) COMP-3.
         02 WS-MT-FILE-NAME            PIC X(80).
       01 WS-MAN-FULL                  PIC X(1) VALUE "N".
          88 V-MAN-FULL                VALUE "Y".
       01 WS-MAN-BAD-CNT               PIC 9(4) COMP-5 VALUE 0.

      *> the end line: the run delivered the whole script of
      *> WS-END-REQUEST-CNT requests
       01 WS-END-SEEN                  PIC X(1) VALUE "N".
          88 V-END-SEEN                VALUE "Y".
       01 WS-END-REQUEST-CNT           PIC 9(4) COMP-5 VALUE 0.

      *> the extract being verified
       01 WS-IDX                       PIC 9(4) COMP-5.
       01 WS-LINE-CNT                  PIC 9(9) COMP-5.
       01 WS-TRAILER-SEEN              PIC X(1).
          88 V-TRAILER-SEEN            VALUE "Y".
          88 V-TRAILER-NOT-SEEN        VALUE "N".
       01 WS-AFTER-TRAILER             PIC X(1).
          88 V-AFTER-TRAILER           VALUE "Y".
          88 V-NOTHING-AFTER-TRAILER   VALUE "N".
       01 WS-TRAILER-TAG               PIC X(8).
       01 WS-TRAILER-TEXT              PIC X(20).
       01 WS-TRAILER-CNT               PIC 9(9) COMP-5.
       01 WS-TRAILER-BAD               PIC X(1).
          88 V-TRAILER-BAD             VALUE "Y".
          88 V-TRAILER-GOOD            VALUE "N".
       01 WS-COUNT-FAILED              PIC X(1).
          88 V-COUNT-FAILED            VALUE "Y".
          88 V-COUNT-GOOD              VALUE "N".
      *> DB2XCT1 answers every call afresh - the header's "hash column
      *> not found" is kept here, or the first row would clear it
       01 WS-HASHCOL-MISSING           PIC X(1).
          88 V-HASHCOL-MISSING         VALUE "Y".
          88 V-HASHCOL-FOUND           VALUE "N".
       01 WS-RESULT                    PIC X(24).
          88 V-RESULT-OK               VALUE "OK".

       01 WS-OK-CNT                    PIC 9(4) COMP-5 VALUE 0.
       01 WS-FAILED-CNT                PIC 9(4) COMP-5 VALUE 0.
       01 WS-FINAL-RC                  PIC S9(9) COMP-5 VALUE 0.

      *> linkage
       COPY "DB2XCT.cpy".

       01 WS-RPT-HEADER.
         02 FILLER                     PIC X(30)
            VALUE "DB2 EXTRACT DELIVERY CHECK   ".
         02 WS-HDR-MANIFEST            PIC X(40).
         02 FILLER                     PIC X(10) VALUE " CHECKED ".
         02 WS-HDR-CHECKED             PIC X(16).
         02 FILLER                     PIC X(4) VALUE SPACES.

       01 WS-RPT-COL-HEADER.
         02 FILLER                     PIC X(52) VALUE
            " REQ DBALIAS   FILE".
         02 FILLER                     PIC X(48) VALUE
            "     ROWS        BYTES RESULT".

       01 WS-RPT-FILE-LINE.
         02 WS-RPT-REQ                 PIC Z(3)9.
         02 FILLER                     PIC X(1) VALUE SPACE.
         02 WS-RPT-DBALIAS             PIC X(9).
         02 FILLER                     PIC X(1) VALUE SPACE.
         02 WS-RPT-FILE                PIC X(37).
         02 FILLER                     PIC X(1) VALUE SPACE.
         02 WS-RPT-ROWS                PIC Z(8)9.
         02 FILLER                     PIC X(1) VALUE SPACE.
         02 WS-RPT-BYTES               PIC Z(11)9.
         02 FILLER                     PIC X(1) VALUE SPACE.
         02 WS-RPT-RESULT              PIC X(24).

      *> on a mismatch the manifest's totals and the ones found
       01 WS-RPT-TOTALS-LINE.
         02 WS-RPT-TOT-LABEL           PIC X(15).
         02 FILLER                     PIC X(5) VALUE "ROWS ".
         02 WS-RPT-TOT-ROWS            PIC Z(8)9.
         02 FILLER                     PIC X(7) VALUE " BYTES ".
         02 WS-RPT-TOT-BYTES           PIC Z(11)9.
         02 FILLER                     PIC X(6) VALUE " HASH ".
         02 WS-RPT-TOT-HASH            PIC -(15)9.9(3).
         02 FILLER                     PIC X(26) VALUE SPACES.

       01 WS-RPT-SUMMARY.
         02 FILLER                     PIC X(9) VALUE "SUMMARY: ".
         02 WS-SUM-LISTED              PIC Z(3)9.
         02 FILLER                     PIC X(18)
            VALUE " EXTRACTS LISTED, ".
         02 WS-SUM-OK                  PIC Z(3)9.
         02 FILLER                     PIC X(11) VALUE " VERIFIED, ".
         02 WS-SUM-FAILED              PIC Z(3)9.
         02 FILLER                     PIC X(8) VALUE " FAILED ".
         02 FILLER                     PIC X(42) VALUE SPACES.

       PROCEDURE DIVISION.

      *>------------------------------------------------------------------------
       MAIN-DB2EXV1 SECTION.
      *>------------------------------------------------------------------------

          ACCEPT WS-CMD-LINE FROM COMMAND-LINE

          MOVE SPACES                  TO WS-MAN-FILE-NAME
          UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACES
             INTO WS-MAN-FILE-NAME
          END-UNSTRING
          IF WS-MAN-FILE-NAME = SPACES
             MOVE "DB2EXT.MAN"         TO WS-MAN-FILE-NAME
          END-IF

          OPEN INPUT MANIFEST-FILE
          IF NOT V-MAN-OK
             DISPLAY "DB2EXV1: cannot open " WS-MAN-FILE-NAME
                ", status " WS-MAN-STATUS
             MOVE 12                   TO RETURN-CODE
             STOP RUN
          END-IF

          PERFORM LOAD-MANIFEST-LINE
             UNTIL NOT V-MAN-OK

          IF NOT V-MAN-EOF
             DISPLAY "DB2EXV1: manifest read failed, status "
                WS-MAN-STATUS
             CLOSE MANIFEST-FILE
             MOVE 12                   TO RETURN-CODE
             STOP RUN
          END-IF

          CLOSE MANIFEST-FILE

          IF WS-MAN-CNT = 0
             AND NOT V-END-SEEN
             DISPLAY "DB2EXV1: " WS-MAN-FILE-NAME
                " lists no extract"
             MOVE 12                   TO RETURN-CODE
             STOP RUN
          END-IF

          OPEN OUTPUT REPORT-FILE
          IF NOT V-REPORT-OK
             DISPLAY "DB2EXV1: cannot open DB2EXV.RPT, status "
                WS-REPORT-STATUS
             MOVE 12                   TO RETURN-CODE
             STOP RUN
          END-IF

          PERFORM WRITE-REPORT-HEADER

          PERFORM VARYING WS-IDX FROM 1 BY 1
             UNTIL WS-IDX > WS-MAN-CNT
             PERFORM VERIFY-ONE-EXTRACT
          END-PERFORM

          PERFORM WRITE-SUMMARY

          CLOSE REPORT-FILE

          DISPLAY "DB2EXV1: " WS-OK-CNT " verified, "
             WS-FAILED-CNT " failed"

          MOVE WS-FINAL-RC             TO RETURN-CODE

          STOP RUN

          .
       MAIN-DB2EXV1-EX.
          EXIT.

      *>------------------------------------------------------------------------
       LOAD-MANIFEST-LINE SECTION.
      *>------------------------------------------------------------------------

          READ MANIFEST-FILE
          END-READ

          IF V-MAN-OK
             EVALUATE TRUE
                WHEN V-MAN-END
                   AND MAN-REQUEST-NBR NUMERIC
                   SET V-END-SEEN      TO TRUE
                   MOVE MAN-REQUEST-NBR TO WS-END-REQUEST-CNT

                WHEN V-MAN-EXTRACT
                   AND MAN-REQUEST-NBR NUMERIC
                   AND MAN-ROWS NUMERIC
                   AND MAN-BYTES NUMERIC
                   AND MAN-HASH-TOTAL NUMERIC
                   PERFORM KEEP-MANIFEST-EXTRACT

                WHEN MANIFEST-RECORD = SPACES
                   CONTINUE

      *>           a damaged line cannot be verified against - it
      *>           fails the delivery
                WHEN OTHER
                   ADD 1               TO WS-MAN-BAD-CNT
             END-EVALUATE
          END-IF

          .
       LOAD-MANIFEST-LINE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       KEEP-MANIFEST-EXTRACT SECTION.
      *>------------------------------------------------------------------------

          PERFORM VARYING WS-IDX FROM 1 BY 1
             UNTIL WS-IDX > WS-MAN-CNT
                OR WS-MT-REQUEST-NBR(WS-IDX) = MAN-REQUEST-NBR
             CONTINUE
          END-PERFORM

          IF WS-IDX > WS-MAN-CNT
             IF WS-MAN-CNT < WS-MAN-MAX
                ADD 1                  TO WS-MAN-CNT
                MOVE WS-MAN-CNT        TO WS-IDX
             ELSE
                SET V-MAN-FULL         TO TRUE
                MOVE 0                 TO WS-IDX
             END-IF
          END-IF

          IF WS-IDX > 0
             MOVE MAN-REQUEST-NBR      TO WS-MT-REQUEST-NBR(WS-IDX)
             MOVE MAN-DBALIAS          TO WS-MT-DBALIAS(WS-IDX)
             MOVE MAN-ROWS             TO WS-MT-ROWS(WS-IDX)
             MOVE MAN-BYTES            TO WS-MT-BYTES(WS-IDX)
             MOVE MAN-DELIMITER        TO WS-MT-DELIMITER(WS-IDX)
             MOVE MAN-HASH-COLUMN      TO WS-MT-HASH-COLUMN(WS-IDX)
             MOVE MAN-HASH-TOTAL       TO WS-MT-HASH-TOTAL(WS-IDX)
             MOVE MAN-FILE-NAME        TO WS-MT-FILE-NAME(WS-IDX)
          END-IF

          .
       KEEP-MANIFEST-EXTRACT-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-REPORT-HEADER SECTION.
      *>------------------------------------------------------------------------

          MOVE WS-MAN-FILE-NAME        TO WS-HDR-MANIFEST
          MOVE FUNCTION CURRENT-DATE   TO WS-HDR-CHECKED
          WRITE REPORT-LINE FROM WS-RPT-HEADER

          MOVE SPACES                  TO REPORT-LINE
          WRITE REPORT-LINE

          WRITE REPORT-LINE FROM WS-RPT-COL-HEADER

          .
       WRITE-REPORT-HEADER-EX.
          EXIT.

      *>------------------------------------------------------------------------
       VERIFY-ONE-EXTRACT SECTION.
      *>------------------------------------------------------------------------

          MOVE SPACES                  TO WS-RESULT
          MOVE 0                       TO WS-LINE-CNT
          SET V-TRAILER-NOT-SEEN       TO TRUE
          SET V-NOTHING-AFTER-TRAILER  TO TRUE
          SET V-TRAILER-GOOD           TO TRUE
          SET V-COUNT-GOOD             TO TRUE
          SET V-HASHCOL-FOUND          TO TRUE
          INITIALIZE XCT-MOD

          MOVE WS-MT-FILE-NAME(WS-IDX) TO WS-EXT-FILE-NAME

          OPEN INPUT EXTRACT-FILE
          IF NOT V-EXTRACT-OK
             MOVE "MISSING"            TO WS-RESULT
          ELSE
             PERFORM READ-EXTRACT-LINE
                UNTIL NOT V-EXTRACT-OK

             IF NOT V-EXTRACT-EOF
                MOVE "READ FAILED"     TO WS-RESULT
             END-IF

             CLOSE EXTRACT-FILE
          END-IF

      *>     the first finding decides the result
          IF WS-RESULT = SPACES
             EVALUATE TRUE
                WHEN WS-LINE-CNT = 0
                   MOVE "EMPTY"        TO WS-RESULT

                WHEN V-TRAILER-NOT-SEEN
                   MOVE "NO TRAILER - TRUNCATED" TO WS-RESULT

                WHEN V-AFTER-TRAILER
                   MOVE "LINES AFTER TRAILER" TO WS-RESULT

                WHEN V-TRAILER-BAD
                   MOVE "TRAILER COUNT MISMATCH" TO WS-RESULT

                WHEN V-HASHCOL-MISSING
                   MOVE "HASHCOL NOT IN HEADER" TO WS-RESULT

                WHEN V-COUNT-FAILED
                   MOVE "HASHCOL NOT NUMERIC" TO WS-RESULT

                WHEN XCT-ROWS OF XCT-MOD NOT = WS-MT-ROWS(WS-IDX)
                   MOVE "ROW COUNT MISMATCH" TO WS-RESULT

                WHEN XCT-BYTES OF XCT-MOD NOT = WS-MT-BYTES(WS-IDX)
                   MOVE "BYTE COUNT MISMATCH" TO WS-RESULT

                WHEN WS-MT-HASH-COLUMN(WS-IDX) NOT = SPACES
                   AND XCT-HASH-TOTAL OF XCT-MOD
                       NOT = WS-MT-HASH-TOTAL(WS-IDX)
                   MOVE "HASH TOTAL MISMATCH" TO WS-RESULT

                WHEN OTHER
                   MOVE "OK"           TO WS-RESULT
             END-EVALUATE
          END-IF

          MOVE WS-MT-REQUEST-NBR(WS-IDX) TO WS-RPT-REQ
          MOVE WS-MT-DBALIAS(WS-IDX)   TO WS-RPT-DBALIAS
          MOVE WS-MT-FILE-NAME(WS-IDX) TO WS-RPT-FILE
          MOVE XCT-ROWS OF XCT-MOD     TO WS-RPT-ROWS
          MOVE XCT-BYTES OF XCT-MOD    TO WS-RPT-BYTES
          MOVE WS-RESULT               TO WS-RPT-RESULT
          WRITE REPORT-LINE FROM WS-RPT-FILE-LINE

          IF V-RESULT-OK
             ADD 1                     TO WS-OK-CNT
          ELSE
             ADD 1                     TO WS-FAILED-CNT
             DISPLAY "DB2EXV1: " WS-MT-FILE-NAME(WS-IDX)
             DISPLAY "         " WS-RESULT
             MOVE 8                    TO WS-FINAL-RC

             IF WS-RESULT NOT = "MISSING"
                MOVE "     MANIFEST: " TO WS-RPT-TOT-LABEL
                MOVE WS-MT-ROWS(WS-IDX) TO WS-RPT-TOT-ROWS
                MOVE WS-MT-BYTES(WS-IDX) TO WS-RPT-TOT-BYTES
                MOVE WS-MT-HASH-TOTAL(WS-IDX) TO WS-RPT-TOT-HASH
                WRITE REPORT-LINE FROM WS-RPT-TOTALS-LINE

                MOVE "     FOUND:    " TO WS-RPT-TOT-LABEL
                MOVE XCT-ROWS OF XCT-MOD TO WS-RPT-TOT-ROWS
                MOVE XCT-BYTES OF XCT-MOD TO WS-RPT-TOT-BYTES
                MOVE XCT-HASH-TOTAL OF XCT-MOD TO WS-RPT-TOT-HASH
                WRITE REPORT-LINE FROM WS-RPT-TOTALS-LINE
             END-IF
          END-IF

          .
       VERIFY-ONE-EXTRACT-EX.
          EXIT.

      *>------------------------------------------------------------------------
       READ-EXTRACT-LINE SECTION.
      *>------------------------------------------------------------------------

          READ EXTRACT-FILE
          END-READ

          IF V-EXTRACT-OK
             ADD 1                     TO WS-LINE-CNT

             MOVE SPACES               TO WS-TRAILER-TAG
             STRING "TRAILER" WS-MT-DELIMITER(WS-IDX)
                DELIMITED BY SIZE
                INTO WS-TRAILER-TAG
             END-STRING

             MOVE EXTRACT-RECORD       TO XCT-LINE OF XCT-MOD
             MOVE WS-MT-DELIMITER(WS-IDX) TO XCT-DELIMITER OF XCT-MOD
             MOVE WS-MT-HASH-COLUMN(WS-IDX)
               TO XCT-HASH-COLUMN OF XCT-MOD

             EVALUATE TRUE
                WHEN V-TRAILER-SEEN
                   SET V-AFTER-TRAILER TO TRUE

                WHEN WS-LINE-CNT = 1
                   SET V-XCT-FNC-HEADER OF XCT-MOD TO TRUE
                   CALL "DB2XCT1" USING XCT-MOD END-CALL
                   IF V-XCT-NO-COLUMN OF XCT-MOD
                      SET V-HASHCOL-MISSING TO TRUE
                   END-IF

                WHEN EXTRACT-RECORD(1:8) = WS-TRAILER-TAG
                   SET V-TRAILER-SEEN  TO TRUE
                   PERFORM CHECK-TRAILER-COUNT
                   SET V-XCT-FNC-TRAILER OF XCT-MOD TO TRUE
                   CALL "DB2XCT1" USING XCT-MOD END-CALL

                WHEN OTHER
      *>              a hash column missing from the header is
      *>              already on record - the rows are still counted
                   IF V-HASHCOL-MISSING
                      MOVE SPACES      TO XCT-HASH-COLUMN OF XCT-MOD
                   END-IF
                   SET V-XCT-FNC-ROW OF XCT-MOD TO TRUE
                   CALL "DB2XCT1" USING XCT-MOD END-CALL
                   IF NOT V-XCT-OK OF XCT-MOD
                      SET V-COUNT-FAILED TO TRUE
                   END-IF
             END-EVALUATE
          END-IF

          .
       READ-EXTRACT-LINE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       CHECK-TRAILER-COUNT SECTION.
      *>------------------------------------------------------------------------

      *>     the trailer carries the rows the extract wrote; it must
      *>     agree with the rows actually found between it and the
      *>     header
          MOVE EXTRACT-RECORD(9:20)    TO WS-TRAILER-TEXT

          IF WS-TRAILER-TEXT = SPACES
             OR FUNCTION TEST-NUMVAL(WS-TRAILER-TEXT) NOT = 0
             SET V-TRAILER-BAD         TO TRUE
          ELSE
             COMPUTE WS-TRAILER-CNT = FUNCTION NUMVAL(WS-TRAILER-TEXT)
             END-COMPUTE
             IF WS-TRAILER-CNT NOT = XCT-ROWS OF XCT-MOD
                SET V-TRAILER-BAD      TO TRUE
             END-IF
          END-IF

          .
       CHECK-TRAILER-COUNT-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-SUMMARY SECTION.
      *>------------------------------------------------------------------------

          MOVE SPACES                  TO REPORT-LINE
          WRITE REPORT-LINE

          MOVE WS-MAN-CNT              TO WS-SUM-LISTED
          MOVE WS-OK-CNT               TO WS-SUM-OK
          MOVE WS-FAILED-CNT           TO WS-SUM-FAILED
          WRITE REPORT-LINE FROM WS-RPT-SUMMARY

          IF WS-MAN-BAD-CNT > 0
             MOVE "FAILED: MANIFEST HOLDS DAMAGED LINES"
               TO REPORT-LINE
             WRITE REPORT-LINE
             MOVE 8                    TO WS-FINAL-RC
          END-IF

          IF V-MAN-FULL
             MOVE "FAILED: MANIFEST LISTS MORE EXTRACTS THAN CHECKED"
               TO REPORT-LINE
             WRITE REPORT-LINE
             MOVE 8                    TO WS-FINAL-RC
          END-IF

          EVALUATE TRUE
             WHEN NOT V-END-SEEN
                MOVE "WARNING: NO END LINE - THE RUN DID NOT FINISH"
                  TO REPORT-LINE
                WRITE REPORT-LINE
                IF WS-FINAL-RC < 4
                   MOVE 4              TO WS-FINAL-RC
                END-IF

             WHEN WS-END-REQUEST-CNT NOT = WS-MAN-CNT
                MOVE "FAILED: END LINE AND EXTRACT LINES DISAGREE"
                  TO REPORT-LINE
                WRITE REPORT-LINE
                MOVE 8                 TO WS-FINAL-RC

             WHEN OTHER
                MOVE "RUN COMPLETE - EVERY REQUEST OF THE SCRIPT LISTED"
                  TO REPORT-LINE
                WRITE REPORT-LINE
          END-EVALUATE

          .
       WRITE-SUMMARY-EX.
          EXIT.

       END PROGRAM DB2EXV1.
