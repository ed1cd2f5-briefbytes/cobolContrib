      *>************************************************************************
      *>  This file is part of DB2sample.
      *>
      *>  DB2DRF1.cob is free software: you can redistribute it and/or
      *>  modify it under the terms of the GNU Lesser General Public License as
      *>  published by the Free Software Foundation, either version 3 of the
      *>  License, or (at your option) any later version.
      *>
      *>  DB2DRF1.cob is distributed in the hope that it will be useful,
      *>  but WITHOUT ANY WARRANTY; without even the implied warranty of
      *>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
      *>  See the GNU Lesser General Public License for more details.
      *>
      *>  You should have received a copy of the GNU Lesser General Public
      *>  License along with DB2DRF1.cob.
      *>  If not, see <http://www.gnu.org/licenses/>.
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2DRF1.cob
      *>
      *> Purpose:      Check drift report. DB2CHK1 only says whether a
      *>               check stayed inside its EXPECT range - a table
      *>               that loses 40 percent of its rows over a
      *>               maintenance weekend still passes. This report
      *>               reads the check result history DB2CHKHS and
      *>               compares every check's latest value
      *>               - with its previous run, and
      *>               - with its average over the runs before,
      *>               and flags a change beyond the check's DRIFTPCT
      *>               percentage from the DB2CHKPK pack, so "did
      *>               anything change that shouldn't have" has an
      *>               answer on one page.
      *>
      *>               A check whose value is text (or whose SELECT
      *>               failed) is compared with its previous run as
      *>               text: any difference is flagged CHANGED. A check
      *>               with one run only is shown as FIRST.
      *>
      *> Author:       Laszlo Erdos - https://www.facebook.com/wortfee
      *>
      *> Date-Written: 2026.10.15
      *>
      *> Tectonics:    cobc -x DB2DRF1.cob
      *>
      *> Usage:        DB2DRF1 [RUNS] [DEFAULT-TOLERANCE]
      *>
      *>               RUNS is how many runs before the latest one make
      *>               up the average, 1 to 30; it defaults to 5.
      *>               DEFAULT-TOLERANCE is the percentage used for a
      *>               check without a DRIFTPCT line in the pack; it
      *>               defaults to 10. The report is written to
      *>               DB2DRF.RPT.
      *>
      *>               RETURN-CODE:  0 no check drifted
      *>                             4 no history to compare yet
      *>                             8 at least one check DRIFT or
      *>                               CHANGED
      *>                            12 parameter error or history/
      *>                               report file not usable
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Laszlo Erdos:
      *>            - first version.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2DRF1.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECK-HISTORY-FILE ASSIGN TO "DB2CHKHS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CHKH-KEY
              FILE STATUS IS WS-CHKH-STATUS.

           SELECT REPORT-FILE ASSIGN TO "DB2DRF.RPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHECK-HISTORY-FILE.
      *> record layout
       COPY "DB2CHKH.cpy".

       FD  REPORT-FILE.
       01 REPORT-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-CHKH-STATUS               PIC X(2).
          88 V-CHKH-OK                 VALUE "00".
          88 V-CHKH-EOF                VALUE "10".
          88 V-CHKH-NOT-FOUND          VALUE "23".

       01 WS-REPORT-STATUS             PIC X(2).
          88 V-REPORT-OK               VALUE "00".

      *> command line: optional number of runs for the average and
      *> optional default tolerance in percent
       01 WS-CMD-LINE                  PIC X(80).
       01 WS-PARM-RUNS                 PIC X(8).
       01 WS-PARM-TOLERANCE            PIC X(8).
       01 WS-AVG-RUNS                  PIC 9(2) COMP-5 VALUE 5.
       01 WS-DEFAULT-TOL               PIC 9(5)V9(2) VALUE 10.

       01 WS-PARM-ERROR                PIC X(1) VALUE "N".
          88 V-PARM-ERROR              VALUE "Y".

      *> the check being collected: its latest runs, oldest first.
      *> The window holds the average's runs plus the latest one
       01 WS-CUR-DBALIAS               PIC X(9).
       01 WS-CUR-CHECK                 PIC X(20).
       01 WS-CUR-ACTIVE                PIC X(1) VALUE "N".
          88 V-CUR-ACTIVE              VALUE "Y".

       01 WS-WIN-LIMIT                 PIC 9(2) COMP-5.
       01 WS-WIN-CNT                   PIC 9(2) COMP-5 VALUE 0.
       01 WS-WIN-TAB.
         02 WS-WIN-ENTRY OCCURS 31 TIMES.
           03 WS-WIN-TS                PIC X(26).
           03 WS-WIN-NUMERIC           PIC X(1).
              88 V-WIN-NUMERIC         VALUE "Y".
           03 WS-WIN-NUM               PIC S9(13)V9(4) COMP-3.
           03 WS-WIN-TEXT              PIC X(40).
           03 WS-WIN-TOL-GIVEN         PIC X(1).
              88 V-WIN-TOL-GIVEN       VALUE "Y".
           03 WS-WIN-TOL               PIC 9(5)V9(2).

       01 WS-IDX                       PIC 9(2) COMP-5.
       01 WS-NEW-IDX                   PIC 9(2) COMP-5.
       01 WS-PREV-IDX                  PIC 9(2) COMP-5.

      *> the judgement of one check
       01 WS-TOLERANCE                 PIC 9(5)V9(2).
       01 WS-REF-NUM                   PIC S9(13)V9(4) COMP-3.
       01 WS-AVG-SUM                   PIC S9(15)V9(4) COMP-3.
       01 WS-AVG-CNT                   PIC 9(2) COMP-5.
       01 WS-PCT                       PIC S9(9)V9(2) COMP-3.
       01 WS-PCT-ABS                   PIC S9(9)V9(2) COMP-3.
       01 WS-PCT-OVER                  PIC X(1).
          88 V-PCT-OVER                VALUE "Y".
       01 WS-CHECK-FLAG                PIC X(7).

       01 WS-CHECK-CNT                 PIC 9(5) COMP-5 VALUE 0.
       01 WS-DRIFT-CNT                 PIC 9(5) COMP-5 VALUE 0.
       01 WS-FIRST-CNT                 PIC 9(5) COMP-5 VALUE 0.

       01 WS-FINAL-RC                  PIC S9(9) COMP-5 VALUE 0.

      *> report line layouts
       01 WS-RPT-HEADER.
         02 FILLER                     PIC X(24)
            VALUE "DB2 CHECK DRIFT REPORT  ".
         02 WS-HDR-DATE                PIC X(8).
         02 FILLER                     PIC X(68) VALUE SPACES.

       01 WS-RPT-BASIS.
         02 FILLER                     PIC X(48)
            VALUE "LATEST RUN AGAINST THE PREVIOUS ONE AND THE LAST".
         02 WS-BASIS-RUNS              PIC Z9.
         02 FILLER                     PIC X(30)
            VALUE " RUNS BEFORE IT, DEFAULT TOL. ".
         02 WS-BASIS-TOL               PIC ZZZZ9.99.
         02 FILLER                     PIC X(1) VALUE "%".
         02 FILLER                     PIC X(11) VALUE SPACES.

       01 WS-RPT-COL-HEADER.
         02 FILLER                     PIC X(40) VALUE
            "DBALIAS   CHECK                RUN DATE ".
         02 FILLER                     PIC X(39) VALUE
            "ACTUAL           VS PREV %  VS AVG %   ".
         02 FILLER                     PIC X(21) VALUE
            "TOL %   FLAG".

       01 WS-RPT-DRIFT-LINE.
         02 WS-RPT-ALIAS               PIC X(9).
         02 FILLER                     PIC X(1) VALUE SPACE.
         02 WS-RPT-CHECK               PIC X(20).
         02 FILLER                     PIC X(1) VALUE SPACE.
         02 WS-RPT-RUN-DATE            PIC X(8).
         02 FILLER                     PIC X(1) VALUE SPACE.
         02 WS-RPT-ACTUAL              PIC X(16).
         02 FILLER                     PIC X(1) VALUE SPACE.
         02 WS-RPT-PREV-PCT            PIC X(10).
         02 FILLER                     PIC X(1) VALUE SPACE.
         02 WS-RPT-AVG-PCT             PIC X(10).
         02 FILLER                     PIC X(1) VALUE SPACE.
         02 WS-RPT-TOL                 PIC ZZZ9.99.
         02 FILLER                     PIC X(1) VALUE SPACE.
         02 WS-RPT-FLAG                PIC X(7).
         02 FILLER                     PIC X(6) VALUE SPACES.

       01 WS-EDIT-NUM                  PIC -(12)9.99.
       01 WS-EDIT-PCT                  PIC -(6)9.99.

       01 WS-RPT-SUMMARY.
         02 FILLER                     PIC X(9) VALUE "SUMMARY: ".
         02 WS-SUM-CHECKS              PIC Z(4)9.
         02 FILLER                     PIC X(9) VALUE " CHECKS, ".
         02 WS-SUM-DRIFT               PIC Z(4)9.
         02 FILLER                     PIC X(21)
            VALUE " DRIFTED OR CHANGED, ".
         02 WS-SUM-FIRST               PIC Z(4)9.
         02 FILLER                     PIC X(10) VALUE " FIRST RUN".
         02 FILLER                     PIC X(36) VALUE SPACES.

       PROCEDURE DIVISION.

      *>------------------------------------------------------------------------
       MAIN-DB2DRF1 SECTION.
      *>------------------------------------------------------------------------

          PERFORM PARSE-PARAMETERS

          IF V-PARM-ERROR
             DISPLAY "DB2DRF1: usage: [RUNS] [DEFAULT-TOLERANCE]"
             MOVE 12                   TO RETURN-CODE
             STOP RUN
          END-IF

          OPEN INPUT CHECK-HISTORY-FILE
          IF NOT V-CHKH-OK
             DISPLAY "DB2DRF1: cannot open DB2CHKHS, status "
                WS-CHKH-STATUS
             MOVE 12                   TO RETURN-CODE
             STOP RUN
          END-IF

          OPEN OUTPUT REPORT-FILE
          IF NOT V-REPORT-OK
             DISPLAY "DB2DRF1: cannot open DB2DRF.RPT, status "
                WS-REPORT-STATUS
             CLOSE CHECK-HISTORY-FILE
             MOVE 12                   TO RETURN-CODE
             STOP RUN
          END-IF

          PERFORM WRITE-REPORT-HEADER

          MOVE LOW-VALUES              TO CHKH-KEY
          START CHECK-HISTORY-FILE KEY IS NOT LESS THAN CHKH-KEY
          END-START

          IF V-CHKH-OK
             PERFORM COLLECT-ONE-RUN
                UNTIL NOT V-CHKH-OK
          END-IF

          IF V-CUR-ACTIVE
             PERFORM FINISH-CHECK
          END-IF

      *>     the end of the history is status 10 (or 23 from the
      *>     START of an empty file) - anything else left the report
      *>     half done, and that must not pass as a clean one
          IF NOT V-CHKH-EOF
             AND NOT V-CHKH-NOT-FOUND
             DISPLAY "DB2DRF1: DB2CHKHS read failed, status "
                WS-CHKH-STATUS
             MOVE "WARNING: CHECK HISTORY READ FAILED - INCOMPLETE"
               TO REPORT-LINE
             WRITE REPORT-LINE
             MOVE 12                   TO WS-FINAL-RC
          END-IF

          PERFORM WRITE-SUMMARY

          CLOSE CHECK-HISTORY-FILE
          CLOSE REPORT-FILE

          IF WS-FINAL-RC < 12
             EVALUATE TRUE
                WHEN WS-DRIFT-CNT > 0
                   MOVE 8              TO WS-FINAL-RC

                WHEN WS-CHECK-CNT = 0
                WHEN WS-CHECK-CNT = WS-FIRST-CNT
                   MOVE 4              TO WS-FINAL-RC

                WHEN OTHER
                   CONTINUE
             END-EVALUATE
          END-IF

          MOVE WS-FINAL-RC             TO RETURN-CODE

          STOP RUN

          .
       MAIN-DB2DRF1-EX.
          EXIT.

      *>------------------------------------------------------------------------
       PARSE-PARAMETERS SECTION.
      *>------------------------------------------------------------------------

          ACCEPT WS-CMD-LINE FROM COMMAND-LINE

          MOVE SPACES                  TO WS-PARM-RUNS
          MOVE SPACES                  TO WS-PARM-TOLERANCE

          UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACES
             INTO WS-PARM-RUNS
                  WS-PARM-TOLERANCE
          END-UNSTRING

          IF WS-PARM-RUNS NOT = SPACES
             IF FUNCTION TEST-NUMVAL(WS-PARM-RUNS) = 0
                AND FUNCTION NUMVAL(WS-PARM-RUNS) >= 1
                AND FUNCTION NUMVAL(WS-PARM-RUNS) <= 30
                COMPUTE WS-AVG-RUNS =
                   FUNCTION NUMVAL(WS-PARM-RUNS)
                END-COMPUTE
             ELSE
                SET V-PARM-ERROR       TO TRUE
             END-IF
          END-IF

          IF WS-PARM-TOLERANCE NOT = SPACES
             IF FUNCTION TEST-NUMVAL(WS-PARM-TOLERANCE) = 0
                AND FUNCTION NUMVAL(WS-PARM-TOLERANCE) >= 0
                COMPUTE WS-DEFAULT-TOL =
                   FUNCTION NUMVAL(WS-PARM-TOLERANCE)
                END-COMPUTE
             ELSE
                SET V-PARM-ERROR       TO TRUE
             END-IF
          END-IF

      *>     the window keeps the average's runs and the latest one
          COMPUTE WS-WIN-LIMIT = WS-AVG-RUNS + 1
          END-COMPUTE

          .
       PARSE-PARAMETERS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-REPORT-HEADER SECTION.
      *>------------------------------------------------------------------------

          MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HDR-DATE
          WRITE REPORT-LINE FROM WS-RPT-HEADER

          MOVE WS-AVG-RUNS             TO WS-BASIS-RUNS
          MOVE WS-DEFAULT-TOL          TO WS-BASIS-TOL
          WRITE REPORT-LINE FROM WS-RPT-BASIS

          MOVE SPACES                  TO REPORT-LINE
          WRITE REPORT-LINE

          WRITE REPORT-LINE FROM WS-RPT-COL-HEADER

          .
       WRITE-REPORT-HEADER-EX.
          EXIT.

      *>------------------------------------------------------------------------
       COLLECT-ONE-RUN SECTION.
      *>------------------------------------------------------------------------

      *>     the history comes in DBALIAS + check + time order: a new
      *>     key finishes the check before it
          READ CHECK-HISTORY-FILE NEXT RECORD
          END-READ

          IF V-CHKH-OK
             IF V-CUR-ACTIVE
                AND (CHKH-DBALIAS NOT = WS-CUR-DBALIAS
                     OR CHKH-CHECK NOT = WS-CUR-CHECK)
                PERFORM FINISH-CHECK
             END-IF

             IF NOT V-CUR-ACTIVE
                MOVE CHKH-DBALIAS      TO WS-CUR-DBALIAS
                MOVE CHKH-CHECK        TO WS-CUR-CHECK
                MOVE 0                 TO WS-WIN-CNT
                SET V-CUR-ACTIVE       TO TRUE
             END-IF

             PERFORM ADD-RUN-TO-WINDOW
          END-IF

          .
       COLLECT-ONE-RUN-EX.
          EXIT.

      *>------------------------------------------------------------------------
       ADD-RUN-TO-WINDOW SECTION.
      *>------------------------------------------------------------------------

      *>     a full window drops its oldest run
          IF WS-WIN-CNT < WS-WIN-LIMIT
             ADD 1                     TO WS-WIN-CNT
          ELSE
             PERFORM VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX >= WS-WIN-CNT
                MOVE WS-WIN-ENTRY(WS-IDX + 1)
                  TO WS-WIN-ENTRY(WS-IDX)
             END-PERFORM
          END-IF

          MOVE CHKH-TIMESTAMP          TO WS-WIN-TS(WS-WIN-CNT)
          MOVE CHKH-NUMERIC            TO WS-WIN-NUMERIC(WS-WIN-CNT)
          MOVE CHKH-ACTUAL-NUM         TO WS-WIN-NUM(WS-WIN-CNT)
          MOVE CHKH-ACTUAL-TEXT        TO WS-WIN-TEXT(WS-WIN-CNT)
          MOVE CHKH-TOL-GIVEN          TO WS-WIN-TOL-GIVEN(WS-WIN-CNT)
          MOVE CHKH-TOLERANCE          TO WS-WIN-TOL(WS-WIN-CNT)

          .
       ADD-RUN-TO-WINDOW-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FINISH-CHECK SECTION.
      *>------------------------------------------------------------------------

      *>     the latest run is judged with the tolerance the pack had
      *>     for it; the window's other runs are the history
          ADD 1                        TO WS-CHECK-CNT
          MOVE WS-WIN-CNT              TO WS-NEW-IDX
          MOVE SPACES                  TO WS-CHECK-FLAG
          MOVE SPACES                  TO WS-RPT-PREV-PCT
          MOVE SPACES                  TO WS-RPT-AVG-PCT

          IF V-WIN-TOL-GIVEN(WS-NEW-IDX)
             MOVE WS-WIN-TOL(WS-NEW-IDX) TO WS-TOLERANCE
          ELSE
             MOVE WS-DEFAULT-TOL       TO WS-TOLERANCE
          END-IF

          IF WS-WIN-CNT = 1
             MOVE "FIRST"              TO WS-CHECK-FLAG
             ADD 1                     TO WS-FIRST-CNT
          ELSE
             PERFORM COMPARE-WITH-PREVIOUS
             IF V-WIN-NUMERIC(WS-NEW-IDX)
                PERFORM COMPARE-WITH-AVERAGE
             END-IF
          END-IF

          IF WS-CHECK-FLAG = "DRIFT"
             OR WS-CHECK-FLAG = "CHANGED"
             ADD 1                     TO WS-DRIFT-CNT
          END-IF

          PERFORM WRITE-DRIFT-LINE

          MOVE "N"                     TO WS-CUR-ACTIVE

          .
       FINISH-CHECK-EX.
          EXIT.

      *>------------------------------------------------------------------------
       COMPARE-WITH-PREVIOUS SECTION.
      *>------------------------------------------------------------------------

      *>     two numbers compare in percent against the tolerance;
      *>     anything involving text compares as text
          COMPUTE WS-PREV-IDX = WS-NEW-IDX - 1
          END-COMPUTE

          IF V-WIN-NUMERIC(WS-NEW-IDX)
             AND V-WIN-NUMERIC(WS-PREV-IDX)
             MOVE WS-WIN-NUM(WS-PREV-IDX) TO WS-REF-NUM
             PERFORM COMPUTE-CHANGE-PCT
             MOVE WS-PCT               TO WS-EDIT-PCT
             MOVE WS-EDIT-PCT          TO WS-RPT-PREV-PCT
             IF V-PCT-OVER
                MOVE "DRIFT"           TO WS-CHECK-FLAG
             END-IF
          ELSE
             IF WS-WIN-TEXT(WS-NEW-IDX) = WS-WIN-TEXT(WS-PREV-IDX)
                AND WS-WIN-NUMERIC(WS-NEW-IDX)
                  = WS-WIN-NUMERIC(WS-PREV-IDX)
                MOVE "SAME"            TO WS-RPT-PREV-PCT
             ELSE
                MOVE "CHANGED"         TO WS-RPT-PREV-PCT
                MOVE "CHANGED"         TO WS-CHECK-FLAG
             END-IF
          END-IF

          .
       COMPARE-WITH-PREVIOUS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       COMPARE-WITH-AVERAGE SECTION.
      *>------------------------------------------------------------------------

      *>     the average takes the numeric runs before the latest one;
      *>     a failed run in between does not drag it to zero
          MOVE 0                       TO WS-AVG-SUM
          MOVE 0                       TO WS-AVG-CNT
          PERFORM VARYING WS-IDX FROM 1 BY 1
             UNTIL WS-IDX >= WS-NEW-IDX
             IF V-WIN-NUMERIC(WS-IDX)
                ADD WS-WIN-NUM(WS-IDX) TO WS-AVG-SUM
                ADD 1                  TO WS-AVG-CNT
             END-IF
          END-PERFORM

          IF WS-AVG-CNT > 0
             COMPUTE WS-REF-NUM ROUNDED = WS-AVG-SUM / WS-AVG-CNT
             END-COMPUTE
             PERFORM COMPUTE-CHANGE-PCT
             MOVE WS-PCT               TO WS-EDIT-PCT
             MOVE WS-EDIT-PCT          TO WS-RPT-AVG-PCT
             IF V-PCT-OVER
                AND WS-CHECK-FLAG = SPACES
                MOVE "DRIFT"           TO WS-CHECK-FLAG
             END-IF
          END-IF

          .
       COMPARE-WITH-AVERAGE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       COMPUTE-CHANGE-PCT SECTION.
      *>------------------------------------------------------------------------

      *>     change of the latest value against WS-REF-NUM in percent,
      *>     signed. From zero any change is beyond every tolerance;
      *>     what does not fit the picture is shown at its limit
          MOVE "N"                     TO WS-PCT-OVER

          EVALUATE TRUE
             WHEN WS-REF-NUM = 0
                AND WS-WIN-NUM(WS-NEW-IDX) = 0
                MOVE 0                 TO WS-PCT

             WHEN WS-REF-NUM = 0
                MOVE 999999.99         TO WS-PCT
                IF WS-WIN-NUM(WS-NEW-IDX) < 0
                   MOVE -999999.99     TO WS-PCT
                END-IF

             WHEN OTHER
                COMPUTE WS-PCT ROUNDED =
                   (WS-WIN-NUM(WS-NEW-IDX) - WS-REF-NUM) * 100
                   / FUNCTION ABS(WS-REF-NUM)
                   ON SIZE ERROR
                      MOVE 999999.99   TO WS-PCT
                END-COMPUTE
          END-EVALUATE

          IF WS-PCT > 999999.99
             MOVE 999999.99            TO WS-PCT
          END-IF
          IF WS-PCT < -999999.99
             MOVE -999999.99           TO WS-PCT
          END-IF

          IF WS-PCT < 0
             COMPUTE WS-PCT-ABS = 0 - WS-PCT
             END-COMPUTE
          ELSE
             MOVE WS-PCT               TO WS-PCT-ABS
          END-IF

          IF WS-PCT-ABS > WS-TOLERANCE
             SET V-PCT-OVER            TO TRUE
          END-IF

          .
       COMPUTE-CHANGE-PCT-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-DRIFT-LINE SECTION.
      *>------------------------------------------------------------------------

          MOVE WS-CUR-DBALIAS          TO WS-RPT-ALIAS
          MOVE WS-CUR-CHECK            TO WS-RPT-CHECK
          MOVE WS-WIN-TS(WS-NEW-IDX)(1:8) TO WS-RPT-RUN-DATE

          IF V-WIN-NUMERIC(WS-NEW-IDX)
             MOVE WS-WIN-NUM(WS-NEW-IDX) TO WS-EDIT-NUM
             MOVE WS-EDIT-NUM          TO WS-RPT-ACTUAL
          ELSE
             MOVE WS-WIN-TEXT(WS-NEW-IDX) TO WS-RPT-ACTUAL
          END-IF

          MOVE WS-TOLERANCE            TO WS-RPT-TOL
          MOVE WS-CHECK-FLAG           TO WS-RPT-FLAG

          WRITE REPORT-LINE FROM WS-RPT-DRIFT-LINE

          .
       WRITE-DRIFT-LINE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-SUMMARY SECTION.
      *>------------------------------------------------------------------------

          IF WS-CHECK-CNT = 0
             MOVE "NO CHECK HISTORY YET - RUN DB2CHK1 FIRST"
               TO REPORT-LINE
             WRITE REPORT-LINE
          END-IF

          MOVE SPACES                  TO REPORT-LINE
          WRITE REPORT-LINE

          MOVE WS-CHECK-CNT            TO WS-SUM-CHECKS
          MOVE WS-DRIFT-CNT            TO WS-SUM-DRIFT
          MOVE WS-FIRST-CNT            TO WS-SUM-FIRST
          WRITE REPORT-LINE FROM WS-RPT-SUMMARY

          DISPLAY WS-RPT-SUMMARY

          .
       WRITE-SUMMARY-EX.
          EXIT.

       END PROGRAM DB2DRF1.
