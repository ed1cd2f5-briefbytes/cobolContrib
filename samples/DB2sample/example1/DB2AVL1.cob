      *>************************************************************************
      *>  This file is part of DB2sample.
      *>
      *>  DB2AVL1.cob is free software: you can redistribute it and/or
      *>  modify it under the terms of the GNU Lesser General Public License as
      *>  published by the Free Software Foundation, either version 3 of the
      *>  License, or (at your option) any later version.
      *>
      *>  DB2AVL1.cob is distributed in the hope that it will be useful,
      *>  but WITHOUT ANY WARRANTY; without even the implied warranty of
      *>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
      *>  See the GNU Lesser General Public License for more details.
      *>
      *>  You should have received a copy of the GNU Lesser General Public
      *>  License along with DB2AVL1.cob.
      *>  If not, see <http://www.gnu.org/licenses/>.
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2AVL1.cob
      *>
      *> Purpose:      Monthly availability / SLA report per DBALIAS over
      *>               the DB2SWPHS sweep history DB2SWP1 (or DB2SWM1,
      *>               for a multi-stream sweep) keeps. Each
      *>               sweep result stands for the time until the next
      *>               sweep of the same subsystem: OK counts as up,
      *>               FAILED and TIMEOUT as down, IN-WINDOW as planned
      *>               downtime and is left out of the measured time
      *>               altogether.
      *>               EXPIRED and NOVAULT say nothing about the
      *>               subsystem (the sweep had no credential), so the
      *>               previous state simply carries on over them.
      *>
      *>               Per subsystem the report shows the down and the
      *>               planned minutes, the availability in percent of
      *>               the measured time, the number of distinct outages
      *>               (a run of FAILED sweeps is one outage) and the
      *>               longest one with its start, and judges the month
      *>               against the subsystem's target in DB2SLA.
      *>
      *>               Time before the first sweep of the month is not
      *>               measured. For the running month the measured time
      *>               ends now, and an outage still open is counted up
      *>               to now.
      *>
      *> Author:       Laszlo Erdos - https://www.facebook.com/wortfee
      *>
      *> Date-Written: 2026.10.15
      *>
      *> Tectonics:    cobc -x DB2AVL1.cob
      *>
      *> Usage:        DB2AVL1 [MONTH] [DEFAULT-TARGET]
      *>
      *>               MONTH is YYYYMM and defaults to the previous
      *>               month - the report runs on the first of the
      *>               month. DEFAULT-TARGET is the availability in
      *>               percent for a DBALIAS without a DB2SLA line
      *>               (e.g. 99.5); it defaults to 99.00.
      *>
      *>               The report is written to DB2AVL.RPT.
      *>
      *>               RETURN-CODE:  0 every subsystem met its target
      *>                             4 no verdict for some subsystem
      *>                               (DB2SLA names it but the month
      *>                               holds no sweep of it), or a
      *>                               table overflowed
      *>                             8 at least one subsystem missed
      *>                               its target
      *>                            12 parameter error or history file
      *>                               not readable
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Laszlo Erdos:
      *>            - first version.
      *>            - TIMEOUT (no answer within the sweep's time budget)
      *>              counts as down, like FAILED.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2AVL1.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SWEEP-HISTORY-FILE ASSIGN TO "DB2SWPHS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SWPH-KEY
              FILE STATUS IS WS-SWPH-STATUS.

           SELECT DB2SLA-FILE ASSIGN TO "DB2SLA"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SLA-STATUS.

           SELECT REPORT-FILE ASSIGN TO "DB2AVL.RPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SWEEP-HISTORY-FILE.
      *> record layout
       COPY "DB2SWPH.cpy".

       FD  DB2SLA-FILE.
      *> record layout
       COPY "DB2SLA.cpy".

       FD  REPORT-FILE.
       01 REPORT-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-SWPH-STATUS               PIC X(2).
          88 V-SWPH-OK                 VALUE "00".
          88 V-SWPH-EOF                VALUE "10".
          88 V-SWPH-NOT-FOUND          VALUE "23".

       01 WS-SLA-STATUS                PIC X(2).
          88 V-SLA-OK                  VALUE "00".

       01 WS-REPORT-STATUS             PIC X(2).
          88 V-REPORT-OK               VALUE "00".

      *> command line: optional month and default target
       01 WS-CMD-LINE                  PIC X(80).
       01 WS-PARM-MONTH                PIC X(8).
       01 WS-PARM-TARGET               PIC X(8).
       01 WS-PARM-ERROR                PIC X(1) VALUE "N".
          88 V-PARM-ERROR              VALUE "Y".

       01 WS-DEFAULT-TARGET            PIC 9(3)V99 VALUE 99.00.

      *> the report month as YYYYMM, its first day and the first day
      *> of the month after - history dates are compared against both
       01 WS-MONTH.
         02 WS-MONTH-YYYY              PIC 9(4).
         02 WS-MONTH-MM                PIC 9(2).
       01 WS-MONTH-FIRST.
         02 WS-MONTH-FIRST-YYYYMM      PIC 9(6).
         02 WS-MONTH-FIRST-DD          PIC 9(2) VALUE 1.
       01 WS-MONTH-FIRST-N REDEFINES WS-MONTH-FIRST
                                       PIC 9(8).
       01 WS-NEXT-FIRST.
         02 WS-NEXT-YYYY               PIC 9(4).
         02 WS-NEXT-MM                 PIC 9(2).
         02 WS-NEXT-DD                 PIC 9(2) VALUE 1.
       01 WS-NEXT-FIRST-N REDEFINES WS-NEXT-FIRST
                                       PIC 9(8).

      *> time is counted in seconds since the start of the COBOL day
      *> count (INTEGER-OF-DATE) - a long way from overflowing
       01 WS-TS-IN                     PIC X(26).
       01 WS-TS-PART REDEFINES WS-TS-IN.
         02 WS-TS-DATE                 PIC 9(8).
         02 WS-TS-HH                   PIC 9(2).
         02 WS-TS-MI                   PIC 9(2).
         02 WS-TS-SS                   PIC 9(2).
         02 FILLER                     PIC X(12).
       01 WS-TS-SECS                   PIC S9(15) COMP-5.
       01 WS-PERIOD-START-SECS         PIC S9(15) COMP-5.
       01 WS-PERIOD-END-SECS           PIC S9(15) COMP-5.
       01 WS-NOW-SECS                  PIC S9(15) COMP-5.
       01 WS-NOW-TS                    PIC X(26).
       01 WS-PERIOD-END-TS             PIC X(12).
       01 WS-LAST-DAY                  PIC 9(8).

      *> where the record just read lies against the report month
       01 WS-REC-DATE                  PIC 9(8).
       01 WS-REC-POSITION              PIC X(1).
          88 V-REC-BEFORE              VALUE "B".
          88 V-REC-IN-MONTH            VALUE "M".
          88 V-REC-AFTER               VALUE "A".
          88 V-REC-IGNORE              VALUE "I".

      *> the subsystem being measured; the state of its last sweep
      *> holds until the next sweep (or the end of the period)
       01 WS-CUR-ALIAS                 PIC X(9) VALUE SPACES.
       01 WS-CUR-ACTIVE                PIC X(1) VALUE "N".
          88 V-CUR-ACTIVE              VALUE "Y".
       01 WS-PRIOR-STATE               PIC X(1).
          88 V-PRIOR-NONE              VALUE " ".
          88 V-PRIOR-UP                VALUE "U".
          88 V-PRIOR-DOWN              VALUE "D".
          88 V-PRIOR-PLANNED           VALUE "P".
       01 WS-NEW-STATE                 PIC X(1).
          88 V-NEW-NONE                VALUE " ".
          88 V-NEW-UP                  VALUE "U".
          88 V-NEW-DOWN                VALUE "D".
          88 V-NEW-PLANNED             VALUE "P".
       01 WS-PRIOR-SECS                PIC S9(15) COMP-5.
       01 WS-INTERVAL-END-SECS         PIC S9(15) COMP-5.
       01 WS-INTERVAL-SECS             PIC S9(15) COMP-5.

       01 WS-SAMPLE-CNT                PIC 9(7) COMP-5.
       01 WS-NOCRED-CNT                PIC 9(7) COMP-5.
       01 WS-UP-SECS                   PIC S9(15) COMP-5.
       01 WS-DOWN-SECS                 PIC S9(15) COMP-5.
       01 WS-PLANNED-SECS              PIC S9(15) COMP-5.
       01 WS-OUTAGE-CNT                PIC 9(5) COMP-5.
       01 WS-OUTAGE-SECS               PIC S9(15) COMP-5.
       01 WS-OUTAGE-START              PIC X(12).
       01 WS-LONGEST-SECS              PIC S9(15) COMP-5.
       01 WS-LONGEST-START             PIC X(12).
       01 WS-OUTAGE-OPEN               PIC X(1).
          88 V-OUTAGE-OPEN             VALUE "Y".
          88 V-OUTAGE-CLOSED           VALUE "N".

       01 WS-AVAIL-PCT                 PIC 9(3)V99.
       01 WS-TARGET-PCT                PIC 9(3)V99.
       01 WS-MINUTES                   PIC 9(7) COMP-5.

      *> availability targets from DB2SLA; SEEN marks the ones the
      *> month had sweeps for, the rest are listed without verdict
       01 WS-SLA-MAX                   PIC 9(3) COMP-5 VALUE 300.
       01 WS-SLA-CNT                   PIC 9(3) COMP-5 VALUE 0.
       01 WS-SLA-TAB OCCURS 300 TIMES.
         02 WS-SLA-ALIAS               PIC X(9).
         02 WS-SLA-TARGET              PIC 9(3)V99.
         02 WS-SLA-SEEN                PIC X(1).
            88 V-SLA-SEEN              VALUE "Y".
            88 V-SLA-NOT-SEEN          VALUE "N".
       01 WS-SLA-FULL-NOTED            PIC X(1) VALUE "N".
          88 V-SLA-FULL-NOTED          VALUE "Y".
       01 WS-SLA-BAD-CNT               PIC 9(3) COMP-5 VALUE 0.

       01 WS-IDX                       PIC 9(3) COMP-5.
       01 WS-HIT-IDX                   PIC 9(3) COMP-5.

       01 WS-ALIAS-CNT                 PIC 9(5) COMP-5 VALUE 0.
       01 WS-MET-CNT                   PIC 9(5) COMP-5 VALUE 0.
       01 WS-MISSED-CNT                PIC 9(5) COMP-5 VALUE 0.
       01 WS-NODATA-CNT                PIC 9(5) COMP-5 VALUE 0.
       01 WS-FINAL-RC                  PIC S9(9) COMP-5 VALUE 0.

       01 WS-RPT-HEADER.
         02 FILLER                     PIC X(33)
            VALUE "DB2 MONTHLY AVAILABILITY REPORT  ".
         02 WS-HDR-MONTH               PIC X(6).
         02 FILLER                     PIC X(17)
            VALUE "  MEASURED UNTIL ".
         02 WS-HDR-UNTIL               PIC X(12).
         02 FILLER                     PIC X(32) VALUE SPACES.

       01 WS-RPT-COL-HEADER.
         02 FILLER                     PIC X(44) VALUE
            "DBALIAS   SAMPLES DOWN-MIN PLAN-MIN OUTAGES ".
         02 FILLER                     PIC X(56) VALUE
            "LONGEST-MIN LONGEST-FROM AVAIL%  TARGET% RESULT".

       01 WS-RPT-AVAIL-LINE.
         02 WS-RPT-ALIAS               PIC X(9).
         02 FILLER                     PIC X(1) VALUE SPACE.
         02 WS-RPT-SAMPLES             PIC Z(6)9.
         02 FILLER                     PIC X(1) VALUE SPACE.
         02 WS-RPT-DOWN-MIN            PIC Z(7)9.
         02 FILLER                     PIC X(1) VALUE SPACE.
         02 WS-RPT-PLAN-MIN            PIC Z(7)9.
         02 FILLER                     PIC X(1) VALUE SPACE.
         02 WS-RPT-OUTAGES             PIC Z(6)9.
         02 FILLER                     PIC X(1) VALUE SPACE.
         02 WS-RPT-LONGEST-MIN         PIC Z(10)9.
         02 FILLER                     PIC X(1) VALUE SPACE.
         02 WS-RPT-LONGEST-FROM        PIC X(12).
         02 FILLER                     PIC X(1) VALUE SPACE.
         02 WS-RPT-AVAIL               PIC ZZ9.99.
         02 FILLER                     PIC X(3) VALUE SPACES.
         02 WS-RPT-TARGET              PIC ZZ9.99.
         02 FILLER                     PIC X(1) VALUE SPACE.
         02 WS-RPT-RESULT              PIC X(7).
         02 FILLER                     PIC X(8) VALUE SPACES.

       01 WS-RPT-NODATA-LINE.
         02 WS-RPT-ND-ALIAS            PIC X(9).
         02 FILLER                     PIC X(70) VALUE
            "   NO SWEEP OF THIS SUBSYSTEM IN THE MONTH - NO VERDICT".
         02 WS-RPT-ND-TARGET           PIC ZZ9.99.
         02 FILLER                     PIC X(15) VALUE SPACES.

       01 WS-RPT-SUMMARY.
         02 FILLER                     PIC X(9) VALUE "SUMMARY: ".
         02 WS-SUM-ALIASES             PIC Z(4)9.
         02 FILLER                     PIC X(13) VALUE " SUBSYSTEMS, ".
         02 WS-SUM-MET                 PIC Z(4)9.
         02 FILLER                     PIC X(6) VALUE " MET, ".
         02 WS-SUM-MISSED              PIC Z(4)9.
         02 FILLER                     PIC X(9) VALUE " MISSED, ".
         02 WS-SUM-NODATA              PIC Z(4)9.
         02 FILLER                     PIC X(11) VALUE " NO VERDICT".
         02 FILLER                     PIC X(32) VALUE SPACES.

       PROCEDURE DIVISION.

      *>------------------------------------------------------------------------
       MAIN-DB2AVL1 SECTION.
      *>------------------------------------------------------------------------

          PERFORM PARSE-PARAMETERS

          IF V-PARM-ERROR
             DISPLAY "DB2AVL1: usage: [MONTH] [DEFAULT-TARGET]"
             MOVE 12                   TO RETURN-CODE
             STOP RUN
          END-IF

          OPEN INPUT SWEEP-HISTORY-FILE
          IF NOT V-SWPH-OK
             DISPLAY "DB2AVL1: cannot open DB2SWPHS, status "
                WS-SWPH-STATUS
             MOVE 12                   TO RETURN-CODE
             STOP RUN
          END-IF

          OPEN OUTPUT REPORT-FILE
          IF NOT V-REPORT-OK
             DISPLAY "DB2AVL1: cannot open DB2AVL.RPT, status "
                WS-REPORT-STATUS
             CLOSE SWEEP-HISTORY-FILE
             MOVE 12                   TO RETURN-CODE
             STOP RUN
          END-IF

          PERFORM LOAD-SLA-TARGETS
          PERFORM WRITE-REPORT-HEADER

          MOVE LOW-VALUES              TO SWPH-KEY
          START SWEEP-HISTORY-FILE KEY IS NOT LESS THAN SWPH-KEY
          END-START

          IF V-SWPH-OK
             PERFORM READ-NEXT-HISTORY
          END-IF

          IF V-SWPH-OK
             PERFORM MEASURE-ONE-SAMPLE
                UNTIL NOT V-SWPH-OK
          END-IF

          IF V-CUR-ACTIVE
             PERFORM FINISH-SUBSYSTEM
          END-IF

      *>     the end of the history is status 10 (or 23 from the
      *>     START past the last subsystem) - anything else left the
      *>     month half read, and that must not pass as a clean report
          IF NOT V-SWPH-EOF
             AND NOT V-SWPH-NOT-FOUND
             DISPLAY "DB2AVL1: DB2SWPHS read failed, status "
                WS-SWPH-STATUS
             MOVE "WARNING: SWEEP HISTORY READ FAILED - INCOMPLETE"
               TO REPORT-LINE
             WRITE REPORT-LINE
             MOVE 12                   TO WS-FINAL-RC
          END-IF

          PERFORM WRITE-NODATA-SECTION
          PERFORM WRITE-SUMMARY

          CLOSE SWEEP-HISTORY-FILE
          CLOSE REPORT-FILE

          MOVE WS-FINAL-RC             TO RETURN-CODE

          STOP RUN

          .
       MAIN-DB2AVL1-EX.
          EXIT.

      *>------------------------------------------------------------------------
       PARSE-PARAMETERS SECTION.
      *>------------------------------------------------------------------------

          ACCEPT WS-CMD-LINE FROM COMMAND-LINE

          MOVE SPACES                  TO WS-PARM-MONTH
          MOVE SPACES                  TO WS-PARM-TARGET

          UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACES
             INTO WS-PARM-MONTH
                  WS-PARM-TARGET
          END-UNSTRING

          MOVE FUNCTION CURRENT-DATE   TO WS-NOW-TS

      *>     no month given: the month before the current one
          IF WS-PARM-MONTH = SPACES
             MOVE WS-NOW-TS(1:6)       TO WS-MONTH
             IF WS-MONTH-MM = 1
                SUBTRACT 1             FROM WS-MONTH-YYYY
                MOVE 12                TO WS-MONTH-MM
             ELSE
                SUBTRACT 1             FROM WS-MONTH-MM
             END-IF
          ELSE
             IF WS-PARM-MONTH(1:6) NOT NUMERIC
                OR WS-PARM-MONTH(7:2) NOT = SPACES
                SET V-PARM-ERROR       TO TRUE
             ELSE
                MOVE WS-PARM-MONTH(1:6) TO WS-MONTH
                IF WS-MONTH-MM < 1
                   OR WS-MONTH-MM > 12
                   OR WS-MONTH-YYYY < 1601
                   SET V-PARM-ERROR    TO TRUE
                END-IF
             END-IF
          END-IF

          IF WS-PARM-TARGET NOT = SPACES
             IF FUNCTION TEST-NUMVAL(WS-PARM-TARGET) = 0
                COMPUTE WS-DEFAULT-TARGET =
                   FUNCTION NUMVAL(WS-PARM-TARGET)
                END-COMPUTE
                IF WS-DEFAULT-TARGET > 100
                   SET V-PARM-ERROR    TO TRUE
                END-IF
             ELSE
                SET V-PARM-ERROR       TO TRUE
             END-IF
          END-IF

          IF NOT V-PARM-ERROR
             PERFORM SET-REPORT-PERIOD
          END-IF

          .
       PARSE-PARAMETERS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SET-REPORT-PERIOD SECTION.
      *>------------------------------------------------------------------------

          MOVE WS-MONTH                TO WS-MONTH-FIRST-YYYYMM
          MOVE 1                       TO WS-MONTH-FIRST-DD

          MOVE WS-MONTH-YYYY           TO WS-NEXT-YYYY
          MOVE WS-MONTH-MM             TO WS-NEXT-MM
          MOVE 1                       TO WS-NEXT-DD
          IF WS-NEXT-MM = 12
             ADD 1                     TO WS-NEXT-YYYY
             MOVE 1                    TO WS-NEXT-MM
          ELSE
             ADD 1                     TO WS-NEXT-MM
          END-IF

          COMPUTE WS-PERIOD-START-SECS =
             FUNCTION INTEGER-OF-DATE(WS-MONTH-FIRST-N) * 86400
          END-COMPUTE
          COMPUTE WS-PERIOD-END-SECS =
             FUNCTION INTEGER-OF-DATE(WS-NEXT-FIRST-N) * 86400
          END-COMPUTE

          MOVE WS-NOW-TS               TO WS-TS-IN
          PERFORM CONVERT-TIMESTAMP
          MOVE WS-TS-SECS              TO WS-NOW-SECS

      *>     a month that has not begun has nothing to measure; the
      *>     running month is measured up to now
          IF WS-NOW-SECS <= WS-PERIOD-START-SECS
             SET V-PARM-ERROR          TO TRUE
          ELSE
             IF WS-NOW-SECS < WS-PERIOD-END-SECS
                MOVE WS-NOW-SECS       TO WS-PERIOD-END-SECS
                MOVE WS-NOW-TS(1:12)   TO WS-PERIOD-END-TS
             ELSE
                COMPUTE WS-LAST-DAY =
                   FUNCTION DATE-OF-INTEGER(
                      FUNCTION INTEGER-OF-DATE(WS-NEXT-FIRST-N) - 1)
                END-COMPUTE
                MOVE WS-LAST-DAY       TO WS-PERIOD-END-TS(1:8)
                MOVE "2359"            TO WS-PERIOD-END-TS(9:4)
             END-IF
          END-IF

          .
       SET-REPORT-PERIOD-EX.
          EXIT.

      *>------------------------------------------------------------------------
       CONVERT-TIMESTAMP SECTION.
      *>------------------------------------------------------------------------

      *>     WS-TS-IN holds a CURRENT-DATE style timestamp; the caller
      *>     has made sure its first 14 characters are digits
          COMPUTE WS-TS-SECS =
             FUNCTION INTEGER-OF-DATE(WS-TS-DATE) * 86400
             + WS-TS-HH * 3600 + WS-TS-MI * 60 + WS-TS-SS
          END-COMPUTE

          .
       CONVERT-TIMESTAMP-EX.
          EXIT.

      *>------------------------------------------------------------------------
       LOAD-SLA-TARGETS SECTION.
      *>------------------------------------------------------------------------

      *>     DB2SLA is optional - without it every subsystem is judged
      *>     against the default target
          OPEN INPUT DB2SLA-FILE

          IF V-SLA-OK
             PERFORM LOAD-ONE-SLA-TARGET
                UNTIL NOT V-SLA-OK
             CLOSE DB2SLA-FILE
          END-IF

          .
       LOAD-SLA-TARGETS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       LOAD-ONE-SLA-TARGET SECTION.
      *>------------------------------------------------------------------------

          READ DB2SLA-FILE
          END-READ

          IF V-SLA-OK
             AND SLA-DBALIAS NOT = SPACES
             AND SLA-DBALIAS(1:1) NOT = "*"
             IF FUNCTION TEST-NUMVAL(SLA-TARGET-TEXT) NOT = 0
                OR SLA-TARGET-TEXT = SPACES
                ADD 1                  TO WS-SLA-BAD-CNT
                DISPLAY "DB2AVL1: DB2SLA target not numeric for "
                   SLA-DBALIAS " - default target used"
             ELSE
                IF WS-SLA-CNT < WS-SLA-MAX
                   ADD 1               TO WS-SLA-CNT
                   MOVE SLA-DBALIAS    TO WS-SLA-ALIAS(WS-SLA-CNT)
                   COMPUTE WS-SLA-TARGET(WS-SLA-CNT) =
                      FUNCTION NUMVAL(SLA-TARGET-TEXT)
                   END-COMPUTE
                   SET V-SLA-NOT-SEEN(WS-SLA-CNT) TO TRUE
                ELSE
                   SET V-SLA-FULL-NOTED TO TRUE
                END-IF
             END-IF
          END-IF

          .
       LOAD-ONE-SLA-TARGET-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-REPORT-HEADER SECTION.
      *>------------------------------------------------------------------------

          MOVE WS-MONTH                TO WS-HDR-MONTH
          MOVE WS-PERIOD-END-TS        TO WS-HDR-UNTIL
          WRITE REPORT-LINE FROM WS-RPT-HEADER

          MOVE SPACES                  TO REPORT-LINE
          WRITE REPORT-LINE

          WRITE REPORT-LINE FROM WS-RPT-COL-HEADER

          .
       WRITE-REPORT-HEADER-EX.
          EXIT.

      *>------------------------------------------------------------------------
       READ-NEXT-HISTORY SECTION.
      *>------------------------------------------------------------------------

      *>     delivers the next sweep of the report month. The history
      *>     is in DBALIAS + time order, so sweeps before the month are
      *>     skipped with one START per subsystem, and so are sweeps
      *>     after it
          READ SWEEP-HISTORY-FILE NEXT RECORD
          END-READ

          PERFORM JUDGE-RECORD-POSITION

          PERFORM SKIP-OUTSIDE-MONTH
             UNTIL NOT V-SWPH-OK
                OR V-REC-IN-MONTH

          .
       READ-NEXT-HISTORY-EX.
          EXIT.

      *>------------------------------------------------------------------------
       JUDGE-RECORD-POSITION SECTION.
      *>------------------------------------------------------------------------

          IF V-SWPH-OK
             IF SWPH-TIMESTAMP(1:14) NUMERIC
                MOVE SWPH-TIMESTAMP(1:8) TO WS-REC-DATE
                EVALUATE TRUE
                   WHEN WS-REC-DATE < WS-MONTH-FIRST-N
                      SET V-REC-BEFORE TO TRUE
                   WHEN WS-REC-DATE >= WS-NEXT-FIRST-N
                      SET V-REC-AFTER  TO TRUE
                   WHEN OTHER
                      SET V-REC-IN-MONTH TO TRUE
                END-EVALUATE
             ELSE
                SET V-REC-IGNORE       TO TRUE
             END-IF
          END-IF

          .
       JUDGE-RECORD-POSITION-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SKIP-OUTSIDE-MONTH SECTION.
      *>------------------------------------------------------------------------

          EVALUATE TRUE
      *>        jump to this subsystem's first sweep of the month
             WHEN V-REC-BEFORE
                MOVE LOW-VALUES        TO SWPH-TIMESTAMP
                MOVE WS-MONTH-FIRST    TO SWPH-TIMESTAMP(1:8)
                MOVE LOW-VALUES        TO SWPH-USERID
                START SWEEP-HISTORY-FILE
                   KEY IS NOT LESS THAN SWPH-KEY
                END-START

      *>        jump past the rest of this subsystem
             WHEN V-REC-AFTER
                MOVE HIGH-VALUES       TO SWPH-TIMESTAMP
                MOVE HIGH-VALUES       TO SWPH-USERID
                START SWEEP-HISTORY-FILE
                   KEY IS GREATER THAN SWPH-KEY
                END-START

             WHEN OTHER
                CONTINUE
          END-EVALUATE

          IF V-SWPH-OK
             READ SWEEP-HISTORY-FILE NEXT RECORD
             END-READ
             PERFORM JUDGE-RECORD-POSITION
          END-IF

          .
       SKIP-OUTSIDE-MONTH-EX.
          EXIT.

      *>------------------------------------------------------------------------
       MEASURE-ONE-SAMPLE SECTION.
      *>------------------------------------------------------------------------

          IF NOT V-CUR-ACTIVE
             OR SWPH-DBALIAS NOT = WS-CUR-ALIAS
             IF V-CUR-ACTIVE
                PERFORM FINISH-SUBSYSTEM
             END-IF
             PERFORM START-SUBSYSTEM
          END-IF

          ADD 1                        TO WS-SAMPLE-CNT

          EVALUATE SWPH-RESULT
             WHEN "OK"
                SET V-NEW-UP           TO TRUE
             WHEN "FAILED"
             WHEN "TIMEOUT"
                SET V-NEW-DOWN         TO TRUE
             WHEN "IN-WINDOW"
                SET V-NEW-PLANNED      TO TRUE
             WHEN OTHER
                SET V-NEW-NONE         TO TRUE
                ADD 1                  TO WS-NOCRED-CNT
          END-EVALUATE

      *>     a sweep without a credential proves nothing either way -
      *>     the previous state carries on over it
          IF NOT V-NEW-NONE
             MOVE SWPH-TIMESTAMP       TO WS-TS-IN
             PERFORM CONVERT-TIMESTAMP
             MOVE WS-TS-SECS           TO WS-INTERVAL-END-SECS
             PERFORM ADD-PRIOR-INTERVAL

             IF V-NEW-DOWN
                AND NOT V-OUTAGE-OPEN
                ADD 1                  TO WS-OUTAGE-CNT
                MOVE 0                 TO WS-OUTAGE-SECS
                MOVE SWPH-TIMESTAMP(1:12) TO WS-OUTAGE-START
                SET V-OUTAGE-OPEN      TO TRUE
             END-IF

             IF NOT V-NEW-DOWN
                AND V-OUTAGE-OPEN
                PERFORM CLOSE-OUTAGE
             END-IF

             MOVE WS-NEW-STATE         TO WS-PRIOR-STATE
             MOVE WS-TS-SECS           TO WS-PRIOR-SECS
          END-IF

          PERFORM READ-NEXT-HISTORY

          .
       MEASURE-ONE-SAMPLE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       START-SUBSYSTEM SECTION.
      *>------------------------------------------------------------------------

          MOVE SWPH-DBALIAS            TO WS-CUR-ALIAS
          SET V-CUR-ACTIVE             TO TRUE
          SET V-PRIOR-NONE             TO TRUE
          MOVE 0                       TO WS-PRIOR-SECS
          MOVE 0                       TO WS-SAMPLE-CNT
          MOVE 0                       TO WS-NOCRED-CNT
          MOVE 0                       TO WS-UP-SECS
          MOVE 0                       TO WS-DOWN-SECS
          MOVE 0                       TO WS-PLANNED-SECS
          MOVE 0                       TO WS-OUTAGE-CNT
          MOVE 0                       TO WS-OUTAGE-SECS
          MOVE 0                       TO WS-LONGEST-SECS
          MOVE SPACES                  TO WS-OUTAGE-START
          MOVE SPACES                  TO WS-LONGEST-START
          SET V-OUTAGE-CLOSED          TO TRUE

          .
       START-SUBSYSTEM-EX.
          EXIT.

      *>------------------------------------------------------------------------
       ADD-PRIOR-INTERVAL SECTION.
      *>------------------------------------------------------------------------

      *>     the time since the previous sweep goes to that sweep's
      *>     state. Before the first sweep of the month nothing is
      *>     known, so nothing is counted
          IF NOT V-PRIOR-NONE
             COMPUTE WS-INTERVAL-SECS =
                WS-INTERVAL-END-SECS - WS-PRIOR-SECS
             END-COMPUTE
             IF WS-INTERVAL-SECS < 0
                MOVE 0                 TO WS-INTERVAL-SECS
             END-IF

             EVALUATE TRUE
                WHEN V-PRIOR-UP
                   ADD WS-INTERVAL-SECS TO WS-UP-SECS
                WHEN V-PRIOR-DOWN
                   ADD WS-INTERVAL-SECS TO WS-DOWN-SECS
                   ADD WS-INTERVAL-SECS TO WS-OUTAGE-SECS
                WHEN V-PRIOR-PLANNED
                   ADD WS-INTERVAL-SECS TO WS-PLANNED-SECS
             END-EVALUATE
          END-IF

          .
       ADD-PRIOR-INTERVAL-EX.
          EXIT.

      *>------------------------------------------------------------------------
       CLOSE-OUTAGE SECTION.
      *>------------------------------------------------------------------------

          IF WS-OUTAGE-SECS > WS-LONGEST-SECS
             OR WS-LONGEST-START = SPACES
             MOVE WS-OUTAGE-SECS       TO WS-LONGEST-SECS
             MOVE WS-OUTAGE-START      TO WS-LONGEST-START
          END-IF

          SET V-OUTAGE-CLOSED          TO TRUE

          .
       CLOSE-OUTAGE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FINISH-SUBSYSTEM SECTION.
      *>------------------------------------------------------------------------

      *>     the last sweep's state holds to the end of the period; an
      *>     outage still open there counts with what it has so far
          MOVE WS-PERIOD-END-SECS      TO WS-INTERVAL-END-SECS
          PERFORM ADD-PRIOR-INTERVAL

          IF V-OUTAGE-OPEN
             PERFORM CLOSE-OUTAGE
          END-IF

          ADD 1                        TO WS-ALIAS-CNT

          PERFORM FIND-SLA-TARGET
          PERFORM WRITE-AVAIL-LINE

          MOVE "N"                     TO WS-CUR-ACTIVE

          .
       FINISH-SUBSYSTEM-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FIND-SLA-TARGET SECTION.
      *>------------------------------------------------------------------------

          MOVE 0                       TO WS-HIT-IDX
          PERFORM VARYING WS-IDX FROM 1 BY 1
             UNTIL WS-IDX > WS-SLA-CNT
             IF WS-SLA-ALIAS(WS-IDX) = WS-CUR-ALIAS
                MOVE WS-IDX            TO WS-HIT-IDX
                EXIT PERFORM
             END-IF
          END-PERFORM

          IF WS-HIT-IDX > 0
             MOVE WS-SLA-TARGET(WS-HIT-IDX) TO WS-TARGET-PCT
             SET V-SLA-SEEN(WS-HIT-IDX) TO TRUE
          ELSE
             MOVE WS-DEFAULT-TARGET    TO WS-TARGET-PCT
          END-IF

          .
       FIND-SLA-TARGET-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-AVAIL-LINE SECTION.
      *>------------------------------------------------------------------------

          MOVE WS-CUR-ALIAS            TO WS-RPT-ALIAS
          MOVE WS-SAMPLE-CNT           TO WS-RPT-SAMPLES

          COMPUTE WS-MINUTES = WS-DOWN-SECS / 60
          END-COMPUTE
          MOVE WS-MINUTES              TO WS-RPT-DOWN-MIN
          COMPUTE WS-MINUTES = WS-PLANNED-SECS / 60
          END-COMPUTE
          MOVE WS-MINUTES              TO WS-RPT-PLAN-MIN

          MOVE WS-OUTAGE-CNT           TO WS-RPT-OUTAGES
          COMPUTE WS-MINUTES = WS-LONGEST-SECS / 60
          END-COMPUTE
          MOVE WS-MINUTES              TO WS-RPT-LONGEST-MIN
          MOVE WS-LONGEST-START        TO WS-RPT-LONGEST-FROM

          MOVE WS-TARGET-PCT           TO WS-RPT-TARGET

      *>     availability is the share of the measured time, and the
      *>     planned windows are not measured time. A month of nothing
      *>     but windows (or of sweeps without credentials) gets no
      *>     verdict
          IF WS-UP-SECS + WS-DOWN-SECS = 0
             MOVE 0                    TO WS-RPT-AVAIL
             MOVE "NO DATA"            TO WS-RPT-RESULT
             ADD 1                     TO WS-NODATA-CNT
             IF WS-FINAL-RC < 4
                MOVE 4                 TO WS-FINAL-RC
             END-IF
          ELSE
             COMPUTE WS-AVAIL-PCT =
                WS-UP-SECS * 100 / (WS-UP-SECS + WS-DOWN-SECS)
             END-COMPUTE
             MOVE WS-AVAIL-PCT         TO WS-RPT-AVAIL

             IF WS-AVAIL-PCT >= WS-TARGET-PCT
                MOVE "MET"             TO WS-RPT-RESULT
                ADD 1                  TO WS-MET-CNT
             ELSE
                MOVE "MISSED"          TO WS-RPT-RESULT
                ADD 1                  TO WS-MISSED-CNT
                IF WS-FINAL-RC < 8
                   MOVE 8              TO WS-FINAL-RC
                END-IF
             END-IF
          END-IF

          WRITE REPORT-LINE FROM WS-RPT-AVAIL-LINE

          .
       WRITE-AVAIL-LINE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-NODATA-SECTION SECTION.
      *>------------------------------------------------------------------------

      *>     a subsystem with an agreed target but no sweep in the month
      *>     cannot prove its availability - it is named, not skipped
          PERFORM VARYING WS-IDX FROM 1 BY 1
             UNTIL WS-IDX > WS-SLA-CNT
             IF V-SLA-NOT-SEEN(WS-IDX)
                MOVE WS-SLA-ALIAS(WS-IDX)  TO WS-RPT-ND-ALIAS
                MOVE WS-SLA-TARGET(WS-IDX) TO WS-RPT-ND-TARGET
                WRITE REPORT-LINE FROM WS-RPT-NODATA-LINE
                ADD 1                  TO WS-NODATA-CNT
                IF WS-FINAL-RC < 4
                   MOVE 4              TO WS-FINAL-RC
                END-IF
             END-IF
          END-PERFORM

          .
       WRITE-NODATA-SECTION-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-SUMMARY SECTION.
      *>------------------------------------------------------------------------

          MOVE SPACES                  TO REPORT-LINE
          WRITE REPORT-LINE

          IF WS-ALIAS-CNT = 0
             MOVE "NO SWEEP HISTORY IN THE REPORT MONTH"
               TO REPORT-LINE
             WRITE REPORT-LINE
          END-IF

          MOVE WS-ALIAS-CNT            TO WS-SUM-ALIASES
          MOVE WS-MET-CNT              TO WS-SUM-MET
          MOVE WS-MISSED-CNT           TO WS-SUM-MISSED
          MOVE WS-NODATA-CNT           TO WS-SUM-NODATA
          WRITE REPORT-LINE FROM WS-RPT-SUMMARY

          IF V-SLA-FULL-NOTED
             MOVE "WARNING: DB2SLA TABLE FULL - DEFAULT TARGET USED"
               TO REPORT-LINE
             WRITE REPORT-LINE
             IF WS-FINAL-RC < 4
                MOVE 4                 TO WS-FINAL-RC
             END-IF
          END-IF

          IF WS-SLA-BAD-CNT > 0
             MOVE "WARNING: DB2SLA TARGET NOT NUMERIC - DEFAULT USED"
               TO REPORT-LINE
             WRITE REPORT-LINE
          END-IF

          .
       WRITE-SUMMARY-EX.
          EXIT.

       END PROGRAM DB2AVL1.
