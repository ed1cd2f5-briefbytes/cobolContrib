      *>               subsystem, and the return code lets the
      *>               scheduler hold dependent jobs on a FAIL.
      *>
      *>               Every check run is also added, with its actual
      *>               value, to the keyed check result history
      *>               DB2CHKHS - the drift report DB2DRF1 compares each
      *>               check with its earlier runs from there.
      *>
      *> Author:       Laszlo Erdos - https://www.facebook.com/wortfee
      *>
      *> Date-Written: 2026.09.01
      *>                          range as two values, space separated
      *>                 SQL      a SELECT returning one value - repeat
      *>                          the keyword to continue the statement
      *>                 DRIFTPCT the change in percent the drift
      *>                          report accepts for the check against
      *>                          its earlier runs (e.g. 5 or 2.5)
      *>                 RUN      executes the check built so far
      *>
      *>               RETURN-CODE:  0 every check passed
      *>                             8 at least one FAIL, so the
      *>                               scheduler can hold what depends
      *>                               on this subsystem
      *>                               (a check history that cannot
      *>                               be written raises a clean run
      *>                               to 4)
      *>                            12 pack/report file not usable,
      *>                               or a check history that is
      *>                               there but could not be opened
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.09.01 Laszlo Erdos:
      *>            - first version.
      *> 2026.10.15 Laszlo Erdos:
      *>            - every check's actual value, outcome and run
      *>              timestamp is added to the keyed check result
      *>              history DB2CHKHS (DB2CHKH.cpy) for the drift
      *>              report DB2DRF1. New pack keyword DRIFTPCT.
      *>************************************************************************

       IDENTIFICATION DIVISION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

           SELECT CHECK-HISTORY-FILE ASSIGN TO "DB2CHKHS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CHKH-KEY
              FILE STATUS IS WS-CHKH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PACK-FILE.
       FD  REPORT-FILE.
       01 REPORT-LINE                  PIC X(100).

       FD  CHECK-HISTORY-FILE.
      *> record layout
       COPY "DB2CHKH.cpy".

       WORKING-STORAGE SECTION.
       01 WS-PACK-STATUS               PIC X(2).
          88 V-PACK-OK                 VALUE "00".
       01 WS-REPORT-STATUS             PIC X(2).
          88 V-REPORT-OK               VALUE "00".

      *> the history is kept beside the report, not instead of it: a
      *> run whose history cannot be opened still runs its checks
       01 WS-CHKH-STATUS               PIC X(2).
          88 V-CHKH-OK                 VALUE "00".
          88 V-CHKH-DUPLICATE          VALUE "22".
          88 V-CHKH-NO-FILE            VALUE "35".

       01 WS-CHKH-OPEN                 PIC X(1) VALUE "N".
          88 V-CHKH-OPEN               VALUE "Y".
       01 WS-CHKH-BROKEN               PIC X(1) VALUE "N".
          88 V-CHKH-BROKEN             VALUE "Y".

      *> one timestamp for every check of the run
       01 WS-RUN-TS                    PIC X(26).

      *> the subsystem the checks currently run against - one ALIAS
      *> line covers all the checks after it, and the connection is
      *> held until the alias changes or the pack ends
       01 WS-EXPECT-HIGH               PIC X(20).
       01 WS-CHK-SQL                   PIC X(240).
       01 WS-CHK-SQL-PTR               PIC 9(4) COMP-5 VALUE 1.
       01 WS-CHK-TOLERANCE             PIC 9(5)V9(2).
       01 WS-CHK-TOL-GIVEN             PIC X(1).
          88 V-CHK-TOL-GIVEN           VALUE "Y".

      *> outcome of the check under execution
       01 WS-CHK-RESULT                PIC X(4).
             STOP RUN
          END-IF

          MOVE FUNCTION CURRENT-DATE   TO WS-RUN-TS
          PERFORM OPEN-CHECK-HISTORY

          MOVE SPACES                  TO WS-CUR-DBALIAS
          MOVE SPACES                  TO WS-CUR-USERID
          PERFORM INIT-CHECK-FIELDS
                CONTINUE
          END-EVALUATE

          IF V-CHKH-OPEN
             CLOSE CHECK-HISTORY-FILE
          ELSE
             IF WS-FINAL-RC < 4
                MOVE 4                 TO WS-FINAL-RC
             END-IF
          END-IF

          IF V-CHKH-BROKEN
             MOVE 12                   TO WS-FINAL-RC
          END-IF

          MOVE WS-FINAL-RC             TO RETURN-CODE

          STOP RUN
       MAIN-DB2CHK1-EX.
          EXIT.

      *>------------------------------------------------------------------------
       OPEN-CHECK-HISTORY SECTION.
      *>------------------------------------------------------------------------

      *>     the history file is created on the first run after it
      *>     was introduced - only when it is missing: a history that
      *>     is locked or not readable is never written over. Without
      *>     it the checks still run, but the return code tells the
      *>     scheduler: 4 for a gap, 12 for a history that is there
      *>     and could not be opened
          OPEN I-O CHECK-HISTORY-FILE
          IF V-CHKH-NO-FILE
             CLOSE CHECK-HISTORY-FILE
             OPEN OUTPUT CHECK-HISTORY-FILE
             CLOSE CHECK-HISTORY-FILE
             OPEN I-O CHECK-HISTORY-FILE
          ELSE
             IF NOT V-CHKH-OK
                SET V-CHKH-BROKEN      TO TRUE
             END-IF
          END-IF

          IF V-CHKH-OK
             SET V-CHKH-OPEN           TO TRUE
          ELSE
             DISPLAY "DB2CHK1: cannot open DB2CHKHS, status "
                WS-CHKH-STATUS " - checks run without history"
          END-IF

          .
       OPEN-CHECK-HISTORY-EX.
          EXIT.

      *>------------------------------------------------------------------------
       INIT-CHECK-FIELDS SECTION.
      *>------------------------------------------------------------------------
          MOVE SPACES                  TO WS-EXPECT-HIGH
          MOVE SPACES                  TO WS-CHK-SQL
          MOVE 1                       TO WS-CHK-SQL-PTR
          MOVE 0                       TO WS-CHK-TOLERANCE
          MOVE "N"                     TO WS-CHK-TOL-GIVEN

          .
       INIT-CHECK-FIELDS-EX.
                WHEN PCK-KEYWORD = "SQL"
                   PERFORM APPEND-SQL-LINE

                WHEN PCK-KEYWORD = "DRIFTPCT"
                   PERFORM TAKE-TOLERANCE

                WHEN PCK-KEYWORD = "RUN"
                   PERFORM RUN-ONE-CHECK
                   PERFORM INIT-CHECK-FIELDS
       APPEND-SQL-LINE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       TAKE-TOLERANCE SECTION.
      *>------------------------------------------------------------------------

          IF FUNCTION TEST-NUMVAL(PCK-VALUE(1:20)) = 0
             COMPUTE WS-CHK-TOLERANCE =
                FUNCTION NUMVAL(PCK-VALUE(1:20))
             END-COMPUTE
             SET V-CHK-TOL-GIVEN       TO TRUE
          ELSE
             DISPLAY "DB2CHK1: DRIFTPCT not a percentage: "
                PCK-VALUE(1:20)
          END-IF

          .
       TAKE-TOLERANCE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SWITCH-SUBSYSTEM SECTION.
      *>------------------------------------------------------------------------

          WRITE REPORT-LINE FROM WS-RPT-CHECK-LINE

          IF V-CHKH-OPEN
             PERFORM WRITE-HISTORY-RECORD
          END-IF

          .
       WRITE-CHECK-RESULT-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-HISTORY-RECORD SECTION.
      *>------------------------------------------------------------------------

      *>     the same check name twice for one subsystem in one pack
      *>     keeps the first run's record; any other write error stops
      *>     the history for the rest of the run
          INITIALIZE CHECK-HISTORY-RECORD
          MOVE WS-CUR-DBALIAS          TO CHKH-DBALIAS
          MOVE WS-CHK-NAME             TO CHKH-CHECK
          MOVE WS-RUN-TS               TO CHKH-TIMESTAMP
          MOVE WS-CHK-RESULT           TO CHKH-RESULT
          MOVE WS-ACTUAL-TEXT          TO CHKH-ACTUAL-TEXT
          MOVE WS-CHK-TOL-GIVEN        TO CHKH-TOL-GIVEN
          MOVE WS-CHK-TOLERANCE        TO CHKH-TOLERANCE

          MOVE WS-ACTUAL-TEXT          TO WS-NUMTEXT-FIELD
          PERFORM TEST-NUMERIC-TEXT
          IF V-NUMTEXT-YES
             AND FUNCTION TEST-NUMVAL(WS-ACTUAL-TEXT) = 0
             MOVE "Y"                  TO CHKH-NUMERIC
             COMPUTE CHKH-ACTUAL-NUM =
                FUNCTION NUMVAL(WS-ACTUAL-TEXT)
             END-COMPUTE
          ELSE
             MOVE "N"                  TO CHKH-NUMERIC
             MOVE 0                    TO CHKH-ACTUAL-NUM
          END-IF

          WRITE CHECK-HISTORY-RECORD

          EVALUATE TRUE
             WHEN V-CHKH-OK
                CONTINUE

             WHEN V-CHKH-DUPLICATE
                DISPLAY "DB2CHK1: check " WS-CHK-NAME
                   " ran twice for " WS-CUR-DBALIAS
                   " - history keeps the first"

             WHEN OTHER
                DISPLAY "DB2CHK1: cannot write DB2CHKHS, status "
                   WS-CHKH-STATUS " - history stopped"
                CLOSE CHECK-HISTORY-FILE
                MOVE "N"               TO WS-CHKH-OPEN
          END-EVALUATE

          .
       WRITE-HISTORY-RECORD-EX.
          EXIT.

       END PROGRAM DB2CHK1.
