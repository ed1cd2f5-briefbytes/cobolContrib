      *>               first-failed timestamp, the consecutive count and
      *>               the last SQLCODE - so nobody has to notice the
      *>               pattern by reading DB2SWEEP.STA. A subsystem whose
      *>               connect latency in DB2LATHS runs away from its
      *>               trailing 30-day baseline is escalated the same
      *>               way - how far it may run depends on the registry
      *>               tier: 1.5 times the baseline for tier 1, double
      *>               for tier 2 (and an alias the registry does not
      *>               know), three times for tier 3, four for tier 4.
      *>               TEST and QA subsystems raise no latency alert; a
      *>               slow test box is nobody's night.
      *>
      *>               A clean sweep line resets the count: a counting
      *>               record is dropped again, an acknowledged alert is
      *>               DB2TEST1. IN-WINDOW lines are planned outages and
      *>               reset the count like an OK.
      *>
      *>               A DBALIAS the DB2SREG subsystem registry marks
      *>               decommissioned raises no alert of either kind,
      *>               and an alert still on the queue from before it
      *>               was retired is closed - it would never see the
      *>               clean sweep that closes it otherwise.
      *>               Every alert record carries the registry's owner
      *>               team and tier, for DB2NTF1 to page by.
      *>
      *> Author:       Laszlo Erdos - https://www.facebook.com/wortfee
      *>
      *> Date-Written: 2026.09.01
      *> ========== ============================================================
      *> 2026.09.01 Laszlo Erdos:
      *>            - first version.
      *> 2026.10.15 Laszlo Erdos:
      *>            - decommissioned subsystems (DB2SREG registry, via
      *>              DB2REG1) are left out of the sweep tally and the
      *>              latency check, so a retired alias never alerts.
      *>            - TIMEOUT (the alias did not answer within its time
      *>              budget) counts as a failed sweep.
      *>            - the latency threshold follows the registry tier,
      *>              TEST and QA subsystems get no latency alert, and
      *>              the owner team and tier are written on the alert
      *>              record. DB2ALRT is recreated only when it is
      *>              missing - any other open failure ends with RC 12.
      *>            - the open-alert count closes the alerts of
      *>              decommissioned subsystems: they are no longer
      *>              swept, so no clean sweep would ever close them.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       01 WS-ALERT-STATUS              PIC X(2).
          88 V-ALERT-FILE-OK           VALUE "00".
          88 V-ALERT-NOT-FOUND         VALUE "23".
          88 V-ALERT-NO-FILE           VALUE "35".

       01 WS-LAT-STATUS                PIC X(2).
          88 V-LAT-OK                  VALUE "00".
       01 WS-HIT-IDX                   PIC 9(3) COMP-5.
       01 WS-DAY-AVG-MS                PIC 9(9) COMP-5.
       01 WS-BASE-AVG-MS               PIC 9(9) COMP-5.
      *> today's average may run to this percentage of the baseline
      *> before the alert opens - set from the registry tier
       01 WS-LAT-FACTOR-PCT            PIC 9(3) COMP-5.

       01 WS-RAISED-CNT                PIC 9(5) COMP-5 VALUE 0.
       01 WS-CLOSED-CNT                PIC 9(5) COMP-5 VALUE 0.

       01 WS-FINAL-RC                  PIC S9(9) COMP-5 VALUE 0.

      *> linkage
       COPY "DB2REG.cpy".

       PROCEDURE DIVISION.

      *>------------------------------------------------------------------------
             STOP RUN
          END-IF

      *>     only a queue that is genuinely not there is created fresh;
      *>     recreating over one that failed to open for any other
      *>     reason (a lock, a record-length mismatch) would wipe it
          OPEN I-O DB2ALERT-FILE
          IF V-ALERT-NO-FILE
             CLOSE DB2ALERT-FILE
             OPEN OUTPUT DB2ALERT-FILE
             CLOSE DB2ALERT-FILE
             WS-CLOSED-CNT " closed, " WS-OPEN-CNT " open"

          IF WS-OPEN-CNT > 0
             AND WS-FINAL-RC < 8
             MOVE 8                    TO WS-FINAL-RC
          END-IF

      *>        timestamp - only real per-profile lines are folded in.
      *>        EXPIRED and NOVAULT count as failures like FAILED: a
      *>        subsystem red for weeks on a dead credential is
      *>        exactly the incident the queue exists to surface.
      *>        So does TIMEOUT - a subsystem that hangs is down.
      *>        A decommissioned alias is not tallied at all
             IF SWP-TIMESTAMP(1:8) NUMERIC
                INITIALIZE REG-MOD
                MOVE SWP-DBALIAS       TO REG-DBALIAS OF REG-MOD
                CALL "DB2REG1" USING REG-MOD END-CALL
             END-IF

             IF SWP-TIMESTAMP(1:8) NUMERIC
                AND NOT V-REG-DECOMMISSIONED OF REG-MOD
                EVALUATE TRUE
                   WHEN SWP-RESULT = "FAILED"
                   WHEN SWP-RESULT = "EXPIRED"
                   WHEN SWP-RESULT = "NOVAULT"
                   WHEN SWP-RESULT = "TIMEOUT"
                      PERFORM TALLY-FAILED-SWEEP

                   WHEN SWP-RESULT = "OK"
                ADD 1                  TO WS-RAISED-CNT
             END-IF

             PERFORM CARRY-REGISTRY-FIELDS
             REWRITE DB2ALERT-RECORD
          ELSE
             MOVE SWP-DBALIAS          TO ALERT-DBALIAS
                ADD 1                  TO WS-RAISED-CNT
             END-IF

             PERFORM CARRY-REGISTRY-FIELDS
             WRITE DB2ALERT-RECORD
          END-IF


                WHEN OTHER
                   MOVE 0              TO ALERT-CONSEC-CNT
                   PERFORM CARRY-REGISTRY-FIELDS
                   REWRITE DB2ALERT-RECORD
             END-EVALUATE
          END-IF
      *>------------------------------------------------------------------------

      *>     second escalation trigger: today's average connect
      *>     latency run away from the trailing 30-day baseline, by a
      *>     factor the registry tier sets (JUDGE-ONE-BASELINE).
      *>     No history file simply means no latency escalation
          MOVE FUNCTION CURRENT-DATE(1:8)
            TO WS-TODAY-DATE
      *>------------------------------------------------------------------------

      *>     WS-IDX addresses the alias under judgement. Both windows
      *>     need measurements - a new alias has no baseline to judge
      *>     against
          IF WS-LTAB-DAY-CNT(WS-IDX) > 0
             AND WS-LTAB-BASE-CNT(WS-IDX) > 0

                WS-LTAB-BASE-SUM(WS-IDX) / WS-LTAB-BASE-CNT(WS-IDX)
             END-COMPUTE

             INITIALIZE REG-MOD
             MOVE WS-LTAB-ALIAS(WS-IDX) TO REG-DBALIAS OF REG-MOD
             CALL "DB2REG1" USING REG-MOD END-CALL

      *>        the more critical the subsystem, the less slack it
      *>        gets; an alias the registry does not know keeps the
      *>        plain doubling
             EVALUATE REG-TIER OF REG-MOD
                WHEN "1"
                   MOVE 150            TO WS-LAT-FACTOR-PCT
                WHEN "3"
                   MOVE 300            TO WS-LAT-FACTOR-PCT
                WHEN "4"
                   MOVE 400            TO WS-LAT-FACTOR-PCT
                WHEN OTHER
                   MOVE 200            TO WS-LAT-FACTOR-PCT
             END-EVALUATE

      *>        retired, test and QA subsystems are not escalated for
      *>        latency at all
             IF WS-DAY-AVG-MS * 100 > WS-BASE-AVG-MS * WS-LAT-FACTOR-PCT
                AND NOT V-REG-DECOMMISSIONED OF REG-MOD
                AND NOT V-REG-TEST OF REG-MOD
                AND NOT V-REG-QA OF REG-MOD
                PERFORM RAISE-LATENCY-ALERT
             END-IF
          END-IF
                MOVE FUNCTION CURRENT-DATE
                  TO ALERT-RAISED-TS
                ADD 1                  TO WS-RAISED-CNT
                PERFORM CARRY-REGISTRY-FIELDS
                REWRITE DB2ALERT-RECORD
             END-IF
          ELSE
             MOVE SPACES               TO ALERT-ACKED-TS
             ADD 1                     TO WS-RAISED-CNT

             PERFORM CARRY-REGISTRY-FIELDS
             WRITE DB2ALERT-RECORD
          END-IF

       RAISE-LATENCY-ALERT-EX.
          EXIT.

      *>------------------------------------------------------------------------
       CARRY-REGISTRY-FIELDS SECTION.
      *>------------------------------------------------------------------------

      *>     REG-MOD holds the registry entry of the alias being
      *>     written - blank when the registry does not know it, so
      *>     DB2NTF1 falls back to the DEFAULT roster
          MOVE REG-OWNER-TEAM OF REG-MOD TO ALERT-OWNER-TEAM
          MOVE REG-TIER OF REG-MOD     TO ALERT-TIER

          .
       CARRY-REGISTRY-FIELDS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       COUNT-OPEN-ALERTS SECTION.
      *>------------------------------------------------------------------------
          READ DB2ALERT-FILE NEXT RECORD
          END-READ

      *>     a retired alias is not swept any more - its alert would
      *>     wait for a clean sweep for good, so it is closed here
          IF V-ALERT-FILE-OK
             INITIALIZE REG-MOD
             MOVE ALERT-DBALIAS        TO REG-DBALIAS OF REG-MOD
             CALL "DB2REG1" USING REG-MOD END-CALL

             EVALUATE TRUE
                WHEN V-REG-DECOMMISSIONED OF REG-MOD
                   DELETE DB2ALERT-FILE
                   IF V-ALERT-FILE-OK
                      ADD 1            TO WS-CLOSED-CNT
                   ELSE
                      DISPLAY "DB2ESC1: cannot close the alert of "
                         "decommissioned " ALERT-DBALIAS
                         ", status " WS-ALERT-STATUS
                      MOVE 12          TO WS-FINAL-RC
                   END-IF

                WHEN V-ALERT-OPEN
                   ADD 1               TO WS-OPEN-CNT

                WHEN OTHER
                   CONTINUE
             END-EVALUATE
          END-IF

          .
