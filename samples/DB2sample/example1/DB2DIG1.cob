      *>               correlating three by eye.
      *>
      *>               RED:   the sweep failed outside a maintenance
      *>                      window (FAILED, EXPIRED, NOVAULT or
      *>                      TIMEOUT).
      *>               AMBER: the sweep failed inside a booked window
      *>                      (IN-WINDOW), the day's average connect
      *>                      latency ran at more than double the
      *>                      trail carries failed attempts.
      *>               GREEN: none of the above.
      *>
      *>               Each line carries the environment and tier from
      *>               the DB2SREG subsystem registry, and each detail
      *>               block the owning team and contact, so handover
      *>               knows whom to call. A decommissioned subsystem is
      *>               left off the page.
      *>
      *> Author:       Laszlo Erdos - https://www.facebook.com/wortfee
      *>
      *> Date-Written: 2026.09.01
      *> ========== ============================================================
      *> 2026.09.01 Laszlo Erdos:
      *>            - first version.
      *> 2026.10.15 Laszlo Erdos:
      *>            - environment and tier on every digest line, owner
      *>              team and contact in the detail block, all from
      *>              the DB2SREG registry (via DB2REG1). Decommissioned
      *>              aliases are left off the page; an alias missing
      *>              from the registry says so in its detail block.
      *>            - a TIMEOUT sweep (no answer within the time
      *>              budget) is RED.
      *>************************************************************************

       IDENTIFICATION DIVISION.
           03 WS-DIG-AUD-OK-CNT        PIC 9(7) COMP-5.
           03 WS-DIG-AUD-FAIL-CNT      PIC 9(7) COMP-5.
           03 WS-DIG-RAG               PIC X(5).
           03 WS-DIG-REG-STATUS        PIC X(2).
           03 WS-DIG-ENV               PIC X(4).
           03 WS-DIG-TIER              PIC X(1).
           03 WS-DIG-OWNER             PIC X(20).
           03 WS-DIG-CONTACT           PIC X(30).

       01 WS-LOOKUP-ALIAS              PIC X(9).
       01 WS-IDX                       PIC 9(3) COMP-5.

       01 WS-RED-CNT                   PIC 9(3) COMP-5 VALUE 0.
       01 WS-AMBER-CNT                 PIC 9(3) COMP-5 VALUE 0.
       01 WS-DECOMM-CNT                PIC 9(3) COMP-5 VALUE 0.

       01 WS-FINAL-RC                  PIC S9(9) COMP-5 VALUE 0.

         02 WS-HDR-DATE                PIC X(8).
         02 FILLER                     PIC X(53) VALUE SPACES.

       01 WS-RPT-COL-HEADER.
         02 FILLER                     PIC X(25)
            VALUE "DBALIAS   STATUS ENV  T  ".
         02 FILLER                     PIC X(37)
            VALUE "SWEEP      SQLCODE    LAT DAY/BASE MS".
         02 FILLER                     PIC X(8) VALUE SPACES.
         02 FILLER                     PIC X(13) VALUE "AUDIT OK/FAIL".
         02 FILLER                     PIC X(7) VALUE SPACES.

       01 WS-RPT-DIG-LINE.
         02 WS-RPT-ALIAS               PIC X(9).
         02 FILLER                     PIC X(1) VALUE SPACE.
         02 WS-RPT-RAG                 PIC X(5).
         02 FILLER                     PIC X(2) VALUE SPACES.
         02 WS-RPT-ENV                 PIC X(4).
         02 FILLER                     PIC X(1) VALUE SPACE.
         02 WS-RPT-TIER                PIC X(1).
         02 FILLER                     PIC X(2) VALUE SPACES.
         02 WS-RPT-SWEEP               PIC X(9).
         02 FILLER                     PIC X(1) VALUE SPACE.
         02 WS-RPT-SQLCODE             PIC -(10)9.
         02 WS-RPT-AUD-OK              PIC Z(5)9.
         02 FILLER                     PIC X(1) VALUE "/".
         02 WS-RPT-AUD-FAIL            PIC Z(5)9.
         02 FILLER                     PIC X(8) VALUE SPACES.

       01 WS-RPT-DECOMM-CNT            PIC Z(2)9.

       01 WS-RPT-DET-LINE.
         02 FILLER                     PIC X(2) VALUE SPACES.
         02 WS-RPT-DET-TEXT            PIC X(88).

      *> linkage
       COPY "DB2REG.cpy".

       PROCEDURE DIVISION.

      *>------------------------------------------------------------------------
       JUDGE-ONE-ENTRY SECTION.
      *>------------------------------------------------------------------------

      *>     WS-IDX addresses the entry under judgement. The registry
      *>     is asked once per alias here, not once per input record
          INITIALIZE REG-MOD
          MOVE WS-DIG-ALIAS(WS-IDX)    TO REG-DBALIAS OF REG-MOD
          CALL "DB2REG1" USING REG-MOD END-CALL

          MOVE REG-STATUS OF REG-MOD   TO WS-DIG-REG-STATUS(WS-IDX)
          MOVE REG-ENVIRONMENT OF REG-MOD TO WS-DIG-ENV(WS-IDX)
          MOVE REG-TIER OF REG-MOD     TO WS-DIG-TIER(WS-IDX)
          MOVE REG-OWNER-TEAM OF REG-MOD TO WS-DIG-OWNER(WS-IDX)
          MOVE REG-CONTACT OF REG-MOD  TO WS-DIG-CONTACT(WS-IDX)
          IF V-REG-NOT-FOUND OF REG-MOD
             MOVE "----"               TO WS-DIG-ENV(WS-IDX)
          END-IF

          PERFORM COMPUTE-LATENCY-AVGS

          EVALUATE TRUE
             WHEN V-REG-DECOMMISSIONED OF REG-MOD
                MOVE "DECOM"           TO WS-DIG-RAG(WS-IDX)
                ADD 1                  TO WS-DECOMM-CNT

             WHEN WS-DIG-SWEEP-RESULT(WS-IDX) = "FAILED"
             WHEN WS-DIG-SWEEP-RESULT(WS-IDX) = "EXPIRED"
             WHEN WS-DIG-SWEEP-RESULT(WS-IDX) = "NOVAULT"
             WHEN WS-DIG-SWEEP-RESULT(WS-IDX) = "TIMEOUT"
                MOVE "RED"             TO WS-DIG-RAG(WS-IDX)
                ADD 1                  TO WS-RED-CNT


          PERFORM VARYING WS-IDX FROM 1 BY 1
             UNTIL WS-IDX > WS-DIG-CNT
             IF WS-DIG-RAG(WS-IDX) NOT = "DECOM"
                PERFORM WRITE-ONE-DIGEST-LINE
             END-IF
          END-PERFORM

          IF WS-DIG-CNT = WS-DECOMM-CNT
             MOVE "NOTHING RECORDED FOR THE REPORT DAY"
               TO REPORT-LINE
             WRITE REPORT-LINE
             WRITE REPORT-LINE
          END-IF

          IF WS-DECOMM-CNT > 0
             MOVE SPACES               TO REPORT-LINE
             MOVE WS-DECOMM-CNT        TO WS-RPT-DECOMM-CNT
             STRING "NOTE: " WS-RPT-DECOMM-CNT
                    " DECOMMISSIONED ALIAS(ES) LEFT OFF THE PAGE"
                DELIMITED BY SIZE
                INTO REPORT-LINE
             END-STRING
             WRITE REPORT-LINE
          END-IF

      *>     details only for what needs attention - the green fleet
      *>     stays one line each, that is what keeps this one page
          IF WS-RED-CNT > 0
             PERFORM VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > WS-DIG-CNT
                IF WS-DIG-RAG(WS-IDX) NOT = "GREEN"
                   AND WS-DIG-RAG(WS-IDX) NOT = "DECOM"
                   PERFORM WRITE-ONE-DETAIL-BLOCK
                END-IF
             END-PERFORM

          MOVE WS-DIG-ALIAS(WS-IDX)    TO WS-RPT-ALIAS
          MOVE WS-DIG-RAG(WS-IDX)      TO WS-RPT-RAG
          MOVE WS-DIG-ENV(WS-IDX)      TO WS-RPT-ENV
          MOVE WS-DIG-TIER(WS-IDX)     TO WS-RPT-TIER

          IF WS-DIG-SWEEP-RESULT(WS-IDX) = SPACES
             MOVE "NO-SWEEP"           TO WS-RPT-SWEEP
          END-STRING
          WRITE REPORT-LINE FROM WS-RPT-DET-LINE

          MOVE SPACES                  TO WS-RPT-DET-TEXT
          EVALUATE WS-DIG-REG-STATUS(WS-IDX)
             WHEN "00"
                STRING "OWNER " WS-DIG-OWNER(WS-IDX)
                       " CONTACT " WS-DIG-CONTACT(WS-IDX)
                   DELIMITED BY SIZE
                   INTO WS-RPT-DET-TEXT
                END-STRING
                WRITE REPORT-LINE FROM WS-RPT-DET-LINE

             WHEN "23"
                MOVE "NOT IN THE SUBSYSTEM REGISTRY - SEE DB2REGX.RPT"
                  TO WS-RPT-DET-TEXT
                WRITE REPORT-LINE FROM WS-RPT-DET-LINE

             WHEN OTHER
                CONTINUE
          END-EVALUATE

          IF WS-DIG-SWEEP-RESULT(WS-IDX) NOT = SPACES
      *>        through the edited picture first - STRING of the raw
      *>        signed field would garble a negative SQLCODE
