      *>               read the sweep afterwards share the layout.
      *>
      *>               SWP-RESULT is OK, FAILED, IN-WINDOW (failed inside
      *>               a booked maintenance window), EXPIRED, NOVAULT or
      *>               TIMEOUT (no answer within the time budget).
      *>               Each stream of the multi-stream sweep DB2SWM1
      *>               writes this layout to a file of its own, and
      *>               DB2SWM1 merges them into DB2SWEEP.STA.
      *>               SWP-NOTE carries the window reason on IN-WINDOW
      *>               lines, so the report proves the miss was planned.
      *>
      *>            - first version, lifted from DB2SWP1. SWP-RESULT
      *>              widened by one for IN-WINDOW, and SWP-NOTE added
      *>              for the maintenance-window reason.
      *> 2026.10.15 Laszlo Erdos:
      *>            - SWP-RESULT TIMEOUT; layout unchanged.
      *>************************************************************************

       01 SWEEP-STATUS-RECORD.
