      *>************************************************************************
      *>  This file is part of DB2sample.
      *>
      *>  DB2SWM1.cob is free software: you can redistribute it and/or
      *>  modify it under the terms of the GNU Lesser General Public License as
      *>  published by the Free Software Foundation, either version 3 of the
      *>  License, or (at your option) any later version.
      *>
      *>  DB2SWM1.cob is distributed in the hope that it will be useful,
      *>  but WITHOUT ANY WARRANTY; without even the implied warranty of
      *>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
      *>  See the GNU Lesser General Public License for more details.
      *>
      *>  You should have received a copy of the GNU Lesser General Public
      *>  License along with DB2SWM1.cob.
      *>  If not, see <http://www.gnu.org/licenses/>.
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2SWM1.cob
      *>
      *> Purpose:      Multi-stream fleet sweep. Starts one DB2SWP1 per
      *>               line of the stream-control file DB2SWPC
      *>               (DB2SWPC.cpy) side by side - the production
      *>               streams first - so one subsystem that hangs on
      *>               connect no longer holds up every alias behind it.
      *>               Each stream writes DB2SWEEP.S<stream> and keeps
      *>               its own checkpoint DB2SWEEP.C<stream>.
      *>
      *>               DB2SWM1 watches the checkpoints. A stream waiting
      *>               on one profile for longer than its time budget
      *>               (plus a grace of 30 seconds for DB2SWP1 to record
      *>               the TIMEOUT itself) is left behind: the profile is
      *>               recorded as TIMEOUT, and the next generation of
      *>               the stream (1A, 1B, ... up to 1E) is started
      *>               after it from a checkpoint written here, so the
      *>               rest of its range is still swept. The left
      *>               generation is stopped (its process id is kept in
      *>               DB2SWEEP.P<stream>); what it wrote after it was
      *>               left is not taken. A generation that ends (its
      *>               exit code lands in DB2SWEEP.X<stream>) without
      *>               the summary line of DB2SWP1 has broken off.
      *>
      *>               When every stream has finished, or at the
      *>               deadline, the stream files are merged into one
      *>               DB2SWEEP.STA in DBALIAS order, with the summary
      *>               line of DB2SWP1 - DB2ESC1, DB2DIG1 and DB2TLN1
      *>               read it as they read a single-stream sweep. A
      *>               stream not finished by the deadline is stopped,
      *>               has its profile under test recorded as TIMEOUT
      *>               and is reported on an extra SWEEP INCOMPLETE
      *>               line. Every
      *>               merged line is added to the sweep history
      *>               DB2SWPHS, and the stream checkpoints are cleared
      *>               for the next night.
      *>
      *>               Started again after it was cut off before the
      *>               merge, DB2SWM1 restarts the streams, which resume
      *>               from their checkpoints. The run marker
      *>               DB2SWEEP.RUN, set at the start and cleared after
      *>               the merge, tells such a run from a finished one:
      *>               without it every stream starts over, whatever
      *>               checkpoint is lying about.
      *>
      *> Author:       Laszlo Erdos - https://www.facebook.com/wortfee
      *>
      *> Date-Written: 2026.10.15
      *>
      *> Tectonics:    cobc -x DB2SWM1.cob
      *>
      *> Usage:        DB2SWM1 [DEADLINE]
      *>
      *>               DEADLINE is the latest time of day (HHMM) the
      *>               merge waits for, default 0345 - the 02:00 sweep
      *>               is merged before the 04:00 escalation run. The
      *>               next HHMM after the start counts, so a rerun
      *>               after the deadline passes the deadline it wants.
      *>               The streams are started through the shell, by
      *>               name; their console output goes to
      *>               DB2SWEEP.L<stream>.
      *>
      *>               RETURN-CODE:  0 every stream finished and every
      *>                               profile was clean (failures
      *>                               inside a maintenance window
      *>                               count as clean)
      *>                             4 all clean, but the sweep history
      *>                               could not be created or written
      *>                             8 a profile failed or timed out,
      *>                               or a stream did not finish by
      *>                               the deadline
      *>                            12 parameter error, DB2SWPC not
      *>                               usable, a stream could not be
      *>                               started or broke off,
      *>                               DB2SWEEP.STA not writable, or a
      *>                               sweep history that is there but
      *>                               could not be opened
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Laszlo Erdos:
      *>            - first version.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2SWM1.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DB2SWPC-FILE ASSIGN TO "DB2SWPC"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SWPC-STATUS.

           SELECT STREAM-FILE ASSIGN TO DYNAMIC WS-STREAM-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STREAM-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO DYNAMIC WS-CHKPT-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CHKPT-STATUS.

           SELECT EXIT-CODE-FILE ASSIGN TO DYNAMIC WS-EXIT-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EXIT-STATUS.

           SELECT PROCESS-ID-FILE ASSIGN TO DYNAMIC WS-PID-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PID-STATUS.

           SELECT RUN-MARKER-FILE ASSIGN TO "DB2SWEEP.RUN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RUN-STATUS.

           SELECT MERGED-STATUS-FILE ASSIGN TO "DB2SWEEP.STA"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MERGED-STATUS.

           SELECT SWEEP-HISTORY-FILE ASSIGN TO "DB2SWPHS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SWPH-KEY
              FILE STATUS IS WS-SWPH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DB2SWPC-FILE.
      *> record layout
       COPY "DB2SWPC.cpy".

       FD  STREAM-FILE.
      *> record layout
       COPY "DB2SWP.cpy".

       FD  CHECKPOINT-FILE.
      *> record layout
       COPY "DB2SWPK.cpy".

      *> the shell writes these two - the exit code of a stream
      *> generation once it has ended, and its process id
       FD  EXIT-CODE-FILE.
       01 EXIT-CODE-LINE               PIC X(10).

       FD  PROCESS-ID-FILE.
       01 PROCESS-ID-LINE              PIC X(10).

       FD  RUN-MARKER-FILE.
       01 RUN-MARKER-LINE              PIC X(60).

      *> same layout as DB2SWP.cpy - the lines are copied whole
       FD  MERGED-STATUS-FILE.
       01 MERGED-STATUS-LINE           PIC X(112).

       FD  SWEEP-HISTORY-FILE.
      *> record layout
       COPY "DB2SWPH.cpy".

       WORKING-STORAGE SECTION.
       01 WS-SWPC-STATUS               PIC X(2).
          88 V-SWPC-OK                 VALUE "00".
          88 V-SWPC-MISSING            VALUE "35".

       01 WS-STREAM-STATUS             PIC X(2).
          88 V-STREAM-OK               VALUE "00".

       01 WS-CHKPT-STATUS              PIC X(2).
          88 V-CHKPT-OK                VALUE "00".

       01 WS-EXIT-STATUS               PIC X(2).
          88 V-EXIT-OK                 VALUE "00".

       01 WS-PID-STATUS                PIC X(2).
          88 V-PID-OK                  VALUE "00".

       01 WS-RUN-STATUS                PIC X(2).
          88 V-RUN-OK                  VALUE "00".

       01 WS-MERGED-STATUS             PIC X(2).
          88 V-MERGED-OK               VALUE "00".

       01 WS-SWPH-STATUS               PIC X(2).
          88 V-SWPH-OK                 VALUE "00".
          88 V-SWPH-DUPLICATE          VALUE "22".
          88 V-SWPH-NO-FILE            VALUE "35".

       01 WS-SWPH-OPEN                 PIC X(1) VALUE "N".
          88 V-SWPH-OPEN               VALUE "Y".
       01 WS-SWPH-BROKEN               PIC X(1) VALUE "N".
          88 V-SWPH-BROKEN             VALUE "Y".

      *> set while a run is between its start and its merge
       01 WS-RUN-MARKED                PIC X(1) VALUE "N".
          88 V-RUN-MARKED              VALUE "Y".

      *> command line: [DEADLINE]
       01 WS-CMD-LINE                  PIC X(80).
       01 WS-PARM-DEADLINE             PIC X(10).
       01 WS-DEADLINE-HHMM             PIC X(4) VALUE "0345".
       01 WS-DEADLINE-PART REDEFINES WS-DEADLINE-HHMM.
         02 WS-DEADLINE-HH             PIC 9(2).
         02 WS-DEADLINE-MM             PIC 9(2).

      *> the streams of the stream-control file
       01 WS-STREAM-MAX                PIC 9(4) COMP-5 VALUE 9.
       01 WS-STREAM-CNT                PIC 9(4) COMP-5 VALUE 0.
       01 WS-STREAM-TAB OCCURS 9 TIMES.
         02 WS-STR-NO                  PIC X(1).
         02 WS-STR-CLASS               PIC X(7).
         02 WS-STR-FROM                PIC X(8).
         02 WS-STR-TO                  PIC X(8).
         02 WS-STR-BUDGET              PIC 9(4).
         02 WS-STR-GEN                 PIC 9(4) COMP-5.
         02 WS-STR-STATE               PIC X(1).
            88 V-STR-RUNNING           VALUE "R".
            88 V-STR-COMPLETE          VALUE "C".
            88 V-STR-BROKEN            VALUE "B".
            88 V-STR-INCOMPLETE        VALUE "I".
      *>    a generation left behind is merged up to the lines it
      *>    had written when it was left
         02 WS-STR-GEN-TAB OCCURS 5 TIMES.
           03 WS-GEN-LEFT              PIC X(1).
              88 V-GEN-LEFT            VALUE "Y".
           03 WS-GEN-LIMIT             PIC 9(5) COMP-5.
       01 WS-STR-IDX                   PIC 9(4) COMP-5.
       01 WS-CHECK-IDX                 PIC 9(4) COMP-5.
       01 WS-GEN-IDX                   PIC 9(4) COMP-5.
       01 WS-GEN-MAX                   PIC 9(4) COMP-5 VALUE 5.
       01 WS-GEN-LETTERS               PIC X(5) VALUE "ABCDE".
       01 WS-DUP-IDX                   PIC 9(4) COMP-5.
       01 WS-CONTROL-ERR-CNT           PIC 9(4) COMP-5 VALUE 0.
       01 WS-RUNNING-CNT               PIC 9(4) COMP-5 VALUE 0.
       01 WS-INCOMPLETE-CNT            PIC 9(4) COMP-5 VALUE 0.
       01 WS-BROKEN-CNT                PIC 9(4) COMP-5 VALUE 0.

      *> file names of one stream generation
       01 WS-STREAM-ID                 PIC X(2).
       01 WS-STREAM-NAME               PIC X(20).
       01 WS-CHKPT-NAME                PIC X(20).
       01 WS-EXIT-NAME                 PIC X(20).
       01 WS-PID-NAME                  PIC X(20).

      *> a stream generation, started and stopped through the shell
       01 WS-SYS-COMMAND               PIC X(200).
       01 WS-CMD-PTR                   PIC 9(4) COMP-5.
       01 WS-WORD                      PIC X(8).
       01 WS-SYS-RC                    PIC S9(9) COMP-5.

      *> what one pass over a stream file found
       01 WS-SCAN-COLLECT              PIC X(1).
          88 V-SCAN-COLLECT            VALUE "Y".
       01 WS-SCAN-LINES                PIC 9(5) COMP-5.
       01 WS-SCAN-END                  PIC X(1).
          88 V-SCAN-NO-END             VALUE " ".
          88 V-SCAN-COMPLETE           VALUE "C".
          88 V-SCAN-FAILED             VALUE "F".

      *> the exit code of a stream generation that has ended
       01 WS-EXIT-FOUND                PIC X(1).
          88 V-EXIT-FOUND              VALUE "Y".
       01 WS-EXIT-RC                   PIC X(10).

      *> the checkpoint of a stream generation
       01 WS-CK-FOUND                  PIC X(1).
          88 V-CK-FOUND                VALUE "Y".
       01 WS-CK-LABEL                  PIC X(8).
       01 WS-CK-PASS                   PIC X(1).
       01 WS-CK-STATE                  PIC X(1).
          88 V-CK-TESTING              VALUE "T".
       01 WS-CK-CUR-LABEL              PIC X(8).
       01 WS-CK-CUR-DBALIAS            PIC X(9).
       01 WS-CK-CUR-USERID             PIC X(20).
       01 WS-CK-CUR-START-TS           PIC X(16).

      *> seconds counted from day 1 of the calendar, so a wait over
      *> midnight needs no special case
       01 WS-TS-IN                     PIC X(16).
       01 WS-TS-PART REDEFINES WS-TS-IN.
         02 WS-TS-DATE                 PIC 9(8).
         02 WS-TS-HH                   PIC 9(2).
         02 WS-TS-MM                   PIC 9(2).
         02 WS-TS-SS                   PIC 9(2).
         02 FILLER                     PIC X(2).
       01 WS-TS-SECS                   PIC S9(18) COMP-5.
       01 WS-NOW-SECS                  PIC S9(18) COMP-5.
       01 WS-DEADLINE-SECS             PIC S9(18) COMP-5.
       01 WS-WAIT-SECS                 PIC S9(18) COMP-5.
       01 WS-DEADLINE-STATE            PIC X(1) VALUE "N".
          88 V-DEADLINE-PASSED         VALUE "Y".
       01 WS-POLL-SECS                 PIC 9(4) COMP-5 VALUE 10.
       01 WS-GRACE-SECS                PIC 9(4) COMP-5 VALUE 30.

      *> profiles a stream was left hanging on, recorded here
       01 WS-HUNG-CNT                  PIC 9(4) COMP-5 VALUE 0.
       01 WS-HUNG-TAB OCCURS 45 TIMES.
         02 WS-HUNG-LINE               PIC X(112).
       01 WS-HUNG-IDX                  PIC 9(4) COMP-5.
       01 WS-HUNG-NOTE                 PIC X(30).

      *> the merged sweep, kept in DBALIAS + USERID + timestamp order
       01 WS-MRG-MAX                   PIC 9(4) COMP-5 VALUE 2000.
       01 WS-MRG-CNT                   PIC 9(4) COMP-5 VALUE 0.
       01 WS-MRG-TAB OCCURS 2000 TIMES.
         02 WS-MRG-KEY                 PIC X(55).
         02 WS-MRG-LINE                PIC X(112).
       01 WS-MRG-IDX                   PIC 9(4) COMP-5.
       01 WS-MRG-POS                   PIC 9(4) COMP-5.
       01 WS-NEW-KEY                   PIC X(55).
       01 WS-NEW-LINE                  PIC X(112).
       01 WS-MRG-DROPPED-CNT           PIC 9(4) COMP-5 VALUE 0.

       01 WS-TOTAL-CNT                 PIC 9(5) COMP-5 VALUE 0.
       01 WS-OK-CNT                    PIC 9(5) COMP-5 VALUE 0.
       01 WS-FAIL-CNT                  PIC 9(5) COMP-5 VALUE 0.
       01 WS-TIMEOUT-CNT               PIC 9(5) COMP-5 VALUE 0.
       01 WS-WINDOW-CNT                PIC 9(5) COMP-5 VALUE 0.
       01 WS-DECOMM-CNT                PIC 9(5) COMP-5 VALUE 0.
       01 WS-DECOMM-PART               PIC 9(5).

      *> numeric (de-edited) copies of a sweep line for the history
       01 WS-REC-SQLCODE               PIC S9(10).
       01 WS-REC-ELAPSED-MS            PIC 9(7).

       01 WS-FINAL-RC                  PIC S9(9) COMP-5 VALUE 0.

      *> summary line layout
       COPY "DB2SWPS.cpy".

       01 WS-INCOMPLETE-LINE.
         02 FILLER                     PIC X(18)
            VALUE "SWEEP INCOMPLETE: ".
         02 WS-INC-CNT                 PIC Z9.
         02 FILLER                     PIC X(32)
            VALUE " STREAM(S) DID NOT FINISH BY THE".
         02 FILLER                     PIC X(10) VALUE " DEADLINE ".
         02 WS-INC-HHMM                PIC X(4).

      *> linkage
       COPY "DB2MWN.cpy".

       PROCEDURE DIVISION.

      *>------------------------------------------------------------------------
       MAIN-DB2SWM1 SECTION.
      *>------------------------------------------------------------------------

          PERFORM PARSE-PARAMETERS

          PERFORM LOAD-CONTROL
          IF WS-CONTROL-ERR-CNT > 0
             DISPLAY "DB2SWM1: stream-control file DB2SWPC not usable"
                " - nothing swept"
             MOVE 12                   TO RETURN-CODE
             STOP RUN
          END-IF

      *>     the next HHMM after now: a run started before midnight
      *>     waits into the next day
          PERFORM TAKE-NOW
          MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TS-IN(1:8)
          MOVE WS-DEADLINE-HHMM        TO WS-TS-IN(9:4)
          MOVE "0000"                  TO WS-TS-IN(13:4)
          PERFORM CONVERT-TIMESTAMP
          MOVE WS-TS-SECS              TO WS-DEADLINE-SECS
          IF WS-DEADLINE-SECS NOT > WS-NOW-SECS
             ADD 86400                 TO WS-DEADLINE-SECS
          END-IF

      *>     a run marker still standing means the last run was cut
      *>     off before its merge - only then do the streams resume
      *>     from their checkpoints. It stands for this run until the
      *>     merge is done
          PERFORM READ-RUN-MARKER
          IF V-RUN-MARKED
             DISPLAY "DB2SWM1: last run cut off before the merge - "
                "streams resume from their checkpoints"
          END-IF

          PERFORM VARYING WS-STR-IDX FROM 1 BY 1
             UNTIL WS-STR-IDX > WS-STREAM-CNT
             PERFORM PREPARE-STREAM
          END-PERFORM

          PERFORM WRITE-RUN-MARKER

      *>     production streams are started first
          PERFORM VARYING WS-STR-IDX FROM 1 BY 1
             UNTIL WS-STR-IDX > WS-STREAM-CNT
             IF WS-STR-CLASS(WS-STR-IDX) = "PROD"
                PERFORM LAUNCH-GENERATION
             END-IF
          END-PERFORM
          PERFORM VARYING WS-STR-IDX FROM 1 BY 1
             UNTIL WS-STR-IDX > WS-STREAM-CNT
             IF WS-STR-CLASS(WS-STR-IDX) NOT = "PROD"
                PERFORM LAUNCH-GENERATION
             END-IF
          END-PERFORM

          PERFORM COUNT-RUNNING
          PERFORM WATCH-STREAMS
             UNTIL WS-RUNNING-CNT = 0
                OR V-DEADLINE-PASSED

          IF WS-RUNNING-CNT > 0
             PERFORM VARYING WS-STR-IDX FROM 1 BY 1
                UNTIL WS-STR-IDX > WS-STREAM-CNT
                IF V-STR-RUNNING(WS-STR-IDX)
                   PERFORM STOP-AT-DEADLINE
                END-IF
             END-PERFORM
          END-IF

          PERFORM MERGE-STREAMS
          PERFORM WRITE-MERGED-FILE
          PERFORM WRITE-HISTORY

      *>     the night is done - the next run starts every stream over
          PERFORM VARYING WS-STR-IDX FROM 1 BY 1
             UNTIL WS-STR-IDX > WS-STREAM-CNT
             PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                UNTIL WS-GEN-IDX > WS-GEN-MAX
                PERFORM SET-GENERATION-NAMES
                PERFORM CLEAR-CHECKPOINT
             END-PERFORM
          END-PERFORM
          PERFORM CLEAR-RUN-MARKER

          EVALUATE TRUE
             WHEN WS-BROKEN-CNT > 0
             WHEN WS-MRG-DROPPED-CNT > 0
             WHEN V-SWPH-BROKEN
                MOVE 12                TO WS-FINAL-RC
             WHEN WS-INCOMPLETE-CNT > 0
             WHEN WS-FAIL-CNT > 0
             WHEN WS-TIMEOUT-CNT > 0
                MOVE 8                 TO WS-FINAL-RC
             WHEN NOT V-SWPH-OPEN
                MOVE 4                 TO WS-FINAL-RC
             WHEN OTHER
                MOVE 0                 TO WS-FINAL-RC
          END-EVALUATE

          IF V-SWPH-OPEN
             CLOSE SWEEP-HISTORY-FILE
          END-IF

          MOVE WS-FINAL-RC             TO RETURN-CODE

          STOP RUN

          .
       MAIN-DB2SWM1-EX.
          EXIT.

      *>------------------------------------------------------------------------
       PARSE-PARAMETERS SECTION.
      *>------------------------------------------------------------------------

          ACCEPT WS-CMD-LINE FROM COMMAND-LINE

          MOVE SPACES                  TO WS-PARM-DEADLINE
          UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACES
             INTO WS-PARM-DEADLINE
          END-UNSTRING

      *>     no parameter: the default deadline stands
          IF WS-PARM-DEADLINE NOT = SPACES
             MOVE WS-PARM-DEADLINE(1:4) TO WS-DEADLINE-HHMM

             IF WS-PARM-DEADLINE(5:) NOT = SPACES
                OR WS-DEADLINE-HHMM NOT NUMERIC
                OR WS-DEADLINE-HH > 23
                OR WS-DEADLINE-MM > 59
                DISPLAY "DB2SWM1: usage: [DEADLINE] - HHMM, default "
                   "0345"
                MOVE 12                TO RETURN-CODE
                STOP RUN
             END-IF
          END-IF

          .
       PARSE-PARAMETERS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       LOAD-CONTROL SECTION.
      *>------------------------------------------------------------------------

      *>     without a stream-control file the fleet is swept in two
      *>     streams: production, and everything else
          OPEN INPUT DB2SWPC-FILE

          EVALUATE TRUE
             WHEN V-SWPC-MISSING
                MOVE 2                 TO WS-STREAM-CNT
                INITIALIZE WS-STREAM-TAB(1)
                MOVE "1"               TO WS-STR-NO(1)
                MOVE "PROD"            TO WS-STR-CLASS(1)
                MOVE "*"               TO WS-STR-FROM(1)
                MOVE "*"               TO WS-STR-TO(1)
                MOVE 120               TO WS-STR-BUDGET(1)
                INITIALIZE WS-STREAM-TAB(2)
                MOVE "2"               TO WS-STR-NO(2)
                MOVE "NONPROD"         TO WS-STR-CLASS(2)
                MOVE "*"               TO WS-STR-FROM(2)
                MOVE "*"               TO WS-STR-TO(2)
                MOVE 120               TO WS-STR-BUDGET(2)
                DISPLAY "DB2SWM1: no DB2SWPC - two streams, PROD and "
                   "NONPROD"

             WHEN NOT V-SWPC-OK
                DISPLAY "DB2SWM1: cannot open DB2SWPC, status "
                   WS-SWPC-STATUS
                ADD 1                  TO WS-CONTROL-ERR-CNT

             WHEN OTHER
                PERFORM LOAD-ONE-CONTROL-LINE
                   UNTIL NOT V-SWPC-OK

                CLOSE DB2SWPC-FILE

                IF WS-STREAM-CNT = 0
                   DISPLAY "DB2SWM1: DB2SWPC lists no stream"
                   ADD 1               TO WS-CONTROL-ERR-CNT
                END-IF
          END-EVALUATE

          .
       LOAD-CONTROL-EX.
          EXIT.

      *>------------------------------------------------------------------------
       LOAD-ONE-CONTROL-LINE SECTION.
      *>------------------------------------------------------------------------

          READ DB2SWPC-FILE
          END-READ

      *>     blank lines and * comment lines are skipped
          IF V-SWPC-OK
             AND DB2SWPC-RECORD NOT = SPACES
             AND SWPC-STREAM NOT = "*"
             PERFORM TAKE-CONTROL-LINE
          END-IF

          .
       LOAD-ONE-CONTROL-LINE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       TAKE-CONTROL-LINE SECTION.
      *>------------------------------------------------------------------------

          INSPECT SWPC-CLASS
             CONVERTING "abcdefghijklmnopqrstuvwxyz"
                     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

          MOVE 0                       TO WS-DUP-IDX
          PERFORM VARYING WS-CHECK-IDX FROM 1 BY 1
             UNTIL WS-CHECK-IDX > WS-STREAM-CNT
                OR WS-DUP-IDX > 0
             IF WS-STR-NO(WS-CHECK-IDX) = SWPC-STREAM
                MOVE WS-CHECK-IDX      TO WS-DUP-IDX
             END-IF
          END-PERFORM

          EVALUATE TRUE
             WHEN SWPC-STREAM < "1"
                OR SWPC-STREAM > "9"
                OR (SWPC-CLASS NOT = "PROD"
                    AND SWPC-CLASS NOT = "NONPROD"
                    AND SWPC-CLASS NOT = "ALL")
                OR SWPC-FROM-LABEL = SPACES
                OR SWPC-TO-LABEL = SPACES
                OR (SWPC-BUDGET NOT = SPACES
                    AND SWPC-BUDGET NOT NUMERIC)
                OR SWPC-BUDGET = "0000"
                DISPLAY "DB2SWM1: DB2SWPC line not valid: "
                   DB2SWPC-RECORD
                ADD 1                  TO WS-CONTROL-ERR-CNT

             WHEN WS-DUP-IDX > 0
                DISPLAY "DB2SWM1: stream " SWPC-STREAM
                   " twice in DB2SWPC"
                ADD 1                  TO WS-CONTROL-ERR-CNT

             WHEN WS-STREAM-CNT >= WS-STREAM-MAX
                DISPLAY "DB2SWM1: more than " WS-STREAM-MAX
                   " streams in DB2SWPC"
                ADD 1                  TO WS-CONTROL-ERR-CNT

             WHEN OTHER
                ADD 1                  TO WS-STREAM-CNT
                INITIALIZE WS-STREAM-TAB(WS-STREAM-CNT)
                MOVE SWPC-STREAM       TO WS-STR-NO(WS-STREAM-CNT)
                MOVE SWPC-CLASS        TO WS-STR-CLASS(WS-STREAM-CNT)
                MOVE SWPC-FROM-LABEL   TO WS-STR-FROM(WS-STREAM-CNT)
                MOVE SWPC-TO-LABEL     TO WS-STR-TO(WS-STREAM-CNT)
                IF SWPC-BUDGET = SPACES
                   MOVE 120            TO WS-STR-BUDGET(WS-STREAM-CNT)
                ELSE
                   MOVE SWPC-BUDGET    TO WS-STR-BUDGET(WS-STREAM-CNT)
                END-IF
          END-EVALUATE

          .
       TAKE-CONTROL-LINE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       PREPARE-STREAM SECTION.
      *>------------------------------------------------------------------------

      *>     generation A resumes from its checkpoint only while the
      *>     run marker says the last run was cut off before the
      *>     merge. Otherwise its old file and checkpoint go, so last
      *>     night's summary line is not taken for tonight's and a
      *>     checkpoint left from anything else is not resumed from.
      *>     The later generations always start empty, and no
      *>     generation keeps an exit code or process id from before
          MOVE 1                       TO WS-STR-GEN(WS-STR-IDX)
          SET V-STR-RUNNING(WS-STR-IDX) TO TRUE

          MOVE 1                       TO WS-GEN-IDX
          PERFORM SET-GENERATION-NAMES
          MOVE "N"                     TO WS-CK-FOUND
          IF V-RUN-MARKED
             PERFORM READ-STREAM-CHECKPOINT
          END-IF
          IF NOT V-CK-FOUND
             PERFORM EMPTY-STREAM-FILE
             PERFORM CLEAR-CHECKPOINT
          END-IF
          PERFORM EMPTY-PROCESS-FILES

      *>     a profile under test when the last run was cut off is
      *>     tested again by the restart - its old start time must not
      *>     look like a hang before the stream gets to it
          IF V-CK-FOUND
             AND V-CK-TESTING
             OPEN OUTPUT CHECKPOINT-FILE
             IF V-CHKPT-OK
                MOVE SPACES            TO CHECKPOINT-RECORD
                MOVE WS-CK-LABEL       TO CHK-PROF-LABEL
                MOVE WS-CK-PASS        TO CHK-PASS
                SET V-CHK-DONE         TO TRUE
                WRITE CHECKPOINT-RECORD
                CLOSE CHECKPOINT-FILE
             END-IF
          END-IF

          PERFORM VARYING WS-GEN-IDX FROM 2 BY 1
             UNTIL WS-GEN-IDX > WS-GEN-MAX
             PERFORM SET-GENERATION-NAMES
             PERFORM EMPTY-STREAM-FILE
             PERFORM CLEAR-CHECKPOINT
             PERFORM EMPTY-PROCESS-FILES
          END-PERFORM

          .
       PREPARE-STREAM-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SET-GENERATION-NAMES SECTION.
      *>------------------------------------------------------------------------

          MOVE WS-STR-NO(WS-STR-IDX)   TO WS-STREAM-ID(1:1)
          MOVE WS-GEN-LETTERS(WS-GEN-IDX:1) TO WS-STREAM-ID(2:1)

          MOVE SPACES                  TO WS-STREAM-NAME
          STRING "DB2SWEEP.S" WS-STREAM-ID
             DELIMITED BY SIZE
             INTO WS-STREAM-NAME
          END-STRING
          MOVE SPACES                  TO WS-CHKPT-NAME
          STRING "DB2SWEEP.C" WS-STREAM-ID
             DELIMITED BY SIZE
             INTO WS-CHKPT-NAME
          END-STRING
          MOVE SPACES                  TO WS-EXIT-NAME
          STRING "DB2SWEEP.X" WS-STREAM-ID
             DELIMITED BY SIZE
             INTO WS-EXIT-NAME
          END-STRING
          MOVE SPACES                  TO WS-PID-NAME
          STRING "DB2SWEEP.P" WS-STREAM-ID
             DELIMITED BY SIZE
             INTO WS-PID-NAME
          END-STRING

          .
       SET-GENERATION-NAMES-EX.
          EXIT.

      *>------------------------------------------------------------------------
       EMPTY-STREAM-FILE SECTION.
      *>------------------------------------------------------------------------

          OPEN OUTPUT STREAM-FILE
          IF V-STREAM-OK
             CLOSE STREAM-FILE
          END-IF

          .
       EMPTY-STREAM-FILE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       CLEAR-CHECKPOINT SECTION.
      *>------------------------------------------------------------------------

          OPEN OUTPUT CHECKPOINT-FILE
          IF V-CHKPT-OK
             CLOSE CHECKPOINT-FILE
          END-IF

          .
       CLEAR-CHECKPOINT-EX.
          EXIT.

      *>------------------------------------------------------------------------
       EMPTY-PROCESS-FILES SECTION.
      *>------------------------------------------------------------------------

          OPEN OUTPUT EXIT-CODE-FILE
          IF V-EXIT-OK
             CLOSE EXIT-CODE-FILE
          END-IF

          OPEN OUTPUT PROCESS-ID-FILE
          IF V-PID-OK
             CLOSE PROCESS-ID-FILE
          END-IF

          .
       EMPTY-PROCESS-FILES-EX.
          EXIT.

      *>------------------------------------------------------------------------
       READ-RUN-MARKER SECTION.
      *>------------------------------------------------------------------------

          MOVE "N"                     TO WS-RUN-MARKED

          OPEN INPUT RUN-MARKER-FILE
          IF V-RUN-OK
             READ RUN-MARKER-FILE
             END-READ
             IF V-RUN-OK
                SET V-RUN-MARKED       TO TRUE
             END-IF
             CLOSE RUN-MARKER-FILE
          END-IF

          .
       READ-RUN-MARKER-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-RUN-MARKER SECTION.
      *>------------------------------------------------------------------------

      *>     without the marker a rerun after a cut-off starts every
      *>     stream over - slower, but nothing is lost
          OPEN OUTPUT RUN-MARKER-FILE
          IF V-RUN-OK
             MOVE SPACES               TO RUN-MARKER-LINE
             STRING "SWEEP STARTED " FUNCTION CURRENT-DATE(1:14)
                    " DEADLINE " WS-DEADLINE-HHMM
                DELIMITED BY SIZE
                INTO RUN-MARKER-LINE
             END-STRING
             WRITE RUN-MARKER-LINE
             CLOSE RUN-MARKER-FILE
          ELSE
             DISPLAY "DB2SWM1: cannot write DB2SWEEP.RUN, status "
                WS-RUN-STATUS " - a rerun starts the streams over"
          END-IF

          .
       WRITE-RUN-MARKER-EX.
          EXIT.

      *>------------------------------------------------------------------------
       CLEAR-RUN-MARKER SECTION.
      *>------------------------------------------------------------------------

          OPEN OUTPUT RUN-MARKER-FILE
          IF V-RUN-OK
             CLOSE RUN-MARKER-FILE
          END-IF

          .
       CLEAR-RUN-MARKER-EX.
          EXIT.

      *>------------------------------------------------------------------------
       LAUNCH-GENERATION SECTION.
      *>------------------------------------------------------------------------

      *>     DB2SWP1 STREAM CLASS FROM TO BUDGET, in the background.
      *>     An open label end is a quoted '*' - the shell would
      *>     expand it otherwise. Around it, in a background shell of
      *>     its own: its process id goes to DB2SWEEP.P<stream>, for
      *>     stopping it, and once it has ended its exit code goes to
      *>     DB2SWEEP.X<stream> - even when DB2SWP1 could not be
      *>     started at all
          MOVE WS-STR-GEN(WS-STR-IDX)  TO WS-GEN-IDX
          PERFORM SET-GENERATION-NAMES

          MOVE SPACES                  TO WS-SYS-COMMAND
          MOVE 1                       TO WS-CMD-PTR
          STRING "(DB2SWP1 " WS-STREAM-ID " " DELIMITED BY SIZE
                 WS-STR-CLASS(WS-STR-IDX) DELIMITED BY SPACE
                 " " DELIMITED BY SIZE
             INTO WS-SYS-COMMAND
             WITH POINTER WS-CMD-PTR
          END-STRING

          MOVE WS-STR-FROM(WS-STR-IDX) TO WS-WORD
          PERFORM ADD-LABEL-WORD
          MOVE WS-STR-TO(WS-STR-IDX)   TO WS-WORD
          PERFORM ADD-LABEL-WORD

          STRING WS-STR-BUDGET(WS-STR-IDX) " > DB2SWEEP.L"
                 WS-STREAM-ID " 2>&1 & echo $! > DB2SWEEP.P"
                 WS-STREAM-ID "; wait $!; echo $? > DB2SWEEP.X"
                 WS-STREAM-ID ") &"
             DELIMITED BY SIZE
             INTO WS-SYS-COMMAND
             WITH POINTER WS-CMD-PTR
          END-STRING

          DISPLAY "DB2SWM1: stream " WS-STREAM-ID " "
             WS-SYS-COMMAND(1:WS-CMD-PTR - 1)

          CALL "SYSTEM" USING WS-SYS-COMMAND
          END-CALL
          MOVE RETURN-CODE             TO WS-SYS-RC
          MOVE 0                       TO RETURN-CODE

          IF WS-SYS-RC NOT = 0
             DISPLAY "DB2SWM1: stream " WS-STREAM-ID
                " could not be started, shell RC " WS-SYS-RC
             SET V-STR-BROKEN(WS-STR-IDX) TO TRUE
             ADD 1                     TO WS-BROKEN-CNT
          END-IF

          .
       LAUNCH-GENERATION-EX.
          EXIT.

      *>------------------------------------------------------------------------
       ADD-LABEL-WORD SECTION.
      *>------------------------------------------------------------------------

          IF WS-WORD = "*"
             STRING "'*' " DELIMITED BY SIZE
                INTO WS-SYS-COMMAND
                WITH POINTER WS-CMD-PTR
             END-STRING
          ELSE
             STRING WS-WORD DELIMITED BY SPACE
                    " " DELIMITED BY SIZE
                INTO WS-SYS-COMMAND
                WITH POINTER WS-CMD-PTR
             END-STRING
          END-IF

          .
       ADD-LABEL-WORD-EX.
          EXIT.

      *>------------------------------------------------------------------------
       COUNT-RUNNING SECTION.
      *>------------------------------------------------------------------------

          MOVE 0                       TO WS-RUNNING-CNT
          PERFORM VARYING WS-STR-IDX FROM 1 BY 1
             UNTIL WS-STR-IDX > WS-STREAM-CNT
             IF V-STR-RUNNING(WS-STR-IDX)
                ADD 1                  TO WS-RUNNING-CNT
             END-IF
          END-PERFORM

          .
       COUNT-RUNNING-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WATCH-STREAMS SECTION.
      *>------------------------------------------------------------------------

          CALL "C$SLEEP" USING WS-POLL-SECS
          END-CALL

          PERFORM TAKE-NOW
          IF WS-NOW-SECS >= WS-DEADLINE-SECS
             SET V-DEADLINE-PASSED     TO TRUE
          ELSE
             PERFORM VARYING WS-STR-IDX FROM 1 BY 1
                UNTIL WS-STR-IDX > WS-STREAM-CNT
                IF V-STR-RUNNING(WS-STR-IDX)
                   PERFORM CHECK-ONE-STREAM
                END-IF
             END-PERFORM

             PERFORM COUNT-RUNNING
          END-IF

          .
       WATCH-STREAMS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       CHECK-ONE-STREAM SECTION.
      *>------------------------------------------------------------------------

          MOVE WS-STR-GEN(WS-STR-IDX)  TO WS-GEN-IDX
          PERFORM SET-GENERATION-NAMES

      *>     the exit code is looked for before the stream file is
      *>     scanned: a generation that had ended by then has its
      *>     summary line in the file, if it wrote one at all
          PERFORM READ-EXIT-CODE

          MOVE "N"                     TO WS-SCAN-COLLECT
          PERFORM SCAN-STREAM-FILE

          EVALUATE TRUE
             WHEN V-SCAN-COMPLETE
                SET V-STR-COMPLETE(WS-STR-IDX) TO TRUE
                DISPLAY "DB2SWM1: stream " WS-STREAM-ID " complete"

             WHEN V-SCAN-FAILED
                SET V-STR-BROKEN(WS-STR-IDX) TO TRUE
                ADD 1                  TO WS-BROKEN-CNT
                DISPLAY "DB2SWM1: stream " WS-STREAM-ID
                   " broke off - see DB2SWEEP.L" WS-STREAM-ID

      *>        ended without its summary line - killed, crashed, or
      *>        never started; nothing more will come from it
             WHEN V-EXIT-FOUND
                SET V-STR-BROKEN(WS-STR-IDX) TO TRUE
                ADD 1                  TO WS-BROKEN-CNT
                DISPLAY "DB2SWM1: stream " WS-STREAM-ID
                   " ended with exit code " WS-EXIT-RC(1:3)
                   " and no summary - see DB2SWEEP.L" WS-STREAM-ID

             WHEN OTHER
                PERFORM CHECK-STREAM-WAIT
          END-EVALUATE

          .
       CHECK-ONE-STREAM-EX.
          EXIT.

      *>------------------------------------------------------------------------
       CHECK-STREAM-WAIT SECTION.
      *>------------------------------------------------------------------------

      *>     still running: is it waiting on one profile for longer
      *>     than the budget and the grace for DB2SWP1 itself?
          PERFORM READ-STREAM-CHECKPOINT

          IF V-CK-FOUND
             AND V-CK-TESTING
             MOVE WS-CK-CUR-START-TS   TO WS-TS-IN
             PERFORM CONVERT-TIMESTAMP
             COMPUTE WS-WAIT-SECS = WS-NOW-SECS - WS-TS-SECS
             END-COMPUTE

             IF WS-WAIT-SECS > WS-STR-BUDGET(WS-STR-IDX) + WS-GRACE-SECS
                PERFORM LEAVE-HUNG-STREAM
             END-IF
          END-IF

          .
       CHECK-STREAM-WAIT-EX.
          EXIT.

      *>------------------------------------------------------------------------
       READ-EXIT-CODE SECTION.
      *>------------------------------------------------------------------------

      *>     the shell creates the file before it writes the code, so
      *>     only a file with its line counts as ended
          MOVE "N"                     TO WS-EXIT-FOUND
          MOVE SPACES                  TO WS-EXIT-RC

          OPEN INPUT EXIT-CODE-FILE
          IF V-EXIT-OK
             READ EXIT-CODE-FILE
             END-READ
             IF V-EXIT-OK
                SET V-EXIT-FOUND       TO TRUE
                MOVE EXIT-CODE-LINE    TO WS-EXIT-RC
             END-IF
             CLOSE EXIT-CODE-FILE
          END-IF

          .
       READ-EXIT-CODE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       STOP-GENERATION SECTION.
      *>------------------------------------------------------------------------

      *>     the generation left behind is still running - it is
      *>     stopped, so it does not hold a connection or go on
      *>     writing its files. A process that has ended meanwhile
      *>     makes the kill fail quietly
          MOVE SPACES                  TO WS-SYS-COMMAND
          STRING "kill $(cat "              DELIMITED BY SIZE
                 WS-PID-NAME                DELIMITED BY SPACE
                 " 2>/dev/null) 2>/dev/null" DELIMITED BY SIZE
             INTO WS-SYS-COMMAND
          END-STRING

          CALL "SYSTEM" USING WS-SYS-COMMAND
          END-CALL
          MOVE 0                       TO RETURN-CODE

          .
       STOP-GENERATION-EX.
          EXIT.

      *>------------------------------------------------------------------------
       LEAVE-HUNG-STREAM SECTION.
      *>------------------------------------------------------------------------

      *>     the lines written so far are kept, the hanging profile is
      *>     recorded here, the hanging generation is stopped and the
      *>     next one goes on after it
          SET V-GEN-LEFT(WS-STR-IDX, WS-GEN-IDX) TO TRUE
          MOVE WS-SCAN-LINES
            TO WS-GEN-LIMIT(WS-STR-IDX, WS-GEN-IDX)

          MOVE SPACES                  TO WS-HUNG-NOTE
          STRING "NO ANSWER - STREAM " WS-STREAM-ID " MOVED ON"
             DELIMITED BY SIZE
             INTO WS-HUNG-NOTE
          END-STRING
          PERFORM RECORD-HUNG-PROFILE

          PERFORM STOP-GENERATION

          IF WS-GEN-IDX >= WS-GEN-MAX
             SET V-STR-INCOMPLETE(WS-STR-IDX) TO TRUE
             ADD 1                     TO WS-INCOMPLETE-CNT
             DISPLAY "DB2SWM1: stream " WS-STREAM-ID " hangs on "
                WS-CK-CUR-DBALIAS " - no generation left, rest of "
                "the stream not swept"
          ELSE
             DISPLAY "DB2SWM1: stream " WS-STREAM-ID " hangs on "
                WS-CK-CUR-DBALIAS " - left behind"
             PERFORM START-NEXT-GENERATION
          END-IF

          .
       LEAVE-HUNG-STREAM-EX.
          EXIT.

      *>------------------------------------------------------------------------
       START-NEXT-GENERATION SECTION.
      *>------------------------------------------------------------------------

          ADD 1                        TO WS-STR-GEN(WS-STR-IDX)
          MOVE WS-STR-GEN(WS-STR-IDX)  TO WS-GEN-IDX
          PERFORM SET-GENERATION-NAMES
          PERFORM EMPTY-STREAM-FILE

      *>     the new generation restarts after the hanging profile,
      *>     in the same pass
          OPEN OUTPUT CHECKPOINT-FILE
          IF V-CHKPT-OK
             MOVE SPACES               TO CHECKPOINT-RECORD
             MOVE WS-CK-CUR-LABEL      TO CHK-PROF-LABEL
             MOVE WS-CK-PASS           TO CHK-PASS
             SET V-CHK-DONE            TO TRUE
             WRITE CHECKPOINT-RECORD
             CLOSE CHECKPOINT-FILE
          END-IF

          PERFORM LAUNCH-GENERATION

          .
       START-NEXT-GENERATION-EX.
          EXIT.

      *>------------------------------------------------------------------------
       STOP-AT-DEADLINE SECTION.
      *>------------------------------------------------------------------------

      *>     one last look - a stream may have finished or broken off
      *>     since the last round. Otherwise it is stopped and merged
      *>     as far as it got
          MOVE WS-STR-GEN(WS-STR-IDX)  TO WS-GEN-IDX
          PERFORM SET-GENERATION-NAMES

          PERFORM READ-EXIT-CODE

          MOVE "N"                     TO WS-SCAN-COLLECT
          PERFORM SCAN-STREAM-FILE

          EVALUATE TRUE
             WHEN V-SCAN-COMPLETE
                SET V-STR-COMPLETE(WS-STR-IDX) TO TRUE

             WHEN V-SCAN-FAILED
             WHEN V-EXIT-FOUND
                SET V-STR-BROKEN(WS-STR-IDX) TO TRUE
                ADD 1                  TO WS-BROKEN-CNT
                DISPLAY "DB2SWM1: stream " WS-STREAM-ID
                   " broke off - see DB2SWEEP.L" WS-STREAM-ID

             WHEN OTHER
                PERFORM CUT-OFF-STREAM
          END-EVALUATE

          .
       STOP-AT-DEADLINE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       CUT-OFF-STREAM SECTION.
      *>------------------------------------------------------------------------

          SET V-STR-INCOMPLETE(WS-STR-IDX) TO TRUE
          ADD 1                        TO WS-INCOMPLETE-CNT
          SET V-GEN-LEFT(WS-STR-IDX, WS-GEN-IDX) TO TRUE
          MOVE WS-SCAN-LINES
            TO WS-GEN-LIMIT(WS-STR-IDX, WS-GEN-IDX)

          PERFORM STOP-GENERATION

          DISPLAY "DB2SWM1: stream " WS-STREAM-ID
             " not finished by the deadline " WS-DEADLINE-HHMM

          PERFORM READ-STREAM-CHECKPOINT
          IF V-CK-FOUND
             AND V-CK-TESTING
             MOVE SPACES               TO WS-HUNG-NOTE
             STRING "NO ANSWER - STREAM " WS-STREAM-ID " DEADLINE"
                DELIMITED BY SIZE
                INTO WS-HUNG-NOTE
             END-STRING
             PERFORM RECORD-HUNG-PROFILE
          END-IF

          .
       CUT-OFF-STREAM-EX.
          EXIT.

      *>------------------------------------------------------------------------
       RECORD-HUNG-PROFILE SECTION.
      *>------------------------------------------------------------------------

      *>     the line DB2SWP1 would have written for a TIMEOUT - or
      *>     IN-WINDOW, when the subsystem is down for planned work
          IF WS-HUNG-CNT < 45
             MOVE SPACES               TO SWEEP-STATUS-RECORD
             MOVE FUNCTION CURRENT-DATE TO SWP-TIMESTAMP
             MOVE WS-CK-CUR-DBALIAS    TO SWP-DBALIAS
             MOVE WS-CK-CUR-USERID     TO SWP-USERID
             MOVE -1                   TO SWP-SQLCODE

             MOVE WS-CK-CUR-START-TS   TO WS-TS-IN
             PERFORM CONVERT-TIMESTAMP
             COMPUTE WS-WAIT-SECS = WS-NOW-SECS - WS-TS-SECS
             END-COMPUTE
             IF WS-WAIT-SECS > 9999
                MOVE 9999              TO WS-WAIT-SECS
             END-IF
             COMPUTE SWP-ELAPSED-MS = WS-WAIT-SECS * 1000
             END-COMPUTE

             INITIALIZE MWN-MOD
             MOVE WS-CK-CUR-DBALIAS    TO MWN-DBALIAS OF MWN-MOD
             CALL "DB2MWN1" USING MWN-MOD END-CALL

             IF V-MWN-IN-WINDOW OF MWN-MOD
                MOVE "IN-WINDOW"       TO SWP-RESULT
                MOVE MWN-REASON OF MWN-MOD TO SWP-NOTE
             ELSE
                MOVE "TIMEOUT"         TO SWP-RESULT
                MOVE WS-HUNG-NOTE      TO SWP-NOTE
             END-IF

             ADD 1                     TO WS-HUNG-CNT
             MOVE SWEEP-STATUS-RECORD  TO WS-HUNG-LINE(WS-HUNG-CNT)
          END-IF

          .
       RECORD-HUNG-PROFILE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       READ-STREAM-CHECKPOINT SECTION.
      *>------------------------------------------------------------------------

          MOVE "N"                     TO WS-CK-FOUND

          OPEN INPUT CHECKPOINT-FILE
          IF V-CHKPT-OK
             READ CHECKPOINT-FILE
             END-READ
             IF V-CHKPT-OK
                AND (CHK-PROF-LABEL NOT = SPACES
                     OR CHK-PASS NOT = SPACE)
                SET V-CK-FOUND         TO TRUE
                MOVE CHK-PROF-LABEL    TO WS-CK-LABEL
                MOVE CHK-PASS          TO WS-CK-PASS
                MOVE CHK-STATE         TO WS-CK-STATE
                MOVE CHK-CUR-LABEL     TO WS-CK-CUR-LABEL
                MOVE CHK-CUR-DBALIAS   TO WS-CK-CUR-DBALIAS
                MOVE CHK-CUR-USERID    TO WS-CK-CUR-USERID
                MOVE CHK-CUR-START-TS  TO WS-CK-CUR-START-TS
             END-IF

             CLOSE CHECKPOINT-FILE
          END-IF

          .
       READ-STREAM-CHECKPOINT-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SCAN-STREAM-FILE SECTION.
      *>------------------------------------------------------------------------

      *>     counts the status lines of one stream generation and
      *>     looks for the line that ends it; when collecting, the
      *>     status lines go into the merge - for a generation left
      *>     behind only as many as it had when it was left
          MOVE 0                       TO WS-SCAN-LINES
          MOVE SPACE                   TO WS-SCAN-END

          OPEN INPUT STREAM-FILE
          IF V-STREAM-OK
             PERFORM SCAN-ONE-LINE
                UNTIL NOT V-STREAM-OK

             CLOSE STREAM-FILE
          END-IF

          .
       SCAN-STREAM-FILE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SCAN-ONE-LINE SECTION.
      *>------------------------------------------------------------------------

          READ STREAM-FILE
          END-READ

          EVALUATE TRUE
             WHEN NOT V-STREAM-OK
                CONTINUE

             WHEN SWP-TIMESTAMP(1:8) NOT NUMERIC
                PERFORM SCAN-TRAILER-LINE

             WHEN OTHER
                ADD 1                  TO WS-SCAN-LINES

                IF V-SCAN-COLLECT
                   AND (NOT V-GEN-LEFT(WS-STR-IDX, WS-GEN-IDX)
                        OR WS-SCAN-LINES
                           NOT > WS-GEN-LIMIT(WS-STR-IDX, WS-GEN-IDX))
                   MOVE SWEEP-STATUS-RECORD TO WS-NEW-LINE
                   PERFORM INSERT-MERGE-LINE
                END-IF
          END-EVALUATE

          .
       SCAN-ONE-LINE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SCAN-TRAILER-LINE SECTION.
      *>------------------------------------------------------------------------

      *>     a line without a timestamp: the summary line that ends
      *>     the stream, the line of a stream that broke off, or
      *>     anything else a stream has to say - not a status line
          EVALUATE TRUE
             WHEN SWP-TIMESTAMP(1:16) = SWPS-TAG
                SET V-SCAN-COMPLETE    TO TRUE
      *>           same layout as the line written under the merge.
      *>           A generation left behind that finished after all
      *>           also counted what the next one swept
                IF V-SCAN-COLLECT
                   AND NOT V-GEN-LEFT(WS-STR-IDX, WS-GEN-IDX)
                   MOVE SWEEP-STATUS-RECORD
                     TO SWEEP-SUMMARY-LINE
                   MOVE SWPS-DECOMM    TO WS-DECOMM-PART
                   ADD WS-DECOMM-PART  TO WS-DECOMM-CNT
                END-IF
             WHEN SWP-TIMESTAMP(1:13) = "SWEEP FAILED "
                SET V-SCAN-FAILED      TO TRUE
             WHEN OTHER
                CONTINUE
          END-EVALUATE

          .
       SCAN-TRAILER-LINE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       MERGE-STREAMS SECTION.
      *>------------------------------------------------------------------------

          MOVE "Y"                     TO WS-SCAN-COLLECT

          PERFORM VARYING WS-STR-IDX FROM 1 BY 1
             UNTIL WS-STR-IDX > WS-STREAM-CNT
             PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                UNTIL WS-GEN-IDX > WS-STR-GEN(WS-STR-IDX)
                PERFORM SET-GENERATION-NAMES
                PERFORM SCAN-STREAM-FILE
             END-PERFORM
          END-PERFORM

          PERFORM VARYING WS-HUNG-IDX FROM 1 BY 1
             UNTIL WS-HUNG-IDX > WS-HUNG-CNT
             MOVE WS-HUNG-LINE(WS-HUNG-IDX) TO WS-NEW-LINE
             PERFORM INSERT-MERGE-LINE
          END-PERFORM

          .
       MERGE-STREAMS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       INSERT-MERGE-LINE SECTION.
      *>------------------------------------------------------------------------

      *>     DBALIAS, USERID, timestamp - the lines above the new one
      *>     move up one place until its place is free
          IF WS-MRG-CNT >= WS-MRG-MAX
             ADD 1                     TO WS-MRG-DROPPED-CNT
             DISPLAY "DB2SWM1: more than " WS-MRG-MAX
                " profiles - line dropped: " WS-NEW-LINE(1:64)
          ELSE
             PERFORM PLACE-MERGE-LINE
          END-IF

          .
       INSERT-MERGE-LINE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       PLACE-MERGE-LINE SECTION.
      *>------------------------------------------------------------------------

          MOVE WS-NEW-LINE             TO SWEEP-STATUS-RECORD
          MOVE SPACES                  TO WS-NEW-KEY
          STRING SWP-DBALIAS SWP-USERID SWP-TIMESTAMP
             DELIMITED BY SIZE
             INTO WS-NEW-KEY
          END-STRING

          PERFORM VARYING WS-MRG-POS FROM WS-MRG-CNT BY -1
             UNTIL WS-MRG-POS = 0
             IF WS-MRG-KEY(WS-MRG-POS) NOT > WS-NEW-KEY
                EXIT PERFORM
             END-IF
             MOVE WS-MRG-TAB(WS-MRG-POS) TO WS-MRG-TAB(WS-MRG-POS + 1)
          END-PERFORM

          MOVE WS-NEW-KEY              TO WS-MRG-KEY(WS-MRG-POS + 1)
          MOVE WS-NEW-LINE             TO WS-MRG-LINE(WS-MRG-POS + 1)
          ADD 1                        TO WS-MRG-CNT

          ADD 1                        TO WS-TOTAL-CNT
          EVALUATE SWP-RESULT
             WHEN "OK"
                ADD 1                  TO WS-OK-CNT
             WHEN "IN-WINDOW"
                ADD 1                  TO WS-WINDOW-CNT
             WHEN "TIMEOUT"
                ADD 1                  TO WS-TIMEOUT-CNT
             WHEN OTHER
                ADD 1                  TO WS-FAIL-CNT
          END-EVALUATE

          .
       PLACE-MERGE-LINE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-MERGED-FILE SECTION.
      *>------------------------------------------------------------------------

          OPEN OUTPUT MERGED-STATUS-FILE
          IF NOT V-MERGED-OK
             DISPLAY "DB2SWM1: cannot open DB2SWEEP.STA, status "
                WS-MERGED-STATUS " - stream files kept"
             MOVE 12                   TO RETURN-CODE
             STOP RUN
          END-IF

          PERFORM VARYING WS-MRG-IDX FROM 1 BY 1
             UNTIL WS-MRG-IDX > WS-MRG-CNT
             WRITE MERGED-STATUS-LINE FROM WS-MRG-LINE(WS-MRG-IDX)
             END-WRITE
          END-PERFORM

          MOVE WS-TOTAL-CNT            TO SWPS-TOTAL
          MOVE WS-OK-CNT               TO SWPS-OK
          MOVE WS-FAIL-CNT             TO SWPS-FAIL
          MOVE WS-TIMEOUT-CNT          TO SWPS-TIMEOUT
          MOVE WS-WINDOW-CNT           TO SWPS-WINDOW
          MOVE WS-DECOMM-CNT           TO SWPS-DECOMM

          WRITE MERGED-STATUS-LINE FROM SWEEP-SUMMARY-LINE
          END-WRITE
          DISPLAY SWEEP-SUMMARY-LINE

          IF WS-INCOMPLETE-CNT + WS-BROKEN-CNT > 0
             COMPUTE WS-INC-CNT = WS-INCOMPLETE-CNT + WS-BROKEN-CNT
             END-COMPUTE
             MOVE WS-DEADLINE-HHMM     TO WS-INC-HHMM
             WRITE MERGED-STATUS-LINE FROM WS-INCOMPLETE-LINE
             END-WRITE
             DISPLAY WS-INCOMPLETE-LINE
          END-IF

          CLOSE MERGED-STATUS-FILE

          .
       WRITE-MERGED-FILE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-HISTORY SECTION.
      *>------------------------------------------------------------------------

      *>     every merged line goes to the sweep history, as DB2SWP1
      *>     does for a single-stream sweep. The history is created
      *>     only when it is missing - one that is locked or not
      *>     readable is never written over. Without the history the
      *>     sweep result still stands - the return code tells the
      *>     scheduler: 4 for a history that could not be created or
      *>     written, 12 for one that is there and could not be opened
          OPEN I-O SWEEP-HISTORY-FILE
          IF V-SWPH-NO-FILE
             CLOSE SWEEP-HISTORY-FILE
             OPEN OUTPUT SWEEP-HISTORY-FILE
             CLOSE SWEEP-HISTORY-FILE
             OPEN I-O SWEEP-HISTORY-FILE
          ELSE
             IF NOT V-SWPH-OK
                SET V-SWPH-BROKEN      TO TRUE
             END-IF
          END-IF

          IF V-SWPH-OK
             SET V-SWPH-OPEN           TO TRUE

             PERFORM VARYING WS-MRG-IDX FROM 1 BY 1
                UNTIL WS-MRG-IDX > WS-MRG-CNT
                   OR NOT V-SWPH-OPEN
                PERFORM WRITE-ONE-HISTORY-RECORD
             END-PERFORM
          ELSE
             DISPLAY "DB2SWM1: cannot open DB2SWPHS, status "
                WS-SWPH-STATUS " - sweep not in the history"
          END-IF

          .
       WRITE-HISTORY-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-ONE-HISTORY-RECORD SECTION.
      *>------------------------------------------------------------------------

      *>     a duplicate key is a line already in the history - the
      *>     first record stands
          MOVE WS-MRG-LINE(WS-MRG-IDX) TO SWEEP-STATUS-RECORD
          MOVE SWP-SQLCODE             TO WS-REC-SQLCODE
          MOVE SWP-ELAPSED-MS          TO WS-REC-ELAPSED-MS

          MOVE SWP-DBALIAS             TO SWPH-DBALIAS
          MOVE SWP-TIMESTAMP           TO SWPH-TIMESTAMP
          MOVE SWP-USERID              TO SWPH-USERID
          MOVE SWP-RESULT              TO SWPH-RESULT
          MOVE WS-REC-SQLCODE          TO SWPH-SQLCODE
          MOVE WS-REC-ELAPSED-MS       TO SWPH-ELAPSED-MS
          MOVE SWP-NOTE                TO SWPH-NOTE

          WRITE SWEEP-HISTORY-RECORD
          END-WRITE

          IF NOT V-SWPH-OK
             AND NOT V-SWPH-DUPLICATE
             DISPLAY "DB2SWM1: cannot write DB2SWPHS, status "
                WS-SWPH-STATUS " - history incomplete"
             CLOSE SWEEP-HISTORY-FILE
             MOVE "N"                  TO WS-SWPH-OPEN
          END-IF

          .
       WRITE-ONE-HISTORY-RECORD-EX.
          EXIT.

      *>------------------------------------------------------------------------
       TAKE-NOW SECTION.
      *>------------------------------------------------------------------------

          MOVE FUNCTION CURRENT-DATE(1:16) TO WS-TS-IN
          PERFORM CONVERT-TIMESTAMP
          MOVE WS-TS-SECS              TO WS-NOW-SECS

          .
       TAKE-NOW-EX.
          EXIT.

      *>------------------------------------------------------------------------
       CONVERT-TIMESTAMP SECTION.
      *>------------------------------------------------------------------------

      *>     a timestamp that cannot be read counts as now
          IF WS-TS-IN(1:14) NOT NUMERIC
             MOVE WS-NOW-SECS          TO WS-TS-SECS
          ELSE
             COMPUTE WS-TS-SECS =
                FUNCTION INTEGER-OF-DATE(WS-TS-DATE) * 86400
                + WS-TS-HH * 3600 + WS-TS-MM * 60 + WS-TS-SS
             END-COMPUTE
          END-IF

          .
       CONVERT-TIMESTAMP-EX.
          EXIT.

       END PROGRAM DB2SWM1.
