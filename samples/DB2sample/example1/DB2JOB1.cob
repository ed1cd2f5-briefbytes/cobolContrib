      *>************************************************************************
      *>  This file is part of DB2sample.
      *>
      *>  DB2JOB1.cob is free software: you can redistribute it and/or
      *>  modify it under the terms of the GNU Lesser General Public License as
      *>  published by the Free Software Foundation, either version 3 of the
      *>  License, or (at your option) any later version.
      *>
      *>  DB2JOB1.cob is distributed in the hope that it will be useful,
      *>  but WITHOUT ANY WARRANTY; without even the implied warranty of
      *>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
      *>  See the GNU Lesser General Public License for more details.
      *>
      *>  You should have received a copy of the GNU Lesser General Public
      *>  License along with DB2JOB1.cob.
      *>  If not, see <http://www.gnu.org/licenses/>.
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2JOB1.cob
      *>
      *> Purpose:      Driver of the nightly job stream. The steps, their
      *>               parameters and the highest return code each may
      *>               end with are read from the run-control file
      *>               DB2JOBC (DB2JOBC.cpy). The steps run one after the
      *>               other; the first step that ends above its maximum
      *>               stops the stream, since the steps after it work on
      *>               its output.
      *>
      *>               Every step's start, end and return code go to the
      *>               run history DB2JOBH.LOG (DB2JOBH.cpy), written as
      *>               it happens. A run that did not complete is resumed
      *>               by simply starting DB2JOB1 again: the steps that
      *>               ended clean are not run a second time, the run
      *>               goes on from the first step that did not, with the
      *>               run date of the original start.
      *>
      *>               The run summary for the morning handover is
      *>               written to DB2JOB.RPT - one page, every step of
      *>               the run including those done clean before a
      *>               restart, and where to restart when it failed.
      *>
      *> Author:       Laszlo Erdos - https://www.facebook.com/wortfee
      *>
      *> Date-Written: 2026.10.15
      *>
      *> Tectonics:    cobc -x DB2JOB1.cob
      *>
      *> Usage:        DB2JOB1 [NEW]
      *>
      *>               Without a parameter DB2JOB1 resumes the last run
      *>               if it did not complete, and starts a new run
      *>               otherwise. NEW always starts a new run; a last run
      *>               left incomplete is closed as ABANDONED. The
      *>               scheduler starts the night with NEW, night shift
      *>               restarts without a parameter. The step programs
      *>               are started through the shell, by name.
      *>
      *>               RETURN-CODE:  0 run complete, every step ended
      *>                               with RC 0
      *>                             4 run complete, some step ended
      *>                               above 0 but within its maximum
      *>                             8 a step failed - the stream was
      *>                               stopped, a rerun resumes there
      *>                            12 parameter error, run-control
      *>                               file not usable or the run
      *>                               history could not be read or
      *>                               written - a run history that
      *>                               cannot be read stops the job
      *>                               before any step runs
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Laszlo Erdos:
      *>            - first version.
      *>            - a DB2JOBC read that ends on anything but end of
      *>              file counts as a run-control error, and a
      *>              DB2JOBH.LOG that is there but cannot be opened or
      *>              read to the end stops the job with RC 12 instead
      *>              of being taken as empty.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2JOB1.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DB2JOBC-FILE ASSIGN TO "DB2JOBC"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JOBC-STATUS.

           SELECT JOB-HISTORY-FILE ASSIGN TO "DB2JOBH.LOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JOBH-STATUS.

           SELECT REPORT-FILE ASSIGN TO "DB2JOB.RPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DB2JOBC-FILE.
      *> record layout
       COPY "DB2JOBC.cpy".

       FD  JOB-HISTORY-FILE.
      *> record layout
       COPY "DB2JOBH.cpy".

       FD  REPORT-FILE.
       01 REPORT-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-JOBC-STATUS               PIC X(2).
          88 V-JOBC-OK                 VALUE "00".
          88 V-JOBC-EOF                VALUE "10".

       01 WS-JOBH-STATUS               PIC X(2).
          88 V-JOBH-OK                 VALUE "00".
          88 V-JOBH-EOF                VALUE "10".
          88 V-JOBH-MISSING            VALUE "35".

       01 WS-REPORT-STATUS             PIC X(2).
          88 V-REPORT-OK               VALUE "00".

      *> command line: [NEW]
       01 WS-CMD-LINE                  PIC X(80).
       01 WS-PARM-MODE                 PIC X(10).
       01 WS-NEW-FORCED                PIC X(1) VALUE "N".
          88 V-NEW-FORCED              VALUE "Y".

      *> the steps of the run-control file
       01 WS-STEP-MAX                  PIC 9(4) COMP-5 VALUE 30.
       01 WS-STEP-CNT                  PIC 9(4) COMP-5 VALUE 0.
       01 WS-STEP-TAB OCCURS 30 TIMES.
         02 WS-STEP-PROGRAM            PIC X(8).
         02 WS-STEP-MAX-RC             PIC 9(2).
         02 WS-STEP-PARM               PIC X(60).
         02 WS-STEP-COMMAND            PIC X(80).
         02 WS-STEP-STATE              PIC X(1).
            88 V-STEP-PENDING          VALUE "P".
            88 V-STEP-EARLIER          VALUE "K".
            88 V-STEP-CLEAN            VALUE "C".
            88 V-STEP-FAILED           VALUE "F".
         02 WS-STEP-RC                 PIC 9(3).
         02 WS-STEP-START-TS           PIC X(14).
         02 WS-STEP-END-TS             PIC X(14).
       01 WS-STEP-IDX                  PIC 9(4) COMP-5.
       01 WS-CONTROL-ERR-CNT           PIC 9(4) COMP-5 VALUE 0.

      *> the last run found in the run history
       01 WS-LAST-RUN-ID               PIC X(15) VALUE SPACES.
       01 WS-LAST-RUN-DATE             PIC X(8).
       01 WS-LAST-RUN-OPEN             PIC X(1) VALUE "N".
          88 V-LAST-RUN-OPEN           VALUE "Y".
       01 WS-HISTORY-ERR               PIC X(1) VALUE "N".
          88 V-HISTORY-ERR             VALUE "Y".
       01 WS-HIST-TAB OCCURS 30 TIMES.
         02 WS-HIST-PROGRAM            PIC X(8).
         02 WS-HIST-RESULT             PIC X(9).
         02 WS-HIST-RC                 PIC 9(3).
         02 WS-HIST-START-TS           PIC X(14).
         02 WS-HIST-END-TS             PIC X(14).
       01 WS-HIST-IDX                  PIC 9(4) COMP-5.

      *> this run
       01 WS-NOW-TS                    PIC X(21).
       01 WS-RUN-ID                    PIC X(15).
       01 WS-RUN-DATE                  PIC X(8).
       01 WS-RUN-DATE-N REDEFINES WS-RUN-DATE
                                       PIC 9(8).
       01 WS-RUN-MODE                  PIC X(9).
          88 V-RUN-RESUMED             VALUE "RESUMED".
       01 WS-RESUME-AT                 PIC 9(4) COMP-5 VALUE 1.
       01 WS-STREAM-STATE              PIC X(1) VALUE "G".
          88 V-STREAM-GOOD             VALUE "G".
          88 V-STREAM-FAILED           VALUE "F".
          88 V-STREAM-NO-HISTORY       VALUE "H".
       01 WS-FAILED-STEP               PIC 9(4) COMP-5 VALUE 0.
       01 WS-FAILED-STEP-TEXT          PIC 9(2).

      *> a step's command, built from its parameters
       01 WS-CMD-PTR                   PIC 9(4) COMP-5.
       01 WS-PARM-PTR                  PIC 9(4) COMP-5.
       01 WS-WORD                      PIC X(60).
       01 WS-WORD-ERROR                PIC X(1).
          88 V-WORD-ERROR              VALUE "Y".
       01 WS-DAYS-BACK                 PIC 9(5) COMP-5.
       01 WS-DATE-INT                  PIC 9(9) COMP-5.
       01 WS-SYMBOL-DATE               PIC 9(8).

      *> the return code the shell hands back
       01 WS-SYS-RC                    PIC S9(9) COMP-5.
       01 WS-SIGNAL                    PIC S9(9) COMP-5.

       01 WS-TS-IN                     PIC X(14).
       01 WS-TS-OUT                    PIC X(19).

       01 WS-RAN-CLEAN-CNT             PIC 9(4) COMP-5 VALUE 0.
       01 WS-EARLIER-CNT               PIC 9(4) COMP-5 VALUE 0.
       01 WS-FAILED-CNT                PIC 9(4) COMP-5 VALUE 0.
       01 WS-NOT-RUN-CNT               PIC 9(4) COMP-5 VALUE 0.
       01 WS-WARN-RC-CNT               PIC 9(4) COMP-5 VALUE 0.

       01 WS-FINAL-RC                  PIC S9(9) COMP-5 VALUE 0.

      *> report line layouts
       01 WS-RPT-HEADER.
         02 FILLER                     PIC X(28)
            VALUE "DB2 NIGHTLY JOB STREAM  RUN ".
         02 WS-HDR-RUN-ID              PIC X(15).
         02 FILLER                     PIC X(11) VALUE "  RUN DATE ".
         02 WS-HDR-RUN-DATE            PIC X(10).
         02 FILLER                     PIC X(2) VALUE SPACES.
         02 WS-HDR-MODE                PIC X(9).
         02 FILLER                     PIC X(25) VALUE SPACES.

       01 WS-RPT-COL-HEADER.
         02 FILLER                     PIC X(50) VALUE
            "STEP PROGRAM  MAX  RC STARTED             ENDED".
         02 FILLER                     PIC X(50) VALUE
            "           RESULT        PARAMETERS".

       01 WS-RPT-STEP-LINE.
         02 WS-RPT-STEP                PIC Z9.
         02 FILLER                     PIC X(3) VALUE SPACES.
         02 WS-RPT-PROGRAM             PIC X(8).
         02 FILLER                     PIC X(1) VALUE SPACE.
         02 WS-RPT-MAX-RC              PIC Z9.
         02 FILLER                     PIC X(1) VALUE SPACE.
         02 WS-RPT-RC                  PIC X(3).
         02 FILLER                     PIC X(1) VALUE SPACE.
         02 WS-RPT-START               PIC X(19).
         02 FILLER                     PIC X(1) VALUE SPACE.
         02 WS-RPT-END                 PIC X(19).
         02 FILLER                     PIC X(1) VALUE SPACE.
         02 WS-RPT-RESULT              PIC X(13).
         02 FILLER                     PIC X(1) VALUE SPACE.
         02 WS-RPT-PARM                PIC X(25).
       01 WS-RPT-RC-EDIT               PIC ZZ9.

       01 WS-RPT-SUMMARY.
         02 FILLER                     PIC X(9) VALUE "SUMMARY: ".
         02 WS-SUM-STEPS               PIC Z9.
         02 FILLER                     PIC X(8) VALUE " STEPS, ".
         02 WS-SUM-RAN-CLEAN           PIC Z9.
         02 FILLER                     PIC X(12) VALUE " RAN CLEAN, ".
         02 WS-SUM-EARLIER             PIC Z9.
         02 FILLER                     PIC X(16)
            VALUE " CLEAN EARLIER, ".
         02 WS-SUM-FAILED              PIC Z9.
         02 FILLER                     PIC X(9) VALUE " FAILED, ".
         02 WS-SUM-NOT-RUN             PIC Z9.
         02 FILLER                     PIC X(8) VALUE " NOT RUN".
         02 FILLER                     PIC X(28) VALUE SPACES.

       PROCEDURE DIVISION.

      *>------------------------------------------------------------------------
       MAIN-DB2JOB1 SECTION.
      *>------------------------------------------------------------------------

          PERFORM PARSE-PARAMETERS

          PERFORM LOAD-CONTROL
          IF WS-CONTROL-ERR-CNT > 0
             OR WS-STEP-CNT = 0
             DISPLAY "DB2JOB1: run-control file DB2JOBC not usable"
                " - nothing run"
             MOVE 12                   TO RETURN-CODE
             STOP RUN
          END-IF

          PERFORM LOAD-HISTORY
      *>     without the history a rerun cannot know where to resume -
      *>     taking it as empty would run every step again
          IF V-HISTORY-ERR
             DISPLAY "DB2JOB1: run history DB2JOBH.LOG not readable"
                " - nothing run"
             MOVE 12                   TO RETURN-CODE
             STOP RUN
          END-IF

          MOVE FUNCTION CURRENT-DATE   TO WS-NOW-TS

      *>     an incomplete last run is resumed unless a new run is
      *>     forced - then it is closed for good first
          IF V-LAST-RUN-OPEN
             AND NOT V-NEW-FORCED
             MOVE WS-LAST-RUN-ID       TO WS-RUN-ID
             MOVE WS-LAST-RUN-DATE     TO WS-RUN-DATE
             MOVE "RESUMED"            TO WS-RUN-MODE
          ELSE
             IF V-LAST-RUN-OPEN
                PERFORM ABANDON-LAST-RUN
             END-IF
             MOVE SPACES               TO WS-RUN-ID
             STRING WS-NOW-TS(1:8) "." WS-NOW-TS(9:6)
                DELIMITED BY SIZE
                INTO WS-RUN-ID
             END-STRING
             MOVE WS-NOW-TS(1:8)       TO WS-RUN-DATE
             MOVE "NEW"                TO WS-RUN-MODE
          END-IF

      *>     every command is built before the first step runs, so a
      *>     bad parameter stops the stream before it starts
          PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
             UNTIL WS-STEP-IDX > WS-STEP-CNT
             PERFORM BUILD-STEP-COMMAND
          END-PERFORM

          IF WS-CONTROL-ERR-CNT > 0
             DISPLAY "DB2JOB1: run-control file DB2JOBC not usable"
                " - nothing run"
             MOVE 12                   TO RETURN-CODE
             STOP RUN
          END-IF

      *>     a resumed run goes on at the first step that did not end
      *>     clean; the steps before it keep what they did
          MOVE 1                       TO WS-RESUME-AT
          IF V-RUN-RESUMED
             PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                UNTIL WS-STEP-IDX > WS-STEP-CNT
                IF WS-HIST-PROGRAM(WS-STEP-IDX)
                      NOT = WS-STEP-PROGRAM(WS-STEP-IDX)
                   OR WS-HIST-RESULT(WS-STEP-IDX) NOT = "CLEAN"
                   EXIT PERFORM
                END-IF
                SET V-STEP-EARLIER(WS-STEP-IDX) TO TRUE
                MOVE WS-HIST-RC(WS-STEP-IDX)
                  TO WS-STEP-RC(WS-STEP-IDX)
                MOVE WS-HIST-START-TS(WS-STEP-IDX)
                  TO WS-STEP-START-TS(WS-STEP-IDX)
                MOVE WS-HIST-END-TS(WS-STEP-IDX)
                  TO WS-STEP-END-TS(WS-STEP-IDX)
                ADD 1                  TO WS-EARLIER-CNT
                IF WS-STEP-RC(WS-STEP-IDX) > 0
                   ADD 1               TO WS-WARN-RC-CNT
                END-IF
             END-PERFORM
             MOVE WS-STEP-IDX          TO WS-RESUME-AT
          END-IF

          MOVE SPACES                  TO JOB-HISTORY-RECORD
          INITIALIZE JOB-HISTORY-RECORD
          SET V-JOBH-RUN-BEGIN         TO TRUE
          MOVE WS-RESUME-AT            TO JOBH-STEP-NO
          MOVE WS-NOW-TS(1:14)         TO JOBH-START-TS
          MOVE WS-RUN-MODE             TO JOBH-RESULT
          PERFORM WRITE-HISTORY

          DISPLAY "DB2JOB1: run " WS-RUN-ID " " WS-RUN-MODE
             ", from step " WS-RESUME-AT

          PERFORM VARYING WS-STEP-IDX FROM WS-RESUME-AT BY 1
             UNTIL WS-STEP-IDX > WS-STEP-CNT
                OR NOT V-STREAM-GOOD
             PERFORM RUN-ONE-STEP
          END-PERFORM

          IF NOT V-STREAM-NO-HISTORY
             MOVE SPACES               TO JOB-HISTORY-RECORD
             INITIALIZE JOB-HISTORY-RECORD
             SET V-JOBH-RUN-END        TO TRUE
             MOVE FUNCTION CURRENT-DATE(1:14) TO JOBH-END-TS
             IF V-STREAM-GOOD
                MOVE WS-STEP-CNT       TO JOBH-STEP-NO
                SET V-JOBH-COMPLETE    TO TRUE
             ELSE
                MOVE WS-FAILED-STEP    TO JOBH-STEP-NO
                SET V-JOBH-FAILED      TO TRUE
             END-IF
             PERFORM WRITE-HISTORY
          END-IF

          PERFORM WRITE-RUN-SUMMARY

          EVALUATE TRUE
             WHEN V-STREAM-NO-HISTORY
                MOVE 12                TO WS-FINAL-RC
             WHEN V-STREAM-FAILED
                MOVE 8                 TO WS-FINAL-RC
             WHEN WS-WARN-RC-CNT > 0
                MOVE 4                 TO WS-FINAL-RC
             WHEN OTHER
                MOVE 0                 TO WS-FINAL-RC
          END-EVALUATE

          MOVE WS-FINAL-RC             TO RETURN-CODE

          STOP RUN

          .
       MAIN-DB2JOB1-EX.
          EXIT.

      *>------------------------------------------------------------------------
       PARSE-PARAMETERS SECTION.
      *>------------------------------------------------------------------------

          ACCEPT WS-CMD-LINE FROM COMMAND-LINE

          MOVE SPACES                  TO WS-PARM-MODE
          UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACES
             INTO WS-PARM-MODE
          END-UNSTRING

          INSPECT WS-PARM-MODE
             CONVERTING "abcdefghijklmnopqrstuvwxyz"
                     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

          EVALUATE WS-PARM-MODE
             WHEN SPACES
                CONTINUE
             WHEN "NEW"
                SET V-NEW-FORCED       TO TRUE
             WHEN OTHER
                DISPLAY "DB2JOB1: usage: [NEW]"
                MOVE 12                TO RETURN-CODE
                STOP RUN
          END-EVALUATE

          .
       PARSE-PARAMETERS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       LOAD-CONTROL SECTION.
      *>------------------------------------------------------------------------

          OPEN INPUT DB2JOBC-FILE
          IF NOT V-JOBC-OK
             DISPLAY "DB2JOB1: cannot open DB2JOBC, status "
                WS-JOBC-STATUS
             ADD 1                     TO WS-CONTROL-ERR-CNT
          ELSE
             PERFORM LOAD-ONE-CONTROL-LINE
                UNTIL NOT V-JOBC-OK

             IF NOT V-JOBC-EOF
                DISPLAY "DB2JOB1: DB2JOBC read failed, status "
                   WS-JOBC-STATUS
                ADD 1                  TO WS-CONTROL-ERR-CNT
             END-IF

             CLOSE DB2JOBC-FILE

             IF WS-STEP-CNT = 0
                DISPLAY "DB2JOB1: DB2JOBC lists no step"
             END-IF
          END-IF

          .
       LOAD-CONTROL-EX.
          EXIT.

      *>------------------------------------------------------------------------
       LOAD-ONE-CONTROL-LINE SECTION.
      *>------------------------------------------------------------------------

          READ DB2JOBC-FILE
          END-READ

      *>     blank lines and "*" comment lines are skipped
          EVALUATE TRUE
             WHEN NOT V-JOBC-OK
             WHEN DB2JOBC-RECORD = SPACES
             WHEN JOBC-PROGRAM(1:1) = "*"
                CONTINUE

             WHEN WS-STEP-CNT >= WS-STEP-MAX
                DISPLAY "DB2JOB1: more than " WS-STEP-MAX
                   " steps in DB2JOBC"
                ADD 1                  TO WS-CONTROL-ERR-CNT

             WHEN JOBC-PROGRAM = SPACES
             WHEN JOBC-PROGRAM(1:1) = SPACE
             WHEN JOBC-MAX-RC NOT NUMERIC
                DISPLAY "DB2JOB1: DB2JOBC line not valid: "
                   DB2JOBC-RECORD
                ADD 1                  TO WS-CONTROL-ERR-CNT

             WHEN OTHER
                ADD 1                  TO WS-STEP-CNT
                INITIALIZE WS-STEP-TAB(WS-STEP-CNT)
                MOVE JOBC-PROGRAM      TO WS-STEP-PROGRAM(WS-STEP-CNT)
                MOVE JOBC-MAX-RC       TO WS-STEP-MAX-RC(WS-STEP-CNT)
                MOVE JOBC-PARM         TO WS-STEP-PARM(WS-STEP-CNT)
                SET V-STEP-PENDING(WS-STEP-CNT) TO TRUE
          END-EVALUATE

          .
       LOAD-ONE-CONTROL-LINE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       LOAD-HISTORY SECTION.
      *>------------------------------------------------------------------------

      *>     no history yet is a first run
          OPEN INPUT JOB-HISTORY-FILE
          IF NOT V-JOBH-OK
             IF NOT V-JOBH-MISSING
                DISPLAY "DB2JOB1: cannot open DB2JOBH.LOG, status "
                   WS-JOBH-STATUS
                SET V-HISTORY-ERR      TO TRUE
             END-IF
          ELSE
             PERFORM LOAD-ONE-HISTORY-LINE
                UNTIL NOT V-JOBH-OK

             IF NOT V-JOBH-EOF
                DISPLAY "DB2JOB1: DB2JOBH.LOG read failed, status "
                   WS-JOBH-STATUS
                SET V-HISTORY-ERR      TO TRUE
             END-IF

             CLOSE JOB-HISTORY-FILE
          END-IF

          .
       LOAD-HISTORY-EX.
          EXIT.

      *>------------------------------------------------------------------------
       LOAD-ONE-HISTORY-LINE SECTION.
      *>------------------------------------------------------------------------

          READ JOB-HISTORY-FILE
          END-READ

      *>     a line that does not read as a history line is skipped
          IF V-JOBH-OK
             AND JOBH-STEP-NO NUMERIC
             AND JOBH-RC NUMERIC

      *>        the runs follow each other in the file - a new run id
      *>        starts the picture of the last run afresh
             IF JOBH-RUN-ID NOT = WS-LAST-RUN-ID
                MOVE JOBH-RUN-ID       TO WS-LAST-RUN-ID
                MOVE JOBH-RUN-DATE     TO WS-LAST-RUN-DATE
                SET V-LAST-RUN-OPEN    TO TRUE
                PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                   UNTIL WS-HIST-IDX > WS-STEP-MAX
                   INITIALIZE WS-HIST-TAB(WS-HIST-IDX)
                END-PERFORM
             END-IF

             MOVE JOBH-STEP-NO         TO WS-HIST-IDX

             EVALUATE TRUE
                WHEN V-JOBH-RUN-END
                   IF V-JOBH-COMPLETE
                      OR V-JOBH-ABANDONED
                      MOVE "N"         TO WS-LAST-RUN-OPEN
                   END-IF

                WHEN WS-HIST-IDX < 1
                   OR WS-HIST-IDX > WS-STEP-MAX
                   CONTINUE

                WHEN V-JOBH-STEP-START
                WHEN V-JOBH-STEP-END
                   MOVE JOBH-PROGRAM   TO WS-HIST-PROGRAM(WS-HIST-IDX)
                   MOVE JOBH-RESULT    TO WS-HIST-RESULT(WS-HIST-IDX)
                   MOVE JOBH-RC        TO WS-HIST-RC(WS-HIST-IDX)
                   MOVE JOBH-START-TS  TO WS-HIST-START-TS(WS-HIST-IDX)
                   MOVE JOBH-END-TS    TO WS-HIST-END-TS(WS-HIST-IDX)

                WHEN OTHER
                   CONTINUE
             END-EVALUATE
          END-IF

          .
       LOAD-ONE-HISTORY-LINE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       ABANDON-LAST-RUN SECTION.
      *>------------------------------------------------------------------------

          MOVE SPACES                  TO JOB-HISTORY-RECORD
          INITIALIZE JOB-HISTORY-RECORD
          MOVE WS-LAST-RUN-ID          TO JOBH-RUN-ID
          MOVE WS-LAST-RUN-DATE        TO JOBH-RUN-DATE
          SET V-JOBH-RUN-END           TO TRUE
          MOVE WS-NOW-TS(1:14)         TO JOBH-END-TS
          SET V-JOBH-ABANDONED         TO TRUE
          PERFORM WRITE-HISTORY-LINE

          DISPLAY "DB2JOB1: incomplete run " WS-LAST-RUN-ID
             " abandoned - new run forced"

          .
       ABANDON-LAST-RUN-EX.
          EXIT.

      *>------------------------------------------------------------------------
       BUILD-STEP-COMMAND SECTION.
      *>------------------------------------------------------------------------

      *>     program name, then every parameter word with the date
      *>     symbols replaced
          MOVE SPACES                  TO WS-STEP-COMMAND(WS-STEP-IDX)
          MOVE 1                       TO WS-CMD-PTR
          STRING WS-STEP-PROGRAM(WS-STEP-IDX) DELIMITED BY SPACE
             INTO WS-STEP-COMMAND(WS-STEP-IDX)
             WITH POINTER WS-CMD-PTR
          END-STRING

          MOVE "N"                     TO WS-WORD-ERROR
          MOVE 1                       TO WS-PARM-PTR
          PERFORM BUILD-NEXT-WORD
             UNTIL WS-PARM-PTR > LENGTH OF WS-STEP-PARM(WS-STEP-IDX)
                OR V-WORD-ERROR

          IF V-WORD-ERROR
             DISPLAY "DB2JOB1: step " WS-STEP-IDX " "
                WS-STEP-PROGRAM(WS-STEP-IDX)
                " parameter not valid: " WS-WORD
             ADD 1                     TO WS-CONTROL-ERR-CNT
          END-IF

          .
       BUILD-STEP-COMMAND-EX.
          EXIT.

      *>------------------------------------------------------------------------
       BUILD-NEXT-WORD SECTION.
      *>------------------------------------------------------------------------

          MOVE SPACES                  TO WS-WORD
          UNSTRING WS-STEP-PARM(WS-STEP-IDX) DELIMITED BY ALL SPACES
             INTO WS-WORD
             WITH POINTER WS-PARM-PTR
          END-UNSTRING

          IF WS-WORD NOT = SPACES
             IF WS-WORD(1:1) = "&"
                PERFORM RESOLVE-DATE-SYMBOL
             END-IF

             IF NOT V-WORD-ERROR
                STRING " " DELIMITED BY SIZE
                       WS-WORD DELIMITED BY SPACE
                   INTO WS-STEP-COMMAND(WS-STEP-IDX)
                   WITH POINTER WS-CMD-PTR
                   ON OVERFLOW
                      SET V-WORD-ERROR TO TRUE
                END-STRING
             END-IF
          END-IF

          .
       BUILD-NEXT-WORD-EX.
          EXIT.

      *>------------------------------------------------------------------------
       RESOLVE-DATE-SYMBOL SECTION.
      *>------------------------------------------------------------------------

          EVALUATE TRUE
             WHEN WS-WORD = "&TODAY"
                MOVE 0                 TO WS-DAYS-BACK
             WHEN WS-WORD = "&YESTERDAY"
                MOVE 1                 TO WS-DAYS-BACK
             WHEN WS-WORD(1:7) = "&TODAY-"
                AND WS-WORD(8:1) NOT = SPACE
                AND WS-WORD(13:) = SPACES
                AND FUNCTION TEST-NUMVAL(WS-WORD(8:5)) = 0
                COMPUTE WS-DAYS-BACK = FUNCTION NUMVAL(WS-WORD(8:5))
                END-COMPUTE
             WHEN OTHER
                SET V-WORD-ERROR       TO TRUE
          END-EVALUATE

          IF NOT V-WORD-ERROR
             COMPUTE WS-DATE-INT =
                FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N) - WS-DAYS-BACK
             END-COMPUTE
             MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               TO WS-SYMBOL-DATE
             MOVE WS-SYMBOL-DATE       TO WS-WORD
          END-IF

          .
       RESOLVE-DATE-SYMBOL-EX.
          EXIT.

      *>------------------------------------------------------------------------
       RUN-ONE-STEP SECTION.
      *>------------------------------------------------------------------------

      *>     the start is on record before the program is called: a
      *>     step cut off while it ran is not clean and runs again
          MOVE FUNCTION CURRENT-DATE(1:14)
            TO WS-STEP-START-TS(WS-STEP-IDX)

          MOVE SPACES                  TO JOB-HISTORY-RECORD
          INITIALIZE JOB-HISTORY-RECORD
          SET V-JOBH-STEP-START        TO TRUE
          PERFORM MOVE-STEP-TO-HISTORY
          SET V-JOBH-STARTED           TO TRUE
          PERFORM WRITE-HISTORY

      *>     a step whose start is not on record is not run
          IF NOT V-STREAM-NO-HISTORY
             DISPLAY "DB2JOB1: step " WS-STEP-IDX " "
                WS-STEP-COMMAND(WS-STEP-IDX)

             CALL "SYSTEM" USING WS-STEP-COMMAND(WS-STEP-IDX)
             END-CALL
             MOVE RETURN-CODE          TO WS-SYS-RC
             MOVE 0                    TO RETURN-CODE

      *>        the shell hands back the exit code times 256 where the
      *>        platform keeps a signal in the low byte; a program that
      *>        could not be started at all is RC 999
             EVALUATE TRUE
                WHEN WS-SYS-RC < 0
                   MOVE 999            TO WS-STEP-RC(WS-STEP-IDX)
                WHEN WS-SYS-RC > 255
                   DIVIDE WS-SYS-RC BY 256
                      GIVING WS-SYS-RC REMAINDER WS-SIGNAL
                   END-DIVIDE
                   IF WS-SIGNAL NOT = 0
                      OR WS-SYS-RC > 999
                      MOVE 999         TO WS-STEP-RC(WS-STEP-IDX)
                   ELSE
                      MOVE WS-SYS-RC   TO WS-STEP-RC(WS-STEP-IDX)
                   END-IF
                WHEN OTHER
                   MOVE WS-SYS-RC      TO WS-STEP-RC(WS-STEP-IDX)
             END-EVALUATE

             MOVE FUNCTION CURRENT-DATE(1:14)
               TO WS-STEP-END-TS(WS-STEP-IDX)

             IF WS-STEP-RC(WS-STEP-IDX) > WS-STEP-MAX-RC(WS-STEP-IDX)
                SET V-STEP-FAILED(WS-STEP-IDX) TO TRUE
                SET V-STREAM-FAILED    TO TRUE
                MOVE WS-STEP-IDX       TO WS-FAILED-STEP
                DISPLAY "DB2JOB1: step " WS-STEP-IDX " "
                   WS-STEP-PROGRAM(WS-STEP-IDX) " ended RC "
                   WS-STEP-RC(WS-STEP-IDX) ", maximum "
                   WS-STEP-MAX-RC(WS-STEP-IDX) " - stream stopped"
             ELSE
                SET V-STEP-CLEAN(WS-STEP-IDX) TO TRUE
             END-IF

      *>        counted here, not by the report - the return code must
      *>        say "warnings" even when the report cannot be written
             IF WS-STEP-RC(WS-STEP-IDX) > 0
                ADD 1                  TO WS-WARN-RC-CNT
             END-IF

             MOVE SPACES               TO JOB-HISTORY-RECORD
             INITIALIZE JOB-HISTORY-RECORD
             SET V-JOBH-STEP-END       TO TRUE
             PERFORM MOVE-STEP-TO-HISTORY
             IF V-STEP-CLEAN(WS-STEP-IDX)
                SET V-JOBH-CLEAN       TO TRUE
             ELSE
                SET V-JOBH-FAILED      TO TRUE
             END-IF
             PERFORM WRITE-HISTORY
          END-IF

          .
       RUN-ONE-STEP-EX.
          EXIT.

      *>------------------------------------------------------------------------
       MOVE-STEP-TO-HISTORY SECTION.
      *>------------------------------------------------------------------------

          MOVE WS-STEP-IDX             TO JOBH-STEP-NO
          MOVE WS-STEP-PROGRAM(WS-STEP-IDX) TO JOBH-PROGRAM
          MOVE WS-STEP-MAX-RC(WS-STEP-IDX) TO JOBH-MAX-RC
          MOVE WS-STEP-RC(WS-STEP-IDX) TO JOBH-RC
          MOVE WS-STEP-START-TS(WS-STEP-IDX) TO JOBH-START-TS
          MOVE WS-STEP-END-TS(WS-STEP-IDX) TO JOBH-END-TS
          MOVE WS-STEP-COMMAND(WS-STEP-IDX) TO JOBH-COMMAND

          .
       MOVE-STEP-TO-HISTORY-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-HISTORY SECTION.
      *>------------------------------------------------------------------------

      *>     a line of this run. Without its history a restart could
      *>     not tell what ran, so the stream stops when it cannot be
      *>     written
          MOVE WS-RUN-ID               TO JOBH-RUN-ID
          MOVE WS-RUN-DATE             TO JOBH-RUN-DATE
          PERFORM WRITE-HISTORY-LINE

          IF NOT V-JOBH-OK
             SET V-STREAM-NO-HISTORY   TO TRUE
          END-IF

          .
       WRITE-HISTORY-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-HISTORY-LINE SECTION.
      *>------------------------------------------------------------------------

      *>     opened and closed for every line, so each line is on disk
      *>     before the step it stands for runs
          OPEN EXTEND JOB-HISTORY-FILE
          IF V-JOBH-MISSING
             OPEN OUTPUT JOB-HISTORY-FILE
          END-IF
          IF NOT V-JOBH-OK
             DISPLAY "DB2JOB1: cannot open DB2JOBH.LOG, status "
                WS-JOBH-STATUS
          ELSE
             WRITE JOB-HISTORY-RECORD
             IF V-JOBH-OK
                CLOSE JOB-HISTORY-FILE
             ELSE
                DISPLAY "DB2JOB1: cannot write DB2JOBH.LOG, status "
                   WS-JOBH-STATUS
                CLOSE JOB-HISTORY-FILE
                MOVE "99"              TO WS-JOBH-STATUS
             END-IF
          END-IF

          .
       WRITE-HISTORY-LINE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-RUN-SUMMARY SECTION.
      *>------------------------------------------------------------------------

          OPEN OUTPUT REPORT-FILE
          IF NOT V-REPORT-OK
             DISPLAY "DB2JOB1: cannot open DB2JOB.RPT, status "
                WS-REPORT-STATUS
          ELSE
             MOVE WS-RUN-ID            TO WS-HDR-RUN-ID
             MOVE SPACES               TO WS-HDR-RUN-DATE
             STRING WS-RUN-DATE(1:4) "." WS-RUN-DATE(5:2) "."
                    WS-RUN-DATE(7:2)
                DELIMITED BY SIZE
                INTO WS-HDR-RUN-DATE
             END-STRING
             MOVE WS-RUN-MODE          TO WS-HDR-MODE
             WRITE REPORT-LINE FROM WS-RPT-HEADER
             MOVE SPACES               TO REPORT-LINE
             WRITE REPORT-LINE
             WRITE REPORT-LINE FROM WS-RPT-COL-HEADER

             PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                UNTIL WS-STEP-IDX > WS-STEP-CNT
                PERFORM REPORT-ONE-STEP
             END-PERFORM

             MOVE SPACES               TO REPORT-LINE
             WRITE REPORT-LINE

             EVALUATE TRUE
                WHEN V-STREAM-NO-HISTORY
                   MOVE "FAILED: RUN HISTORY DB2JOBH.LOG NOT WRITABLE -"
                     TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE "        STREAM STOPPED - FIX IT BEFORE A RERUN"
                     TO REPORT-LINE
                   WRITE REPORT-LINE

                WHEN V-STREAM-FAILED
                   MOVE WS-STEP-RC(WS-FAILED-STEP) TO WS-RPT-RC-EDIT
                   MOVE WS-FAILED-STEP TO WS-FAILED-STEP-TEXT
                   MOVE SPACES         TO REPORT-LINE
                   STRING "FAILED: STEP " WS-FAILED-STEP-TEXT " "
                             DELIMITED BY SIZE
                          WS-STEP-PROGRAM(WS-FAILED-STEP)
                             DELIMITED BY SPACE
                          " ENDED RC " WS-RPT-RC-EDIT
                          ", ITS MAXIMUM IS "
                          WS-STEP-MAX-RC(WS-FAILED-STEP)
                          " - THE STEPS AFTER IT DID NOT RUN"
                             DELIMITED BY SIZE
                      INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
                   MOVE SPACES         TO REPORT-LINE
                   STRING "RESTART: FIX THE CAUSE, THEN RUN DB2JOB1 "
                          "WITHOUT PARAMETER - IT RESUMES AT STEP "
                          WS-FAILED-STEP-TEXT
                      DELIMITED BY SIZE
                      INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE

                WHEN OTHER
                   MOVE "RUN COMPLETE - EVERY STEP ENDED CLEAN"
                     TO REPORT-LINE
                   WRITE REPORT-LINE
             END-EVALUATE

             MOVE WS-STEP-CNT          TO WS-SUM-STEPS
             MOVE WS-RAN-CLEAN-CNT     TO WS-SUM-RAN-CLEAN
             MOVE WS-EARLIER-CNT       TO WS-SUM-EARLIER
             MOVE WS-FAILED-CNT        TO WS-SUM-FAILED
             MOVE WS-NOT-RUN-CNT       TO WS-SUM-NOT-RUN
             WRITE REPORT-LINE FROM WS-RPT-SUMMARY

             CLOSE REPORT-FILE

             DISPLAY WS-RPT-SUMMARY
          END-IF

          .
       WRITE-RUN-SUMMARY-EX.
          EXIT.

      *>------------------------------------------------------------------------
       REPORT-ONE-STEP SECTION.
      *>------------------------------------------------------------------------

          MOVE WS-STEP-IDX             TO WS-RPT-STEP
          MOVE WS-STEP-PROGRAM(WS-STEP-IDX) TO WS-RPT-PROGRAM
          MOVE WS-STEP-MAX-RC(WS-STEP-IDX) TO WS-RPT-MAX-RC
          MOVE WS-STEP-PARM(WS-STEP-IDX) TO WS-RPT-PARM
          MOVE SPACES                  TO WS-RPT-RC
          MOVE SPACES                  TO WS-RPT-START
          MOVE SPACES                  TO WS-RPT-END

          IF V-STEP-PENDING(WS-STEP-IDX)
             MOVE "NOT RUN"            TO WS-RPT-RESULT
             ADD 1                     TO WS-NOT-RUN-CNT
          ELSE
             MOVE WS-STEP-RC(WS-STEP-IDX) TO WS-RPT-RC-EDIT
             MOVE WS-RPT-RC-EDIT       TO WS-RPT-RC
             MOVE WS-STEP-START-TS(WS-STEP-IDX) TO WS-TS-IN
             PERFORM FORMAT-TIMESTAMP
             MOVE WS-TS-OUT            TO WS-RPT-START
             MOVE WS-STEP-END-TS(WS-STEP-IDX) TO WS-TS-IN
             PERFORM FORMAT-TIMESTAMP
             MOVE WS-TS-OUT            TO WS-RPT-END
             EVALUATE TRUE
                WHEN V-STEP-EARLIER(WS-STEP-IDX)
                   MOVE "CLEAN EARLIER" TO WS-RPT-RESULT
                WHEN V-STEP-CLEAN(WS-STEP-IDX)
                   MOVE "CLEAN"        TO WS-RPT-RESULT
                   ADD 1               TO WS-RAN-CLEAN-CNT
                WHEN OTHER
                   MOVE "FAILED"       TO WS-RPT-RESULT
                   ADD 1               TO WS-FAILED-CNT
             END-EVALUATE
          END-IF

          WRITE REPORT-LINE FROM WS-RPT-STEP-LINE

          .
       REPORT-ONE-STEP-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FORMAT-TIMESTAMP SECTION.
      *>------------------------------------------------------------------------

          MOVE SPACES                  TO WS-TS-OUT
          IF WS-TS-IN NUMERIC
             STRING WS-TS-IN(1:4) "." WS-TS-IN(5:2) "." WS-TS-IN(7:2)
                    " " WS-TS-IN(9:2) ":" WS-TS-IN(11:2) ":"
                    WS-TS-IN(13:2)
                DELIMITED BY SIZE
                INTO WS-TS-OUT
             END-STRING
          END-IF

          .
       FORMAT-TIMESTAMP-EX.
          EXIT.

       END PROGRAM DB2JOB1.
