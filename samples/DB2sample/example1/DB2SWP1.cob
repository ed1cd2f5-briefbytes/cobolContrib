      *>               reason, and does not drive the return code red -
      *>               planned outages stop paging night shift.
      *>
      *>               Every status line is also added to the keyed
      *>               sweep history DB2SWPHS, which DB2SWEEP.STA (one
      *>               sweep only) cannot be - DB2AVL1 measures monthly
      *>               availability from it.
      *>
      *>               A profile whose DBALIAS the DB2SREG subsystem
      *>               registry marks decommissioned is skipped - no
      *>               status line, so no alert and no digest entry for
      *>               a subsystem that is meant to be gone. The
      *>               summary line counts the skipped profiles.
      *>
      *>               The production profiles are swept first, then the
      *>               TEST and QA ones (DB2SREG environment; an alias
      *>               the registry does not know counts as production).
      *>               Every alias has a time budget for connect and test
      *>               query: one that answers later is written as
      *>               TIMEOUT, and the sweep does not wait for its test
      *>               query.
      *>
      *>               Started with parameters DB2SWP1 is one stream of
      *>               the multi-stream sweep DB2SWM1: it sweeps one
      *>               priority class and label range, writes its lines
      *>               to DB2SWEEP.S<stream> and checkpoints in
      *>               DB2SWEEP.C<stream>. DB2SWM1 merges the streams
      *>               into DB2SWEEP.STA and writes the sweep history, so
      *>               a stream does not touch DB2SWPHS. Every line is on
      *>               disk the moment its profile is done - DB2SWM1
      *>               reads the stream files while the streams run.
      *>
      *> Author:       Laszlo Erdos - https://www.facebook.com/wortfee
      *>
      *> Date-Written: 2026.08.22
      *>
      *> Tectonics:    cobc -x DB2SWP1.cob
      *>
      *> Usage:        DB2SWP1 [STREAM CLASS FROM-LABEL TO-LABEL [BUDGET]]
      *>
      *>               Without parameters the whole fleet is swept to
      *>               DB2SWEEP.STA with a budget of 120 seconds per
      *>               alias. STREAM is the stream number and generation
      *>               letter (1A, 2A, ...), CLASS is PROD, NONPROD or
      *>               ALL, FROM-LABEL and TO-LABEL bound the profile
      *>               labels swept ('*' - quoted in the shell - leaves
      *>               that end open), BUDGET is in seconds.
      *>
      *>               RETURN-CODE:  0 every profile connected and ran
      *>                               the test query clean (failures
      *>                               inside a maintenance window
      *>                               count as clean)
      *>                             4 every profile clean, but the
      *>                               sweep history could not be
      *>                               written - availability has a gap
      *>                             8 at least one profile failed
      *>                               or ran over its time budget
      *>                               outside a maintenance window
      *>                            12 parameter error, profile file
      *>                               not readable, status file
      *>                               not writable, or a sweep
      *>                               history that is there but
      *>                               could not be opened
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *>              it is written as IN-WINDOW with the window reason
      *>              and kept out of the return code. The status record
      *>              layout moved to DB2SWP.cpy for the readers.
      *> 2026.10.15 Laszlo Erdos:
      *>            - every status line is also added to the keyed sweep
      *>              history DB2SWPHS (DB2SWPH.cpy) for the monthly
      *>              availability report DB2AVL1.
      *>            - profiles of decommissioned subsystems (DB2SREG
      *>              registry, via DB2REG1) are skipped and counted
      *>              on the summary line.
      *>            - production profiles are swept first. Per-alias
      *>              time budget: an alias that answers later is
      *>              written as TIMEOUT. Stream parameters for the
      *>              multi-stream sweep DB2SWM1, with a status file
      *>              and a checkpoint per stream. Status lines are
      *>              written one open / write / close at a time. The
      *>              checkpoint layout moved to DB2SWPK.cpy, the
      *>              summary line to DB2SWPS.cpy.
      *>            - an alias is classed as production while the DB2SREG
      *>              registry is there but cannot be read; the name
      *>              rule is kept for a site without a registry file.
      *>************************************************************************

       IDENTIFICATION DIVISION.
              RECORD KEY IS PROF-LABEL
              FILE STATUS IS WS-PROF-STATUS.

           SELECT SWEEP-STATUS-FILE ASSIGN TO DYNAMIC WS-STATUS-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SWEEP-STATUS.

           SELECT SWEEP-HISTORY-FILE ASSIGN TO "DB2SWPHS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SWPH-KEY
              FILE STATUS IS WS-SWPH-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO DYNAMIC WS-CHKPT-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CHKPT-STATUS.

      *> record layout
       COPY "DB2SWP.cpy".

       FD  SWEEP-HISTORY-FILE.
      *> record layout
       COPY "DB2SWPH.cpy".

       FD  CHECKPOINT-FILE.
      *> record layout
       COPY "DB2SWPK.cpy".

       WORKING-STORAGE SECTION.
       01 WS-PROF-STATUS               PIC X(2).

       01 WS-SWEEP-STATUS              PIC X(2).
          88 V-SWEEP-OK                VALUE "00".
          88 V-SWEEP-NO-FILE           VALUE "35".

      *> the history is kept beside the status file, not instead of
      *> it: a sweep whose history cannot be opened still sweeps
       01 WS-SWPH-STATUS               PIC X(2).
          88 V-SWPH-OK                 VALUE "00".
          88 V-SWPH-DUPLICATE          VALUE "22".
          88 V-SWPH-NO-FILE            VALUE "35".

       01 WS-SWPH-OPEN                 PIC X(1) VALUE "N".
          88 V-SWPH-OPEN               VALUE "Y".
       01 WS-SWPH-BROKEN               PIC X(1) VALUE "N".
          88 V-SWPH-BROKEN             VALUE "Y".

       01 WS-CHKPT-STATUS              PIC X(2).
          88 V-CHKPT-OK                VALUE "00".

      *> command line: [STREAM CLASS FROM-LABEL TO-LABEL [BUDGET]]
       01 WS-CMD-LINE                  PIC X(80).
       01 WS-PARM-STREAM               PIC X(10).
       01 WS-PARM-CLASS                PIC X(10).
       01 WS-PARM-FROM                 PIC X(10).
       01 WS-PARM-TO                   PIC X(10).
       01 WS-PARM-BUDGET               PIC X(10).
       01 WS-PARM-REST                 PIC X(10).
       01 WS-PARM-ERROR                PIC X(1) VALUE "N".
          88 V-PARM-ERROR              VALUE "Y".

      *> what this run sweeps - the whole fleet unless it is a stream
       01 WS-STREAM-ID                 PIC X(2) VALUE SPACES.
          88 V-STANDALONE              VALUE SPACES.
       01 WS-SWEEP-CLASS               PIC X(7) VALUE "ALL".
          88 V-CLASS-HAS-PROD          VALUE "PROD" "ALL".
          88 V-CLASS-HAS-NONPROD       VALUE "NONPROD" "ALL".
       01 WS-FROM-LABEL                PIC X(8) VALUE LOW-VALUES.
       01 WS-TO-LABEL                  PIC X(8) VALUE HIGH-VALUES.
       01 WS-BUDGET-SECS               PIC 9(4) VALUE 120.
       01 WS-BUDGET-MS                 PIC S9(9) COMP-5.
       01 WS-STATUS-NAME               PIC X(20) VALUE "DB2SWEEP.STA".
       01 WS-CHKPT-NAME                PIC X(20) VALUE "DB2SWEEP.CHK".

      *> pass P sweeps the production profiles, pass N the others
       01 WS-PASS                      PIC X(1).
          88 V-PASS-PROD               VALUE "P".
          88 V-PASS-NONPROD            VALUE "N".
       01 WS-PROFILE-CLASS             PIC X(1).
       01 WS-ALIAS-EDIT                PIC X(9).
       01 WS-RANGE-END                 PIC X(1).
          88 V-PAST-RANGE              VALUE "Y".
       01 WS-PASS-END                  PIC X(1) VALUE "Y".
          88 V-PASS-END-OK             VALUE "Y".
       01 WS-LAST-LABEL                PIC X(8).
       01 WS-CHKPT-NEXT-STATE          PIC X(1).

       01 WS-RESTART-LABEL             PIC X(8).
       01 WS-RESTART-PASS              PIC X(1).
       01 WS-RESTARTED                 PIC X(1) VALUE "N".
          88 V-RESTARTED               VALUE "Y".

       01 WS-PROFILE-CNT               PIC 9(5) COMP-5 VALUE 0.
       01 WS-OK-CNT                    PIC 9(5) COMP-5 VALUE 0.
       01 WS-FAIL-CNT                  PIC 9(5) COMP-5 VALUE 0.
       01 WS-TIMEOUT-CNT               PIC 9(5) COMP-5 VALUE 0.
       01 WS-WINDOW-CNT                PIC 9(5) COMP-5 VALUE 0.
       01 WS-DECOMM-CNT                PIC 9(5) COMP-5 VALUE 0.
       01 WS-FINAL-RC                  PIC S9(9) COMP-5 VALUE 0.

       01 WS-SWEEP-RESULT              PIC X(9).
       01 WS-MS-START                  PIC S9(9) COMP-5.
       01 WS-MS-END                    PIC S9(9) COMP-5.
       01 WS-ELAPSED-MS                PIC S9(9) COMP-5.
       01 WS-TEST-START-TS             PIC X(16).

      *> summary line layout
       COPY "DB2SWPS.cpy".

       01 WS-FAILURE-LINE.
         02 FILLER                     PIC X(19)
       COPY "LNMOD1.cpy".
       COPY "DB2VLT.cpy".
       COPY "DB2MWN.cpy".
       COPY "DB2REG.cpy".

       PROCEDURE DIVISION.

       MAIN-DB2SWP1 SECTION.
      *>------------------------------------------------------------------------

          PERFORM PARSE-PARAMETERS
          COMPUTE WS-BUDGET-MS = WS-BUDGET-SECS * 1000
          END-COMPUTE

          OPEN INPUT DB2PROF-FILE
          IF NOT V-PROF-OK
             DISPLAY "DB2SWP1: cannot open DB2PROF, status "
      *>     run already wrote; a fresh sweep starts a fresh file
          IF V-RESTARTED
             OPEN EXTEND SWEEP-STATUS-FILE
             IF V-SWEEP-NO-FILE
                OPEN OUTPUT SWEEP-STATUS-FILE
             END-IF
          ELSE
             OPEN OUTPUT SWEEP-STATUS-FILE
          END-IF
          IF NOT V-SWEEP-OK
             DISPLAY "DB2SWP1: cannot open " WS-STATUS-NAME
                ", status " WS-SWEEP-STATUS
             CLOSE DB2PROF-FILE
             MOVE 12                   TO RETURN-CODE
             STOP RUN
          END-IF
          CLOSE SWEEP-STATUS-FILE

      *>     the streams of DB2SWM1 leave the history to the merge
          IF V-STANDALONE
             PERFORM OPEN-SWEEP-HISTORY
          END-IF

      *>     production first; a restart in the second pass does not
      *>     go back to the first
          IF V-CLASS-HAS-PROD
             AND NOT (V-RESTARTED AND WS-RESTART-PASS = "N")
             SET V-PASS-PROD           TO TRUE
             PERFORM SWEEP-ONE-PASS
          END-IF

          IF V-CLASS-HAS-NONPROD
             AND V-PASS-END-OK
             SET V-PASS-NONPROD        TO TRUE
             PERFORM SWEEP-ONE-PASS
          END-IF

      *>     end of the fleet is status 10 (or 23 when the start key
      *>     was already past the last profile, or the next profile is
      *>     past the stream's range). Anything else is an I/O error
      *>     mid-sweep: the checkpoint is kept so a rerun resumes after
      *>     the last profile swept, and the scheduler sees red instead
      *>     of a truncated sweep reading as green
          IF V-PASS-END-OK
             PERFORM WRITE-SUMMARY
             PERFORM CLEAR-CHECKPOINT
          ELSE
          END-IF

          CLOSE DB2PROF-FILE

          IF V-SWPH-OPEN
             CLOSE SWEEP-HISTORY-FILE
          ELSE
             IF V-STANDALONE
                AND WS-FINAL-RC < 4
                MOVE 4                 TO WS-FINAL-RC
             END-IF
          END-IF

      *>     a history that is there but could not be opened - locked,
      *>     no permission - is an operations problem, not a gap
          IF V-SWPH-BROKEN
             MOVE 12                   TO WS-FINAL-RC
          END-IF

          MOVE WS-FINAL-RC             TO RETURN-CODE

       MAIN-DB2SWP1-EX.
          EXIT.

      *>------------------------------------------------------------------------
       PARSE-PARAMETERS SECTION.
      *>------------------------------------------------------------------------

          ACCEPT WS-CMD-LINE FROM COMMAND-LINE

          MOVE SPACES                  TO WS-PARM-STREAM WS-PARM-CLASS
                                          WS-PARM-FROM WS-PARM-TO
                                          WS-PARM-BUDGET WS-PARM-REST
          UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACES
             INTO WS-PARM-STREAM WS-PARM-CLASS WS-PARM-FROM
                  WS-PARM-TO WS-PARM-BUDGET WS-PARM-REST
          END-UNSTRING

      *>     no parameters: the whole fleet, to DB2SWEEP.STA
          IF WS-PARM-STREAM NOT = SPACES
             INSPECT WS-PARM-STREAM
                CONVERTING "abcdefghijklmnopqrstuvwxyz"
                        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
             INSPECT WS-PARM-CLASS
                CONVERTING "abcdefghijklmnopqrstuvwxyz"
                        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

      *>        stream number 1-9 and a generation letter
             IF WS-PARM-STREAM(1:1) < "1"
                OR WS-PARM-STREAM(1:1) > "9"
                OR WS-PARM-STREAM(2:1) < "A"
                OR WS-PARM-STREAM(2:1) > "Z"
                OR WS-PARM-STREAM(3:) NOT = SPACES
                SET V-PARM-ERROR       TO TRUE
             END-IF

             IF WS-PARM-CLASS NOT = "PROD"
                AND WS-PARM-CLASS NOT = "NONPROD"
                AND WS-PARM-CLASS NOT = "ALL"
                SET V-PARM-ERROR       TO TRUE
             END-IF

             IF WS-PARM-FROM = SPACES
                OR WS-PARM-TO = SPACES
                OR WS-PARM-FROM(9:) NOT = SPACES
                OR WS-PARM-TO(9:) NOT = SPACES
                OR WS-PARM-REST NOT = SPACES
                SET V-PARM-ERROR       TO TRUE
             END-IF

             IF WS-PARM-BUDGET NOT = SPACES
                IF WS-PARM-BUDGET(5:) NOT = SPACES
                   OR FUNCTION TEST-NUMVAL(WS-PARM-BUDGET) NOT = 0
                   SET V-PARM-ERROR    TO TRUE
                ELSE
                   COMPUTE WS-BUDGET-SECS =
                      FUNCTION NUMVAL(WS-PARM-BUDGET)
                   END-COMPUTE
                   IF WS-BUDGET-SECS = 0
                      SET V-PARM-ERROR TO TRUE
                   END-IF
                END-IF
             END-IF

             IF V-PARM-ERROR
                DISPLAY "DB2SWP1: usage: [STREAM CLASS FROM-LABEL "
                   "TO-LABEL [BUDGET]]"
                DISPLAY "DB2SWP1: STREAM 1A-9Z, CLASS PROD, NONPROD "
                   "or ALL, label '*' = open end, BUDGET seconds"
                MOVE 12                TO RETURN-CODE
                STOP RUN
             END-IF

             MOVE WS-PARM-STREAM       TO WS-STREAM-ID
             MOVE WS-PARM-CLASS        TO WS-SWEEP-CLASS
             IF WS-PARM-FROM NOT = "*"
                MOVE WS-PARM-FROM      TO WS-FROM-LABEL
             END-IF
             IF WS-PARM-TO NOT = "*"
                MOVE WS-PARM-TO        TO WS-TO-LABEL
             END-IF

             MOVE SPACES               TO WS-STATUS-NAME
             STRING "DB2SWEEP.S" WS-STREAM-ID
                DELIMITED BY SIZE
                INTO WS-STATUS-NAME
             END-STRING
             MOVE SPACES               TO WS-CHKPT-NAME
             STRING "DB2SWEEP.C" WS-STREAM-ID
                DELIMITED BY SIZE
                INTO WS-CHKPT-NAME
             END-STRING

             DISPLAY "DB2SWP1: stream " WS-STREAM-ID " class "
                WS-SWEEP-CLASS " labels " WS-PARM-FROM(1:8) " to "
                WS-PARM-TO(1:8) " budget " WS-BUDGET-SECS " s"
          END-IF

          .
       PARSE-PARAMETERS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       READ-CHECKPOINT SECTION.
      *>------------------------------------------------------------------------

          MOVE SPACES                  TO WS-RESTART-LABEL
          MOVE "P"                     TO WS-RESTART-PASS

      *>     a checkpoint written before the passes were introduced
      *>     has no pass - it was a production-order sweep all along
          OPEN INPUT CHECKPOINT-FILE
          IF V-CHKPT-OK
             READ CHECKPOINT-FILE
             END-READ
             IF V-CHKPT-OK
                AND (CHK-PROF-LABEL NOT = SPACES
                     OR CHK-PASS NOT = SPACE)
                MOVE CHK-PROF-LABEL    TO WS-RESTART-LABEL
                IF V-CHK-PASS-NONPROD
                   MOVE "N"            TO WS-RESTART-PASS
                END-IF
                SET V-RESTARTED        TO TRUE
                DISPLAY "DB2SWP1: restarting pass " WS-RESTART-PASS
                   " after profile " WS-RESTART-LABEL
             END-IF
             CLOSE CHECKPOINT-FILE
          END-IF
       READ-CHECKPOINT-EX.
          EXIT.

      *>------------------------------------------------------------------------
       OPEN-SWEEP-HISTORY SECTION.
      *>------------------------------------------------------------------------

      *>     the history file is created on the first sweep after it
      *>     was introduced - only when it is missing: a history that
      *>     is locked or not readable is never written over. Without
      *>     it the sweep still runs - the nightly health check matters
      *>     more than the statistics - but the return code tells the
      *>     scheduler: 4 for a history that could not be created, 12
      *>     for one that is there and could not be opened
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
          ELSE
             DISPLAY "DB2SWP1: cannot open DB2SWPHS, status "
                WS-SWPH-STATUS " - sweep runs without history"
          END-IF

          .
       OPEN-SWEEP-HISTORY-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SWEEP-ONE-PASS SECTION.
      *>------------------------------------------------------------------------

          MOVE "N"                     TO WS-RANGE-END

          PERFORM POSITION-PROFILE-FILE

          IF V-PROF-OK
             PERFORM SWEEP-ONE-PROFILE
                UNTIL NOT V-PROF-OK
                   OR V-PAST-RANGE
          END-IF

          IF V-PROF-EOF
             OR V-PROF-NOT-FOUND
             OR V-PAST-RANGE
             MOVE "Y"                  TO WS-PASS-END
          ELSE
             MOVE "N"                  TO WS-PASS-END
          END-IF

          .
       SWEEP-ONE-PASS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       POSITION-PROFILE-FILE SECTION.
      *>------------------------------------------------------------------------

      *>     on a restart the sweep resumes with the first profile
      *>     after the checkpointed label of its pass; otherwise the
      *>     pass starts at the first label of the range. Either way
      *>     the next READ NEXT delivers the first profile to sweep
          IF V-RESTARTED
             AND WS-RESTART-PASS = WS-PASS
             AND WS-RESTART-LABEL NOT = SPACES
             MOVE WS-RESTART-LABEL     TO PROF-LABEL
             MOVE WS-RESTART-LABEL     TO WS-LAST-LABEL
             START DB2PROF-FILE KEY IS GREATER THAN PROF-LABEL
             END-START
          ELSE
             MOVE WS-FROM-LABEL        TO PROF-LABEL
             MOVE SPACES               TO WS-LAST-LABEL
             START DB2PROF-FILE KEY IS NOT LESS THAN PROF-LABEL
             END-START
          END-IF
          READ DB2PROF-FILE NEXT RECORD
          END-READ

          IF V-PROF-OK
             AND PROF-LABEL > WS-TO-LABEL
             SET V-PAST-RANGE          TO TRUE
          END-IF

          .
       READ-NEXT-PROFILE-EX.
          EXIT.
       SWEEP-ONE-PROFILE SECTION.
      *>------------------------------------------------------------------------

          PERFORM CLASSIFY-PROFILE

      *>     a profile of the other class waits for the other pass.
      *>     A decommissioned subsystem is not tested, but its profile
      *>     is still checkpointed so a restart resumes past it
          IF WS-PROFILE-CLASS = WS-PASS
             IF V-REG-DECOMMISSIONED OF REG-MOD
                ADD 1                  TO WS-DECOMM-CNT
             ELSE
                ADD 1                  TO WS-PROFILE-CNT

                MOVE "T"               TO WS-CHKPT-NEXT-STATE
                PERFORM WRITE-CHECKPOINT

                PERFORM TEST-ONE-SUBSYSTEM
                PERFORM WRITE-STATUS-RECORD
             END-IF

             MOVE PROF-LABEL           TO WS-LAST-LABEL
             MOVE "D"                  TO WS-CHKPT-NEXT-STATE
             PERFORM WRITE-CHECKPOINT
          END-IF

          PERFORM READ-NEXT-PROFILE

       SWEEP-ONE-PROFILE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       CLASSIFY-PROFILE SECTION.
      *>------------------------------------------------------------------------

      *>     P production, N TEST or QA - by the DB2SREG registry; an
      *>     alias the registry does not know counts as production,
      *>     the safe default for a new alias, and so does every
      *>     alias while the registry is there but cannot be read.
      *>     Only without a registry file does the TEST*/QA* name
      *>     rule decide
          INITIALIZE REG-MOD
          MOVE PROF-DBALIAS            TO REG-DBALIAS OF REG-MOD
          CALL "DB2REG1" USING REG-MOD END-CALL

          MOVE "P"                     TO WS-PROFILE-CLASS

          EVALUATE TRUE
             WHEN V-REG-OK OF REG-MOD
             WHEN V-REG-DECOMMISSIONED OF REG-MOD
                IF V-REG-TEST OF REG-MOD
                   OR V-REG-QA OF REG-MOD
                   MOVE "N"            TO WS-PROFILE-CLASS
                END-IF

             WHEN V-REG-IO-ERROR OF REG-MOD
                MOVE "P"               TO WS-PROFILE-CLASS

             WHEN V-REG-NO-REGISTRY OF REG-MOD
                MOVE PROF-DBALIAS      TO WS-ALIAS-EDIT
                INSPECT WS-ALIAS-EDIT
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                IF WS-ALIAS-EDIT(1:4) = "TEST"
                   OR WS-ALIAS-EDIT(1:2) = "QA"
                   MOVE "N"            TO WS-PROFILE-CLASS
                END-IF

             WHEN OTHER
                CONTINUE
          END-EVALUATE

          .
       CLASSIFY-PROFILE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       TEST-ONE-SUBSYSTEM SECTION.
      *>------------------------------------------------------------------------
             END-IF
             MOVE -1                   TO WS-SWEEP-SQLCODE
             ADD 1                     TO WS-FAIL-CNT
             IF WS-FINAL-RC < 8
                MOVE 8                 TO WS-FINAL-RC
             END-IF
          ELSE
             PERFORM TAKE-START-TIME


             MOVE LN-SQLCODE OF LN-MOD TO WS-SWEEP-SQLCODE

             PERFORM TAKE-END-TIME

      *>        a connect that used up the budget already has its
      *>        answer: the test query is not waited for as well
             IF LN-SQLCODE OF LN-MOD = 0
                AND WS-ELAPSED-MS NOT > WS-BUDGET-MS
                SET V-LN-FNC-TEST-QUERY OF LN-MOD TO TRUE

                CALL "DB2MOD1" USING LN-MOD END-CALL

                MOVE LN-SQLCODE OF LN-MOD
                  TO WS-SWEEP-SQLCODE

                PERFORM TAKE-END-TIME
             END-IF

             EVALUATE TRUE
                WHEN WS-ELAPSED-MS > WS-BUDGET-MS
                   PERFORM CHECK-MAINTENANCE-WINDOW

                   IF V-MWN-IN-WINDOW OF MWN-MOD
                      MOVE "IN-WINDOW" TO WS-SWEEP-RESULT
                      MOVE MWN-REASON OF MWN-MOD
                        TO WS-SWEEP-NOTE
                      ADD 1            TO WS-WINDOW-CNT
                   ELSE
                      MOVE "TIMEOUT"   TO WS-SWEEP-RESULT
                      MOVE "NO ANSWER WITHIN TIME BUDGET"
                        TO WS-SWEEP-NOTE
                      ADD 1            TO WS-TIMEOUT-CNT
                      IF WS-FINAL-RC < 8
                         MOVE 8        TO WS-FINAL-RC
                      END-IF
                   END-IF

                WHEN WS-SWEEP-SQLCODE = 0
                   MOVE "OK"           TO WS-SWEEP-RESULT
                   ADD 1               TO WS-OK-CNT

                WHEN OTHER
                   PERFORM CHECK-MAINTENANCE-WINDOW

                   IF V-MWN-IN-WINDOW OF MWN-MOD
                      MOVE "IN-WINDOW" TO WS-SWEEP-RESULT
                      MOVE MWN-REASON OF MWN-MOD
                        TO WS-SWEEP-NOTE
                      ADD 1            TO WS-WINDOW-CNT
                   ELSE
                      MOVE "FAILED"    TO WS-SWEEP-RESULT
                      ADD 1            TO WS-FAIL-CNT
                      IF WS-FINAL-RC < 8
                         MOVE 8        TO WS-FINAL-RC
                      END-IF
                   END-IF
             END-EVALUATE

      *>        always try to drop the connection again, even after a
      *>        failed test query - a half-open connection must not
      *>        leak into the next profile
       WRITE-STATUS-RECORD SECTION.
      *>------------------------------------------------------------------------

          MOVE SPACES                 TO SWEEP-STATUS-RECORD
          MOVE FUNCTION CURRENT-DATE  TO SWP-TIMESTAMP
          MOVE PROF-DBALIAS           TO SWP-DBALIAS
          MOVE PROF-USERID            TO SWP-USERID
          MOVE WS-ELAPSED-MS          TO SWP-ELAPSED-MS
          MOVE WS-SWEEP-NOTE          TO SWP-NOTE

          PERFORM WRITE-STATUS-LINE

          IF V-SWPH-OPEN
             PERFORM WRITE-HISTORY-RECORD
          END-IF

          .
       WRITE-STATUS-RECORD-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-STATUS-LINE SECTION.
      *>------------------------------------------------------------------------

      *>     one open / write / close per line: the line is on disk
      *>     the moment the profile is done, for a restart and for
      *>     DB2SWM1 watching the stream
          OPEN EXTEND SWEEP-STATUS-FILE
          IF V-SWEEP-NO-FILE
             OPEN OUTPUT SWEEP-STATUS-FILE
          END-IF

          IF V-SWEEP-OK
             WRITE SWEEP-STATUS-RECORD
             END-WRITE
             CLOSE SWEEP-STATUS-FILE
          ELSE
             DISPLAY "DB2SWP1: cannot write " WS-STATUS-NAME
                ", status " WS-SWEEP-STATUS
             MOVE 12                   TO WS-FINAL-RC
          END-IF

          .
       WRITE-STATUS-LINE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-HISTORY-RECORD SECTION.
      *>------------------------------------------------------------------------

      *>     same values as the status line, same timestamp. A rerun
      *>     from the checkpoint never sweeps a profile twice, so a
      *>     duplicate key can only be a clock step back - the first
      *>     record stands
          MOVE SWP-DBALIAS             TO SWPH-DBALIAS
          MOVE SWP-TIMESTAMP           TO SWPH-TIMESTAMP
          MOVE SWP-USERID              TO SWPH-USERID
          MOVE SWP-RESULT              TO SWPH-RESULT
          MOVE WS-SWEEP-SQLCODE        TO SWPH-SQLCODE
          MOVE WS-ELAPSED-MS           TO SWPH-ELAPSED-MS
          MOVE SWP-NOTE                TO SWPH-NOTE

          WRITE SWEEP-HISTORY-RECORD
          END-WRITE

          IF NOT V-SWPH-OK
             AND NOT V-SWPH-DUPLICATE
             DISPLAY "DB2SWP1: cannot write DB2SWPHS, status "
                WS-SWPH-STATUS " - sweep runs without history"
             CLOSE SWEEP-HISTORY-FILE
             MOVE "N"                  TO WS-SWPH-OPEN
          END-IF

          .
       WRITE-HISTORY-RECORD-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-CHECKPOINT SECTION.
      *>------------------------------------------------------------------------

      *>     the checkpoint is rewritten before and after every profile
      *>     tested: a rerun resumes after the last one finished,
      *>     whatever took the sweep down, and DB2SWM1 sees which
      *>     profile a stream is waiting for and since when
          OPEN OUTPUT CHECKPOINT-FILE
          IF V-CHKPT-OK
             MOVE SPACES               TO CHECKPOINT-RECORD
             MOVE WS-LAST-LABEL        TO CHK-PROF-LABEL
             MOVE WS-PASS              TO CHK-PASS
             MOVE WS-CHKPT-NEXT-STATE  TO CHK-STATE
             IF V-CHK-TESTING
                MOVE FUNCTION CURRENT-DATE(1:16)
                  TO WS-TEST-START-TS
                MOVE PROF-LABEL        TO CHK-CUR-LABEL
                MOVE PROF-DBALIAS      TO CHK-CUR-DBALIAS
                MOVE PROF-USERID       TO CHK-CUR-USERID
                MOVE WS-TEST-START-TS  TO CHK-CUR-START-TS
             END-IF
             WRITE CHECKPOINT-RECORD
             CLOSE CHECKPOINT-FILE
          END-IF
       WRITE-SUMMARY SECTION.
      *>------------------------------------------------------------------------

          MOVE WS-PROFILE-CNT          TO SWPS-TOTAL
          MOVE WS-OK-CNT               TO SWPS-OK
          MOVE WS-FAIL-CNT             TO SWPS-FAIL
          MOVE WS-TIMEOUT-CNT          TO SWPS-TIMEOUT
          MOVE WS-WINDOW-CNT           TO SWPS-WINDOW
          MOVE WS-DECOMM-CNT           TO SWPS-DECOMM

          MOVE SWEEP-SUMMARY-LINE      TO SWEEP-STATUS-RECORD
          PERFORM WRITE-STATUS-LINE

          DISPLAY SWEEP-SUMMARY-LINE

          .
       WRITE-SUMMARY-EX.
          MOVE WS-PROFILE-CNT          TO WS-FAIL-SUM-CNT
          MOVE WS-PROF-STATUS          TO WS-FAIL-SUM-STATUS

          MOVE WS-FAILURE-LINE         TO SWEEP-STATUS-RECORD
          PERFORM WRITE-STATUS-LINE

          DISPLAY WS-FAILURE-LINE
          DISPLAY "DB2SWP1: checkpoint kept - a rerun resumes after "
