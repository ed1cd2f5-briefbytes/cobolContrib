      *>************************************************************************
      *>  This file is part of DB2sample.
      *>
      *>  DB2REGX1.cob is free software: you can redistribute it and/or
      *>  modify it under the terms of the GNU Lesser General Public License as
      *>  published by the Free Software Foundation, either version 3 of the
      *>  License, or (at your option) any later version.
      *>
      *>  DB2REGX1.cob is distributed in the hope that it will be useful,
      *>  but WITHOUT ANY WARRANTY; without even the implied warranty of
      *>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
      *>  See the GNU Lesser General Public License for more details.
      *>
      *>  You should have received a copy of the GNU Lesser General Public
      *>  License along with DB2REGX1.cob.
      *>  If not, see <http://www.gnu.org/licenses/>.
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2REGX1.cob
      *>
      *> Purpose:      Subsystem registry exception report. Every DBALIAS
      *>               the other master files know - the DB2PROF
      *>               profiles, the DB2VAULT credentials, the DB2FOGR
      *>               failover groups and the DB2MWIN maintenance
      *>               windows - is looked up in the DB2SREG registry.
      *>               The report lists:
      *>               - aliases missing from the registry (nobody has
      *>                 said what they are - DB2TEST1 treats them as
      *>                 production until somebody does)
      *>               - decommissioned aliases still referenced (a
      *>                 retired subsystem should leave the profiles,
      *>                 the vault, the groups and the calendar)
      *>               each with the files that reference it.
      *>
      *> Author:       Laszlo Erdos - https://www.facebook.com/wortfee
      *>
      *> Date-Written: 2026.10.15
      *>
      *> Tectonics:    cobc -x DB2REGX1.cob
      *>
      *> Usage:        DB2REGX1 (no parameters)
      *>
      *>               The report is written to DB2REGX.RPT. A master
      *>               file that cannot be read is named on the report
      *>               and skipped.
      *>
      *>               RETURN-CODE:  0 every referenced alias registered
      *>                               and in service
      *>                             4 decommissioned aliases still
      *>                               referenced, a master file not
      *>                               readable, or the exception table
      *>                               overflowed
      *>                             8 at least one alias missing from
      *>                               the registry
      *>                            12 registry or report file not
      *>                               usable, or a registry read
      *>                               failed (named on the report)
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Laszlo Erdos:
      *>            - first version.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2REGX1.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DB2SREG-FILE ASSIGN TO "DB2SREG"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SREG-DBALIAS
              FILE STATUS IS WS-SREG-STATUS.

           SELECT DB2PROF-FILE ASSIGN TO "DB2PROF"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PROF-LABEL
              FILE STATUS IS WS-PROF-STATUS.

           SELECT DB2VAULT-FILE ASSIGN TO "DB2VAULT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS VAULT-KEY
              FILE STATUS IS WS-VAULT-STATUS.

           SELECT DB2FOGR-FILE ASSIGN TO "DB2FOGR"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FOGR-STATUS.

           SELECT DB2MWIN-FILE ASSIGN TO "DB2MWIN"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MWIN-KEY
              FILE STATUS IS WS-MWIN-STATUS.

           SELECT REPORT-FILE ASSIGN TO "DB2REGX.RPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DB2SREG-FILE.
      *> record layout
       COPY "DB2SREG.cpy".

       FD  DB2PROF-FILE.
      *> record layout
       COPY "DB2PROF.cpy".

       FD  DB2VAULT-FILE.
      *> record layout
       COPY "DB2VAULT.cpy".

       FD  DB2FOGR-FILE.
      *> record layout
       COPY "DB2FOGR.cpy".

       FD  DB2MWIN-FILE.
      *> record layout
       COPY "DB2MWIN.cpy".

       FD  REPORT-FILE.
       01 REPORT-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-SREG-STATUS               PIC X(2).
          88 V-SREG-OK                 VALUE "00".
          88 V-SREG-NOT-FOUND          VALUE "23".

       01 WS-PROF-STATUS               PIC X(2).
          88 V-PROF-OK                 VALUE "00".

       01 WS-VAULT-STATUS              PIC X(2).
          88 V-VAULT-OK                VALUE "00".

       01 WS-FOGR-STATUS               PIC X(2).
          88 V-FOGR-OK                 VALUE "00".

       01 WS-MWIN-STATUS               PIC X(2).
          88 V-MWIN-OK                 VALUE "00".

       01 WS-REPORT-STATUS             PIC X(2).
          88 V-REPORT-OK               VALUE "00".

      *> the alias under test and the master file it came from:
      *> 1 DB2PROF, 2 DB2VAULT, 3 DB2FOGR, 4 DB2MWIN
       01 WS-LOOKUP-ALIAS              PIC X(9).
       01 WS-SOURCE-IDX                PIC 9(1) COMP-5.
       01 WS-STANDBY-IDX               PIC 9(1) COMP-5.
       01 WS-LOOKUP-KIND               PIC X(1).

      *> one entry per exception alias, kept in alias order as they
      *> are inserted so the report prints sorted without a sort step
       01 WS-XTAB-MAX                  PIC 9(3) COMP-5 VALUE 500.
       01 WS-XTAB-CNT                  PIC 9(3) COMP-5 VALUE 0.
       01 WS-XTAB-TAB.
         02 WS-XTAB-ENTRY OCCURS 500 TIMES.
           03 WS-XTAB-ALIAS            PIC X(9).
           03 WS-XTAB-KIND             PIC X(1).
              88 V-XTAB-MISSING        VALUE "M".
              88 V-XTAB-DECOMMISSIONED VALUE "D".
           03 WS-XTAB-SOURCE           PIC X(1) OCCURS 4 TIMES.

       01 WS-IDX                       PIC 9(3) COMP-5.
       01 WS-SHIFT-IDX                 PIC 9(3) COMP-5.
       01 WS-HIT-IDX                   PIC 9(3) COMP-5.
       01 WS-XTAB-FULL-NOTED           PIC X(1) VALUE "N".
          88 V-XTAB-FULL-NOTED         VALUE "Y".

      *> master files that could not be read, for the report
       01 WS-SKIPPED-CNT               PIC 9(1) COMP-5 VALUE 0.
       01 WS-SKIPPED-NAME              PIC X(8).

       01 WS-MISSING-CNT               PIC 9(3) COMP-5 VALUE 0.
       01 WS-DECOMM-CNT                PIC 9(3) COMP-5 VALUE 0.
       01 WS-SREG-ERROR-CNT            PIC 9(3) COMP-5 VALUE 0.
       01 WS-SECTION-CNT               PIC 9(3) COMP-5 VALUE 0.

       01 WS-FINAL-RC                  PIC S9(9) COMP-5 VALUE 0.

       01 WS-RPT-HEADER.
         02 FILLER                     PIC X(36)
            VALUE "DB2 SUBSYSTEM REGISTRY EXCEPTIONS  ".
         02 WS-HDR-DATE                PIC X(8).
         02 FILLER                     PIC X(36) VALUE SPACES.

       01 WS-RPT-COL-HEADER            PIC X(80) VALUE
          "DBALIAS   DB2PROF DB2VAULT DB2FOGR DB2MWIN".

       01 WS-RPT-XTAB-LINE.
         02 WS-RPT-ALIAS               PIC X(9).
         02 FILLER                     PIC X(4) VALUE SPACES.
         02 WS-RPT-SRC-PROF            PIC X(1).
         02 FILLER                     PIC X(8) VALUE SPACES.
         02 WS-RPT-SRC-VAULT           PIC X(1).
         02 FILLER                     PIC X(7) VALUE SPACES.
         02 WS-RPT-SRC-FOGR            PIC X(1).
         02 FILLER                     PIC X(7) VALUE SPACES.
         02 WS-RPT-SRC-MWIN            PIC X(1).
         02 FILLER                     PIC X(41) VALUE SPACES.

       01 WS-RPT-SKIPPED-LINE.
         02 FILLER                     PIC X(9) VALUE "WARNING: ".
         02 WS-RPT-SKIPPED-NAME        PIC X(8).
         02 FILLER                     PIC X(63)
            VALUE " NOT READABLE - ITS ALIASES WERE NOT CHECKED".

       01 WS-RPT-SREG-ERROR-LINE.
         02 FILLER                     PIC X(7) VALUE "ERROR: ".
         02 WS-RPT-ERROR-ALIAS         PIC X(9).
         02 FILLER                     PIC X(34)
            VALUE " DB2SREG READ FAILED, STATUS ".
         02 WS-RPT-ERROR-STATUS        PIC X(2).
         02 FILLER                     PIC X(28)
            VALUE " - NOT CHECKED".

       01 WS-RPT-SUMMARY.
         02 FILLER                     PIC X(9) VALUE "SUMMARY: ".
         02 WS-SUM-MISSING             PIC Z(2)9.
         02 FILLER                     PIC X(16)
            VALUE " UNREGISTERED, ".
         02 WS-SUM-DECOMM              PIC Z(2)9.
         02 FILLER                     PIC X(35)
            VALUE " DECOMMISSIONED STILL REFERENCED".
         02 FILLER                     PIC X(14) VALUE SPACES.

       PROCEDURE DIVISION.

      *>------------------------------------------------------------------------
       MAIN-DB2REGX1 SECTION.
      *>------------------------------------------------------------------------

          OPEN INPUT DB2SREG-FILE
          IF NOT V-SREG-OK
             DISPLAY "DB2REGX1: cannot open DB2SREG, status "
                WS-SREG-STATUS
             MOVE 12                   TO RETURN-CODE
             STOP RUN
          END-IF

          OPEN OUTPUT REPORT-FILE
          IF NOT V-REPORT-OK
             DISPLAY "DB2REGX1: cannot open DB2REGX.RPT, status "
                WS-REPORT-STATUS
             CLOSE DB2SREG-FILE
             MOVE 12                   TO RETURN-CODE
             STOP RUN
          END-IF

          MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HDR-DATE
          WRITE REPORT-LINE FROM WS-RPT-HEADER
          MOVE SPACES                  TO REPORT-LINE
          WRITE REPORT-LINE

          PERFORM SCAN-PROFILES
          PERFORM SCAN-VAULT
          PERFORM SCAN-FAILOVER-GROUPS
          PERFORM SCAN-MAINTENANCE-WINDOWS

          PERFORM WRITE-MISSING-SECTION
          PERFORM WRITE-DECOMM-SECTION
          PERFORM WRITE-SUMMARY

          CLOSE DB2SREG-FILE
          CLOSE REPORT-FILE

          EVALUATE TRUE
             WHEN WS-SREG-ERROR-CNT > 0
                MOVE 12                TO WS-FINAL-RC

             WHEN WS-MISSING-CNT > 0
                MOVE 8                 TO WS-FINAL-RC

             WHEN WS-DECOMM-CNT > 0
             WHEN WS-SKIPPED-CNT > 0
             WHEN V-XTAB-FULL-NOTED
                MOVE 4                 TO WS-FINAL-RC

             WHEN OTHER
                CONTINUE
          END-EVALUATE

          MOVE WS-FINAL-RC             TO RETURN-CODE

          STOP RUN

          .
       MAIN-DB2REGX1-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SCAN-PROFILES SECTION.
      *>------------------------------------------------------------------------

          OPEN INPUT DB2PROF-FILE

          IF V-PROF-OK
             MOVE 1                    TO WS-SOURCE-IDX
             MOVE LOW-VALUES           TO PROF-LABEL
             START DB2PROF-FILE KEY IS NOT LESS THAN PROF-LABEL
             END-START

             IF V-PROF-OK
                PERFORM SCAN-ONE-PROFILE
                   UNTIL NOT V-PROF-OK
             END-IF

             CLOSE DB2PROF-FILE
          ELSE
             MOVE "DB2PROF"            TO WS-SKIPPED-NAME
             PERFORM NOTE-SKIPPED-FILE
          END-IF

          .
       SCAN-PROFILES-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SCAN-ONE-PROFILE SECTION.
      *>------------------------------------------------------------------------

          READ DB2PROF-FILE NEXT RECORD
          END-READ

          IF V-PROF-OK
             MOVE PROF-DBALIAS         TO WS-LOOKUP-ALIAS
             PERFORM CHECK-ONE-ALIAS
          END-IF

          .
       SCAN-ONE-PROFILE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SCAN-VAULT SECTION.
      *>------------------------------------------------------------------------

          OPEN INPUT DB2VAULT-FILE

          IF V-VAULT-OK
             MOVE 2                    TO WS-SOURCE-IDX
             MOVE LOW-VALUES           TO VAULT-KEY
             START DB2VAULT-FILE KEY IS NOT LESS THAN VAULT-KEY
             END-START

             IF V-VAULT-OK
                PERFORM SCAN-ONE-CREDENTIAL
                   UNTIL NOT V-VAULT-OK
             END-IF

             CLOSE DB2VAULT-FILE
          ELSE
             MOVE "DB2VAULT"           TO WS-SKIPPED-NAME
             PERFORM NOTE-SKIPPED-FILE
          END-IF

          .
       SCAN-VAULT-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SCAN-ONE-CREDENTIAL SECTION.
      *>------------------------------------------------------------------------

          READ DB2VAULT-FILE NEXT RECORD
          END-READ

          IF V-VAULT-OK
             MOVE VAULT-DBALIAS        TO WS-LOOKUP-ALIAS
             PERFORM CHECK-ONE-ALIAS
          END-IF

          .
       SCAN-ONE-CREDENTIAL-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SCAN-FAILOVER-GROUPS SECTION.
      *>------------------------------------------------------------------------

          OPEN INPUT DB2FOGR-FILE

          IF V-FOGR-OK
             MOVE 3                    TO WS-SOURCE-IDX
             PERFORM SCAN-ONE-GROUP
                UNTIL NOT V-FOGR-OK
             CLOSE DB2FOGR-FILE
          ELSE
             MOVE "DB2FOGR"            TO WS-SKIPPED-NAME
             PERFORM NOTE-SKIPPED-FILE
          END-IF

          .
       SCAN-FAILOVER-GROUPS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SCAN-ONE-GROUP SECTION.
      *>------------------------------------------------------------------------

      *>     the primary and every standby of a group are subsystems
      *>     in their own right - an unused standby column is blank
          READ DB2FOGR-FILE
          END-READ

          IF V-FOGR-OK
             MOVE FOGR-PRIMARY         TO WS-LOOKUP-ALIAS
             PERFORM CHECK-ONE-ALIAS

             PERFORM VARYING WS-STANDBY-IDX FROM 1 BY 1
                UNTIL WS-STANDBY-IDX > 3
                MOVE FOGR-STANDBY(WS-STANDBY-IDX) TO WS-LOOKUP-ALIAS
                PERFORM CHECK-ONE-ALIAS
             END-PERFORM
          END-IF

          .
       SCAN-ONE-GROUP-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SCAN-MAINTENANCE-WINDOWS SECTION.
      *>------------------------------------------------------------------------

          OPEN INPUT DB2MWIN-FILE

          IF V-MWIN-OK
             MOVE 4                    TO WS-SOURCE-IDX
             MOVE LOW-VALUES           TO MWIN-KEY
             START DB2MWIN-FILE KEY IS NOT LESS THAN MWIN-KEY
             END-START

             IF V-MWIN-OK
                PERFORM SCAN-ONE-WINDOW
                   UNTIL NOT V-MWIN-OK
             END-IF

             CLOSE DB2MWIN-FILE
          ELSE
             MOVE "DB2MWIN"            TO WS-SKIPPED-NAME
             PERFORM NOTE-SKIPPED-FILE
          END-IF

          .
       SCAN-MAINTENANCE-WINDOWS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SCAN-ONE-WINDOW SECTION.
      *>------------------------------------------------------------------------

          READ DB2MWIN-FILE NEXT RECORD
          END-READ

          IF V-MWIN-OK
             MOVE MWIN-DBALIAS         TO WS-LOOKUP-ALIAS
             PERFORM CHECK-ONE-ALIAS
          END-IF

          .
       SCAN-ONE-WINDOW-EX.
          EXIT.

      *>------------------------------------------------------------------------
       NOTE-SKIPPED-FILE SECTION.
      *>------------------------------------------------------------------------

          ADD 1                        TO WS-SKIPPED-CNT
          MOVE WS-SKIPPED-NAME         TO WS-RPT-SKIPPED-NAME
          WRITE REPORT-LINE FROM WS-RPT-SKIPPED-LINE

          .
       NOTE-SKIPPED-FILE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       CHECK-ONE-ALIAS SECTION.
      *>------------------------------------------------------------------------

      *>     WS-LOOKUP-ALIAS came from the master file WS-SOURCE-IDX
      *>     names. A registered alias in service is what we want;
      *>     anything else goes on the report. Only a record not
      *>     found makes the alias missing - a registry that cannot
      *>     be read says nothing about the alias
          IF WS-LOOKUP-ALIAS NOT = SPACES
             MOVE WS-LOOKUP-ALIAS      TO SREG-DBALIAS
             READ DB2SREG-FILE KEY IS SREG-DBALIAS

             EVALUATE TRUE
                WHEN V-SREG-NOT-FOUND
                   MOVE "M"            TO WS-LOOKUP-KIND
                   PERFORM RECORD-EXCEPTION

                WHEN NOT V-SREG-OK
                   DISPLAY "DB2REGX1: cannot read DB2SREG record "
                      WS-LOOKUP-ALIAS ", status " WS-SREG-STATUS
                   ADD 1               TO WS-SREG-ERROR-CNT
                   MOVE WS-LOOKUP-ALIAS TO WS-RPT-ERROR-ALIAS
                   MOVE WS-SREG-STATUS TO WS-RPT-ERROR-STATUS
                   WRITE REPORT-LINE FROM WS-RPT-SREG-ERROR-LINE

                WHEN V-SREG-DECOMMISSIONED
                   MOVE "D"            TO WS-LOOKUP-KIND
                   PERFORM RECORD-EXCEPTION

                WHEN OTHER
                   CONTINUE
             END-EVALUATE
          END-IF

          .
       CHECK-ONE-ALIAS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       RECORD-EXCEPTION SECTION.
      *>------------------------------------------------------------------------

      *>     one entry per alias however many records reference it;
      *>     the entry collects which master files those were
          MOVE 0                       TO WS-HIT-IDX
          PERFORM VARYING WS-IDX FROM 1 BY 1
             UNTIL WS-IDX > WS-XTAB-CNT
             IF WS-XTAB-ALIAS(WS-IDX) = WS-LOOKUP-ALIAS
                MOVE WS-IDX            TO WS-HIT-IDX
                EXIT PERFORM
             END-IF
             IF WS-XTAB-ALIAS(WS-IDX) > WS-LOOKUP-ALIAS
                EXIT PERFORM
             END-IF
          END-PERFORM

          IF WS-HIT-IDX = 0
             IF WS-XTAB-CNT < WS-XTAB-MAX
      *>           WS-IDX is the insert position - open a gap there
                PERFORM VARYING WS-SHIFT-IDX
                   FROM WS-XTAB-CNT BY -1
                   UNTIL WS-SHIFT-IDX < WS-IDX
                   MOVE WS-XTAB-ENTRY(WS-SHIFT-IDX)
                     TO WS-XTAB-ENTRY(WS-SHIFT-IDX + 1)
                END-PERFORM

                ADD 1                  TO WS-XTAB-CNT
                MOVE WS-IDX            TO WS-HIT-IDX
                MOVE SPACES            TO WS-XTAB-ENTRY(WS-HIT-IDX)
                MOVE WS-LOOKUP-ALIAS   TO WS-XTAB-ALIAS(WS-HIT-IDX)
                MOVE WS-LOOKUP-KIND    TO WS-XTAB-KIND(WS-HIT-IDX)
                IF WS-LOOKUP-KIND = "M"
                   ADD 1               TO WS-MISSING-CNT
                ELSE
                   ADD 1               TO WS-DECOMM-CNT
                END-IF
             ELSE
                SET V-XTAB-FULL-NOTED  TO TRUE
             END-IF
          END-IF

          IF WS-HIT-IDX > 0
             MOVE "X"
               TO WS-XTAB-SOURCE(WS-HIT-IDX, WS-SOURCE-IDX)
          END-IF

          .
       RECORD-EXCEPTION-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-MISSING-SECTION SECTION.
      *>------------------------------------------------------------------------

          MOVE "ALIASES NOT IN THE REGISTRY (REGISTER THEM IN DB2REGM1)"
            TO REPORT-LINE
          WRITE REPORT-LINE
          WRITE REPORT-LINE FROM WS-RPT-COL-HEADER

          MOVE 0                       TO WS-SECTION-CNT
          PERFORM VARYING WS-IDX FROM 1 BY 1
             UNTIL WS-IDX > WS-XTAB-CNT
             IF V-XTAB-MISSING(WS-IDX)
                PERFORM WRITE-ONE-EXCEPTION
             END-IF
          END-PERFORM

          IF WS-SECTION-CNT = 0
             MOVE "  NONE"             TO REPORT-LINE
             WRITE REPORT-LINE
          END-IF

          MOVE SPACES                  TO REPORT-LINE
          WRITE REPORT-LINE

          .
       WRITE-MISSING-SECTION-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-DECOMM-SECTION SECTION.
      *>------------------------------------------------------------------------

          MOVE "DECOMMISSIONED ALIASES STILL REFERENCED"
            TO REPORT-LINE
          WRITE REPORT-LINE
          WRITE REPORT-LINE FROM WS-RPT-COL-HEADER

          MOVE 0                       TO WS-SECTION-CNT
          PERFORM VARYING WS-IDX FROM 1 BY 1
             UNTIL WS-IDX > WS-XTAB-CNT
             IF V-XTAB-DECOMMISSIONED(WS-IDX)
                PERFORM WRITE-ONE-EXCEPTION
             END-IF
          END-PERFORM

          IF WS-SECTION-CNT = 0
             MOVE "  NONE"             TO REPORT-LINE
             WRITE REPORT-LINE
          END-IF

          MOVE SPACES                  TO REPORT-LINE
          WRITE REPORT-LINE

          .
       WRITE-DECOMM-SECTION-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-ONE-EXCEPTION SECTION.
      *>------------------------------------------------------------------------

      *>     WS-IDX addresses the entry to print
          ADD 1                        TO WS-SECTION-CNT

          MOVE WS-XTAB-ALIAS(WS-IDX)   TO WS-RPT-ALIAS
          MOVE WS-XTAB-SOURCE(WS-IDX, 1) TO WS-RPT-SRC-PROF
          MOVE WS-XTAB-SOURCE(WS-IDX, 2) TO WS-RPT-SRC-VAULT
          MOVE WS-XTAB-SOURCE(WS-IDX, 3) TO WS-RPT-SRC-FOGR
          MOVE WS-XTAB-SOURCE(WS-IDX, 4) TO WS-RPT-SRC-MWIN

          WRITE REPORT-LINE FROM WS-RPT-XTAB-LINE

          .
       WRITE-ONE-EXCEPTION-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-SUMMARY SECTION.
      *>------------------------------------------------------------------------

          MOVE WS-MISSING-CNT          TO WS-SUM-MISSING
          MOVE WS-DECOMM-CNT           TO WS-SUM-DECOMM

          WRITE REPORT-LINE FROM WS-RPT-SUMMARY

          IF V-XTAB-FULL-NOTED
             MOVE "WARNING: EXCEPTION TABLE FULL - REPORT INCOMPLETE"
               TO REPORT-LINE
             WRITE REPORT-LINE
          END-IF

          .
       WRITE-SUMMARY-EX.
          EXIT.

       END PROGRAM DB2REGX1.
