      *>************************************************************************
      *>  This file is part of DB2sample.
      *>
      *>  DB2SQLR1.cob is free software: you can redistribute it and/or
      *>  modify it under the terms of the GNU Lesser General Public License as
      *>  published by the Free Software Foundation, either version 3 of the
      *>  License, or (at your option) any later version.
      *>
      *>  DB2SQLR1.cob is distributed in the hope that it will be useful,
      *>  but WITHOUT ANY WARRANTY; without even the implied warranty of
      *>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
      *>  See the GNU Lesser General Public License for more details.
      *>
      *>  You should have received a copy of the GNU Lesser General Public
      *>  License along with DB2SQLR1.cob.
      *>  If not, see <http://www.gnu.org/licenses/>.
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2SQLR1.cob
      *>
      *> Purpose:      Weekly review of the SQL run against production,
      *>               over the DB2SQLA.LOG statement audit trail the
      *>               DB2TEST1 SQL browser and the DB2EXT1 extract
      *>               write. Every statement of the week run on a
      *>               production subsystem is listed, grouped by the
      *>               operator who ran it (BATCH for the extract, with
      *>               the script), with its DBALIAS, USERID, rows
      *>               returned, final SQLCODE and the full statement
      *>               text.
      *>
      *>               A statement naming a table on the site's DB2SENS
      *>               sensitive table list is highlighted, together
      *>               with the tables it named, and counted per
      *>               operator.
      *>
      *>               Production is what the DB2SREG registry (via
      *>               DB2REG1) does not class as TEST or QA: PROD, DR,
      *>               decommissioned and unregistered aliases are all
      *>               reviewed. Without a registry file the old name
      *>               rule applies - everything but TEST* and QA*; a
      *>               registry that is there but cannot be read makes
      *>               every alias production.
      *>
      *>               A statement is one entry: its start line is
      *>               listed, its end line fills in the rows and the
      *>               final SQLCODE. A statement without an end line
      *>               (the session or extract job ended first) is
      *>               listed with a note.
      *>
      *> Author:       Laszlo Erdos - https://www.facebook.com/wortfee
      *>
      *> Date-Written: 2026.10.15
      *>
      *> Tectonics:    cobc -x DB2SQLR1.cob
      *>
      *> Usage:        DB2SQLR1 [WEEK-START]
      *>
      *>               WEEK-START is YYYYMMDD, the first of the seven
      *>               days reviewed. It defaults to the Monday of the
      *>               previous week - the report runs on Monday.
      *>
      *>               DB2SENS holds one table name per line from
      *>               column 1 (SCHEMA.TABLE or bare TABLE), "*" in
      *>               column 1 for a comment line. A bare name matches
      *>               the table in any schema.
      *>
      *>               The report is written to DB2SQLR.RPT.
      *>
      *>               RETURN-CODE:  0 no production statement touched
      *>                               a sensitive table
      *>                             4 sensitive statements listed, or
      *>                               no DB2SENS list, or a table
      *>                               overflowed - the review is
      *>                               incomplete
      *>                            12 parameter error, audit trail
      *>                               not readable or report not
      *>                               writable
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Laszlo Erdos:
      *>            - first version.
      *> 2026.10.15 Laszlo Erdos:
      *>            - an alias counts as production while the DB2SREG
      *>              registry is there but cannot be read.
      *>            - the start and end lines of a statement
      *>              (SQLA-PHASE) make one entry; a statement left
      *>              without its end line is noted.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2SQLR1.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
      *>    the characters a table name is made of - a sensitive name
      *>    only matches where the statement has none of these on
      *>    either side of it
           CLASS SQL-NAME-CHAR IS "A" THRU "Z" "0" THRU "9"
                                  "_" "#" "@" "$".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DB2SQLA-FILE ASSIGN TO "DB2SQLA.LOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SQLA-STATUS.

           SELECT DB2SENS-FILE ASSIGN TO "DB2SENS"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SENS-STATUS.

           SELECT REPORT-FILE ASSIGN TO "DB2SQLR.RPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DB2SQLA-FILE.
      *> record layout
       COPY "DB2SQLA.cpy".

       FD  DB2SENS-FILE.
      *> record layout
       COPY "DB2SENS.cpy".

       FD  REPORT-FILE.
       01 REPORT-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-SQLA-STATUS               PIC X(2).
          88 V-SQLA-OK                 VALUE "00".
          88 V-SQLA-EOF                VALUE "10".

       01 WS-SENS-STATUS               PIC X(2).
          88 V-SENS-OK                 VALUE "00".

       01 WS-REPORT-STATUS             PIC X(2).
          88 V-REPORT-OK               VALUE "00".

      *> command line: optional first day of the week
       01 WS-CMD-LINE                  PIC X(80).
       01 WS-PARM-WEEK                 PIC X(10).
       01 WS-PARM-ERROR                PIC X(1) VALUE "N".
          88 V-PARM-ERROR              VALUE "Y".

      *> the week reviewed: FROM-DATE up to and including TO-DATE
       01 WS-NOW-TS                    PIC X(26).
       01 WS-TODAY                     PIC 9(8).
       01 WS-DAY-INT                   PIC 9(7) COMP-5.
       01 WS-WEEKDAY                   PIC 9(1) COMP-5.
       01 WS-FROM-DATE                 PIC 9(8).
       01 WS-TO-DATE                   PIC 9(8).
       01 WS-REC-DATE                  PIC 9(8).

      *> sensitive table names from DB2SENS, upper case, with their
      *> length so the match compares the name and nothing after it
       01 WS-SENS-MAX                  PIC 9(3) COMP-5 VALUE 200.
       01 WS-SENS-CNT                  PIC 9(3) COMP-5 VALUE 0.
       01 WS-SENS-TAB OCCURS 200 TIMES.
         02 WS-SENS-NAME               PIC X(40).
         02 WS-SENS-LEN                PIC 9(2) COMP-5.
       01 WS-SENS-LOADED               PIC X(1) VALUE "N".
          88 V-SENS-LOADED             VALUE "Y".
       01 WS-SENS-FULL                 PIC X(1) VALUE "N".
          88 V-SENS-FULL               VALUE "Y".

      *> production judgement per DBALIAS, asked of the registry once
       01 WS-ENV-MAX                   PIC 9(3) COMP-5 VALUE 300.
       01 WS-ENV-CNT                   PIC 9(3) COMP-5 VALUE 0.
       01 WS-ENV-TAB OCCURS 300 TIMES.
         02 WS-ENV-ALIAS               PIC X(9).
         02 WS-ENV-PROD                PIC X(1).
            88 V-ENV-PROD              VALUE "Y".
       01 WS-ALIAS-EDIT                PIC X(9).
       01 WS-IS-PROD                   PIC X(1).
          88 V-IS-PROD                 VALUE "Y".
          88 V-IS-NOT-PROD             VALUE "N".

      *> the production statements of the week in log order; the
      *> report walks them once per operator, so each operator's
      *> statements come out in the order they were run
       01 WS-STMT-MAX                  PIC 9(5) COMP-5 VALUE 3000.
       01 WS-STMT-CNT                  PIC 9(5) COMP-5 VALUE 0.
       01 WS-STMT-TAB OCCURS 3000 TIMES.
         02 WS-ST-OPERATOR             PIC X(8).
         02 WS-ST-TIMESTAMP            PIC X(26).
         02 WS-ST-SOURCE               PIC X(12).
         02 WS-ST-DBALIAS              PIC X(9).
         02 WS-ST-USERID               PIC X(20).
         02 WS-ST-ROWS                 PIC 9(9).
         02 WS-ST-SQLCODE              PIC S9(10).
         02 WS-ST-SENS-TABLES          PIC X(86).
         02 WS-ST-STMT                 PIC X(240).
         02 WS-ST-ENDED                PIC X(1).
           88 V-ST-ENDED               VALUE "Y".
       01 WS-STMT-FULL                 PIC X(1) VALUE "N".
          88 V-STMT-FULL               VALUE "Y".

      *> operators seen, in ascending order of their id
       01 WS-OPER-MAX                  PIC 9(3) COMP-5 VALUE 300.
       01 WS-OPER-CNT                  PIC 9(3) COMP-5 VALUE 0.
       01 WS-OPER-TAB OCCURS 300 TIMES.
         02 WS-OP-ID                   PIC X(8).
         02 WS-OP-STMT-CNT             PIC 9(5) COMP-5.
         02 WS-OP-SENS-CNT             PIC 9(5) COMP-5.
       01 WS-OPER-FULL                 PIC X(1) VALUE "N".
          88 V-OPER-FULL               VALUE "Y".

      *> sensitive table match over the upper-cased statement
       01 WS-STMT-UP                   PIC X(240).
       01 WS-SENS-HITS                 PIC X(86).
       01 WS-SENS-HITS-PTR             PIC 9(3) COMP-5.
       01 WS-SCAN-POS                  PIC 9(3) COMP-5.
       01 WS-SCAN-LAST                 PIC 9(3) COMP-5.
       01 WS-SCAN-AFTER                PIC 9(3) COMP-5.
       01 WS-NAME-FOUND                PIC X(1).
          88 V-NAME-FOUND              VALUE "Y".
          88 V-NAME-NOT-FOUND          VALUE "N".
       01 WS-CHAR                      PIC X(1).

       01 WS-IDX                       PIC 9(5) COMP-5.
       01 WS-END-IDX                   PIC 9(5) COMP-5.
       01 WS-SENS-IDX                  PIC 9(3) COMP-5.
       01 WS-OP-IDX                    PIC 9(3) COMP-5.
       01 WS-INS-IDX                   PIC 9(3) COMP-5.
       01 WS-LINE-IDX                  PIC 9(1) COMP-5.
       01 WS-STMT-POS                  PIC 9(3) COMP-5.

       01 WS-LOG-CNT                   PIC 9(7) COMP-5 VALUE 0.
       01 WS-WEEK-CNT                  PIC 9(7) COMP-5 VALUE 0.
       01 WS-PROD-CNT                  PIC 9(7) COMP-5 VALUE 0.
       01 WS-SENS-STMT-CNT             PIC 9(7) COMP-5 VALUE 0.
       01 WS-FINAL-RC                  PIC S9(9) COMP-5 VALUE 0.

      *> linkage
       COPY "DB2REG.cpy".

       01 WS-RPT-HEADER.
         02 FILLER                     PIC X(37)
            VALUE "DB2 WEEKLY PRODUCTION SQL REVIEW    ".
         02 WS-HDR-FROM                PIC X(8).
         02 FILLER                     PIC X(3) VALUE " - ".
         02 WS-HDR-TO                  PIC X(8).
         02 FILLER                     PIC X(11) VALUE "   PRINTED ".
         02 WS-HDR-PRINTED             PIC X(8).
         02 FILLER                     PIC X(25) VALUE SPACES.

       01 WS-RPT-OPER-LINE.
         02 FILLER                     PIC X(9) VALUE "OPERATOR ".
         02 WS-RPT-OP-ID               PIC X(8).
         02 FILLER                     PIC X(2) VALUE SPACES.
         02 WS-RPT-OP-STMT-CNT         PIC Z(4)9.
         02 FILLER                     PIC X(13) VALUE " STATEMENTS, ".
         02 WS-RPT-OP-SENS-CNT         PIC Z(4)9.
         02 FILLER                     PIC X(10) VALUE " SENSITIVE".
         02 FILLER                     PIC X(48) VALUE SPACES.

       01 WS-RPT-COL-HEADER.
         02 FILLER                     PIC X(49) VALUE
            "  FLAG      TIMESTAMP        DBALIAS   USERID    ".
         02 FILLER                     PIC X(51) VALUE
            "           SOURCE            ROWS     SQLCODE".

       01 WS-RPT-STMT-LINE.
         02 FILLER                     PIC X(2) VALUE SPACES.
         02 WS-RPT-FLAG                PIC X(9).
         02 FILLER                     PIC X(1) VALUE SPACE.
         02 WS-RPT-TS.
           03 WS-RPT-TS-YYYY           PIC X(4).
           03 FILLER                   PIC X(1) VALUE "-".
           03 WS-RPT-TS-MM             PIC X(2).
           03 FILLER                   PIC X(1) VALUE "-".
           03 WS-RPT-TS-DD             PIC X(2).
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 WS-RPT-TS-HH             PIC X(2).
           03 FILLER                   PIC X(1) VALUE ":".
           03 WS-RPT-TS-MI             PIC X(2).
         02 FILLER                     PIC X(1) VALUE SPACE.
         02 WS-RPT-DBALIAS             PIC X(9).
         02 FILLER                     PIC X(1) VALUE SPACE.
         02 WS-RPT-USERID              PIC X(20).
         02 FILLER                     PIC X(1) VALUE SPACE.
         02 WS-RPT-SOURCE              PIC X(12).
         02 FILLER                     PIC X(1) VALUE SPACE.
         02 WS-RPT-ROWS                PIC Z(8)9.
         02 FILLER                     PIC X(1) VALUE SPACE.
         02 WS-RPT-SQLCODE             PIC -(10)9.
         02 FILLER                     PIC X(6) VALUE SPACES.

       01 WS-RPT-TEXT-LINE.
         02 WS-RPT-TEXT-LABEL          PIC X(12).
         02 WS-RPT-TEXT                PIC X(80).
         02 FILLER                     PIC X(8) VALUE SPACES.

       01 WS-RPT-TABLES-LINE.
         02 FILLER                     PIC X(14) VALUE "     TABLES:  ".
         02 WS-RPT-TABLES              PIC X(86).

       01 WS-RPT-SUMMARY.
         02 FILLER                     PIC X(9) VALUE "SUMMARY: ".
         02 WS-SUM-WEEK                PIC Z(6)9.
         02 FILLER                     PIC X(20)
            VALUE " STATEMENTS IN WEEK,".
         02 WS-SUM-PROD                PIC Z(6)9.
         02 FILLER                     PIC X(18)
            VALUE " ON PRODUCTION BY ".
         02 WS-SUM-OPERS               PIC Z(2)9.
         02 FILLER                     PIC X(12) VALUE " OPERATORS, ".
         02 WS-SUM-SENS                PIC Z(6)9.
         02 FILLER                     PIC X(10) VALUE " SENSITIVE".
         02 FILLER                     PIC X(7) VALUE SPACES.

       PROCEDURE DIVISION.

      *>------------------------------------------------------------------------
       MAIN-DB2SQLR1 SECTION.
      *>------------------------------------------------------------------------

          PERFORM PARSE-PARAMETERS

          IF V-PARM-ERROR
             DISPLAY "DB2SQLR1: usage: [WEEK-START YYYYMMDD]"
             MOVE 12                   TO RETURN-CODE
             STOP RUN
          END-IF

          OPEN INPUT DB2SQLA-FILE
          IF NOT V-SQLA-OK
             DISPLAY "DB2SQLR1: cannot open DB2SQLA.LOG, status "
                WS-SQLA-STATUS
             MOVE 12                   TO RETURN-CODE
             STOP RUN
          END-IF

          OPEN OUTPUT REPORT-FILE
          IF NOT V-REPORT-OK
             DISPLAY "DB2SQLR1: cannot open DB2SQLR.RPT, status "
                WS-REPORT-STATUS
             CLOSE DB2SQLA-FILE
             MOVE 12                   TO RETURN-CODE
             STOP RUN
          END-IF

          PERFORM LOAD-SENSITIVE-TABLES

          PERFORM READ-ONE-AUDIT-RECORD
             UNTIL NOT V-SQLA-OK

          PERFORM WRITE-REPORT-HEADER

      *>     a read failure left the week half read - that must not
      *>     pass as a complete review
          IF NOT V-SQLA-EOF
             DISPLAY "DB2SQLR1: DB2SQLA.LOG read failed, status "
                WS-SQLA-STATUS
             MOVE "WARNING: AUDIT TRAIL READ FAILED - INCOMPLETE"
               TO REPORT-LINE
             WRITE REPORT-LINE
             MOVE 12                   TO WS-FINAL-RC
          END-IF

          CLOSE DB2SQLA-FILE

          IF WS-OPER-CNT = 0
             MOVE "  NONE - NO STATEMENT RUN ON PRODUCTION IN THE WEEK"
               TO REPORT-LINE
             WRITE REPORT-LINE
          END-IF

          PERFORM VARYING WS-OP-IDX FROM 1 BY 1
             UNTIL WS-OP-IDX > WS-OPER-CNT
             PERFORM WRITE-OPERATOR-GROUP
          END-PERFORM

          PERFORM WRITE-SUMMARY

          CLOSE REPORT-FILE

          MOVE WS-FINAL-RC             TO RETURN-CODE

          STOP RUN

          .
       MAIN-DB2SQLR1-EX.
          EXIT.

      *>------------------------------------------------------------------------
       PARSE-PARAMETERS SECTION.
      *>------------------------------------------------------------------------

          ACCEPT WS-CMD-LINE FROM COMMAND-LINE

          MOVE SPACES                  TO WS-PARM-WEEK

          UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACES
             INTO WS-PARM-WEEK
          END-UNSTRING

          MOVE FUNCTION CURRENT-DATE   TO WS-NOW-TS
          MOVE WS-NOW-TS(1:8)          TO WS-TODAY

      *>     no week given: Monday to Sunday of the week before this
      *>     one. Day 1 of the COBOL day count was a Monday
          IF WS-PARM-WEEK = SPACES
             COMPUTE WS-DAY-INT =
                FUNCTION INTEGER-OF-DATE(WS-TODAY)
             END-COMPUTE
             COMPUTE WS-WEEKDAY =
                FUNCTION MOD(WS-DAY-INT - 1, 7)
             END-COMPUTE
             COMPUTE WS-DAY-INT = WS-DAY-INT - WS-WEEKDAY - 7
             END-COMPUTE
             COMPUTE WS-FROM-DATE =
                FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
             END-COMPUTE
          ELSE
             IF WS-PARM-WEEK(1:8) NOT NUMERIC
                OR WS-PARM-WEEK(9:2) NOT = SPACES
                SET V-PARM-ERROR       TO TRUE
             ELSE
                MOVE WS-PARM-WEEK(1:8) TO WS-FROM-DATE
                IF FUNCTION TEST-DATE-YYYYMMDD(WS-FROM-DATE) NOT = 0
                   SET V-PARM-ERROR    TO TRUE
                ELSE
                   COMPUTE WS-DAY-INT =
                      FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)
                   END-COMPUTE
                END-IF
             END-IF
          END-IF

          IF NOT V-PARM-ERROR
             COMPUTE WS-TO-DATE =
                FUNCTION DATE-OF-INTEGER(WS-DAY-INT + 6)
             END-COMPUTE
          END-IF

          .
       PARSE-PARAMETERS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       LOAD-SENSITIVE-TABLES SECTION.
      *>------------------------------------------------------------------------

      *>     without the list the statements are still listed, but
      *>     nothing can be highlighted - the review is incomplete
          OPEN INPUT DB2SENS-FILE

          IF V-SENS-OK
             SET V-SENS-LOADED         TO TRUE
             PERFORM LOAD-ONE-SENSITIVE-TABLE
                UNTIL NOT V-SENS-OK
             CLOSE DB2SENS-FILE
          ELSE
             DISPLAY "DB2SQLR1: no DB2SENS list, status "
                WS-SENS-STATUS " - nothing highlighted"
             MOVE 4                    TO WS-FINAL-RC
          END-IF

          .
       LOAD-SENSITIVE-TABLES-EX.
          EXIT.

      *>------------------------------------------------------------------------
       LOAD-ONE-SENSITIVE-TABLE SECTION.
      *>------------------------------------------------------------------------

          READ DB2SENS-FILE
          END-READ

          IF V-SENS-OK
             AND SENS-TABLE NOT = SPACES
             AND SENS-TABLE(1:1) NOT = "*"
             IF WS-SENS-CNT < WS-SENS-MAX
                ADD 1                  TO WS-SENS-CNT
                MOVE SENS-TABLE        TO WS-SENS-NAME(WS-SENS-CNT)
                INSPECT WS-SENS-NAME(WS-SENS-CNT)
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

      *>           the name ends at the first blank
                MOVE 0                 TO WS-SENS-LEN(WS-SENS-CNT)
                INSPECT WS-SENS-NAME(WS-SENS-CNT)
                   TALLYING WS-SENS-LEN(WS-SENS-CNT)
                   FOR CHARACTERS BEFORE INITIAL SPACE
             ELSE
                SET V-SENS-FULL        TO TRUE
             END-IF
          END-IF

          .
       LOAD-ONE-SENSITIVE-TABLE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       READ-ONE-AUDIT-RECORD SECTION.
      *>------------------------------------------------------------------------

          READ DB2SQLA-FILE
          END-READ

          IF V-SQLA-OK
             ADD 1                     TO WS-LOG-CNT
             IF SQLA-TIMESTAMP(1:8) NUMERIC
                MOVE SQLA-TIMESTAMP(1:8) TO WS-REC-DATE
                IF WS-REC-DATE >= WS-FROM-DATE
                   AND WS-REC-DATE <= WS-TO-DATE
                   AND V-SQLA-ENDED
                   PERFORM APPLY-END-RECORD
                END-IF
                IF WS-REC-DATE >= WS-FROM-DATE
                   AND WS-REC-DATE <= WS-TO-DATE
                   AND NOT V-SQLA-ENDED
                   ADD 1               TO WS-WEEK-CNT
                   PERFORM JUDGE-PRODUCTION
                   IF V-IS-PROD
                      ADD 1            TO WS-PROD-CNT
                      PERFORM KEEP-PRODUCTION-STATEMENT
                   END-IF
                END-IF
             END-IF
          END-IF

          .
       READ-ONE-AUDIT-RECORD-EX.
          EXIT.

      *>------------------------------------------------------------------------
       JUDGE-PRODUCTION SECTION.
      *>------------------------------------------------------------------------

          MOVE SQLA-DBALIAS            TO WS-ALIAS-EDIT
          INSPECT WS-ALIAS-EDIT
             CONVERTING "abcdefghijklmnopqrstuvwxyz"
                     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

          PERFORM VARYING WS-IDX FROM 1 BY 1
             UNTIL WS-IDX > WS-ENV-CNT
                OR WS-ENV-ALIAS(WS-IDX) = WS-ALIAS-EDIT
             CONTINUE
          END-PERFORM

          IF WS-IDX <= WS-ENV-CNT
             IF V-ENV-PROD(WS-IDX)
                SET V-IS-PROD          TO TRUE
             ELSE
                SET V-IS-NOT-PROD      TO TRUE
             END-IF
          ELSE
      *>        only TEST and QA are left out of the review - a DR
      *>        copy holds production data, and an alias the registry
      *>        does not know counts as production - as does every
      *>        alias while the registry is there but cannot be read
             INITIALIZE REG-MOD
             MOVE WS-ALIAS-EDIT        TO REG-DBALIAS OF REG-MOD
             CALL "DB2REG1" USING REG-MOD END-CALL

             SET V-IS-PROD             TO TRUE
             EVALUATE TRUE
                WHEN V-REG-IO-ERROR OF REG-MOD
                   SET V-IS-PROD       TO TRUE

                WHEN V-REG-NO-REGISTRY OF REG-MOD
                   IF WS-ALIAS-EDIT(1:4) = "TEST"
                      OR WS-ALIAS-EDIT(1:2) = "QA"
                      SET V-IS-NOT-PROD TO TRUE
                   END-IF

                WHEN V-REG-OK OF REG-MOD
                   IF V-REG-TEST OF REG-MOD
                      OR V-REG-QA OF REG-MOD
                      SET V-IS-NOT-PROD TO TRUE
                   END-IF

                WHEN OTHER
                   CONTINUE
             END-EVALUATE

             IF WS-ENV-CNT < WS-ENV-MAX
                ADD 1                  TO WS-ENV-CNT
                MOVE WS-ALIAS-EDIT     TO WS-ENV-ALIAS(WS-ENV-CNT)
                MOVE WS-IS-PROD        TO WS-ENV-PROD(WS-ENV-CNT)
             END-IF
          END-IF

          .
       JUDGE-PRODUCTION-EX.
          EXIT.

      *>------------------------------------------------------------------------
       KEEP-PRODUCTION-STATEMENT SECTION.
      *>------------------------------------------------------------------------

          IF WS-STMT-CNT >= WS-STMT-MAX
             SET V-STMT-FULL           TO TRUE
          ELSE
             PERFORM FIND-OPERATOR
             IF WS-OP-IDX > 0
                ADD 1                  TO WS-STMT-CNT
                MOVE SQLA-OPERATOR     TO WS-ST-OPERATOR(WS-STMT-CNT)
                MOVE SQLA-TIMESTAMP    TO WS-ST-TIMESTAMP(WS-STMT-CNT)
                IF SQLA-SCRIPT NOT = SPACES
                   MOVE SQLA-SCRIPT    TO WS-ST-SOURCE(WS-STMT-CNT)
                ELSE
                   MOVE SQLA-PROGRAM   TO WS-ST-SOURCE(WS-STMT-CNT)
                END-IF
                MOVE SQLA-DBALIAS      TO WS-ST-DBALIAS(WS-STMT-CNT)
                MOVE SQLA-USERID       TO WS-ST-USERID(WS-STMT-CNT)
                IF SQLA-ROWS NUMERIC
                   MOVE SQLA-ROWS      TO WS-ST-ROWS(WS-STMT-CNT)
                ELSE
                   MOVE 0              TO WS-ST-ROWS(WS-STMT-CNT)
                END-IF
                MOVE SQLA-SQLCODE      TO WS-ST-SQLCODE(WS-STMT-CNT)
                MOVE SQLA-STMT         TO WS-ST-STMT(WS-STMT-CNT)
                IF V-SQLA-STARTED
                   MOVE "N"            TO WS-ST-ENDED(WS-STMT-CNT)
                ELSE
                   MOVE "Y"            TO WS-ST-ENDED(WS-STMT-CNT)
                END-IF

                PERFORM MATCH-SENSITIVE-TABLES
                MOVE WS-SENS-HITS      TO WS-ST-SENS-TABLES(WS-STMT-CNT)

                ADD 1                  TO WS-OP-STMT-CNT(WS-OP-IDX)
                IF WS-SENS-HITS NOT = SPACES
                   ADD 1               TO WS-OP-SENS-CNT(WS-OP-IDX)
                   ADD 1               TO WS-SENS-STMT-CNT
                END-IF
             END-IF
          END-IF

          .
       KEEP-PRODUCTION-STATEMENT-EX.
          EXIT.

      *>------------------------------------------------------------------------
       APPLY-END-RECORD SECTION.
      *>------------------------------------------------------------------------

      *>     the end line belongs to the latest start line of the same
      *>     operator, DBALIAS and timestamp - a statement not kept
      *>     (not production, or the table full) has none to update
          PERFORM VARYING WS-END-IDX FROM WS-STMT-CNT BY -1
             UNTIL WS-END-IDX < 1
                OR (WS-ST-TIMESTAMP(WS-END-IDX) = SQLA-TIMESTAMP
                    AND WS-ST-OPERATOR(WS-END-IDX) = SQLA-OPERATOR
                    AND WS-ST-DBALIAS(WS-END-IDX) = SQLA-DBALIAS
                    AND NOT V-ST-ENDED(WS-END-IDX))
             CONTINUE
          END-PERFORM

          IF WS-END-IDX > 0
             IF SQLA-ROWS NUMERIC
                MOVE SQLA-ROWS         TO WS-ST-ROWS(WS-END-IDX)
             END-IF
             MOVE SQLA-SQLCODE         TO WS-ST-SQLCODE(WS-END-IDX)
             SET V-ST-ENDED(WS-END-IDX) TO TRUE
          END-IF

          .
       APPLY-END-RECORD-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FIND-OPERATOR SECTION.
      *>------------------------------------------------------------------------

      *>     the operator table is kept in ascending order - a new id
      *>     is inserted in its place, so the groups print sorted.
      *>     WS-OP-IDX comes back 0 when a new id finds it full
          PERFORM VARYING WS-OP-IDX FROM 1 BY 1
             UNTIL WS-OP-IDX > WS-OPER-CNT
                OR WS-OP-ID(WS-OP-IDX) >= SQLA-OPERATOR
             CONTINUE
          END-PERFORM

          IF WS-OP-IDX > WS-OPER-CNT
             OR WS-OP-ID(WS-OP-IDX) NOT = SQLA-OPERATOR
             IF WS-OPER-CNT >= WS-OPER-MAX
                SET V-OPER-FULL        TO TRUE
                MOVE 0                 TO WS-OP-IDX
             ELSE
                PERFORM VARYING WS-INS-IDX FROM WS-OPER-CNT BY -1
                   UNTIL WS-INS-IDX < WS-OP-IDX
                   MOVE WS-OPER-TAB(WS-INS-IDX)
                     TO WS-OPER-TAB(WS-INS-IDX + 1)
                END-PERFORM
                ADD 1                  TO WS-OPER-CNT
                MOVE SQLA-OPERATOR     TO WS-OP-ID(WS-OP-IDX)
                MOVE 0                 TO WS-OP-STMT-CNT(WS-OP-IDX)
                MOVE 0                 TO WS-OP-SENS-CNT(WS-OP-IDX)
             END-IF
          END-IF

          .
       FIND-OPERATOR-EX.
          EXIT.

      *>------------------------------------------------------------------------
       MATCH-SENSITIVE-TABLES SECTION.
      *>------------------------------------------------------------------------

      *>     WS-SENS-HITS collects the names the statement touches,
      *>     blank separated, as far as they fit
          MOVE SPACES                  TO WS-SENS-HITS
          MOVE 1                       TO WS-SENS-HITS-PTR

          MOVE SQLA-STMT               TO WS-STMT-UP
          INSPECT WS-STMT-UP
             CONVERTING "abcdefghijklmnopqrstuvwxyz"
                     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

          PERFORM VARYING WS-SENS-IDX FROM 1 BY 1
             UNTIL WS-SENS-IDX > WS-SENS-CNT
             PERFORM FIND-ONE-TABLE-NAME
             IF V-NAME-FOUND
                STRING WS-SENS-NAME(WS-SENS-IDX)(1:
                          WS-SENS-LEN(WS-SENS-IDX))
                       " "
                   DELIMITED BY SIZE
                   INTO WS-SENS-HITS
                   WITH POINTER WS-SENS-HITS-PTR
                   ON OVERFLOW
                      CONTINUE
                END-STRING
             END-IF
          END-PERFORM

          .
       MATCH-SENSITIVE-TABLES-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FIND-ONE-TABLE-NAME SECTION.
      *>------------------------------------------------------------------------

      *>     the name must stand on its own: no name character right
      *>     before or after it, so ACCOUNT does not match ACCOUNTS.
      *>     A bare name preceded by "SCHEMA." still matches
          SET V-NAME-NOT-FOUND         TO TRUE

          IF WS-SENS-LEN(WS-SENS-IDX) > 0
             COMPUTE WS-SCAN-LAST = 241 - WS-SENS-LEN(WS-SENS-IDX)
             END-COMPUTE

             PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
                UNTIL WS-SCAN-POS > WS-SCAN-LAST
                   OR V-NAME-FOUND
                IF WS-STMT-UP(WS-SCAN-POS:WS-SENS-LEN(WS-SENS-IDX))
                   = WS-SENS-NAME(WS-SENS-IDX)
                        (1:WS-SENS-LEN(WS-SENS-IDX))
                   PERFORM CHECK-NAME-BOUNDARY
                END-IF
             END-PERFORM
          END-IF

          .
       FIND-ONE-TABLE-NAME-EX.
          EXIT.

      *>------------------------------------------------------------------------
       CHECK-NAME-BOUNDARY SECTION.
      *>------------------------------------------------------------------------

          SET V-NAME-FOUND             TO TRUE

          IF WS-SCAN-POS > 1
             MOVE WS-STMT-UP(WS-SCAN-POS - 1:1) TO WS-CHAR
             IF WS-CHAR IS SQL-NAME-CHAR
                SET V-NAME-NOT-FOUND   TO TRUE
             END-IF
          END-IF

          COMPUTE WS-SCAN-AFTER =
             WS-SCAN-POS + WS-SENS-LEN(WS-SENS-IDX)
          END-COMPUTE
          IF WS-SCAN-AFTER <= 240
             MOVE WS-STMT-UP(WS-SCAN-AFTER:1) TO WS-CHAR
             IF WS-CHAR IS SQL-NAME-CHAR
                SET V-NAME-NOT-FOUND   TO TRUE
             END-IF
          END-IF

          .
       CHECK-NAME-BOUNDARY-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-REPORT-HEADER SECTION.
      *>------------------------------------------------------------------------

          MOVE WS-FROM-DATE            TO WS-HDR-FROM
          MOVE WS-TO-DATE              TO WS-HDR-TO
          MOVE WS-TODAY                TO WS-HDR-PRINTED
          WRITE REPORT-LINE FROM WS-RPT-HEADER

          MOVE SPACES                  TO REPORT-LINE
          WRITE REPORT-LINE

          .
       WRITE-REPORT-HEADER-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-OPERATOR-GROUP SECTION.
      *>------------------------------------------------------------------------

          MOVE WS-OP-ID(WS-OP-IDX)     TO WS-RPT-OP-ID
          MOVE WS-OP-STMT-CNT(WS-OP-IDX) TO WS-RPT-OP-STMT-CNT
          MOVE WS-OP-SENS-CNT(WS-OP-IDX) TO WS-RPT-OP-SENS-CNT
          WRITE REPORT-LINE FROM WS-RPT-OPER-LINE

          WRITE REPORT-LINE FROM WS-RPT-COL-HEADER

          PERFORM VARYING WS-IDX FROM 1 BY 1
             UNTIL WS-IDX > WS-STMT-CNT
             IF WS-ST-OPERATOR(WS-IDX) = WS-OP-ID(WS-OP-IDX)
                PERFORM WRITE-STATEMENT-ENTRY
             END-IF
          END-PERFORM

          MOVE SPACES                  TO REPORT-LINE
          WRITE REPORT-LINE

          .
       WRITE-OPERATOR-GROUP-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-STATEMENT-ENTRY SECTION.
      *>------------------------------------------------------------------------

          IF WS-ST-SENS-TABLES(WS-IDX) NOT = SPACES
             MOVE "SENSITIVE"          TO WS-RPT-FLAG
          ELSE
             MOVE SPACES               TO WS-RPT-FLAG
          END-IF

          MOVE WS-ST-TIMESTAMP(WS-IDX)(1:4)  TO WS-RPT-TS-YYYY
          MOVE WS-ST-TIMESTAMP(WS-IDX)(5:2)  TO WS-RPT-TS-MM
          MOVE WS-ST-TIMESTAMP(WS-IDX)(7:2)  TO WS-RPT-TS-DD
          MOVE WS-ST-TIMESTAMP(WS-IDX)(9:2)  TO WS-RPT-TS-HH
          MOVE WS-ST-TIMESTAMP(WS-IDX)(11:2) TO WS-RPT-TS-MI
          MOVE WS-ST-DBALIAS(WS-IDX)   TO WS-RPT-DBALIAS
          MOVE WS-ST-USERID(WS-IDX)    TO WS-RPT-USERID
          MOVE WS-ST-SOURCE(WS-IDX)    TO WS-RPT-SOURCE
          MOVE WS-ST-ROWS(WS-IDX)      TO WS-RPT-ROWS
          MOVE WS-ST-SQLCODE(WS-IDX)   TO WS-RPT-SQLCODE
          WRITE REPORT-LINE FROM WS-RPT-STMT-LINE

      *>     the full statement, 80 characters a line; the lines
      *>     after the first only when there is text left for them
          MOVE "     SQL:   "          TO WS-RPT-TEXT-LABEL
          MOVE WS-ST-STMT(WS-IDX)(1:80) TO WS-RPT-TEXT
          WRITE REPORT-LINE FROM WS-RPT-TEXT-LINE

          MOVE SPACES                  TO WS-RPT-TEXT-LABEL
          PERFORM VARYING WS-LINE-IDX FROM 2 BY 1
             UNTIL WS-LINE-IDX > 3
             COMPUTE WS-STMT-POS = (WS-LINE-IDX - 1) * 80 + 1
             END-COMPUTE
             IF WS-ST-STMT(WS-IDX)(WS-STMT-POS:) NOT = SPACES
                MOVE WS-ST-STMT(WS-IDX)(WS-STMT-POS:80)
                  TO WS-RPT-TEXT
                WRITE REPORT-LINE FROM WS-RPT-TEXT-LINE
             END-IF
          END-PERFORM

          IF NOT V-ST-ENDED(WS-IDX)
             MOVE "     NOTE:  "       TO WS-RPT-TEXT-LABEL
             MOVE "NO END LINE - PROGRAM ENDED WITH THE RESULT SET OPEN"
               TO WS-RPT-TEXT
             WRITE REPORT-LINE FROM WS-RPT-TEXT-LINE
          END-IF

          IF WS-ST-SENS-TABLES(WS-IDX) NOT = SPACES
             MOVE WS-ST-SENS-TABLES(WS-IDX) TO WS-RPT-TABLES
             WRITE REPORT-LINE FROM WS-RPT-TABLES-LINE
             IF WS-FINAL-RC < 4
                MOVE 4                 TO WS-FINAL-RC
             END-IF
          END-IF

          .
       WRITE-STATEMENT-ENTRY-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-SUMMARY SECTION.
      *>------------------------------------------------------------------------

          MOVE WS-WEEK-CNT             TO WS-SUM-WEEK
          MOVE WS-PROD-CNT             TO WS-SUM-PROD
          MOVE WS-OPER-CNT             TO WS-SUM-OPERS
          MOVE WS-SENS-STMT-CNT        TO WS-SUM-SENS
          WRITE REPORT-LINE FROM WS-RPT-SUMMARY

          IF NOT V-SENS-LOADED
             MOVE "WARNING: NO DB2SENS LIST - NO STATEMENT HIGHLIGHTED"
               TO REPORT-LINE
             WRITE REPORT-LINE
          END-IF

          IF V-SENS-FULL
             MOVE "WARNING: DB2SENS TABLE FULL - NAMES NOT MATCHED"
               TO REPORT-LINE
             WRITE REPORT-LINE
          END-IF

          IF V-STMT-FULL
             OR V-OPER-FULL
             MOVE "WARNING: STATEMENT TABLE FULL - REVIEW INCOMPLETE"
               TO REPORT-LINE
             WRITE REPORT-LINE
          END-IF

          IF V-SENS-FULL
             OR V-STMT-FULL
             OR V-OPER-FULL
             IF WS-FINAL-RC < 4
                MOVE 4                 TO WS-FINAL-RC
             END-IF
          END-IF

          .
       WRITE-SUMMARY-EX.
          EXIT.

       END PROGRAM DB2SQLR1.
