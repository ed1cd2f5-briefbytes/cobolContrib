      *>************************************************************************
      *>  This file is part of DB2sample.
      *>
      *>  DB2RST1.cob is free software: you can redistribute it and/or
      *>  modify it under the terms of the GNU Lesser General Public License as
      *>  published by the Free Software Foundation, either version 3 of the
      *>  License, or (at your option) any later version.
      *>
      *>  DB2RST1.cob is distributed in the hope that it will be useful,
      *>  but WITHOUT ANY WARRANTY; without even the implied warranty of
      *>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
      *>  See the GNU Lesser General Public License for more details.
      *>
      *>  You should have received a copy of the GNU Lesser General Public
      *>  License along with DB2RST1.cob.
      *>  If not, see <http://www.gnu.org/licenses/>.
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2RST1.cob
      *>
      *> Purpose:      Restore of the DB2sample master and control files
      *>               from a DB2BKP1 backup set - the whole set, or one
      *>               file of it.
      *>
      *>               Nothing is touched before the set has proven
      *>               itself: the manifest <set id>.MAN (DB2BKPM.cpy)
      *>               must have its header and end line, one set id
      *>               throughout, the file counts must agree and every
      *>               file the set should hold (DB2BKPF.cpy, less the
      *>               local-only files for a DR export) must be listed
      *>               exactly once. Every unload listed PRESENT is then
      *>               counted again - records and bytes - against the
      *>               manifest. One problem refuses the whole restore.
      *>
      *>               Each file restored is rebuilt from its unload and
      *>               read back; its counts must match the manifest once
      *>               more. Before a master is emptied it is unloaded as
      *>               it stands to DB2RST.YYYYMMDD.HHMMSS.<file name>
      *>               (the restore's start time), one line per record
      *>               as in a backup set, so a file that fails part-way
      *>               can be loaded back from that copy; the FAILED
      *>               line of the report names it. The restore stops at
      *>               the first file that fails. A file ABSENT in the
      *>               set, and the local-only files a DR export does
      *>               not carry, are left as they are.
      *>
      *>               The vault entries are restored encrypted. They can
      *>               only be read with the key generations they were
      *>               written under, so DB2VKEY must hold those
      *>               generations - the restore reports this but cannot
      *>               check it.
      *>
      *> Author:       Laszlo Erdos - https://www.facebook.com/wortfee
      *>
      *> Date-Written: 2026.10.15
      *>
      *> Tectonics:    cobc -x DB2RST1.cob
      *>
      *> Usage:        DB2RST1 SET-ID [FILE]
      *>
      *>               SET-ID is the backup set, e.g.
      *>               DB2BKP.20261015.013000; FILE restores only that
      *>               file of the set, e.g. DB2PROF. The report is written
      *>               to DB2RST.RPT.
      *>
      *>               RETURN-CODE:  0 restore done and counts verified
      *>                            12 parameter error, the set was
      *>                               refused (nothing restored) or the
      *>                               restore stopped at a failing file
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Laszlo Erdos:
      *>            - first version.
      *>            - every master is unloaded to a pre-restore copy
      *>              DB2RST.YYYYMMDD.HHMMSS.<file> before it is emptied;
      *>              without that copy the master is not touched.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2RST1.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DB2PROF-FILE ASSIGN TO "DB2PROF"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PROF-LABEL
              FILE STATUS IS WS-MST-STATUS.

           SELECT DB2VAULT-FILE ASSIGN TO "DB2VAULT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS VAULT-KEY
              FILE STATUS IS WS-MST-STATUS.

           SELECT DB2OPER-FILE ASSIGN TO "DB2OPERS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OPER-ID
              FILE STATUS IS WS-MST-STATUS.

           SELECT DB2MWIN-FILE ASSIGN TO "DB2MWIN"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MWIN-KEY
              FILE STATUS IS WS-MST-STATUS.

           SELECT DB2ALERT-FILE ASSIGN TO "DB2ALRT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ALERT-DBALIAS
              FILE STATUS IS WS-MST-STATUS.

           SELECT DB2LATSUM-FILE ASSIGN TO "DB2LATSM"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LATS-KEY
              FILE STATUS IS WS-MST-STATUS.

           SELECT DB2AUDARC-FILE ASSIGN TO "DB2AUDARC"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ARCH-KEY
              FILE STATUS IS WS-MST-STATUS.

           SELECT DB2LATHST-FILE ASSIGN TO "DB2LATHS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LAT-KEY
              FILE STATUS IS WS-MST-STATUS.

           SELECT DB2SREG-FILE ASSIGN TO "DB2SREG"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SREG-DBALIAS
              FILE STATUS IS WS-MST-STATUS.

           SELECT SWEEP-HISTORY-FILE ASSIGN TO "DB2SWPHS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SWPH-KEY
              FILE STATUS IS WS-MST-STATUS.

           SELECT CHECK-HISTORY-FILE ASSIGN TO "DB2CHKHS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CHKH-KEY
              FILE STATUS IS WS-MST-STATUS.

           SELECT DB2NTFS-FILE ASSIGN TO "DB2NTFS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS NTFS-DBALIAS
              FILE STATUS IS WS-MST-STATUS.

      *> the site text control files, by name
           SELECT CONTROL-FILE ASSIGN TO DYNAMIC WS-CONTROL-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MST-STATUS.

           SELECT UNLOAD-FILE ASSIGN TO DYNAMIC WS-UNLOAD-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-UNLOAD-STATUS.

           SELECT PRE-RESTORE-FILE ASSIGN TO DYNAMIC WS-PRE-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PRE-STATUS.

           SELECT MANIFEST-FILE ASSIGN TO DYNAMIC WS-MANIFEST-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MANIFEST-STATUS.

           SELECT REPORT-FILE ASSIGN TO "DB2RST.RPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DB2PROF-FILE.
      *> record layout
       COPY "DB2PROF.cpy".

       FD  DB2VAULT-FILE.
      *> record layout
       COPY "DB2VAULT.cpy".

       FD  DB2OPER-FILE.
      *> record layout
       COPY "DB2OPER.cpy".

       FD  DB2MWIN-FILE.
      *> record layout
       COPY "DB2MWIN.cpy".

       FD  DB2ALERT-FILE.
      *> record layout
       COPY "DB2ALRT.cpy".

       FD  DB2LATSUM-FILE.
      *> record layout
       COPY "DB2LATS.cpy".

       FD  DB2AUDARC-FILE.
      *> record layout
       COPY "DB2AARC.cpy".

       FD  DB2LATHST-FILE.
      *> record layout
       COPY "DB2LAT.cpy".

       FD  DB2SREG-FILE.
      *> record layout
       COPY "DB2SREG.cpy".

       FD  SWEEP-HISTORY-FILE.
      *> record layout
       COPY "DB2SWPH.cpy".

       FD  CHECK-HISTORY-FILE.
      *> record layout
       COPY "DB2CHKH.cpy".

       FD  DB2NTFS-FILE.
      *> record layout
       COPY "DB2NTFS.cpy".

       FD  CONTROL-FILE.
       01 CONTROL-RECORD               PIC X(300).

       FD  UNLOAD-FILE.
       01 UNLOAD-RECORD                PIC X(300).

       FD  PRE-RESTORE-FILE.
       01 PRE-RESTORE-RECORD           PIC X(300).

       FD  MANIFEST-FILE.
      *> record layout
       COPY "DB2BKPM.cpy".

       FD  REPORT-FILE.
       01 REPORT-LINE                  PIC X(90).

       WORKING-STORAGE SECTION.
      *> one status for every master and control file - they are
      *> opened one at a time
       01 WS-MST-STATUS                PIC X(2).
          88 V-MST-OK                  VALUE "00".
          88 V-MST-EOF                 VALUE "10".
          88 V-MST-MISSING             VALUE "35".

       01 WS-UNLOAD-STATUS             PIC X(2).
          88 V-UNLOAD-OK               VALUE "00".
          88 V-UNLOAD-EOF              VALUE "10".
          88 V-UNLOAD-MISSING          VALUE "35".

       01 WS-MANIFEST-STATUS           PIC X(2).
          88 V-MANIFEST-OK             VALUE "00".
          88 V-MANIFEST-EOF            VALUE "10".

       01 WS-REPORT-STATUS             PIC X(2).
          88 V-REPORT-OK               VALUE "00".

      *> command line: SET-ID [FILE]
       01 WS-CMD-LINE                  PIC X(80).
       01 WS-PARM-SET-ID               PIC X(30).
       01 WS-PARM-FILE                 PIC X(20).

       01 WS-SET-ID                    PIC X(22).
       01 WS-MANIFEST-NAME             PIC X(80).
       01 WS-UNLOAD-NAME               PIC X(80).
       01 WS-CONTROL-NAME              PIC X(80).

      *> the master as it was before the restore, unloaded under the
      *> restore's start time - a rerun never overwrites it
       01 WS-RUN-TS                    PIC X(26).
       01 WS-PRE-NAME                  PIC X(80).
       01 WS-PRE-STATUS                PIC X(2).
          88 V-PRE-OK                  VALUE "00".
       01 WS-PRE-SAVED                 PIC X(1).
          88 V-PRE-SAVED               VALUE "Y".

      *> the record being restored, as it lies in the unload
       01 WS-IMAGE                     PIC X(300).

      *> the files of a backup set
       COPY "DB2BKPF.cpy".

      *> the manifest, by file of the set in DB2BKPF.cpy order
       01 WS-MAN-MODE                  PIC X(4) VALUE SPACES.
          88 V-MAN-MODE-FULL           VALUE "FULL".
          88 V-MAN-MODE-DR             VALUE "DR".
       01 WS-MAN-TIMESTAMP             PIC X(26) VALUE SPACES.
       01 WS-MAN-HDR-CNT               PIC 9(9) COMP-5 VALUE 0.
       01 WS-MAN-END-CNT               PIC 9(9) COMP-5 VALUE 0.
       01 WS-MAN-FILE-CNT              PIC 9(4) COMP-5 VALUE 0.
       01 WS-MAN-LINE-CNT              PIC 9(9) COMP-5 VALUE 0.
       01 WS-HDR-SEEN                  PIC X(1) VALUE "N".
          88 V-HDR-SEEN                VALUE "Y".
       01 WS-END-SEEN                  PIC X(1) VALUE "N".
          88 V-END-SEEN                VALUE "Y".
       01 WS-MAN-TAB OCCURS BKPF-MAX TIMES.
         02 WS-MAN-LISTED              PIC X(1).
            88 V-MAN-LISTED            VALUE "Y".
         02 WS-MAN-STATE               PIC X(7).
            88 V-MAN-PRESENT           VALUE "PRESENT".
            88 V-MAN-ABSENT            VALUE "ABSENT".
         02 WS-MAN-RECORDS             PIC 9(9) COMP-5.
         02 WS-MAN-BYTES               PIC 9(12) COMP-5.
         02 WS-MAN-SELECTED            PIC X(1).
            88 V-MAN-SELECTED          VALUE "Y".

       01 WS-FILE-IDX                  PIC 9(4) COMP-5.
       01 WS-FOUND-IDX                 PIC 9(4) COMP-5.
       01 WS-PARM-FILE-IDX             PIC 9(4) COMP-5 VALUE 0.

       01 WS-PROBLEM                   PIC X(60).
       01 WS-PROBLEM-CNT               PIC 9(4) COMP-5 VALUE 0.

       01 WS-FILE-STATE                PIC X(1).
          88 V-FILE-GOOD               VALUE "G".
          88 V-FILE-FAILED             VALUE "F".
       01 WS-FILE-RESULT               PIC X(40).

       01 WS-RESTORED-CNT              PIC 9(4) COMP-5 VALUE 0.
       01 WS-LEFT-CNT                  PIC 9(4) COMP-5 VALUE 0.
       01 WS-VAULT-RESTORED            PIC X(1) VALUE "N".
          88 V-VAULT-RESTORED          VALUE "Y".

       01 WS-FINAL-RC                  PIC S9(9) COMP-5 VALUE 0.

      *> report line layouts
       01 WS-RPT-HEADER.
         02 FILLER                     PIC X(24)
            VALUE "DB2 MASTER FILE RESTORE ".
         02 WS-HDR-SET-ID              PIC X(22).
         02 FILLER                     PIC X(7) VALUE "  FILE ".
         02 WS-HDR-FILE                PIC X(9).
         02 FILLER                     PIC X(28) VALUE SPACES.

       01 WS-RPT-SET-LINE.
         02 FILLER                     PIC X(13) VALUE "BACKUP MODE: ".
         02 WS-SET-MODE                PIC X(4).
         02 FILLER                     PIC X(9) VALUE "  TAKEN: ".
         02 WS-SET-TAKEN               PIC X(19)
            VALUE "    .  .     :  :  ".
         02 FILLER                     PIC X(45) VALUE SPACES.

       01 WS-RPT-COL-HEADER.
         02 FILLER                     PIC X(41) VALUE
            "FILE      STATE     RECORDS        BYTES".
         02 FILLER                     PIC X(49) VALUE " RESULT".

       01 WS-RPT-FILE-LINE.
         02 WS-RPT-FILE                PIC X(9).
         02 FILLER                     PIC X(1) VALUE SPACE.
         02 WS-RPT-STATE               PIC X(7).
         02 FILLER                     PIC X(1) VALUE SPACE.
         02 WS-RPT-RECORDS             PIC Z(8)9.
         02 FILLER                     PIC X(1) VALUE SPACE.
         02 WS-RPT-BYTES               PIC Z(11)9.
         02 FILLER                     PIC X(1) VALUE SPACE.
         02 WS-RPT-RESULT              PIC X(40).
         02 FILLER                     PIC X(9) VALUE SPACES.

       01 WS-RPT-PROBLEM.
         02 FILLER                     PIC X(10) VALUE "  REFUSE: ".
         02 WS-RPT-PROBLEM-TEXT        PIC X(60).
         02 FILLER                     PIC X(20) VALUE SPACES.

       01 WS-RPT-SUMMARY.
         02 FILLER                     PIC X(9) VALUE "SUMMARY: ".
         02 WS-SUM-RESTORED            PIC Z(3)9.
         02 FILLER                     PIC X(16)
            VALUE " FILES RESTORED,".
         02 WS-SUM-LEFT                PIC Z(3)9.
         02 FILLER                     PIC X(12) VALUE " LEFT AS IS,".
         02 WS-SUM-PROBLEM             PIC Z(3)9.
         02 FILLER                     PIC X(16) VALUE " SET PROBLEMS".
         02 FILLER                     PIC X(25) VALUE SPACES.

      *> linkage
       COPY "DB2XCT.cpy".

       PROCEDURE DIVISION.

      *>------------------------------------------------------------------------
       MAIN-DB2RST1 SECTION.
      *>------------------------------------------------------------------------

          PERFORM PARSE-PARAMETERS

          IF WS-SET-ID = SPACES
             DISPLAY "DB2RST1: usage: SET-ID [FILE]"
             MOVE 12                   TO RETURN-CODE
             STOP RUN
          END-IF

          OPEN OUTPUT REPORT-FILE
          IF NOT V-REPORT-OK
             DISPLAY "DB2RST1: cannot open DB2RST.RPT, status "
                WS-REPORT-STATUS
             MOVE 12                   TO RETURN-CODE
             STOP RUN
          END-IF

          MOVE FUNCTION CURRENT-DATE   TO WS-RUN-TS

          PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
             UNTIL WS-FILE-IDX > BKPF-CNT
             INITIALIZE WS-MAN-TAB(WS-FILE-IDX)
          END-PERFORM

          MOVE WS-SET-ID               TO WS-HDR-SET-ID
          IF WS-PARM-FILE = SPACES
             MOVE "ALL"                TO WS-HDR-FILE
          ELSE
             MOVE WS-PARM-FILE         TO WS-HDR-FILE
          END-IF
          WRITE REPORT-LINE FROM WS-RPT-HEADER
          MOVE SPACES                  TO REPORT-LINE
          WRITE REPORT-LINE

          PERFORM LOAD-MANIFEST
          PERFORM CHECK-MANIFEST


      *>     every unload of the set must still be what the manifest
      *>     says before one master is overwritten
          IF WS-PROBLEM-CNT = 0
             PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                UNTIL WS-FILE-IDX > BKPF-CNT
                IF V-MAN-PRESENT(WS-FILE-IDX)
                   PERFORM VERIFY-ONE-UNLOAD
                END-IF
             END-PERFORM
          END-IF

          IF WS-PROBLEM-CNT > 0
             MOVE SPACES               TO REPORT-LINE
             WRITE REPORT-LINE
             MOVE "RESTORE REFUSED - NOTHING RESTORED" TO REPORT-LINE
             WRITE REPORT-LINE
             DISPLAY "DB2RST1: restore of " WS-SET-ID
                " refused - nothing restored"
             MOVE 12                   TO WS-FINAL-RC
          ELSE
             WRITE REPORT-LINE FROM WS-RPT-COL-HEADER

             SET V-FILE-GOOD           TO TRUE
             PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                UNTIL WS-FILE-IDX > BKPF-CNT
                   OR V-FILE-FAILED
                IF WS-PARM-FILE-IDX = 0
                   OR WS-PARM-FILE-IDX = WS-FILE-IDX
                   PERFORM RESTORE-ONE-FILE
                END-IF
             END-PERFORM

             MOVE SPACES               TO REPORT-LINE
             WRITE REPORT-LINE

             IF V-FILE-FAILED
                MOVE "FAILED: RESTORE STOPPED - FILES ABOVE RESTORED"
                  TO REPORT-LINE
                WRITE REPORT-LINE
                MOVE 12                TO WS-FINAL-RC
             ELSE
                MOVE SPACES            TO REPORT-LINE
                STRING "RESTORE COMPLETE FROM " WS-SET-ID
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
                END-STRING
                WRITE REPORT-LINE
             END-IF

             IF V-VAULT-RESTORED
                MOVE "NOTE: DB2VKEY MUST HOLD THE KEY GENERATIONS USED"
                  TO REPORT-LINE
                WRITE REPORT-LINE
             END-IF
          END-IF

          MOVE WS-RESTORED-CNT         TO WS-SUM-RESTORED
          MOVE WS-LEFT-CNT             TO WS-SUM-LEFT
          MOVE WS-PROBLEM-CNT          TO WS-SUM-PROBLEM
          WRITE REPORT-LINE FROM WS-RPT-SUMMARY

          DISPLAY "DB2RST1: " WS-SET-ID
          DISPLAY WS-RPT-SUMMARY

          CLOSE REPORT-FILE

          MOVE WS-FINAL-RC             TO RETURN-CODE

          STOP RUN

          .
       MAIN-DB2RST1-EX.
          EXIT.

      *>------------------------------------------------------------------------
       PARSE-PARAMETERS SECTION.
      *>------------------------------------------------------------------------

          ACCEPT WS-CMD-LINE FROM COMMAND-LINE

          MOVE SPACES                  TO WS-PARM-SET-ID
          MOVE SPACES                  TO WS-PARM-FILE
          UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACES
             INTO WS-PARM-SET-ID
                  WS-PARM-FILE
          END-UNSTRING

          INSPECT WS-PARM-SET-ID
             CONVERTING "abcdefghijklmnopqrstuvwxyz"
                     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
          INSPECT WS-PARM-FILE
             CONVERTING "abcdefghijklmnopqrstuvwxyz"
                     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

      *>     a set id is always DB2BKP.YYYYMMDD.HHMMSS
          MOVE SPACES                  TO WS-SET-ID
          IF WS-PARM-SET-ID(23:) = SPACES
             AND WS-PARM-SET-ID(1:7) = "DB2BKP."
             MOVE WS-PARM-SET-ID       TO WS-SET-ID
          END-IF

          IF WS-PARM-FILE NOT = SPACES
             AND WS-PARM-FILE(10:) NOT = SPACES
             MOVE SPACES               TO WS-SET-ID
          END-IF

          .
       PARSE-PARAMETERS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       LOAD-MANIFEST SECTION.
      *>------------------------------------------------------------------------

          MOVE SPACES                  TO WS-MANIFEST-NAME
          STRING WS-SET-ID ".MAN"
             DELIMITED BY SIZE
             INTO WS-MANIFEST-NAME
          END-STRING

          OPEN INPUT MANIFEST-FILE
          IF NOT V-MANIFEST-OK
             MOVE SPACES               TO WS-PROBLEM
             STRING "MANIFEST NOT READABLE, STATUS "
                WS-MANIFEST-STATUS
                DELIMITED BY SIZE
                INTO WS-PROBLEM
             END-STRING
             PERFORM REPORT-PROBLEM
          ELSE
             PERFORM LOAD-MANIFEST-LINE
                UNTIL NOT V-MANIFEST-OK

             IF NOT V-MANIFEST-EOF
                MOVE SPACES            TO WS-PROBLEM
                STRING "MANIFEST READ FAILED, STATUS "
                   WS-MANIFEST-STATUS
                   DELIMITED BY SIZE
                   INTO WS-PROBLEM
                END-STRING
                PERFORM REPORT-PROBLEM
             END-IF

             CLOSE MANIFEST-FILE
          END-IF

          .
       LOAD-MANIFEST-EX.
          EXIT.

      *>------------------------------------------------------------------------
       LOAD-MANIFEST-LINE SECTION.
      *>------------------------------------------------------------------------

          READ MANIFEST-FILE
          END-READ

          IF V-MANIFEST-OK
             ADD 1                     TO WS-MAN-LINE-CNT
             MOVE SPACES               TO WS-PROBLEM

             EVALUATE TRUE
                WHEN BKPM-SET-ID NOT = WS-SET-ID
                   MOVE "LINE OF ANOTHER SET IN THE MANIFEST"
                     TO WS-PROBLEM

                WHEN V-END-SEEN
                   MOVE "LINES AFTER THE END LINE" TO WS-PROBLEM

                WHEN BKPM-RECORDS NOT NUMERIC
                   OR BKPM-BYTES NOT NUMERIC
                   MOVE "MANIFEST COUNT NOT NUMERIC" TO WS-PROBLEM

                WHEN V-BKPM-HEADER
                   IF WS-MAN-LINE-CNT NOT = 1
                      MOVE "HEADER LINE NOT FIRST" TO WS-PROBLEM
                   ELSE
                      SET V-HDR-SEEN   TO TRUE
                      MOVE BKPM-MODE   TO WS-MAN-MODE
                      MOVE BKPM-TIMESTAMP TO WS-MAN-TIMESTAMP
                      PERFORM REPORT-SET-LINE
                      MOVE BKPM-RECORDS TO WS-MAN-HDR-CNT
                   END-IF

                WHEN NOT V-HDR-SEEN
                   MOVE "NO HEADER LINE" TO WS-PROBLEM

                WHEN V-BKPM-END
                   SET V-END-SEEN      TO TRUE
                   MOVE BKPM-RECORDS   TO WS-MAN-END-CNT

                WHEN V-BKPM-FILE
                   PERFORM LOAD-MANIFEST-FILE-LINE

                WHEN OTHER
                   MOVE "UNKNOWN MANIFEST LINE" TO WS-PROBLEM
             END-EVALUATE

             IF WS-PROBLEM NOT = SPACES
                PERFORM REPORT-PROBLEM
             END-IF
          END-IF

          .
       LOAD-MANIFEST-LINE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       LOAD-MANIFEST-FILE-LINE SECTION.
      *>------------------------------------------------------------------------

          MOVE 0                       TO WS-FOUND-IDX
          PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
             UNTIL WS-FILE-IDX > BKPF-CNT
                OR WS-FOUND-IDX > 0
             IF BKPF-NAME(WS-FILE-IDX) = BKPM-FILE-NAME
                MOVE WS-FILE-IDX       TO WS-FOUND-IDX
             END-IF
          END-PERFORM

          EVALUATE TRUE
             WHEN WS-FOUND-IDX = 0
                STRING "UNKNOWN FILE " BKPM-FILE-NAME
                   DELIMITED BY "  "
                   INTO WS-PROBLEM
                END-STRING

             WHEN V-MAN-LISTED(WS-FOUND-IDX)
                STRING "FILE " BKPM-FILE-NAME " LISTED TWICE"
                   DELIMITED BY "  "
                   INTO WS-PROBLEM
                END-STRING

             WHEN NOT V-BKPM-PRESENT
                AND NOT V-BKPM-ABSENT
                STRING "FILE " BKPM-FILE-NAME " HAS NO VALID STATE"
                   DELIMITED BY "  "
                   INTO WS-PROBLEM
                END-STRING

             WHEN OTHER
                MOVE "Y"               TO WS-MAN-LISTED(WS-FOUND-IDX)
                MOVE BKPM-STATE        TO WS-MAN-STATE(WS-FOUND-IDX)
                MOVE BKPM-RECORDS      TO WS-MAN-RECORDS(WS-FOUND-IDX)
                MOVE BKPM-BYTES        TO WS-MAN-BYTES(WS-FOUND-IDX)
                ADD 1                  TO WS-MAN-FILE-CNT
          END-EVALUATE

          .
       LOAD-MANIFEST-FILE-LINE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       REPORT-SET-LINE SECTION.
      *>------------------------------------------------------------------------

          MOVE WS-MAN-MODE             TO WS-SET-MODE
          MOVE WS-MAN-TIMESTAMP(1:4)   TO WS-SET-TAKEN(1:4)
          MOVE WS-MAN-TIMESTAMP(5:2)   TO WS-SET-TAKEN(6:2)
          MOVE WS-MAN-TIMESTAMP(7:2)   TO WS-SET-TAKEN(9:2)
          MOVE WS-MAN-TIMESTAMP(9:2)   TO WS-SET-TAKEN(12:2)
          MOVE WS-MAN-TIMESTAMP(11:2)  TO WS-SET-TAKEN(15:2)
          MOVE WS-MAN-TIMESTAMP(13:2)  TO WS-SET-TAKEN(18:2)
          WRITE REPORT-LINE FROM WS-RPT-SET-LINE
          MOVE SPACES                  TO REPORT-LINE
          WRITE REPORT-LINE

          .
       REPORT-SET-LINE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       CHECK-MANIFEST SECTION.
      *>------------------------------------------------------------------------

      *>     an unreadable manifest is reported already
          IF WS-MAN-LINE-CNT = 0
             IF WS-PROBLEM-CNT = 0
                MOVE "MANIFEST IS EMPTY" TO WS-PROBLEM
                PERFORM REPORT-PROBLEM
             END-IF
          ELSE
             IF NOT V-END-SEEN
                MOVE "NO END LINE - BACKUP SET INCOMPLETE" TO WS-PROBLEM
                PERFORM REPORT-PROBLEM
             ELSE
                IF WS-MAN-HDR-CNT NOT = WS-MAN-FILE-CNT
                   OR WS-MAN-END-CNT NOT = WS-MAN-FILE-CNT
                   MOVE "FILE COUNT DOES NOT MATCH THE FILE LINES"
                     TO WS-PROBLEM
                   PERFORM REPORT-PROBLEM
                END-IF
             END-IF

             IF V-HDR-SEEN
                AND NOT V-MAN-MODE-FULL
                AND NOT V-MAN-MODE-DR
                MOVE "UNKNOWN BACKUP MODE" TO WS-PROBLEM
                PERFORM REPORT-PROBLEM
             END-IF

      *>        the set must hold exactly the files its mode calls for
             PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                UNTIL WS-FILE-IDX > BKPF-CNT
                MOVE SPACES            TO WS-PROBLEM
                IF V-MAN-MODE-DR
                   AND V-BKPF-LOCAL-ONLY(WS-FILE-IDX)
                   IF V-MAN-LISTED(WS-FILE-IDX)
                      STRING "LOCAL FILE " BKPF-NAME(WS-FILE-IDX)
                         " IN A DR SET"
                         DELIMITED BY "  "
                         INTO WS-PROBLEM
                      END-STRING
                   END-IF
                ELSE
                   IF NOT V-MAN-LISTED(WS-FILE-IDX)
                      STRING "FILE " BKPF-NAME(WS-FILE-IDX)
                         " MISSING FROM THE SET"
                         DELIMITED BY "  "
                         INTO WS-PROBLEM
                      END-STRING
                   END-IF
                END-IF
                IF WS-PROBLEM NOT = SPACES
                   PERFORM REPORT-PROBLEM
                END-IF
             END-PERFORM

      *>        a single file must be one the set really carries
             IF WS-PARM-FILE NOT = SPACES
                PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > BKPF-CNT
                      OR WS-PARM-FILE-IDX > 0
                   IF BKPF-NAME(WS-FILE-IDX) = WS-PARM-FILE
                      MOVE WS-FILE-IDX TO WS-PARM-FILE-IDX
                   END-IF
                END-PERFORM

                MOVE SPACES            TO WS-PROBLEM
                EVALUATE TRUE
                   WHEN WS-PARM-FILE-IDX = 0
                      STRING "FILE " WS-PARM-FILE " IS NOT A SET FILE"
                         DELIMITED BY "  "
                         INTO WS-PROBLEM
                      END-STRING
                   WHEN NOT V-MAN-PRESENT(WS-PARM-FILE-IDX)
                      STRING "FILE " WS-PARM-FILE " IS NOT IN THIS SET"
                         DELIMITED BY "  "
                         INTO WS-PROBLEM
                      END-STRING
                END-EVALUATE
                IF WS-PROBLEM NOT = SPACES
                   PERFORM REPORT-PROBLEM
                END-IF
             END-IF
          END-IF

          .
       CHECK-MANIFEST-EX.
          EXIT.

      *>------------------------------------------------------------------------
       VERIFY-ONE-UNLOAD SECTION.
      *>------------------------------------------------------------------------

          MOVE SPACES                  TO WS-PROBLEM
          INITIALIZE XCT-MOD

          PERFORM OPEN-UNLOAD
          IF NOT V-UNLOAD-OK
             STRING "UNLOAD " BKPF-NAME(WS-FILE-IDX)
                " NOT READABLE, STATUS " WS-UNLOAD-STATUS
                DELIMITED BY "  "
                INTO WS-PROBLEM
             END-STRING
             PERFORM REPORT-PROBLEM
          ELSE
             PERFORM COUNT-UNLOAD-RECORD
                UNTIL NOT V-UNLOAD-OK

             IF NOT V-UNLOAD-EOF
                STRING "UNLOAD " BKPF-NAME(WS-FILE-IDX)
                   " READ FAILED, STATUS " WS-UNLOAD-STATUS
                   DELIMITED BY "  "
                   INTO WS-PROBLEM
                END-STRING
             ELSE
                IF XCT-ROWS OF XCT-MOD NOT = WS-MAN-RECORDS(WS-FILE-IDX)
                   STRING "UNLOAD " BKPF-NAME(WS-FILE-IDX)
                      " RECORD COUNT MISMATCH"
                      DELIMITED BY "  "
                      INTO WS-PROBLEM
                   END-STRING
                ELSE
                   IF XCT-BYTES OF XCT-MOD
                         NOT = WS-MAN-BYTES(WS-FILE-IDX)
                      STRING "UNLOAD " BKPF-NAME(WS-FILE-IDX)
                         " BYTE COUNT MISMATCH"
                         DELIMITED BY "  "
                         INTO WS-PROBLEM
                      END-STRING
                   END-IF
                END-IF
             END-IF

             CLOSE UNLOAD-FILE

             IF WS-PROBLEM NOT = SPACES
                PERFORM REPORT-PROBLEM
             END-IF
          END-IF

          .
       VERIFY-ONE-UNLOAD-EX.
          EXIT.

      *>------------------------------------------------------------------------
       COUNT-UNLOAD-RECORD SECTION.
      *>------------------------------------------------------------------------

          MOVE SPACES                  TO WS-IMAGE
          READ UNLOAD-FILE INTO WS-IMAGE
          END-READ

          IF V-UNLOAD-OK
             MOVE WS-IMAGE             TO XCT-LINE OF XCT-MOD
             SET V-XCT-FNC-ROW OF XCT-MOD TO TRUE
             CALL "DB2XCT1" USING XCT-MOD END-CALL
          END-IF

          .
       COUNT-UNLOAD-RECORD-EX.
          EXIT.

      *>------------------------------------------------------------------------
       RESTORE-ONE-FILE SECTION.
      *>------------------------------------------------------------------------

          MOVE SPACES                  TO WS-FILE-RESULT
          MOVE BKPF-NAME(WS-FILE-IDX)  TO WS-RPT-FILE
          MOVE WS-MAN-STATE(WS-FILE-IDX) TO WS-RPT-STATE
          MOVE WS-MAN-RECORDS(WS-FILE-IDX) TO WS-RPT-RECORDS
          MOVE WS-MAN-BYTES(WS-FILE-IDX) TO WS-RPT-BYTES

          IF NOT V-MAN-PRESENT(WS-FILE-IDX)
             IF V-MAN-ABSENT(WS-FILE-IDX)
                MOVE "ABSENT IN THE SET - LEFT AS IS"
                  TO WS-RPT-RESULT
             ELSE
                MOVE "LOCAL"           TO WS-RPT-STATE
                MOVE "NOT IN A DR SET - LEFT AS IS" TO WS-RPT-RESULT
             END-IF
             ADD 1                     TO WS-LEFT-CNT
             WRITE REPORT-LINE FROM WS-RPT-FILE-LINE
          ELSE
             PERFORM OPEN-UNLOAD
             IF NOT V-UNLOAD-OK
                SET V-FILE-FAILED      TO TRUE
                STRING "UNLOAD NOT READABLE, STATUS " WS-UNLOAD-STATUS
                   DELIMITED BY SIZE
                   INTO WS-FILE-RESULT
                END-STRING
             ELSE
      *>           nothing is emptied before what it holds is saved
                PERFORM SAVE-PRE-RESTORE-COPY

                IF NOT V-FILE-FAILED
                   PERFORM OPEN-MASTER-OUTPUT
                   IF NOT V-MST-OK
                      SET V-FILE-FAILED TO TRUE
                      STRING "OPEN OUTPUT FAILED, STATUS "
                         WS-MST-STATUS
                         DELIMITED BY SIZE
                         INTO WS-FILE-RESULT
                      END-STRING
                   ELSE
                      PERFORM RESTORE-ONE-RECORD
                         UNTIL NOT V-UNLOAD-OK
                            OR V-FILE-FAILED
                      PERFORM CLOSE-MASTER
                   END-IF
                END-IF
                CLOSE UNLOAD-FILE
             END-IF

      *>        read the rebuilt file back - its counts must match the
      *>        manifest once more
             IF NOT V-FILE-FAILED
                INITIALIZE XCT-MOD
                PERFORM OPEN-MASTER-INPUT
                IF NOT V-MST-OK
                   SET V-FILE-FAILED   TO TRUE
                   STRING "NOT READABLE AFTER RESTORE, STATUS "
                      WS-MST-STATUS
                      DELIMITED BY SIZE
                      INTO WS-FILE-RESULT
                   END-STRING
                ELSE
                   PERFORM COUNT-MASTER-RECORD
                      UNTIL NOT V-MST-OK
                   PERFORM CLOSE-MASTER
                   IF XCT-ROWS OF XCT-MOD
                         NOT = WS-MAN-RECORDS(WS-FILE-IDX)
                      OR XCT-BYTES OF XCT-MOD
                         NOT = WS-MAN-BYTES(WS-FILE-IDX)
                      SET V-FILE-FAILED TO TRUE
                      MOVE "COUNTS DIFFER AFTER RESTORE"
                        TO WS-FILE-RESULT
                   END-IF
                END-IF
             END-IF

             IF V-FILE-FAILED
                MOVE "FAILED"          TO WS-RPT-STATE
                DISPLAY "DB2RST1: " BKPF-NAME(WS-FILE-IDX) " "
                   WS-FILE-RESULT
             ELSE
                MOVE "RESTORED"        TO WS-FILE-RESULT
                ADD 1                  TO WS-RESTORED-CNT
                IF BKPF-NAME(WS-FILE-IDX) = "DB2VAULT"
                   SET V-VAULT-RESTORED TO TRUE
                END-IF
             END-IF

             MOVE WS-FILE-RESULT       TO WS-RPT-RESULT
             WRITE REPORT-LINE FROM WS-RPT-FILE-LINE

      *>        the way back for a file the restore broke off in
             IF V-FILE-FAILED
                AND V-PRE-SAVED
                MOVE SPACES            TO REPORT-LINE
                STRING "          PRE-RESTORE COPY: " WS-PRE-NAME
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
                END-STRING
                WRITE REPORT-LINE
                DISPLAY "DB2RST1: " BKPF-NAME(WS-FILE-IDX)
                   " as it was before the restore is in " WS-PRE-NAME
             END-IF
          END-IF

          .
       RESTORE-ONE-FILE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SAVE-PRE-RESTORE-COPY SECTION.
      *>------------------------------------------------------------------------

      *>     the master as it stands, one line per record like a
      *>     backup set unload. A master that does not exist yet has
      *>     nothing to lose
          MOVE "N"                     TO WS-PRE-SAVED
          MOVE SPACES                  TO WS-PRE-NAME
          STRING "DB2RST." WS-RUN-TS(1:8) "." WS-RUN-TS(9:6) "."
             BKPF-NAME(WS-FILE-IDX)
             DELIMITED BY SIZE
             INTO WS-PRE-NAME
          END-STRING

          PERFORM OPEN-MASTER-INPUT

          EVALUATE TRUE
             WHEN V-MST-MISSING
                CONTINUE

             WHEN NOT V-MST-OK
                SET V-FILE-FAILED      TO TRUE
                STRING "NOT READABLE BEFORE RESTORE, STATUS "
                   WS-MST-STATUS
                   DELIMITED BY SIZE
                   INTO WS-FILE-RESULT
                END-STRING

             WHEN OTHER
                OPEN OUTPUT PRE-RESTORE-FILE
                IF NOT V-PRE-OK
                   SET V-FILE-FAILED   TO TRUE
                   STRING "PRE-RESTORE COPY NOT WRITABLE, STATUS "
                      WS-PRE-STATUS
                      DELIMITED BY SIZE
                      INTO WS-FILE-RESULT
                   END-STRING
                ELSE
                   PERFORM SAVE-PRE-RESTORE-RECORD
                      UNTIL NOT V-MST-OK
                         OR V-FILE-FAILED

                   IF NOT V-FILE-FAILED
                      AND NOT V-MST-EOF
                      SET V-FILE-FAILED TO TRUE
                      STRING "READ FAILED BEFORE RESTORE, STATUS "
                         WS-MST-STATUS
                         DELIMITED BY SIZE
                         INTO WS-FILE-RESULT
                      END-STRING
                   END-IF

                   CLOSE PRE-RESTORE-FILE
                   IF NOT V-FILE-FAILED
                      SET V-PRE-SAVED  TO TRUE
                   END-IF
                END-IF

                PERFORM CLOSE-MASTER
          END-EVALUATE

          .
       SAVE-PRE-RESTORE-COPY-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SAVE-PRE-RESTORE-RECORD SECTION.
      *>------------------------------------------------------------------------

          PERFORM READ-MASTER

          IF V-MST-OK
             WRITE PRE-RESTORE-RECORD FROM WS-IMAGE
             IF NOT V-PRE-OK
                SET V-FILE-FAILED      TO TRUE
                STRING "PRE-RESTORE COPY WRITE FAILED, STATUS "
                   WS-PRE-STATUS
                   DELIMITED BY SIZE
                   INTO WS-FILE-RESULT
                END-STRING
             END-IF
          END-IF

          .
       SAVE-PRE-RESTORE-RECORD-EX.
          EXIT.

      *>------------------------------------------------------------------------
       RESTORE-ONE-RECORD SECTION.
      *>------------------------------------------------------------------------

          MOVE SPACES                  TO WS-IMAGE
          READ UNLOAD-FILE INTO WS-IMAGE
          END-READ

          IF V-UNLOAD-OK
             PERFORM WRITE-MASTER
             IF NOT V-MST-OK
                SET V-FILE-FAILED      TO TRUE
                STRING "WRITE FAILED, STATUS " WS-MST-STATUS
                   DELIMITED BY SIZE
                   INTO WS-FILE-RESULT
                END-STRING
             END-IF
          ELSE
             IF NOT V-UNLOAD-EOF
                SET V-FILE-FAILED      TO TRUE
                STRING "UNLOAD READ FAILED, STATUS "
                   WS-UNLOAD-STATUS
                   DELIMITED BY SIZE
                   INTO WS-FILE-RESULT
                END-STRING
             END-IF
          END-IF

          .
       RESTORE-ONE-RECORD-EX.
          EXIT.

      *>------------------------------------------------------------------------
       COUNT-MASTER-RECORD SECTION.
      *>------------------------------------------------------------------------

          PERFORM READ-MASTER

          IF V-MST-OK
             MOVE WS-IMAGE             TO XCT-LINE OF XCT-MOD
             SET V-XCT-FNC-ROW OF XCT-MOD TO TRUE
             CALL "DB2XCT1" USING XCT-MOD END-CALL
          END-IF

          .
       COUNT-MASTER-RECORD-EX.
          EXIT.

      *>------------------------------------------------------------------------
       OPEN-UNLOAD SECTION.
      *>------------------------------------------------------------------------

          MOVE SPACES                  TO WS-UNLOAD-NAME
          STRING WS-SET-ID "." BKPF-NAME(WS-FILE-IDX)
             DELIMITED BY SIZE
             INTO WS-UNLOAD-NAME
          END-STRING

          OPEN INPUT UNLOAD-FILE

          .
       OPEN-UNLOAD-EX.
          EXIT.

      *>------------------------------------------------------------------------
       REPORT-PROBLEM SECTION.
      *>------------------------------------------------------------------------

          ADD 1                        TO WS-PROBLEM-CNT
          MOVE WS-PROBLEM              TO WS-RPT-PROBLEM-TEXT
          WRITE REPORT-LINE FROM WS-RPT-PROBLEM
          DISPLAY "DB2RST1: " WS-PROBLEM

          .
       REPORT-PROBLEM-EX.
          EXIT.

      *>------------------------------------------------------------------------
       OPEN-MASTER-INPUT SECTION.
      *>------------------------------------------------------------------------

          EVALUATE BKPF-NAME(WS-FILE-IDX)
             WHEN "DB2PROF"
                OPEN INPUT DB2PROF-FILE
             WHEN "DB2VAULT"
                OPEN INPUT DB2VAULT-FILE
             WHEN "DB2OPERS"
                OPEN INPUT DB2OPER-FILE
             WHEN "DB2MWIN"
                OPEN INPUT DB2MWIN-FILE
             WHEN "DB2ALRT"
                OPEN INPUT DB2ALERT-FILE
             WHEN "DB2LATSM"
                OPEN INPUT DB2LATSUM-FILE
             WHEN "DB2AUDARC"
                OPEN INPUT DB2AUDARC-FILE
             WHEN "DB2LATHS"
                OPEN INPUT DB2LATHST-FILE
             WHEN "DB2SREG"
                OPEN INPUT DB2SREG-FILE
             WHEN "DB2SWPHS"
                OPEN INPUT SWEEP-HISTORY-FILE
             WHEN "DB2CHKHS"
                OPEN INPUT CHECK-HISTORY-FILE
             WHEN "DB2NTFS"
                OPEN INPUT DB2NTFS-FILE
             WHEN OTHER
                MOVE BKPF-NAME(WS-FILE-IDX) TO WS-CONTROL-NAME
                OPEN INPUT CONTROL-FILE
          END-EVALUATE
          .
       OPEN-MASTER-INPUT-EX.
          EXIT.

      *>------------------------------------------------------------------------
       OPEN-MASTER-OUTPUT SECTION.
      *>------------------------------------------------------------------------

          EVALUATE BKPF-NAME(WS-FILE-IDX)
             WHEN "DB2PROF"
                OPEN OUTPUT DB2PROF-FILE
             WHEN "DB2VAULT"
                OPEN OUTPUT DB2VAULT-FILE
             WHEN "DB2OPERS"
                OPEN OUTPUT DB2OPER-FILE
             WHEN "DB2MWIN"
                OPEN OUTPUT DB2MWIN-FILE
             WHEN "DB2ALRT"
                OPEN OUTPUT DB2ALERT-FILE
             WHEN "DB2LATSM"
                OPEN OUTPUT DB2LATSUM-FILE
             WHEN "DB2AUDARC"
                OPEN OUTPUT DB2AUDARC-FILE
             WHEN "DB2LATHS"
                OPEN OUTPUT DB2LATHST-FILE
             WHEN "DB2SREG"
                OPEN OUTPUT DB2SREG-FILE
             WHEN "DB2SWPHS"
                OPEN OUTPUT SWEEP-HISTORY-FILE
             WHEN "DB2CHKHS"
                OPEN OUTPUT CHECK-HISTORY-FILE
             WHEN "DB2NTFS"
                OPEN OUTPUT DB2NTFS-FILE
             WHEN OTHER
                MOVE BKPF-NAME(WS-FILE-IDX) TO WS-CONTROL-NAME
                OPEN OUTPUT CONTROL-FILE
          END-EVALUATE
          .
       OPEN-MASTER-OUTPUT-EX.
          EXIT.

      *>------------------------------------------------------------------------
       READ-MASTER SECTION.
      *>------------------------------------------------------------------------

          MOVE SPACES                  TO WS-IMAGE

          EVALUATE BKPF-NAME(WS-FILE-IDX)
             WHEN "DB2PROF"
                READ DB2PROF-FILE NEXT RECORD INTO WS-IMAGE
                END-READ
             WHEN "DB2VAULT"
                READ DB2VAULT-FILE NEXT RECORD INTO WS-IMAGE
                END-READ
             WHEN "DB2OPERS"
                READ DB2OPER-FILE NEXT RECORD INTO WS-IMAGE
                END-READ
             WHEN "DB2MWIN"
                READ DB2MWIN-FILE NEXT RECORD INTO WS-IMAGE
                END-READ
             WHEN "DB2ALRT"
                READ DB2ALERT-FILE NEXT RECORD INTO WS-IMAGE
                END-READ
             WHEN "DB2LATSM"
                READ DB2LATSUM-FILE NEXT RECORD INTO WS-IMAGE
                END-READ
             WHEN "DB2AUDARC"
                READ DB2AUDARC-FILE NEXT RECORD INTO WS-IMAGE
                END-READ
             WHEN "DB2LATHS"
                READ DB2LATHST-FILE NEXT RECORD INTO WS-IMAGE
                END-READ
             WHEN "DB2SREG"
                READ DB2SREG-FILE NEXT RECORD INTO WS-IMAGE
                END-READ
             WHEN "DB2SWPHS"
                READ SWEEP-HISTORY-FILE NEXT RECORD INTO WS-IMAGE
                END-READ
             WHEN "DB2CHKHS"
                READ CHECK-HISTORY-FILE NEXT RECORD INTO WS-IMAGE
                END-READ
             WHEN "DB2NTFS"
                READ DB2NTFS-FILE NEXT RECORD INTO WS-IMAGE
                END-READ
             WHEN OTHER
                READ CONTROL-FILE INTO WS-IMAGE
                END-READ
          END-EVALUATE
          .
       READ-MASTER-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-MASTER SECTION.
      *>------------------------------------------------------------------------

          EVALUATE BKPF-NAME(WS-FILE-IDX)
             WHEN "DB2PROF"
                WRITE DB2PROF-RECORD FROM WS-IMAGE
                END-WRITE
             WHEN "DB2VAULT"
                WRITE DB2VAULT-RECORD FROM WS-IMAGE
                END-WRITE
             WHEN "DB2OPERS"
                WRITE DB2OPER-RECORD FROM WS-IMAGE
                END-WRITE
             WHEN "DB2MWIN"
                WRITE DB2MWIN-RECORD FROM WS-IMAGE
                END-WRITE
             WHEN "DB2ALRT"
                WRITE DB2ALERT-RECORD FROM WS-IMAGE
                END-WRITE
             WHEN "DB2LATSM"
                WRITE DB2LATSUM-RECORD FROM WS-IMAGE
                END-WRITE
             WHEN "DB2AUDARC"
                WRITE DB2AUDARC-RECORD FROM WS-IMAGE
                END-WRITE
             WHEN "DB2LATHS"
                WRITE DB2LATHST-RECORD FROM WS-IMAGE
                END-WRITE
             WHEN "DB2SREG"
                WRITE DB2SREG-RECORD FROM WS-IMAGE
                END-WRITE
             WHEN "DB2SWPHS"
                WRITE SWEEP-HISTORY-RECORD FROM WS-IMAGE
                END-WRITE
             WHEN "DB2CHKHS"
                WRITE CHECK-HISTORY-RECORD FROM WS-IMAGE
                END-WRITE
             WHEN "DB2NTFS"
                WRITE NOTIFY-STATE-RECORD FROM WS-IMAGE
                END-WRITE
             WHEN OTHER
                WRITE CONTROL-RECORD FROM WS-IMAGE
                END-WRITE
          END-EVALUATE
          .
       WRITE-MASTER-EX.
          EXIT.

      *>------------------------------------------------------------------------
       CLOSE-MASTER SECTION.
      *>------------------------------------------------------------------------

          EVALUATE BKPF-NAME(WS-FILE-IDX)
             WHEN "DB2PROF"
                CLOSE DB2PROF-FILE
             WHEN "DB2VAULT"
                CLOSE DB2VAULT-FILE
             WHEN "DB2OPERS"
                CLOSE DB2OPER-FILE
             WHEN "DB2MWIN"
                CLOSE DB2MWIN-FILE
             WHEN "DB2ALRT"
                CLOSE DB2ALERT-FILE
             WHEN "DB2LATSM"
                CLOSE DB2LATSUM-FILE
             WHEN "DB2AUDARC"
                CLOSE DB2AUDARC-FILE
             WHEN "DB2LATHS"
                CLOSE DB2LATHST-FILE
             WHEN "DB2SREG"
                CLOSE DB2SREG-FILE
             WHEN "DB2SWPHS"
                CLOSE SWEEP-HISTORY-FILE
             WHEN "DB2CHKHS"
                CLOSE CHECK-HISTORY-FILE
             WHEN "DB2NTFS"
                CLOSE DB2NTFS-FILE
             WHEN OTHER
                CLOSE CONTROL-FILE
          END-EVALUATE
          .
       CLOSE-MASTER-EX.
          EXIT.

       END PROGRAM DB2RST1.
