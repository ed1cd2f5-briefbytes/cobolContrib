      *>************************************************************************
      *>  This file is part of DB2sample.
      *>
      *>  DB2BKP1.cob is free software: you can redistribute it and/or
      *>  modify it under the terms of the GNU Lesser General Public License as
      *>  published by the Free Software Foundation, either version 3 of the
      *>  License, or (at your option) any later version.
      *>
      *>  DB2BKP1.cob is distributed in the hope that it will be useful,
      *>  but WITHOUT ANY WARRANTY; without even the implied warranty of
      *>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
      *>  See the GNU Lesser General Public License for more details.
      *>
      *>  You should have received a copy of the GNU Lesser General Public
      *>  License along with DB2BKP1.cob.
      *>  If not, see <http://www.gnu.org/licenses/>.
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2BKP1.cob
      *>
      *> Purpose:      Backup of the DB2sample master and control files
      *>               into one dated backup set. Every file of the set
      *>               (DB2BKPF.cpy) is unloaded to <set id>.<file name>,
      *>               one line per record, and listed with its record
      *>               and byte counts in the manifest <set id>.MAN
      *>               (DB2BKPM.cpy). The set id is DB2BKP.YYYYMMDD.HHMMSS,
      *>               the time the backup started.
      *>
      *>               One point in time: after the unload every file is
      *>               read a second time and compared, record for
      *>               record, with its unload - content, count and
      *>               order. A file that changed in between - someone
      *>               worked during the backup - makes the set
      *>               unusable: the manifest gets no end line and
      *>               DB2RST1 will refuse the set. Run it when nothing
      *>               else updates the files (the nightly stream) and
      *>               it is a consistent copy.
      *>
      *>               DR mode exports only what a DR site can use and
      *>               leaves out the local-only state (open alerts and
      *>               their notification state, the raw latency
      *>               history). The vault key ring DB2VKEY is never in a
      *>               set; it goes to the DR site by its own way.
      *>
      *> Author:       Laszlo Erdos - https://www.facebook.com/wortfee
      *>
      *> Date-Written: 2026.10.15
      *>
      *> Tectonics:    cobc -x DB2BKP1.cob
      *>
      *> Usage:        DB2BKP1 [FULL | DR]
      *>
      *>               FULL (the default) backs up every file of the set,
      *>               DR makes the DR export. A file that does not exist
      *>               at this site is listed ABSENT. The report is
      *>               written to DB2BKP.RPT.
      *>
      *>               RETURN-CODE:  0 backup set complete
      *>                             4 backup set complete, some files
      *>                               ABSENT at this site
      *>                            12 parameter error, a file could not
      *>                               be unloaded or changed during the
      *>                               backup - the set is not usable
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Laszlo Erdos:
      *>            - first version.
      *>            - the second look compares every record with its
      *>              unload line, not only the record and byte counts:
      *>              a rewrite that keeps the length (a rotated
      *>              password, an alert changing status) is CHANGED.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2BKP1.

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

           SELECT MANIFEST-FILE ASSIGN TO DYNAMIC WS-MANIFEST-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MANIFEST-STATUS.

           SELECT REPORT-FILE ASSIGN TO "DB2BKP.RPT"
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

       01 WS-MANIFEST-STATUS           PIC X(2).
          88 V-MANIFEST-OK             VALUE "00".

       01 WS-REPORT-STATUS             PIC X(2).
          88 V-REPORT-OK               VALUE "00".

      *> command line: FULL or DR
       01 WS-CMD-LINE                  PIC X(80).
       01 WS-PARM-MODE                 PIC X(10).
       01 WS-PARM-ERROR                PIC X(1) VALUE "N".
          88 V-PARM-ERROR              VALUE "Y".
       01 WS-MODE                      PIC X(4) VALUE "FULL".
          88 V-MODE-FULL               VALUE "FULL".
          88 V-MODE-DR                 VALUE "DR".

       01 WS-START-TS                  PIC X(26).
       01 WS-SET-ID                    PIC X(22).
       01 WS-MANIFEST-NAME             PIC X(80).
       01 WS-UNLOAD-NAME               PIC X(80).
       01 WS-CONTROL-NAME              PIC X(80).

      *> the record being unloaded, as it lies in its file
       01 WS-IMAGE                     PIC X(300).

      *> the files of a backup set
       COPY "DB2BKPF.cpy".

      *> what became of each file of the set, in DB2BKPF.cpy order
       01 WS-FILE-IDX                  PIC 9(4) COMP-5.
       01 WS-RES-TAB OCCURS BKPF-MAX TIMES.
         02 WS-RES-IN-SET              PIC X(1).
            88 V-RES-IN-SET            VALUE "Y".
         02 WS-RES-STATE               PIC X(7).
         02 WS-RES-RECORDS             PIC 9(9) COMP-5.
         02 WS-RES-BYTES               PIC 9(12) COMP-5.

       01 WS-FILE-STATE                PIC X(1).
          88 V-FILE-GOOD               VALUE "G".
          88 V-FILE-FAILED             VALUE "F".
       01 WS-FILE-RESULT               PIC X(40).

      *> the recount: the first record that is not what the unload
      *> holds, 0 while all agree
       01 WS-DIFF-AT                   PIC 9(9) COMP-5.
       01 WS-DIFF-AT-DSP               PIC 9(9).

       01 WS-SET-FILE-CNT              PIC 9(4) COMP-5 VALUE 0.
       01 WS-PRESENT-CNT               PIC 9(4) COMP-5 VALUE 0.
       01 WS-ABSENT-CNT                PIC 9(4) COMP-5 VALUE 0.
       01 WS-FAILED-CNT                PIC 9(4) COMP-5 VALUE 0.
       01 WS-CHANGED-CNT               PIC 9(4) COMP-5 VALUE 0.

       01 WS-FINAL-RC                  PIC S9(9) COMP-5 VALUE 0.

      *> report line layouts
       01 WS-RPT-HEADER.
         02 FILLER                     PIC X(24)
            VALUE "DB2 MASTER FILE BACKUP  ".
         02 WS-HDR-SET-ID              PIC X(22).
         02 FILLER                     PIC X(7) VALUE "  MODE ".
         02 WS-HDR-MODE                PIC X(4).
         02 FILLER                     PIC X(33) VALUE SPACES.

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

       01 WS-RPT-SUMMARY.
         02 FILLER                     PIC X(9) VALUE "SUMMARY: ".
         02 WS-SUM-SET                 PIC Z(3)9.
         02 FILLER                     PIC X(13) VALUE " FILES IN SET".
         02 FILLER                     PIC X(2) VALUE ", ".
         02 WS-SUM-PRESENT             PIC Z(3)9.
         02 FILLER                     PIC X(10) VALUE " UNLOADED,".
         02 WS-SUM-ABSENT              PIC Z(3)9.
         02 FILLER                     PIC X(8) VALUE " ABSENT,".
         02 WS-SUM-FAILED              PIC Z(3)9.
         02 FILLER                     PIC X(8) VALUE " FAILED,".
         02 WS-SUM-CHANGED             PIC Z(3)9.
         02 FILLER                     PIC X(8) VALUE " CHANGED".
         02 FILLER                     PIC X(12) VALUE SPACES.

      *> linkage
       COPY "DB2XCT.cpy".

       PROCEDURE DIVISION.

      *>------------------------------------------------------------------------
       MAIN-DB2BKP1 SECTION.
      *>------------------------------------------------------------------------

          PERFORM PARSE-PARAMETERS

          IF V-PARM-ERROR
             DISPLAY "DB2BKP1: usage: [FULL | DR]"
             MOVE 12                   TO RETURN-CODE
             STOP RUN
          END-IF

          MOVE FUNCTION CURRENT-DATE   TO WS-START-TS
          MOVE SPACES                  TO WS-SET-ID
          STRING "DB2BKP." WS-START-TS(1:8) "." WS-START-TS(9:6)
             DELIMITED BY SIZE
             INTO WS-SET-ID
          END-STRING

      *>     a DR export leaves the local-only state out of the set
          PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
             UNTIL WS-FILE-IDX > BKPF-CNT
             INITIALIZE WS-RES-TAB(WS-FILE-IDX)
             IF V-MODE-DR
                AND V-BKPF-LOCAL-ONLY(WS-FILE-IDX)
                MOVE "N"               TO WS-RES-IN-SET(WS-FILE-IDX)
             ELSE
                MOVE "Y"               TO WS-RES-IN-SET(WS-FILE-IDX)
                ADD 1                  TO WS-SET-FILE-CNT
             END-IF
          END-PERFORM

          MOVE SPACES                  TO WS-MANIFEST-NAME
          STRING WS-SET-ID ".MAN"
             DELIMITED BY SIZE
             INTO WS-MANIFEST-NAME
          END-STRING

          OPEN OUTPUT MANIFEST-FILE
          IF NOT V-MANIFEST-OK
             DISPLAY "DB2BKP1: cannot open " WS-MANIFEST-NAME
                ", status " WS-MANIFEST-STATUS
             MOVE 12                   TO RETURN-CODE
             STOP RUN
          END-IF

          OPEN OUTPUT REPORT-FILE
          IF NOT V-REPORT-OK
             DISPLAY "DB2BKP1: cannot open DB2BKP.RPT, status "
                WS-REPORT-STATUS
             CLOSE MANIFEST-FILE
             MOVE 12                   TO RETURN-CODE
             STOP RUN
          END-IF

          MOVE WS-SET-ID               TO WS-HDR-SET-ID
          MOVE WS-MODE                 TO WS-HDR-MODE
          WRITE REPORT-LINE FROM WS-RPT-HEADER
          MOVE SPACES                  TO REPORT-LINE
          WRITE REPORT-LINE
          WRITE REPORT-LINE FROM WS-RPT-COL-HEADER

          MOVE SPACES                  TO BKPM-RECORD
          SET V-BKPM-HEADER            TO TRUE
          MOVE WS-SET-ID               TO BKPM-SET-ID
          MOVE WS-START-TS             TO BKPM-TIMESTAMP
          MOVE WS-MODE                 TO BKPM-MODE
          MOVE WS-SET-FILE-CNT         TO BKPM-RECORDS
          MOVE 0                       TO BKPM-BYTES
          WRITE BKPM-RECORD
          IF NOT V-MANIFEST-OK
             ADD 1                     TO WS-FAILED-CNT
          END-IF

          PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
             UNTIL WS-FILE-IDX > BKPF-CNT
             IF V-RES-IN-SET(WS-FILE-IDX)
                PERFORM UNLOAD-ONE-FILE
             END-IF
          END-PERFORM

      *>     second look at every file: the set only counts if none
      *>     of them moved while the others were unloaded
          IF WS-FAILED-CNT = 0
             PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                UNTIL WS-FILE-IDX > BKPF-CNT
                IF V-RES-IN-SET(WS-FILE-IDX)
                   PERFORM RECOUNT-ONE-FILE
                END-IF
             END-PERFORM
          END-IF

          MOVE SPACES                  TO REPORT-LINE
          WRITE REPORT-LINE

          IF WS-FAILED-CNT = 0
             AND WS-CHANGED-CNT = 0
             PERFORM WRITE-MANIFEST-END
          END-IF

          IF WS-FAILED-CNT = 0
             AND WS-CHANGED-CNT = 0
             MOVE SPACES               TO REPORT-LINE
             STRING "BACKUP SET COMPLETE: " WS-SET-ID
                DELIMITED BY SIZE
                INTO REPORT-LINE
             END-STRING
             WRITE REPORT-LINE
             IF WS-ABSENT-CNT > 0
                MOVE "WARNING: FILES ABSENT AT THIS SITE ARE NOT IN SET"
                  TO REPORT-LINE
                WRITE REPORT-LINE
                MOVE 4                 TO WS-FINAL-RC
             END-IF
          ELSE
             MOVE SPACES               TO REPORT-LINE
             STRING "FAILED: BACKUP SET " WS-SET-ID
                " NOT USABLE - NO END LINE"
                DELIMITED BY SIZE
                INTO REPORT-LINE
             END-STRING
             WRITE REPORT-LINE
             MOVE 12                   TO WS-FINAL-RC
          END-IF

          MOVE WS-SET-FILE-CNT         TO WS-SUM-SET
          MOVE WS-PRESENT-CNT          TO WS-SUM-PRESENT
          MOVE WS-ABSENT-CNT           TO WS-SUM-ABSENT
          MOVE WS-FAILED-CNT           TO WS-SUM-FAILED
          MOVE WS-CHANGED-CNT          TO WS-SUM-CHANGED
          WRITE REPORT-LINE FROM WS-RPT-SUMMARY

          DISPLAY "DB2BKP1: " WS-SET-ID
          DISPLAY WS-RPT-SUMMARY

          CLOSE MANIFEST-FILE
          CLOSE REPORT-FILE

          MOVE WS-FINAL-RC             TO RETURN-CODE

          STOP RUN

          .
       MAIN-DB2BKP1-EX.
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
             WHEN "FULL"
                SET V-MODE-FULL        TO TRUE
             WHEN "DR"
                SET V-MODE-DR          TO TRUE
             WHEN OTHER
                SET V-PARM-ERROR       TO TRUE
          END-EVALUATE

          .
       PARSE-PARAMETERS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       UNLOAD-ONE-FILE SECTION.
      *>------------------------------------------------------------------------

          SET V-FILE-GOOD              TO TRUE
          MOVE SPACES                  TO WS-FILE-RESULT
          INITIALIZE XCT-MOD

          PERFORM OPEN-MASTER-INPUT

          EVALUATE TRUE
      *>        never created at this site - nothing to save
             WHEN V-MST-MISSING
                MOVE "ABSENT"          TO WS-RES-STATE(WS-FILE-IDX)
                MOVE "NOT AT THIS SITE" TO WS-FILE-RESULT
                ADD 1                  TO WS-ABSENT-CNT

             WHEN NOT V-MST-OK
                SET V-FILE-FAILED      TO TRUE
                STRING "OPEN FAILED, STATUS " WS-MST-STATUS
                   DELIMITED BY SIZE
                   INTO WS-FILE-RESULT
                END-STRING

             WHEN OTHER
                MOVE SPACES            TO WS-UNLOAD-NAME
                STRING WS-SET-ID "." BKPF-NAME(WS-FILE-IDX)
                   DELIMITED BY SIZE
                   INTO WS-UNLOAD-NAME
                END-STRING

                OPEN OUTPUT UNLOAD-FILE
                IF NOT V-UNLOAD-OK
                   SET V-FILE-FAILED   TO TRUE
                   STRING "UNLOAD FILE NOT WRITABLE, STATUS "
                      WS-UNLOAD-STATUS
                      DELIMITED BY SIZE
                      INTO WS-FILE-RESULT
                   END-STRING
                ELSE
                   PERFORM UNLOAD-ONE-RECORD
                      UNTIL NOT V-MST-OK
                         OR V-FILE-FAILED

                   IF NOT V-FILE-FAILED
                      AND NOT V-MST-EOF
                      SET V-FILE-FAILED TO TRUE
                      STRING "READ FAILED, STATUS " WS-MST-STATUS
                         DELIMITED BY SIZE
                         INTO WS-FILE-RESULT
                      END-STRING
                   END-IF

                   CLOSE UNLOAD-FILE
                END-IF

                PERFORM CLOSE-MASTER

                MOVE "PRESENT"         TO WS-RES-STATE(WS-FILE-IDX)
                MOVE XCT-ROWS OF XCT-MOD
                  TO WS-RES-RECORDS(WS-FILE-IDX)
                MOVE XCT-BYTES OF XCT-MOD
                  TO WS-RES-BYTES(WS-FILE-IDX)
          END-EVALUATE

          IF NOT V-FILE-FAILED
             MOVE SPACES               TO BKPM-RECORD
             SET V-BKPM-FILE           TO TRUE
             MOVE WS-SET-ID            TO BKPM-SET-ID
             MOVE FUNCTION CURRENT-DATE TO BKPM-TIMESTAMP
             MOVE WS-MODE              TO BKPM-MODE
             MOVE BKPF-NAME(WS-FILE-IDX) TO BKPM-FILE-NAME
             MOVE WS-RES-STATE(WS-FILE-IDX) TO BKPM-STATE
             MOVE WS-RES-RECORDS(WS-FILE-IDX) TO BKPM-RECORDS
             MOVE WS-RES-BYTES(WS-FILE-IDX) TO BKPM-BYTES
             WRITE BKPM-RECORD
             IF NOT V-MANIFEST-OK
                SET V-FILE-FAILED      TO TRUE
                MOVE "MANIFEST WRITE FAILED" TO WS-FILE-RESULT
             END-IF
          END-IF

          IF V-FILE-FAILED
             MOVE "FAILED"             TO WS-RES-STATE(WS-FILE-IDX)
             ADD 1                     TO WS-FAILED-CNT
             DISPLAY "DB2BKP1: " BKPF-NAME(WS-FILE-IDX) " "
                WS-FILE-RESULT
          ELSE
             IF WS-RES-STATE(WS-FILE-IDX) = "PRESENT"
                ADD 1                  TO WS-PRESENT-CNT
                MOVE "UNLOADED"        TO WS-FILE-RESULT
             END-IF
          END-IF

          MOVE BKPF-NAME(WS-FILE-IDX)  TO WS-RPT-FILE
          MOVE WS-RES-STATE(WS-FILE-IDX) TO WS-RPT-STATE
          MOVE WS-RES-RECORDS(WS-FILE-IDX) TO WS-RPT-RECORDS
          MOVE WS-RES-BYTES(WS-FILE-IDX) TO WS-RPT-BYTES
          MOVE WS-FILE-RESULT          TO WS-RPT-RESULT
          WRITE REPORT-LINE FROM WS-RPT-FILE-LINE

          .
       UNLOAD-ONE-FILE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       UNLOAD-ONE-RECORD SECTION.
      *>------------------------------------------------------------------------

          PERFORM READ-MASTER

          IF V-MST-OK
             WRITE UNLOAD-RECORD FROM WS-IMAGE

             IF NOT V-UNLOAD-OK
                SET V-FILE-FAILED      TO TRUE
                STRING "UNLOAD WRITE FAILED, STATUS "
                   WS-UNLOAD-STATUS
                   DELIMITED BY SIZE
                   INTO WS-FILE-RESULT
                END-STRING
             ELSE
      *>           counted the way DB2RST1 will count the unload
                MOVE WS-IMAGE          TO XCT-LINE OF XCT-MOD
                SET V-XCT-FNC-ROW OF XCT-MOD TO TRUE
                CALL "DB2XCT1" USING XCT-MOD END-CALL
             END-IF
          END-IF

          .
       UNLOAD-ONE-RECORD-EX.
          EXIT.

      *>------------------------------------------------------------------------
       RECOUNT-ONE-FILE SECTION.
      *>------------------------------------------------------------------------

          MOVE SPACES                  TO WS-FILE-RESULT
          INITIALIZE XCT-MOD

          PERFORM OPEN-MASTER-INPUT

          IF WS-RES-STATE(WS-FILE-IDX) = "ABSENT"
             IF V-MST-OK
                MOVE "CREATED DURING THE BACKUP" TO WS-FILE-RESULT
                PERFORM CLOSE-MASTER
             END-IF
          ELSE
             IF NOT V-MST-OK
                STRING "NOT READABLE ON RECOUNT, STATUS "
                   WS-MST-STATUS
                   DELIMITED BY SIZE
                   INTO WS-FILE-RESULT
                END-STRING
             ELSE
                PERFORM COMPARE-WITH-UNLOAD

                PERFORM CLOSE-MASTER

                IF WS-FILE-RESULT = SPACES
                   AND (XCT-ROWS OF XCT-MOD
                      NOT = WS-RES-RECORDS(WS-FILE-IDX)
                   OR XCT-BYTES OF XCT-MOD
                      NOT = WS-RES-BYTES(WS-FILE-IDX))
                   MOVE "CHANGED DURING THE BACKUP"
                     TO WS-FILE-RESULT
                END-IF
             END-IF
          END-IF

          IF WS-FILE-RESULT NOT = SPACES
             ADD 1                     TO WS-CHANGED-CNT
             MOVE BKPF-NAME(WS-FILE-IDX) TO WS-RPT-FILE
             MOVE "CHANGED"            TO WS-RPT-STATE
             MOVE XCT-ROWS OF XCT-MOD  TO WS-RPT-RECORDS
             MOVE XCT-BYTES OF XCT-MOD TO WS-RPT-BYTES
             MOVE WS-FILE-RESULT       TO WS-RPT-RESULT
             WRITE REPORT-LINE FROM WS-RPT-FILE-LINE
             DISPLAY "DB2BKP1: " BKPF-NAME(WS-FILE-IDX) " "
                WS-FILE-RESULT
          END-IF

          .
       RECOUNT-ONE-FILE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       COMPARE-WITH-UNLOAD SECTION.
      *>------------------------------------------------------------------------

      *>     the counts alone miss a rewrite that keeps the length -
      *>     every record is held against its unload line, in order
          MOVE SPACES                  TO WS-UNLOAD-NAME
          STRING WS-SET-ID "." BKPF-NAME(WS-FILE-IDX)
             DELIMITED BY SIZE
             INTO WS-UNLOAD-NAME
          END-STRING

          OPEN INPUT UNLOAD-FILE
          IF NOT V-UNLOAD-OK
             STRING "UNLOAD NOT READABLE, STATUS "
                WS-UNLOAD-STATUS
                DELIMITED BY SIZE
                INTO WS-FILE-RESULT
             END-STRING
          ELSE
             MOVE 0                    TO WS-DIFF-AT

             PERFORM RECOUNT-ONE-RECORD
                UNTIL NOT V-MST-OK

             CLOSE UNLOAD-FILE

             IF WS-DIFF-AT > 0
                MOVE WS-DIFF-AT        TO WS-DIFF-AT-DSP
                STRING "RECORD " WS-DIFF-AT-DSP
                   " CHANGED DURING BACKUP"
                   DELIMITED BY SIZE
                   INTO WS-FILE-RESULT
                END-STRING
             END-IF
          END-IF

          .
       COMPARE-WITH-UNLOAD-EX.
          EXIT.

      *>------------------------------------------------------------------------
       RECOUNT-ONE-RECORD SECTION.
      *>------------------------------------------------------------------------

          PERFORM READ-MASTER

          IF V-MST-OK
             MOVE WS-IMAGE             TO XCT-LINE OF XCT-MOD
             SET V-XCT-FNC-ROW OF XCT-MOD TO TRUE
             CALL "DB2XCT1" USING XCT-MOD END-CALL

      *>        an unload that ran out first is a difference too
             IF V-UNLOAD-OK
                READ UNLOAD-FILE
                END-READ
             END-IF

             IF WS-DIFF-AT = 0
                IF NOT V-UNLOAD-OK
                   OR UNLOAD-RECORD NOT = WS-IMAGE
                   MOVE XCT-ROWS OF XCT-MOD TO WS-DIFF-AT
                END-IF
             END-IF
          END-IF

          .
       RECOUNT-ONE-RECORD-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-MANIFEST-END SECTION.
      *>------------------------------------------------------------------------

      *>     the end line is what makes the set restorable
          MOVE SPACES                  TO BKPM-RECORD
          SET V-BKPM-END               TO TRUE
          MOVE WS-SET-ID               TO BKPM-SET-ID
          MOVE FUNCTION CURRENT-DATE   TO BKPM-TIMESTAMP
          MOVE WS-MODE                 TO BKPM-MODE
          MOVE WS-SET-FILE-CNT         TO BKPM-RECORDS
          MOVE 0                       TO BKPM-BYTES
          WRITE BKPM-RECORD

          IF NOT V-MANIFEST-OK
             DISPLAY "DB2BKP1: manifest end line not written, status "
                WS-MANIFEST-STATUS
             ADD 1                     TO WS-FAILED-CNT
          END-IF

          .
       WRITE-MANIFEST-END-EX.
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

       END PROGRAM DB2BKP1.
