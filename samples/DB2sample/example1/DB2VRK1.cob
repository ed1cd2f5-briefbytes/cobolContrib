      *>************************************************************************
      *>  This file is part of DB2sample.
      *>
      *>  DB2VRK1.cob is free software: you can redistribute it and/or
      *>  modify it under the terms of the GNU Lesser General Public License as
      *>  published by the Free Software Foundation, either version 3 of the
      *>  License, or (at your option) any later version.
      *>
      *>  DB2VRK1.cob is distributed in the hope that it will be useful,
      *>  but WITHOUT ANY WARRANTY; without even the implied warranty of
      *>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
      *>  See the GNU Lesser General Public License for more details.
      *>
      *>  You should have received a copy of the GNU Lesser General Public
      *>  License along with DB2VRK1.cob.
      *>  If not, see <http://www.gnu.org/licenses/>.
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2VRK1.cob
      *>
      *> Purpose:      Vault re-key. Re-encrypts every DB2VAULT password
      *>               under the current (highest) generation of the site
      *>               key ring DB2VKEY: each entry is decrypted under
      *>               the generation it carries in VAULT-KEY-GEN, then
      *>               encrypted under the current one, checked by a
      *>               decrypt of the new cipher text and rewritten with
      *>               its new generation. Entries still at generation
      *>               zero - clear text from before the vault was
      *>               encrypted - are encrypted the same way, so the
      *>               first run converts the vault.
      *>
      *>               Every entry names its own key generation, so the
      *>               vault stays readable at every point of a re-key.
      *>               The checkpoint DB2VRK.CHK holds the last entry
      *>               re-keyed: a run that stops, or is cancelled,
      *>               leaves it behind and the rerun resumes after it.
      *>               Only a run that got to the end checks the whole
      *>               vault and clears the checkpoint.
      *>
      *>               Every re-key is written to the DB2VLTM.LOG vault
      *>               audit trail as REKEY, changed-by DB2VRK1, with
      *>               the new key generation. Passwords never appear in
      *>               the report or the log.
      *>
      *> Author:       Laszlo Erdos - https://www.facebook.com/wortfee
      *>
      *> Date-Written: 2026.10.15
      *>
      *> Tectonics:    cobc -x DB2VRK1.cob
      *>
      *> Usage:        DB2VRK1
      *>
      *>               Security adds the new key generation line to
      *>               DB2VKEY, then runs DB2VRK1. The older generations
      *>               stay in DB2VKEY until the report says no entry
      *>               uses them any more.
      *>
      *>               The report is written to DB2VRK.RPT.
      *>
      *>               RETURN-CODE:  0 every entry is under the current
      *>                               key generation
      *>                             8 entries left under an older
      *>                               generation (its key is missing
      *>                               from DB2VKEY, or its cipher
      *>                               text fails its check) - rotate
      *>                               them through DB2VLTM1
      *>                            12 no usable key ring, a file not
      *>                               usable, or the run stopped -
      *>                               rerun to resume at the checkpoint
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Laszlo Erdos:
      *>            - first version.
      *> 2026.10.15 Laszlo Erdos:
      *>            - follows DB2VCR1 onto AES-256-GCM: the cipher text
      *>              is 100 characters, an entry whose cipher text
      *>              fails its check is reported as such, and a failed
      *>              libcrypto call stops the run like a lost key ring.
      *>            - a checkpoint that cannot be written stops the run
      *>              like a failed DB2VLTM.LOG write - a rerun without
      *>              it would start again from the top.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2VRK1.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DB2VAULT-FILE ASSIGN TO "DB2VAULT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS VAULT-KEY
              FILE STATUS IS WS-VAULT-STATUS.

           SELECT DB2VLTAUD-FILE ASSIGN TO "DB2VLTM.LOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-VLTAUD-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO "DB2VRK.CHK"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CHKPT-STATUS.

           SELECT REPORT-FILE ASSIGN TO "DB2VRK.RPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DB2VAULT-FILE.
      *> record layout
       COPY "DB2VAULT.cpy".

       FD  DB2VLTAUD-FILE.
      *> record layout
       COPY "DB2VLTA.cpy".

       FD  CHECKPOINT-FILE.
       01 CHECKPOINT-RECORD.
         02 CHK-TARGET-GEN             PIC X(4).
         02 FILLER                     PIC X(1).
         02 CHK-VAULT-KEY              PIC X(29).

       FD  REPORT-FILE.
       01 REPORT-LINE                  PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-VAULT-STATUS              PIC X(2).
          88 V-VAULT-OK                VALUE "00".
          88 V-VAULT-EOF               VALUE "10".

       01 WS-VLTAUD-STATUS             PIC X(2).
          88 V-VLTAUD-OK               VALUE "00".
          88 V-VLTAUD-NO-FILE          VALUE "35".

       01 WS-CHKPT-STATUS              PIC X(2).
          88 V-CHKPT-OK                VALUE "00".

       01 WS-REPORT-STATUS             PIC X(2).
          88 V-REPORT-OK               VALUE "00".

       01 WS-TODAY-DATE                PIC X(8).

      *> the generation every entry is brought to
       01 WS-TARGET-GEN                PIC 9(4).

      *> restart after the last entry re-keyed by an earlier run
       01 WS-RESTART-KEY               PIC X(29).
       01 WS-RESTARTED                 PIC X(1) VALUE "N".
          88 V-RESTARTED               VALUE "Y".

       01 WS-RUN-STATE                 PIC X(1) VALUE "R".
          88 V-RUN-GOING               VALUE "R".
          88 V-RUN-STOPPED             VALUE "S".
       01 WS-STOP-REASON               PIC X(30).

      *> the entry being re-keyed - the clear password lives here only
      *> between its decrypt and its encrypt
       01 WS-OLD-GEN                   PIC 9(4).
       01 WS-CLEAR-PSWD                PIC X(20).
       01 WS-NEW-CIPHER                PIC X(100).
       01 WS-NEW-GEN                   PIC 9(4).
       01 WS-ENTRY-STATE               PIC X(1).
          88 V-ENTRY-GOING             VALUE "G".
          88 V-ENTRY-FAILED            VALUE "F".
          88 V-ENTRY-STOPPED           VALUE "S".
       01 WS-ENTRY-RESULT              PIC X(8).
       01 WS-ENTRY-DETAIL              PIC X(30).

       01 WS-READ-CNT                  PIC 9(7) COMP-5 VALUE 0.
       01 WS-REKEYED-CNT               PIC 9(7) COMP-5 VALUE 0.
       01 WS-CURRENT-CNT               PIC 9(7) COMP-5 VALUE 0.
       01 WS-FAILED-CNT                PIC 9(7) COMP-5 VALUE 0.
       01 WS-VAULT-CNT                 PIC 9(7) COMP-5 VALUE 0.
       01 WS-BEHIND-CNT                PIC 9(7) COMP-5 VALUE 0.

       01 WS-FINAL-RC                  PIC S9(9) COMP-5 VALUE 0.

      *> report line layouts
       01 WS-RPT-HEADER.
         02 FILLER                     PIC X(22)
            VALUE "DB2 VAULT RE-KEY RUN  ".
         02 WS-HDR-DATE                PIC X(8).
         02 FILLER                     PIC X(22)
            VALUE "  TO KEY GENERATION   ".
         02 WS-HDR-GEN                 PIC Z(3)9.
         02 WS-HDR-RESTART             PIC X(34).

       01 WS-RPT-ENTRY-LINE.
         02 WS-RPT-DBALIAS             PIC X(9).
         02 FILLER                     PIC X(1) VALUE SPACE.
         02 WS-RPT-USERID              PIC X(20).
         02 FILLER                     PIC X(5) VALUE " GEN ".
         02 WS-RPT-OLD-GEN             PIC Z(3)9.
         02 FILLER                     PIC X(4) VALUE " -> ".
         02 WS-RPT-NEW-GEN             PIC Z(3)9.
         02 FILLER                     PIC X(2) VALUE SPACES.
         02 WS-RPT-RESULT              PIC X(8).
         02 FILLER                     PIC X(1) VALUE SPACE.
         02 WS-RPT-DETAIL              PIC X(30).
         02 FILLER                     PIC X(2) VALUE SPACES.

       01 WS-RPT-BEHIND-LINE.
         02 WS-RPT-BH-DBALIAS          PIC X(9).
         02 FILLER                     PIC X(1) VALUE SPACE.
         02 WS-RPT-BH-USERID           PIC X(20).
         02 FILLER                     PIC X(5) VALUE " GEN ".
         02 WS-RPT-BH-GEN              PIC Z(3)9.
         02 FILLER                     PIC X(51) VALUE SPACES.

       01 WS-RPT-SUMMARY.
         02 FILLER                     PIC X(8) VALUE "RE-KEY: ".
         02 WS-SUM-READ                PIC Z(6)9.
         02 FILLER                     PIC X(8) VALUE " READ,  ".
         02 WS-SUM-REKEYED             PIC Z(6)9.
         02 FILLER                     PIC X(11) VALUE " RE-KEYED, ".
         02 WS-SUM-CURRENT             PIC Z(6)9.
         02 FILLER                     PIC X(18)
            VALUE " ALREADY CURRENT, ".
         02 WS-SUM-FAILED              PIC Z(6)9.
         02 FILLER                     PIC X(7) VALUE " FAILED".
         02 FILLER                     PIC X(10) VALUE SPACES.

       01 WS-RPT-RESULT-LINE.
         02 FILLER                     PIC X(4) VALUE "ALL ".
         02 WS-RES-CNT                 PIC Z(6)9.
         02 FILLER                     PIC X(27)
            VALUE " ENTRIES UNDER GENERATION  ".
         02 WS-RES-GEN                 PIC Z(3)9.
         02 FILLER                     PIC X(48)
            VALUE " - OLDER GENERATIONS MAY LEAVE DB2VKEY".

       01 WS-RPT-WARN-LINE.
         02 FILLER                     PIC X(9) VALUE "WARNING: ".
         02 WS-WARN-CNT                PIC Z(6)9.
         02 FILLER                     PIC X(74) VALUE
            " ENTRIES NOT UNDER THE CURRENT KEY - KEEP THEIR KEYS".

      *> linkage
       COPY "DB2VCR.cpy".

       PROCEDURE DIVISION.

      *>------------------------------------------------------------------------
       MAIN-DB2VRK1 SECTION.
      *>------------------------------------------------------------------------

          MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE

          INITIALIZE VCR-MOD
          SET V-VCR-FNC-CURRENT OF VCR-MOD TO TRUE
          MOVE "DB2VRK1"               TO VCR-CALLER OF VCR-MOD

          CALL "DB2VCR1" USING VCR-MOD END-CALL

          IF NOT V-VCR-OK OF VCR-MOD
             DISPLAY "DB2VRK1: no usable key in DB2VKEY, status "
                VCR-STATUS OF VCR-MOD
             MOVE 12                   TO RETURN-CODE
             STOP RUN
          END-IF

          MOVE VCR-KEY-GEN OF VCR-MOD  TO WS-TARGET-GEN

          PERFORM READ-CHECKPOINT

          OPEN I-O DB2VAULT-FILE
          IF NOT V-VAULT-OK
             DISPLAY "DB2VRK1: cannot open DB2VAULT, status "
                WS-VAULT-STATUS
             MOVE 12                   TO RETURN-CODE
             STOP RUN
          END-IF

      *>     no re-key without its audit trail
          OPEN EXTEND DB2VLTAUD-FILE
          IF V-VLTAUD-NO-FILE
             OPEN OUTPUT DB2VLTAUD-FILE
          END-IF
          IF NOT V-VLTAUD-OK
             DISPLAY "DB2VRK1: cannot open DB2VLTM.LOG, status "
                WS-VLTAUD-STATUS
             CLOSE DB2VAULT-FILE
             MOVE 12                   TO RETURN-CODE
             STOP RUN
          END-IF

          OPEN OUTPUT REPORT-FILE
          IF NOT V-REPORT-OK
             DISPLAY "DB2VRK1: cannot open DB2VRK.RPT, status "
                WS-REPORT-STATUS
             CLOSE DB2VAULT-FILE
             CLOSE DB2VLTAUD-FILE
             MOVE 12                   TO RETURN-CODE
             STOP RUN
          END-IF

          MOVE WS-TODAY-DATE           TO WS-HDR-DATE
          MOVE WS-TARGET-GEN           TO WS-HDR-GEN
          MOVE SPACES                  TO WS-HDR-RESTART
          IF V-RESTARTED
             MOVE "  RESUMED AT CHECKPOINT"
               TO WS-HDR-RESTART
          END-IF
          WRITE REPORT-LINE FROM WS-RPT-HEADER

          MOVE SPACES                  TO REPORT-LINE
          WRITE REPORT-LINE
          MOVE "RE-KEYED ENTRIES:"     TO REPORT-LINE
          WRITE REPORT-LINE

          IF V-RESTARTED
             MOVE WS-RESTART-KEY       TO VAULT-KEY
             START DB2VAULT-FILE KEY IS GREATER THAN VAULT-KEY
             END-START
          ELSE
             MOVE LOW-VALUES           TO VAULT-KEY
             START DB2VAULT-FILE KEY IS NOT LESS THAN VAULT-KEY
             END-START
          END-IF

          IF V-VAULT-OK
             PERFORM REKEY-ONE-CREDENTIAL
                UNTIL NOT V-VAULT-OK
                   OR V-RUN-STOPPED
          END-IF

      *>     a read error ends the pass like a stop; an empty vault or
      *>     a restart behind the last entry ends it like the end
          IF NOT V-RUN-STOPPED
             AND NOT V-VAULT-OK
             AND NOT V-VAULT-EOF
             AND WS-VAULT-STATUS NOT = "23"
             SET V-RUN-STOPPED         TO TRUE
             MOVE SPACES               TO WS-STOP-REASON
             STRING "VAULT READ FAILED " WS-VAULT-STATUS
                DELIMITED BY SIZE
                INTO WS-STOP-REASON
             END-STRING
          END-IF

          IF WS-REKEYED-CNT = 0
             AND WS-FAILED-CNT = 0
             AND NOT V-RUN-STOPPED
             MOVE "  NONE"             TO REPORT-LINE
             WRITE REPORT-LINE
          END-IF

          IF V-RUN-STOPPED
             MOVE SPACES               TO REPORT-LINE
             WRITE REPORT-LINE
             MOVE SPACES               TO REPORT-LINE
             STRING "STOPPED: " WS-STOP-REASON
                " - RERUN DB2VRK1 TO RESUME AT THE CHECKPOINT"
                DELIMITED BY SIZE
                INTO REPORT-LINE
             END-STRING
             WRITE REPORT-LINE
             DISPLAY "DB2VRK1: stopped - " WS-STOP-REASON
             MOVE 12                   TO WS-FINAL-RC
          ELSE
             PERFORM CHECK-WHOLE-VAULT
             PERFORM CLEAR-CHECKPOINT
          END-IF

          MOVE WS-READ-CNT             TO WS-SUM-READ
          MOVE WS-REKEYED-CNT          TO WS-SUM-REKEYED
          MOVE WS-CURRENT-CNT          TO WS-SUM-CURRENT
          MOVE WS-FAILED-CNT           TO WS-SUM-FAILED
          MOVE SPACES                  TO REPORT-LINE
          WRITE REPORT-LINE
          WRITE REPORT-LINE FROM WS-RPT-SUMMARY

          DISPLAY WS-RPT-SUMMARY

          CLOSE DB2VAULT-FILE
          CLOSE DB2VLTAUD-FILE
          CLOSE REPORT-FILE

          MOVE WS-FINAL-RC             TO RETURN-CODE

          STOP RUN

          .
       MAIN-DB2VRK1-EX.
          EXIT.

      *>------------------------------------------------------------------------
       READ-CHECKPOINT SECTION.
      *>------------------------------------------------------------------------

      *>     a checkpoint left for another generation belongs to a
      *>     re-key that a newer key has overtaken - every entry still
      *>     names its own generation, so this run simply starts over
          MOVE SPACES                  TO WS-RESTART-KEY

          OPEN INPUT CHECKPOINT-FILE
          IF V-CHKPT-OK
             READ CHECKPOINT-FILE
             END-READ
             IF V-CHKPT-OK
                AND CHK-VAULT-KEY NOT = SPACES
                IF CHK-TARGET-GEN NUMERIC
                   AND CHK-TARGET-GEN = WS-TARGET-GEN
                   MOVE CHK-VAULT-KEY  TO WS-RESTART-KEY
                   SET V-RESTARTED     TO TRUE
                   DISPLAY "DB2VRK1: restarting after "
                      CHK-VAULT-KEY
                ELSE
                   DISPLAY "DB2VRK1: checkpoint for key generation "
                      CHK-TARGET-GEN " ignored - starting over"
                END-IF
             END-IF
             CLOSE CHECKPOINT-FILE
          END-IF

          .
       READ-CHECKPOINT-EX.
          EXIT.

      *>------------------------------------------------------------------------
       REKEY-ONE-CREDENTIAL SECTION.
      *>------------------------------------------------------------------------

          READ DB2VAULT-FILE NEXT RECORD
          END-READ

          IF V-VAULT-OK
             ADD 1                     TO WS-READ-CNT

             IF VAULT-KEY-GEN NUMERIC
                AND VAULT-KEY-GEN = WS-TARGET-GEN
                ADD 1                  TO WS-CURRENT-CNT
             ELSE
                PERFORM REKEY-ENTRY
             END-IF
          END-IF

          .
       REKEY-ONE-CREDENTIAL-EX.
          EXIT.

      *>------------------------------------------------------------------------
       REKEY-ENTRY SECTION.
      *>------------------------------------------------------------------------

      *>     decrypt under the old generation, encrypt under the new
      *>     one, prove the new cipher text decrypts to the same
      *>     password - only then is the record rewritten. An entry
      *>     that cannot be converted is left as it is; anything that
      *>     would go wrong for every entry stops the run
          SET V-ENTRY-GOING            TO TRUE
          MOVE "RE-KEYED"              TO WS-ENTRY-RESULT
          MOVE SPACES                  TO WS-ENTRY-DETAIL
          MOVE 0                       TO WS-NEW-GEN

          IF VAULT-KEY-GEN NUMERIC
             MOVE VAULT-KEY-GEN        TO WS-OLD-GEN
          ELSE
             MOVE 0                    TO WS-OLD-GEN
          END-IF

      *>     generation zero is still clear text
          IF WS-OLD-GEN = 0
             MOVE VAULT-PSWD           TO WS-CLEAR-PSWD
          ELSE
             INITIALIZE VCR-MOD
             SET V-VCR-FNC-DECRYPT OF VCR-MOD TO TRUE
             MOVE "DB2VRK1"            TO VCR-CALLER OF VCR-MOD
             MOVE VAULT-KEY            TO VCR-SALT OF VCR-MOD
             MOVE WS-OLD-GEN           TO VCR-KEY-GEN OF VCR-MOD
             MOVE VAULT-PSWD           TO VCR-CIPHER OF VCR-MOD

             CALL "DB2VCR1" USING VCR-MOD END-CALL

             EVALUATE TRUE
                WHEN V-VCR-OK OF VCR-MOD
                   MOVE VCR-CLEAR OF VCR-MOD TO WS-CLEAR-PSWD
                WHEN V-VCR-NOT-VALID OF VCR-MOD
                   SET V-ENTRY-FAILED  TO TRUE
                   MOVE "CIPHER TEXT FAILS ITS CHECK"
                     TO WS-ENTRY-DETAIL
                WHEN OTHER
                   SET V-ENTRY-FAILED  TO TRUE
                   MOVE "OLD KEY GENERATION MISSING"
                     TO WS-ENTRY-DETAIL
             END-EVALUATE
          END-IF

          IF V-ENTRY-GOING
             INITIALIZE VCR-MOD
             SET V-VCR-FNC-ENCRYPT OF VCR-MOD TO TRUE
             MOVE "DB2VRK1"            TO VCR-CALLER OF VCR-MOD
             MOVE VAULT-KEY            TO VCR-SALT OF VCR-MOD
             MOVE WS-CLEAR-PSWD        TO VCR-CLEAR OF VCR-MOD

             CALL "DB2VCR1" USING VCR-MOD END-CALL

             EVALUATE TRUE
                WHEN V-VCR-CIPHER-FAILED OF VCR-MOD
                   SET V-ENTRY-STOPPED TO TRUE
                   MOVE "LIBCRYPTO CALL FAILED" TO WS-ENTRY-DETAIL

                WHEN NOT V-VCR-OK OF VCR-MOD
                   SET V-ENTRY-STOPPED TO TRUE
                   MOVE "DB2VKEY NOT USABLE" TO WS-ENTRY-DETAIL

      *>           a newer generation appeared during the run - the
      *>           rerun re-keys onto it from the start
                WHEN VCR-KEY-GEN OF VCR-MOD NOT = WS-TARGET-GEN
                   SET V-ENTRY-STOPPED TO TRUE
                   MOVE "DB2VKEY CHANGED DURING THE RUN"
                     TO WS-ENTRY-DETAIL

                WHEN OTHER
                   MOVE VCR-CIPHER OF VCR-MOD  TO WS-NEW-CIPHER
                   MOVE VCR-KEY-GEN OF VCR-MOD TO WS-NEW-GEN
             END-EVALUATE
          END-IF

          IF V-ENTRY-GOING
             INITIALIZE VCR-MOD
             SET V-VCR-FNC-DECRYPT OF VCR-MOD TO TRUE
             MOVE "DB2VRK1"            TO VCR-CALLER OF VCR-MOD
             MOVE VAULT-KEY            TO VCR-SALT OF VCR-MOD
             MOVE WS-NEW-GEN           TO VCR-KEY-GEN OF VCR-MOD
             MOVE WS-NEW-CIPHER        TO VCR-CIPHER OF VCR-MOD

             CALL "DB2VCR1" USING VCR-MOD END-CALL

             IF NOT V-VCR-OK OF VCR-MOD
                OR VCR-CLEAR OF VCR-MOD NOT = WS-CLEAR-PSWD
                SET V-ENTRY-STOPPED    TO TRUE
                MOVE "ROUND TRIP CHECK FAILED" TO WS-ENTRY-DETAIL
             END-IF
          END-IF

          IF V-ENTRY-GOING
             MOVE WS-NEW-CIPHER        TO VAULT-PSWD
             MOVE WS-NEW-GEN           TO VAULT-KEY-GEN

             REWRITE DB2VAULT-RECORD

             IF V-VAULT-OK
                ADD 1                  TO WS-REKEYED-CNT
                PERFORM WRITE-VLTAUD-RECORD
                PERFORM WRITE-CHECKPOINT
             ELSE
                SET V-ENTRY-STOPPED    TO TRUE
                MOVE SPACES            TO WS-ENTRY-DETAIL
                STRING "VAULT REWRITE FAILED " WS-VAULT-STATUS
                   DELIMITED BY SIZE
                   INTO WS-ENTRY-DETAIL
                END-STRING
             END-IF
          END-IF

          MOVE SPACES                  TO WS-CLEAR-PSWD
          MOVE SPACES                  TO VCR-CLEAR OF VCR-MOD

          EVALUATE TRUE
             WHEN V-ENTRY-FAILED
                MOVE "FAILED"          TO WS-ENTRY-RESULT
                ADD 1                  TO WS-FAILED-CNT
                IF WS-FINAL-RC < 8
                   MOVE 8              TO WS-FINAL-RC
                END-IF

             WHEN V-ENTRY-STOPPED
                MOVE "STOPPED"         TO WS-ENTRY-RESULT
                SET V-RUN-STOPPED      TO TRUE
                MOVE WS-ENTRY-DETAIL   TO WS-STOP-REASON
          END-EVALUATE

          MOVE VAULT-DBALIAS           TO WS-RPT-DBALIAS
          MOVE VAULT-USERID            TO WS-RPT-USERID
          MOVE WS-OLD-GEN              TO WS-RPT-OLD-GEN
          MOVE WS-NEW-GEN              TO WS-RPT-NEW-GEN
          MOVE WS-ENTRY-RESULT         TO WS-RPT-RESULT
          MOVE WS-ENTRY-DETAIL         TO WS-RPT-DETAIL
          WRITE REPORT-LINE FROM WS-RPT-ENTRY-LINE

          .
       REKEY-ENTRY-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-VLTAUD-RECORD SECTION.
      *>------------------------------------------------------------------------

      *>     the same trail DB2VLTM1 and DB2ROT1 leave - no password,
      *>     just the entry and the generation it is now under. The
      *>     entry is re-keyed already, so a failed write still moves
      *>     the checkpoint on, but the run stops for it
          MOVE FUNCTION CURRENT-DATE  TO VLTA-TIMESTAMP
          MOVE "REKEY"                TO VLTA-ACTION
          MOVE VAULT-DBALIAS          TO VLTA-DBALIAS
          MOVE VAULT-USERID           TO VLTA-USERID
          MOVE VAULT-EXPIRY-DATE      TO VLTA-EXPIRY-DATE
          MOVE "DB2VRK1"              TO VLTA-CHANGED-BY
          MOVE VAULT-KEY-GEN          TO VLTA-KEY-GEN

          WRITE DB2VLTAUD-RECORD

          IF NOT V-VLTAUD-OK
             SET V-ENTRY-STOPPED      TO TRUE
             MOVE "DB2VLTM.LOG WRITE FAILED" TO WS-ENTRY-DETAIL
          END-IF

          .
       WRITE-VLTAUD-RECORD-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-CHECKPOINT SECTION.
      *>------------------------------------------------------------------------

      *>     rewritten after every entry re-keyed, so a rerun resumes
      *>     after the last one, whatever took the run down. Without
      *>     it the run stops here, as for a lost audit line; a stop
      *>     reason already set for the entry is kept
          OPEN OUTPUT CHECKPOINT-FILE
          IF V-CHKPT-OK
             MOVE SPACES               TO CHECKPOINT-RECORD
             MOVE WS-TARGET-GEN        TO CHK-TARGET-GEN
             MOVE VAULT-KEY            TO CHK-VAULT-KEY
             WRITE CHECKPOINT-RECORD
             IF NOT V-CHKPT-OK
                DISPLAY "DB2VRK1: cannot write DB2VRK.CHK, status "
                   WS-CHKPT-STATUS
                IF NOT V-ENTRY-STOPPED
                   SET V-ENTRY-STOPPED TO TRUE
                   MOVE SPACES         TO WS-ENTRY-DETAIL
                   STRING "DB2VRK.CHK WRITE FAILED " WS-CHKPT-STATUS
                      DELIMITED BY SIZE
                      INTO WS-ENTRY-DETAIL
                   END-STRING
                END-IF
             END-IF
             CLOSE CHECKPOINT-FILE
          ELSE
             DISPLAY "DB2VRK1: cannot open DB2VRK.CHK, status "
                WS-CHKPT-STATUS
             IF NOT V-ENTRY-STOPPED
                SET V-ENTRY-STOPPED    TO TRUE
                MOVE SPACES            TO WS-ENTRY-DETAIL
                STRING "DB2VRK.CHK OPEN FAILED " WS-CHKPT-STATUS
                   DELIMITED BY SIZE
                   INTO WS-ENTRY-DETAIL
                END-STRING
             END-IF
          END-IF

          .
       WRITE-CHECKPOINT-EX.
          EXIT.

      *>------------------------------------------------------------------------
       CLEAR-CHECKPOINT SECTION.
      *>------------------------------------------------------------------------

      *>     a run that got to the end clears its checkpoint - the next
      *>     run looks at the whole vault again
          OPEN OUTPUT CHECKPOINT-FILE
          IF V-CHKPT-OK
             CLOSE CHECKPOINT-FILE
          END-IF

          .
       CLEAR-CHECKPOINT-EX.
          EXIT.

      *>------------------------------------------------------------------------
       CHECK-WHOLE-VAULT SECTION.
      *>------------------------------------------------------------------------

      *>     after the pass - and whatever earlier runs did before a
      *>     restart - every entry must be under the target generation
      *>     before an older key may leave the ring
          MOVE SPACES                  TO REPORT-LINE
          WRITE REPORT-LINE
          MOVE SPACES                  TO REPORT-LINE
          STRING "ENTRIES NOT UNDER KEY GENERATION " WS-HDR-GEN ":"
             DELIMITED BY SIZE
             INTO REPORT-LINE
          END-STRING
          WRITE REPORT-LINE

          MOVE LOW-VALUES              TO VAULT-KEY
          START DB2VAULT-FILE KEY IS NOT LESS THAN VAULT-KEY
          END-START

          IF V-VAULT-OK
             PERFORM CHECK-ONE-ENTRY
                UNTIL NOT V-VAULT-OK
          END-IF

          IF WS-BEHIND-CNT = 0
             MOVE "  NONE"             TO REPORT-LINE
             WRITE REPORT-LINE
             MOVE SPACES               TO REPORT-LINE
             WRITE REPORT-LINE
             MOVE WS-VAULT-CNT         TO WS-RES-CNT
             MOVE WS-TARGET-GEN        TO WS-RES-GEN
             WRITE REPORT-LINE FROM WS-RPT-RESULT-LINE
          ELSE
             MOVE SPACES               TO REPORT-LINE
             WRITE REPORT-LINE
             MOVE WS-BEHIND-CNT        TO WS-WARN-CNT
             WRITE REPORT-LINE FROM WS-RPT-WARN-LINE
             IF WS-FINAL-RC < 8
                MOVE 8                 TO WS-FINAL-RC
             END-IF
          END-IF

          .
       CHECK-WHOLE-VAULT-EX.
          EXIT.

      *>------------------------------------------------------------------------
       CHECK-ONE-ENTRY SECTION.
      *>------------------------------------------------------------------------

          READ DB2VAULT-FILE NEXT RECORD
          END-READ

          IF V-VAULT-OK
             ADD 1                     TO WS-VAULT-CNT

             IF VAULT-KEY-GEN NOT NUMERIC
                OR VAULT-KEY-GEN NOT = WS-TARGET-GEN
                ADD 1                  TO WS-BEHIND-CNT
                MOVE VAULT-DBALIAS     TO WS-RPT-BH-DBALIAS
                MOVE VAULT-USERID      TO WS-RPT-BH-USERID
                IF VAULT-KEY-GEN NUMERIC
                   MOVE VAULT-KEY-GEN  TO WS-RPT-BH-GEN
                ELSE
                   MOVE 0              TO WS-RPT-BH-GEN
                END-IF
                WRITE REPORT-LINE FROM WS-RPT-BEHIND-LINE
             END-IF
          END-IF

          .
       CHECK-ONE-ENTRY-EX.
          EXIT.

       END PROGRAM DB2VRK1.
