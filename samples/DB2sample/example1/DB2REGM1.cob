      *>************************************************************************
      *>  This file is part of DB2sample.
      *>
      *>  DB2REGM1.cob is free software: you can redistribute it and/or
      *>  modify it under the terms of the GNU Lesser General Public License as
      *>  published by the Free Software Foundation, either version 3 of the
      *>  License, or (at your option) any later version.
      *>
      *>  DB2REGM1.cob is distributed in the hope that it will be useful,
      *>  but WITHOUT ANY WARRANTY; without even the implied warranty of
      *>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
      *>  See the GNU Lesser General Public License for more details.
      *>
      *>  You should have received a copy of the GNU Lesser General Public
      *>  License along with DB2REGM1.cob.
      *>  If not, see <http://www.gnu.org/licenses/>.
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2REGM1.cob
      *>
      *> Purpose:      Subsystem registry upkeep for the DB2SREG file.
      *>               The DBAs register every subsystem here - its
      *>               environment class, the owning DBA team, a contact
      *>               and the criticality tier - and mark it
      *>               decommissioned when it is retired, so the connect
      *>               screen, the sweep, the escalation and the digest
      *>               know what a DBALIAS is instead of guessing from
      *>               its name.
      *>
      *>               The registry steers what night shift is paged
      *>               for, so only an active senior operator from
      *>               DB2OPERS gets in - signed on the same way (and
      *>               against the same lockout counter) as in DB2OPRM1
      *>               - and every add, change and remove lands in the
      *>               DB2SREG.LOG trail with the operator id and the
      *>               entry before and after.
      *>
      *> Author:       Laszlo Erdos - https://www.facebook.com/wortfee
      *>
      *> Date-Written: 2026.10.15
      *>
      *> Tectonics:    cobc -x DB2REGM1.cob
      *>
      *> Usage:        Sign on with your operator id, then fill in the
      *>               DBALIAS. F2 shows the registered entry, F1
      *>               registers a new one, F3 updates it (set DECOMM
      *>               to Y to retire the subsystem, N to bring it
      *>               back), F5 removes the entry after F5 is pressed
      *>               a second time to confirm, F9 exits. ENV is PROD,
      *>               QA, TEST or DR, TIER is 1 (business critical) to
      *>               4 (low).
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Laszlo Erdos:
      *>            - first version.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2REGM1.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          CRT STATUS IS WS-FNC-KEY.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DB2SREG-FILE ASSIGN TO "DB2SREG"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SREG-DBALIAS
              FILE STATUS IS WS-SREG-STATUS.

           SELECT DB2OPER-FILE ASSIGN TO "DB2OPERS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OPER-ID
              FILE STATUS IS WS-OPER-STATUS.

           SELECT DB2SREGAUD-FILE ASSIGN TO "DB2SREG.LOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SRGA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DB2SREG-FILE.
      *> record layout
       COPY "DB2SREG.cpy".

       FD  DB2OPER-FILE.
      *> record layout
       COPY "DB2OPER.cpy".

       FD  DB2SREGAUD-FILE.
      *> record layout
       COPY "DB2SRGA.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FNC-KEY                   PIC 9(4).
          88 V-FNC-F1                  VALUE 1001.
          88 V-FNC-F2                  VALUE 1002.
          88 V-FNC-F3                  VALUE 1003.
          88 V-FNC-F5                  VALUE 1005.
          88 V-FNC-F9                  VALUE 1009.
       01 WS-ACCEPT-FNC-KEY            PIC X.

       01 WS-SREG-STATUS               PIC X(2).
          88 V-SREG-OK                 VALUE "00".
          88 V-SREG-DUPLICATE          VALUE "22".
          88 V-SREG-NOT-FOUND          VALUE "23".
          88 V-SREG-NO-FILE            VALUE "35".

       01 WS-OPER-STATUS               PIC X(2).
          88 V-OPER-OK                 VALUE "00".

       01 WS-SRGA-STATUS               PIC X(2).
          88 V-SRGA-OK                 VALUE "00".
          88 V-SRGA-NO-FILE            VALUE "35".

       01 WS-MSG-LINE                  PIC X(80).

      *> the signed-on operator - an active senior, validated on the
      *> sign-on screen before the registry screen comes up; the id
      *> goes into the record and the change log
       01 WS-SIGNON-ID                 PIC X(8).
       01 WS-SIGNON-PSWD               PIC X(20).
       01 WS-SIGNON-TRIES              PIC 9(1) COMP-5 VALUE 0.
       01 WS-SIGNED-ON                 PIC X(1) VALUE "N".
          88 V-SIGNED-ON               VALUE "Y".
       01 WS-ACTOR-ID                  PIC X(8).

      *> registry fields typed on the screen
       01 WS-DBALIAS                   PIC X(9).
       01 WS-ENVIRONMENT               PIC X(4).
          88 V-ENV-VALID               VALUE "PROD" "QA" "TEST" "DR".
       01 WS-OWNER-TEAM                PIC X(20).
       01 WS-CONTACT                   PIC X(30).
       01 WS-TIER                      PIC X(1).
          88 V-TIER-VALID              VALUE "1" "2" "3" "4".
       01 WS-DECOMMISSIONED            PIC X(1).
          88 V-DECOMM-VALID            VALUE "Y" "N".

      *> delete asks for the same F5 a second time before it acts
       01 WS-DELETE-PENDING            PIC X(1) VALUE "N".
          88 V-DELETE-PENDING          VALUE "Y".
          88 V-DELETE-NOT-PENDING      VALUE "N".
       01 WS-DELETE-KEY                PIC X(9).

      *> the entry as it stood before a change or remove, for the log
       01 WS-SRGA-ACTION               PIC X(8).
       01 WS-SRGA-BEFORE               PIC X(56).

      *> colors
       COPY SCREENIO.

       SCREEN SECTION.
       01 SIGNON-SCREEN.
          05 FILLER LINE 2 COLUMN 13
             VALUE "DB2 subsystem registry, please sign on"
      *>     this deletes the screen
             BLANK SCREEN
             FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 5 COLUMN 5
             VALUE "OPERATOR:"
             FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(8) USING WS-SIGNON-ID
             LINE 5 COLUMN 16
             FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 6 COLUMN 5
             VALUE "PASSWORD:"
             FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(20) USING WS-SIGNON-PSWD SECURE
             LINE 6 COLUMN 16
             FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 18 COLUMN 5
             VALUE "F1 - Sign on"
             FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 18 COLUMN 25
             VALUE "F9 - Exit"
             FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X TO WS-ACCEPT-FNC-KEY SECURE
             LINE 18 COLUMN 79
             FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(80) FROM WS-MSG-LINE
             LINE 21 COLUMN 1
             FOREGROUND-COLOR COB-COLOR-GREEN.

       01 HEADER-SCREEN.
          05 FILLER LINE 2 COLUMN 13
             VALUE "DB2 subsystem registry"
      *>     this deletes the screen
             BLANK SCREEN
             FOREGROUND-COLOR COB-COLOR-GREEN.

       01 MAINT-SCREEN.
          05 FILLER LINE 4 COLUMN 1
             VALUE "SIGNED ON:"
             FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(8) FROM WS-ACTOR-ID
             LINE 4 COLUMN 13
             FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 6 COLUMN 1
             VALUE "DBALIAS:"
             FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(9) USING WS-DBALIAS
             LINE 6 COLUMN 13
             FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 7 COLUMN 1
             VALUE "ENV:"
             FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(4) USING WS-ENVIRONMENT
             LINE 7 COLUMN 13
             FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 7 COLUMN 50
             VALUE "PROD, QA, TEST or DR"
             FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 8 COLUMN 1
             VALUE "OWNER TEAM:"
             FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(20) USING WS-OWNER-TEAM
             LINE 8 COLUMN 13
             FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 9 COLUMN 1
             VALUE "CONTACT:"
             FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(30) USING WS-CONTACT
             LINE 9 COLUMN 13
             FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 10 COLUMN 1
             VALUE "TIER:"
             FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(1) USING WS-TIER
             LINE 10 COLUMN 13
             FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 10 COLUMN 50
             VALUE "1 business critical - 4 low"
             FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 11 COLUMN 1
             VALUE "DECOMM:"
             FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X(1) USING WS-DECOMMISSIONED
             LINE 11 COLUMN 13
             FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 11 COLUMN 50
             VALUE "Y retired, N in service"
             FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 17 COLUMN 1
             VALUE "F1 - Register"
             FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 17 COLUMN 16
             VALUE "F2 - Show"
             FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 17 COLUMN 27
             VALUE "F3 - Update"
             FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 17 COLUMN 40
             VALUE "F5 - Remove"
             FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER LINE 17 COLUMN 53
             VALUE "F9 - Exit"
             FOREGROUND-COLOR COB-COLOR-GREEN.
          05 FILLER PIC X TO WS-ACCEPT-FNC-KEY SECURE
             LINE 17 COLUMN 79
             FOREGROUND-COLOR COB-COLOR-GREEN.

       01 MESSAGE-SCREEN.
          05 FILLER PIC X(80) FROM WS-MSG-LINE
             LINE 21 COLUMN 1
             FOREGROUND-COLOR COB-COLOR-GREEN.

       PROCEDURE DIVISION.

      *>------------------------------------------------------------------------
       MAIN-DB2REGM1 SECTION.
      *>------------------------------------------------------------------------

      *>     only a registry that is genuinely not there is created
      *>     fresh - recreating over a real one that merely failed to
      *>     open (a lock, a record-length mismatch) would wipe it
          OPEN I-O DB2SREG-FILE
          IF V-SREG-NO-FILE
             CLOSE DB2SREG-FILE
             OPEN OUTPUT DB2SREG-FILE
             CLOSE DB2SREG-FILE
             OPEN I-O DB2SREG-FILE
          END-IF
          IF NOT V-SREG-OK
             DISPLAY "DB2REGM1: cannot open DB2SREG, status "
                WS-SREG-STATUS
             MOVE 12                   TO RETURN-CODE
             STOP RUN
          END-IF

      *>     no operator file, no sign-on - the operators are set up
      *>     with DB2OPRM1, never from here
          OPEN I-O DB2OPER-FILE
          IF NOT V-OPER-OK
             DISPLAY "DB2REGM1: cannot open DB2OPERS, status "
                WS-OPER-STATUS
             CLOSE DB2SREG-FILE
             MOVE 12                   TO RETURN-CODE
             STOP RUN
          END-IF

      *>     a change that cannot be logged is not made at all
          OPEN EXTEND DB2SREGAUD-FILE
          IF V-SRGA-NO-FILE
             OPEN OUTPUT DB2SREGAUD-FILE
          END-IF
          IF NOT V-SRGA-OK
             DISPLAY "DB2REGM1: cannot open DB2SREG.LOG, status "
                WS-SRGA-STATUS
             CLOSE DB2SREG-FILE
             CLOSE DB2OPER-FILE
             MOVE 12                   TO RETURN-CODE
             STOP RUN
          END-IF

          PERFORM FNC-SIGNON-SCREEN

          IF V-SIGNED-ON
             MOVE SPACES               TO WS-MSG-LINE

             PERFORM FOREVER
                DISPLAY HEADER-SCREEN END-DISPLAY
                DISPLAY MAINT-SCREEN END-DISPLAY
                DISPLAY MESSAGE-SCREEN END-DISPLAY

                ACCEPT MAINT-SCREEN END-ACCEPT

                MOVE SPACES            TO WS-MSG-LINE

      *>           the registry is keyed in upper case, whatever was
      *>           typed - DB2TEST1 and the batch look it up that way
                INSPECT WS-DBALIAS
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

                EVALUATE TRUE
                   WHEN V-FNC-F1
                      PERFORM FNC-REGISTER-SUBSYSTEM

                   WHEN V-FNC-F2
                      PERFORM FNC-SHOW-SUBSYSTEM

                   WHEN V-FNC-F3
                      PERFORM FNC-UPDATE-SUBSYSTEM

                   WHEN V-FNC-F5
                      PERFORM FNC-REMOVE-SUBSYSTEM

                   WHEN V-FNC-F9
                      EXIT PERFORM

                   WHEN OTHER
                      MOVE "Please select a valid function key"
                        TO WS-MSG-LINE
                END-EVALUATE

      *>           any key other than the confirming F5 withdraws a
      *>           pending remove
                IF NOT V-FNC-F5
                   SET V-DELETE-NOT-PENDING TO TRUE
                END-IF
             END-PERFORM
          END-IF

          CLOSE DB2SREG-FILE
          CLOSE DB2OPER-FILE
          CLOSE DB2SREGAUD-FILE

          STOP RUN

          .
       MAIN-DB2REGM1-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-SIGNON-SCREEN SECTION.
      *>------------------------------------------------------------------------

      *>     only an active senior keeps the registry - three failed
      *>     tries end the program
          MOVE SPACES                  TO WS-MSG-LINE

          PERFORM UNTIL V-SIGNED-ON
             OR WS-SIGNON-TRIES >= 3
             DISPLAY SIGNON-SCREEN END-DISPLAY

             ACCEPT SIGNON-SCREEN END-ACCEPT

             MOVE SPACES               TO WS-MSG-LINE

             EVALUATE TRUE
                WHEN V-FNC-F1
                   PERFORM VALIDATE-OPERATOR

                WHEN V-FNC-F9
                   MOVE 3              TO WS-SIGNON-TRIES

                WHEN OTHER
                   MOVE "Please select a valid function key"
                     TO WS-MSG-LINE
             END-EVALUATE

      *>        the typed password never survives past the attempt
             MOVE SPACES               TO WS-SIGNON-PSWD
          END-PERFORM

          .
       FNC-SIGNON-SCREEN-EX.
          EXIT.

      *>------------------------------------------------------------------------
       VALIDATE-OPERATOR SECTION.
      *>------------------------------------------------------------------------

          IF WS-SIGNON-ID = SPACES
             OR WS-SIGNON-PSWD = SPACES
             MOVE "OPERATOR and PASSWORD are required"
               TO WS-MSG-LINE
          ELSE
             MOVE WS-SIGNON-ID         TO OPER-ID
             READ DB2OPER-FILE KEY IS OPER-ID

      *>        the same rules as DB2OPRM1's sign-on: a record without
      *>        the status field counts as active, pending and disabled
      *>        operators stay out, and a wrong password counts against
      *>        the lockout DB2TEST1 and DB2OPRM1 share
             EVALUATE TRUE
                WHEN NOT V-OPER-OK
                   ADD 1               TO WS-SIGNON-TRIES
                   MOVE "Operator or password invalid"
                     TO WS-MSG-LINE

                WHEN NOT V-OPER-ACTIVE
                   AND OPER-STATUS NOT = SPACE
                   ADD 1               TO WS-SIGNON-TRIES
                   MOVE "Operator not active - see security"
                     TO WS-MSG-LINE

                WHEN OPER-FAIL-CNT NUMERIC
                   AND OPER-FAIL-CNT >= 5
                   ADD 1               TO WS-SIGNON-TRIES
                   MOVE "Operator locked out - see security"
                     TO WS-MSG-LINE

                WHEN OPER-PSWD NOT = WS-SIGNON-PSWD
                   ADD 1               TO WS-SIGNON-TRIES
                   MOVE "Operator or password invalid"
                     TO WS-MSG-LINE

                   IF OPER-FAIL-CNT NOT NUMERIC
                      MOVE 0           TO OPER-FAIL-CNT
                   END-IF
                   ADD 1               TO OPER-FAIL-CNT
                   REWRITE DB2OPER-RECORD

                WHEN NOT V-OPER-ROLE-SENIOR
                   ADD 1               TO WS-SIGNON-TRIES
                   MOVE "The registry needs the senior role"
                     TO WS-MSG-LINE

                WHEN OTHER
                   SET V-SIGNED-ON     TO TRUE
                   MOVE WS-SIGNON-ID   TO WS-ACTOR-ID
                   MOVE SPACES         TO WS-MSG-LINE

      *>              a good sign-on clears the failed tries
                   MOVE 0              TO OPER-FAIL-CNT
                   REWRITE DB2OPER-RECORD
             END-EVALUATE
          END-IF

          .
       VALIDATE-OPERATOR-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-REGISTER-SUBSYSTEM SECTION.
      *>------------------------------------------------------------------------

      *>     a new entry is in service unless the DBA says otherwise
          IF WS-DECOMMISSIONED = SPACES
             MOVE "N"                  TO WS-DECOMMISSIONED
          END-IF

          PERFORM EDIT-COMMON-FIELDS

          IF WS-MSG-LINE = SPACES
             PERFORM MOVE-FIELDS-TO-RECORD

             WRITE DB2SREG-RECORD

             IF V-SREG-OK
                MOVE "Subsystem registered"
                  TO WS-MSG-LINE
                MOVE "ADD"             TO WS-SRGA-ACTION
                MOVE SPACES            TO WS-SRGA-BEFORE
                PERFORM WRITE-SRGA-RECORD
             ELSE
                IF V-SREG-DUPLICATE
                   MOVE "DBALIAS is registered already - F3 updates"
                     TO WS-MSG-LINE
                ELSE
                   MOVE "Register failed - see DB2REGM1"
                     TO WS-MSG-LINE
                END-IF
             END-IF
          END-IF

          .
       FNC-REGISTER-SUBSYSTEM-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-SHOW-SUBSYSTEM SECTION.
      *>------------------------------------------------------------------------

          IF WS-DBALIAS = SPACES
             MOVE "DBALIAS is a required field"
               TO WS-MSG-LINE
          ELSE
             MOVE WS-DBALIAS           TO SREG-DBALIAS
             READ DB2SREG-FILE KEY IS SREG-DBALIAS

             IF V-SREG-OK
                MOVE SREG-ENVIRONMENT  TO WS-ENVIRONMENT
                MOVE SREG-OWNER-TEAM   TO WS-OWNER-TEAM
                MOVE SREG-CONTACT      TO WS-CONTACT
                MOVE SREG-TIER         TO WS-TIER
                MOVE SREG-DECOMMISSIONED
                  TO WS-DECOMMISSIONED
                MOVE SPACES            TO WS-MSG-LINE
                STRING "Last changed by " SREG-CHANGED-BY
                       " on " SREG-CHANGED-DATE
                   DELIMITED BY SIZE
                   INTO WS-MSG-LINE
                END-STRING
             ELSE
                MOVE "DBALIAS is not registered"
                  TO WS-MSG-LINE
             END-IF
          END-IF

          .
       FNC-SHOW-SUBSYSTEM-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-UPDATE-SUBSYSTEM SECTION.
      *>------------------------------------------------------------------------

          PERFORM EDIT-COMMON-FIELDS

          IF WS-MSG-LINE = SPACES
             MOVE WS-DBALIAS           TO SREG-DBALIAS
             READ DB2SREG-FILE KEY IS SREG-DBALIAS

             IF NOT V-SREG-OK
                MOVE "DBALIAS is not registered - F1 registers"
                  TO WS-MSG-LINE
             ELSE
                PERFORM SAVE-BEFORE-IMAGE
                PERFORM MOVE-FIELDS-TO-RECORD

                REWRITE DB2SREG-RECORD

                IF V-SREG-OK
                   MOVE "Subsystem updated"
                     TO WS-MSG-LINE
                   MOVE "CHANGE"       TO WS-SRGA-ACTION
                   PERFORM WRITE-SRGA-RECORD
                ELSE
                   MOVE "Update failed - see DB2REGM1"
                     TO WS-MSG-LINE
                END-IF
             END-IF
          END-IF

          .
       FNC-UPDATE-SUBSYSTEM-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-REMOVE-SUBSYSTEM SECTION.
      *>------------------------------------------------------------------------

      *>     a retired subsystem is normally kept with DECOMM Y, so
      *>     the reports can still name it; removing the entry is for
      *>     one registered by mistake
          IF WS-DBALIAS = SPACES
             MOVE "DBALIAS identifies the entry to remove"
               TO WS-MSG-LINE
             SET V-DELETE-NOT-PENDING  TO TRUE
          ELSE
             MOVE WS-DBALIAS           TO SREG-DBALIAS

      *>        first F5 only arms the remove; the same F5 for the
      *>        same DBALIAS confirms it, any other key withdraws it
             IF NOT V-DELETE-PENDING
                OR WS-DELETE-KEY NOT = SREG-DBALIAS
                READ DB2SREG-FILE KEY IS SREG-DBALIAS
                IF NOT V-SREG-OK
                   MOVE "DBALIAS is not registered"
                     TO WS-MSG-LINE
                   SET V-DELETE-NOT-PENDING TO TRUE
                ELSE
                   SET V-DELETE-PENDING TO TRUE
                   MOVE SREG-DBALIAS   TO WS-DELETE-KEY
                   MOVE "Press F5 again to confirm - DECOMM Y keeps hist
      -                 "ory"          TO WS-MSG-LINE
                END-IF
             ELSE
      *>           read again for the before image - the record area
      *>           may have been used by another function since
                READ DB2SREG-FILE KEY IS SREG-DBALIAS
                IF V-SREG-OK
                   PERFORM SAVE-BEFORE-IMAGE
                   DELETE DB2SREG-FILE
                END-IF

                IF V-SREG-OK
                   MOVE "Registry entry removed"
                     TO WS-MSG-LINE
                   MOVE "REMOVE"       TO WS-SRGA-ACTION
                   PERFORM WRITE-SRGA-RECORD
                ELSE
                   MOVE "Remove failed - see DB2REGM1"
                     TO WS-MSG-LINE
                END-IF

                SET V-DELETE-NOT-PENDING TO TRUE
             END-IF
          END-IF

          .
       FNC-REMOVE-SUBSYSTEM-EX.
          EXIT.

      *>------------------------------------------------------------------------
       MOVE-FIELDS-TO-RECORD SECTION.
      *>------------------------------------------------------------------------

          MOVE WS-DBALIAS              TO SREG-DBALIAS
          MOVE WS-ENVIRONMENT          TO SREG-ENVIRONMENT
          MOVE WS-OWNER-TEAM           TO SREG-OWNER-TEAM
          MOVE WS-CONTACT              TO SREG-CONTACT
          MOVE WS-TIER                 TO SREG-TIER
          MOVE WS-DECOMMISSIONED       TO SREG-DECOMMISSIONED
          MOVE WS-ACTOR-ID             TO SREG-CHANGED-BY
          MOVE FUNCTION CURRENT-DATE(1:8)
            TO SREG-CHANGED-DATE

          .
       MOVE-FIELDS-TO-RECORD-EX.
          EXIT.

      *>------------------------------------------------------------------------
       EDIT-COMMON-FIELDS SECTION.
      *>------------------------------------------------------------------------

          INSPECT WS-ENVIRONMENT
             CONVERTING "abcdefghijklmnopqrstuvwxyz"
                     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
          INSPECT WS-DECOMMISSIONED
             CONVERTING "yn" TO "YN"

          EVALUATE TRUE
             WHEN WS-DBALIAS = SPACES
                MOVE "DBALIAS is a required field"
                  TO WS-MSG-LINE

             WHEN NOT V-ENV-VALID
                MOVE "ENV must be PROD, QA, TEST or DR"
                  TO WS-MSG-LINE

             WHEN WS-OWNER-TEAM = SPACES
                MOVE "OWNER TEAM is required - who answers for it"
                  TO WS-MSG-LINE

             WHEN WS-CONTACT = SPACES
                MOVE "CONTACT is required - whom night shift calls"
                  TO WS-MSG-LINE

             WHEN NOT V-TIER-VALID
                MOVE "TIER must be 1 (business critical) to 4 (low)"
                  TO WS-MSG-LINE

             WHEN NOT V-DECOMM-VALID
                MOVE "DECOMM must be Y or N"
                  TO WS-MSG-LINE

             WHEN OTHER
                CONTINUE
          END-EVALUATE

          .
       EDIT-COMMON-FIELDS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SAVE-BEFORE-IMAGE SECTION.
      *>------------------------------------------------------------------------

          MOVE SREG-ENVIRONMENT        TO SRGA-OLD-ENVIRONMENT
          MOVE SREG-OWNER-TEAM         TO SRGA-OLD-OWNER-TEAM
          MOVE SREG-CONTACT            TO SRGA-OLD-CONTACT
          MOVE SREG-TIER               TO SRGA-OLD-TIER
          MOVE SREG-DECOMMISSIONED     TO SRGA-OLD-DECOMMISSIONED
          MOVE SRGA-BEFORE             TO WS-SRGA-BEFORE

          .
       SAVE-BEFORE-IMAGE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-SRGA-RECORD SECTION.
      *>------------------------------------------------------------------------

      *>     one line per add, change and remove: the before image
      *>     was saved ahead of the REWRITE / DELETE, the after image
      *>     is the record as written (a remove has none)
          MOVE FUNCTION CURRENT-DATE   TO SRGA-TIMESTAMP
          MOVE WS-SRGA-ACTION          TO SRGA-ACTION
          MOVE WS-DBALIAS              TO SRGA-DBALIAS
          MOVE WS-ACTOR-ID             TO SRGA-ACTOR-ID
          MOVE WS-SRGA-BEFORE          TO SRGA-BEFORE

          IF WS-SRGA-ACTION = "REMOVE"
             MOVE SPACES               TO SRGA-AFTER
          ELSE
             MOVE SREG-ENVIRONMENT     TO SRGA-NEW-ENVIRONMENT
             MOVE SREG-OWNER-TEAM      TO SRGA-NEW-OWNER-TEAM
             MOVE SREG-CONTACT         TO SRGA-NEW-CONTACT
             MOVE SREG-TIER            TO SRGA-NEW-TIER
             MOVE SREG-DECOMMISSIONED  TO SRGA-NEW-DECOMMISSIONED
          END-IF

          WRITE DB2SREGAUD-RECORD

          IF NOT V-SRGA-OK
             MOVE "Log write failed - see DB2REGM1"
               TO WS-MSG-LINE
          END-IF

          .
       WRITE-SRGA-RECORD-EX.
          EXIT.

       END PROGRAM DB2REGM1.
