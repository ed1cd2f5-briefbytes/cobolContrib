      *>************************************************************************
      *>  This file is part of DB2sample.
      *>
      *>  DB2REG1.cob is free software: you can redistribute it and/or
      *>  modify it under the terms of the GNU Lesser General Public License as
      *>  published by the Free Software Foundation, either version 3 of the
      *>  License, or (at your option) any later version.
      *>
      *>  DB2REG1.cob is distributed in the hope that it will be useful,
      *>  but WITHOUT ANY WARRANTY; without even the implied warranty of
      *>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
      *>  See the GNU Lesser General Public License for more details.
      *>
      *>  You should have received a copy of the GNU Lesser General Public
      *>  License along with DB2REG1.cob.
      *>  If not, see <http://www.gnu.org/licenses/>.
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2REG1.cob
      *>
      *> Purpose:      Subsystem registry lookup against DB2SREG. Given a
      *>               DBALIAS, returns its environment class, owning DBA
      *>               team, contact and criticality tier, and whether it
      *>               has been decommissioned - so the programs stop
      *>               guessing a subsystem's environment from its name.
      *>
      *>               No registry file at all is reported as such
      *>               (V-REG-NO-REGISTRY), never as an error: the caller
      *>               decides how to carry on without one. A registry
      *>               that is there but cannot be opened or read is
      *>               V-REG-IO-ERROR - never taken for a missing one.
      *>
      *> Author:       Laszlo Erdos - https://www.facebook.com/wortfee
      *>
      *> Date-Written: 2026.10.15
      *>
      *> Tectonics:    cobc -c DB2REG1.cob
      *>
      *> Usage:        CALL "DB2REG1" USING REG-MOD, with REG-DBALIAS OF
      *>               REG-MOD set before the call. REG-STATUS and, for a
      *>               registered DBALIAS, REG-ENVIRONMENT / REG-OWNER-TEAM
      *>               / REG-CONTACT / REG-TIER OF REG-MOD are returned.
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Laszlo Erdos:
      *>            - first version.
      *> 2026.10.15 Laszlo Erdos:
      *>            - V-REG-NO-REGISTRY only for a registry file that does
      *>              not exist (status 35); any other open failure, and a
      *>              read failure other than 23, returns the new
      *>              V-REG-IO-ERROR.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2REG1.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DB2SREG-FILE ASSIGN TO "DB2SREG"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SREG-DBALIAS
              FILE STATUS IS WS-SREG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DB2SREG-FILE.
      *> record layout
       COPY "DB2SREG.cpy".

       WORKING-STORAGE SECTION.
       01 WS-SREG-STATUS               PIC X(2).
          88 V-SREG-OK                 VALUE "00".
          88 V-SREG-NO-FILE            VALUE "35".
          88 V-SREG-NOT-FOUND          VALUE "23".

       LINKAGE SECTION.
      *> linkage
       COPY "DB2REG.cpy".

       PROCEDURE DIVISION USING REG-MOD.

      *>------------------------------------------------------------------------
       MAIN-DB2REG1 SECTION.
      *>------------------------------------------------------------------------

           MOVE SPACES                 TO REG-ENVIRONMENT OF REG-MOD
           MOVE SPACES                 TO REG-OWNER-TEAM OF REG-MOD
           MOVE SPACES                 TO REG-CONTACT OF REG-MOD
           MOVE SPACES                 TO REG-TIER OF REG-MOD

           OPEN INPUT DB2SREG-FILE

           EVALUATE TRUE
              WHEN V-SREG-OK
                 PERFORM READ-REGISTRY-ENTRY
                 CLOSE DB2SREG-FILE

              WHEN V-SREG-NO-FILE
                 SET V-REG-NO-REGISTRY OF REG-MOD TO TRUE

      *>        there, but not usable - locked, a wrong length or an
      *>        I/O error - is no reason to guess the environment
              WHEN OTHER
                 SET V-REG-IO-ERROR OF REG-MOD TO TRUE
           END-EVALUATE

           GOBACK

           .
       MAIN-DB2REG1-EX.
          EXIT.

      *>------------------------------------------------------------------------
       READ-REGISTRY-ENTRY SECTION.
      *>------------------------------------------------------------------------

           MOVE REG-DBALIAS OF REG-MOD TO SREG-DBALIAS
           READ DB2SREG-FILE KEY IS SREG-DBALIAS

           EVALUATE TRUE
              WHEN V-SREG-OK
                 MOVE SREG-ENVIRONMENT  TO REG-ENVIRONMENT OF REG-MOD
                 MOVE SREG-OWNER-TEAM   TO REG-OWNER-TEAM OF REG-MOD
                 MOVE SREG-CONTACT      TO REG-CONTACT OF REG-MOD
                 MOVE SREG-TIER         TO REG-TIER OF REG-MOD

                 IF V-SREG-DECOMMISSIONED
                    SET V-REG-DECOMMISSIONED OF REG-MOD TO TRUE
                 ELSE
                    SET V-REG-OK OF REG-MOD TO TRUE
                 END-IF

              WHEN V-SREG-NOT-FOUND
                 SET V-REG-NOT-FOUND OF REG-MOD TO TRUE

              WHEN OTHER
                 SET V-REG-IO-ERROR OF REG-MOD TO TRUE
           END-EVALUATE

           .
       READ-REGISTRY-ENTRY-EX.
          EXIT.

       END PROGRAM DB2REG1.
