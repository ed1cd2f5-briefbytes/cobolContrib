      *>************************************************************************
      *>  This file is part of DB2sample.
      *>
      *>  DB2NTF1.cob is free software: you can redistribute it and/or
      *>  modify it under the terms of the GNU Lesser General Public License as
      *>  published by the Free Software Foundation, either version 3 of the
      *>  License, or (at your option) any later version.
      *>
      *>  DB2NTF1.cob is distributed in the hope that it will be useful,
      *>  but WITHOUT ANY WARRANTY; without even the implied warranty of
      *>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
      *>  See the GNU Lesser General Public License for more details.
      *>
      *>  You should have received a copy of the GNU Lesser General Public
      *>  License along with DB2NTF1.cob.
      *>  If not, see <http://www.gnu.org/licenses/>.
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2NTF1.cob
      *>
      *> Purpose:      Alert notification step. Runs after DB2ESC1 and
      *>               then every few minutes from the scheduler, and
      *>               tells the ticketing/paging gateway about every
      *>               change on the DB2ALRT alert queue, so an alert no
      *>               longer waits for somebody to press F4 in DB2TEST1:
      *>               - a newly opened alert is paged to tier 1 of the
      *>                 owning team's on-call roster (DB2ROST; the team
      *>                 is the registry owner team DB2ESC1 carries on
      *>                 the alert record)
      *>               - an alert still open and unacknowledged after
      *>                 the re-escalation interval is paged to the next
      *>                 tier - tier 2, then the duty manager
      *>               - an acknowledgement and the closing of an alert
      *>                 are passed on so the ticket follows the queue.
      *>
      *>               Every notification is appended to the gateway
      *>               feed DB2NTF.FEED and to the notification log
      *>               DB2NTF.LOG, which proves who was paged and when.
      *>               DB2NTFS remembers per alert who has been paged
      *>               already: the same alert never goes to the same
      *>               person twice, even when one person covers two
      *>               tiers - that tier is skipped.
      *>
      *> Author:       Laszlo Erdos - https://www.facebook.com/wortfee
      *>
      *> Date-Written: 2026.10.15
      *>
      *> Tectonics:    cobc -x DB2NTF1.cob
      *>
      *> Usage:        DB2NTF1 [MINUTES]
      *>
      *>               MINUTES is how long an alert may stay open and
      *>               unacknowledged before it is paged to the next
      *>               tier; it defaults to 30.
      *>
      *>               RETURN-CODE:  0 every notification due was sent
      *>                             4 an alert could not be paged to
      *>                               anybody - no roster line for
      *>                               the team and day, or every tier
      *>                               already paged
      *>                            12 parameter error or alert, state,
      *>                               feed or log file not usable
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Laszlo Erdos:
      *>            - first version.
      *> 2026.10.15 Laszlo Erdos:
      *>            - the owning team and tier come off the alert record
      *>              (DB2ESC1 carries them from the registry) instead
      *>              of a DB2REG1 lookup here; DB2NTFS keeps them for
      *>              the CLOSE, and the feed line carries the tier.
      *>            - only a state or alert record that is not there
      *>              (status 23) makes a new alert or a close; any
      *>              other read failure is shown, pages nobody, closes
      *>              nothing and ends the run with RC 12, so an alert
      *>              is never paged to tier 1 a second time.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2NTF1.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DB2ALERT-FILE ASSIGN TO "DB2ALRT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ALERT-DBALIAS
              FILE STATUS IS WS-ALERT-STATUS.

           SELECT DB2NTFS-FILE ASSIGN TO "DB2NTFS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS NTFS-DBALIAS
              FILE STATUS IS WS-NTFS-STATUS.

           SELECT DB2ROST-FILE ASSIGN TO "DB2ROST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ROST-STATUS.

           SELECT NOTIFY-FEED-FILE ASSIGN TO "DB2NTF.FEED"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FEED-STATUS.

           SELECT NOTIFY-LOG-FILE ASSIGN TO "DB2NTF.LOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DB2ALERT-FILE.
      *> record layout
       COPY "DB2ALRT.cpy".

       FD  DB2NTFS-FILE.
      *> record layout
       COPY "DB2NTFS.cpy".

       FD  DB2ROST-FILE.
      *> record layout
       COPY "DB2ROST.cpy".

       FD  NOTIFY-FEED-FILE.
       01 NOTIFY-FEED-LINE             PIC X(141).

       FD  NOTIFY-LOG-FILE.
      *> record layout
       COPY "DB2NTF.cpy".

       WORKING-STORAGE SECTION.
       01 WS-ALERT-STATUS              PIC X(2).
          88 V-ALERT-FILE-OK           VALUE "00".
          88 V-ALERT-NOT-FOUND         VALUE "23".

       01 WS-NTFS-STATUS               PIC X(2).
          88 V-NTFS-OK                 VALUE "00".
          88 V-NTFS-NOT-FOUND          VALUE "23".
          88 V-NTFS-NO-FILE            VALUE "35".

       01 WS-ROST-STATUS               PIC X(2).
          88 V-ROST-OK                 VALUE "00".

       01 WS-FEED-STATUS               PIC X(2).
          88 V-FEED-OK                 VALUE "00".
          88 V-FEED-NO-FILE            VALUE "35".

       01 WS-LOG-STATUS                PIC X(2).
          88 V-LOG-OK                  VALUE "00".
          88 V-LOG-NO-FILE             VALUE "35".

      *> command line: optional re-escalation interval in minutes
       01 WS-CMD-LINE                  PIC X(80).
       01 WS-PARM-MINUTES              PIC X(3).
       01 WS-PARM-MINUTES-LEN          PIC 9(2) COMP-5.
       01 WS-INTERVAL-MIN              PIC 9(3) COMP-5 VALUE 30.

       01 WS-PARM-ERROR                PIC X(1) VALUE "N".
          88 V-PARM-ERROR              VALUE "Y".

      *> the roster lines loaded from DB2ROST
       01 WS-ROST-MAX                  PIC 9(3) COMP-5 VALUE 200.
       01 WS-ROST-CNT                  PIC 9(3) COMP-5 VALUE 0.
       01 WS-ROST-TAB.
         02 WS-ROST-ENTRY OCCURS 200 TIMES.
           03 WS-ROST-TEAM             PIC X(20).
           03 WS-ROST-FROM-DATE        PIC X(8).
           03 WS-ROST-TO-DATE          PIC X(8).
           03 WS-ROST-ONCALL           PIC X(20) OCCURS 3 TIMES.
       01 WS-ROST-LOADED               PIC X(1) VALUE "N".
          88 V-ROST-LOADED             VALUE "Y".
       01 WS-ROST-FULL-NOTED           PIC X(1) VALUE "N".
          88 V-ROST-FULL-NOTED         VALUE "Y".

       01 WS-ROST-IDX                  PIC 9(3) COMP-5.
       01 WS-ROST-HIT                  PIC 9(3) COMP-5.
       01 WS-LOOKUP-TEAM               PIC X(20).
       01 WS-ALERT-TEAM                PIC X(20).
       01 WS-ALERT-TIER                PIC X(1).

      *> the roster tiers as they appear in the feed
       01 WS-LEVEL-NAMES.
         02 FILLER                     PIC X(7) VALUE "TIER1".
         02 FILLER                     PIC X(7) VALUE "TIER2".
         02 FILLER                     PIC X(7) VALUE "MANAGER".
       01 WS-LEVEL-NAME-TAB REDEFINES WS-LEVEL-NAMES.
         02 WS-LEVEL-NAME              PIC X(7) OCCURS 3 TIMES.

       01 WS-EVENT                     PIC X(5).
       01 WS-CANDIDATE                 PIC X(20).
       01 WS-PAGED-IDX                 PIC 9(1) COMP-5.
       01 WS-START-LEVEL               PIC 9(1) COMP-5.
       01 WS-PAGE-SENT                 PIC X(1).
          88 V-PAGE-SENT               VALUE "Y".
       01 WS-ALREADY-PAGED             PIC X(1).
          88 V-ALREADY-PAGED           VALUE "Y".

      *> timestamps to seconds, for the minutes since the last page
       01 WS-NOW-TS                    PIC X(26).
       01 WS-NOW-SECS                  PIC S9(15) COMP-5.
       01 WS-TS-IN                     PIC X(26).
       01 WS-TS-PART REDEFINES WS-TS-IN.
         02 WS-TS-DATE                 PIC 9(8).
         02 WS-TS-HH                   PIC 9(2).
         02 WS-TS-MI                   PIC 9(2).
         02 WS-TS-SS                   PIC 9(2).
         02 FILLER                     PIC X(12).
       01 WS-TS-SECS                   PIC S9(15) COMP-5.
       01 WS-WAITED-MIN                PIC S9(9) COMP-5.

       01 WS-OPEN-SENT-CNT             PIC 9(5) COMP-5 VALUE 0.
       01 WS-REESC-SENT-CNT            PIC 9(5) COMP-5 VALUE 0.
       01 WS-ACK-SENT-CNT              PIC 9(5) COMP-5 VALUE 0.
       01 WS-CLOSE-SENT-CNT            PIC 9(5) COMP-5 VALUE 0.
       01 WS-UNPAGED-CNT               PIC 9(5) COMP-5 VALUE 0.

       01 WS-FINAL-RC                  PIC S9(9) COMP-5 VALUE 0.

       PROCEDURE DIVISION.

      *>------------------------------------------------------------------------
       MAIN-DB2NTF1 SECTION.
      *>------------------------------------------------------------------------

          PERFORM PARSE-PARAMETERS

          IF V-PARM-ERROR
             DISPLAY "DB2NTF1: usage: [MINUTES]"
             MOVE 12                   TO RETURN-CODE
             STOP RUN
          END-IF

          OPEN INPUT DB2ALERT-FILE
          IF NOT V-ALERT-FILE-OK
             DISPLAY "DB2NTF1: cannot open DB2ALRT, status "
                WS-ALERT-STATUS
             MOVE 12                   TO RETURN-CODE
             STOP RUN
          END-IF

      *>     the paged state is created when it is missing - never over
      *>     one that is only locked, or a page would go out twice
          OPEN I-O DB2NTFS-FILE
          IF V-NTFS-NO-FILE
             CLOSE DB2NTFS-FILE
             OPEN OUTPUT DB2NTFS-FILE
             CLOSE DB2NTFS-FILE
             OPEN I-O DB2NTFS-FILE
          END-IF
          IF NOT V-NTFS-OK
             DISPLAY "DB2NTF1: cannot open DB2NTFS, status "
                WS-NTFS-STATUS
             CLOSE DB2ALERT-FILE
             MOVE 12                   TO RETURN-CODE
             STOP RUN
          END-IF

      *>     the gateway takes the feed away as it delivers it, the
      *>     log is kept - both are appended to, or started afresh
          OPEN EXTEND NOTIFY-FEED-FILE
          IF V-FEED-NO-FILE
             OPEN OUTPUT NOTIFY-FEED-FILE
          END-IF
          IF NOT V-FEED-OK
             DISPLAY "DB2NTF1: cannot open DB2NTF.FEED, status "
                WS-FEED-STATUS
             CLOSE DB2ALERT-FILE
             CLOSE DB2NTFS-FILE
             MOVE 12                   TO RETURN-CODE
             STOP RUN
          END-IF

          OPEN EXTEND NOTIFY-LOG-FILE
          IF V-LOG-NO-FILE
             OPEN OUTPUT NOTIFY-LOG-FILE
          END-IF
          IF NOT V-LOG-OK
             DISPLAY "DB2NTF1: cannot open DB2NTF.LOG, status "
                WS-LOG-STATUS
             CLOSE DB2ALERT-FILE
             CLOSE DB2NTFS-FILE
             CLOSE NOTIFY-FEED-FILE
             MOVE 12                   TO RETURN-CODE
             STOP RUN
          END-IF

          PERFORM LOAD-ROSTER

          MOVE FUNCTION CURRENT-DATE   TO WS-NOW-TS
          MOVE WS-NOW-TS               TO WS-TS-IN
          PERFORM CONVERT-TIMESTAMP
          MOVE WS-TS-SECS              TO WS-NOW-SECS

      *>     closes first: an alias whose alert was closed and raised
      *>     again since the last run gets its CLOSE before the OPEN
          PERFORM NOTIFY-CLOSED-ALERTS
          PERFORM NOTIFY-QUEUED-ALERTS

          CLOSE DB2ALERT-FILE
          CLOSE DB2NTFS-FILE
          CLOSE NOTIFY-FEED-FILE
          CLOSE NOTIFY-LOG-FILE

          DISPLAY "DB2NTF1: " WS-OPEN-SENT-CNT " opened, "
             WS-REESC-SENT-CNT " re-escalated, "
             WS-ACK-SENT-CNT " acknowledged, "
             WS-CLOSE-SENT-CNT " closed"

          IF WS-UNPAGED-CNT > 0
             DISPLAY "DB2NTF1: " WS-UNPAGED-CNT
                " page(s) had nobody on the roster to go to"
             IF WS-FINAL-RC < 4
                MOVE 4                 TO WS-FINAL-RC
             END-IF
          END-IF

          MOVE WS-FINAL-RC             TO RETURN-CODE

          STOP RUN

          .
       MAIN-DB2NTF1-EX.
          EXIT.

      *>------------------------------------------------------------------------
       PARSE-PARAMETERS SECTION.
      *>------------------------------------------------------------------------

          ACCEPT WS-CMD-LINE FROM COMMAND-LINE

          MOVE SPACES                  TO WS-PARM-MINUTES
          MOVE 0                       TO WS-PARM-MINUTES-LEN

          UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACES
             INTO WS-PARM-MINUTES
                COUNT IN WS-PARM-MINUTES-LEN
          END-UNSTRING

      *>     the interval is left-justified after the UNSTRING, so
      *>     only the counted characters are checked and converted
          IF WS-PARM-MINUTES-LEN > 0
             IF WS-PARM-MINUTES-LEN > 3
                OR WS-PARM-MINUTES(1:WS-PARM-MINUTES-LEN)
                NOT NUMERIC
                SET V-PARM-ERROR       TO TRUE
             ELSE
                MOVE WS-PARM-MINUTES(1:WS-PARM-MINUTES-LEN)
                  TO WS-INTERVAL-MIN
                IF WS-INTERVAL-MIN = 0
                   SET V-PARM-ERROR    TO TRUE
                END-IF
             END-IF
          END-IF

          .
       PARSE-PARAMETERS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       LOAD-ROSTER SECTION.
      *>------------------------------------------------------------------------

      *>     without a roster the notifications still reach the
      *>     gateway, so the ticket is opened - they just name nobody
          OPEN INPUT DB2ROST-FILE

          IF V-ROST-OK
             SET V-ROST-LOADED         TO TRUE
             PERFORM LOAD-ONE-ROSTER-LINE
                UNTIL NOT V-ROST-OK
             CLOSE DB2ROST-FILE
          ELSE
             DISPLAY "DB2NTF1: cannot open DB2ROST, status "
                WS-ROST-STATUS " - nobody can be paged"
          END-IF

          IF V-ROST-FULL-NOTED
             DISPLAY "DB2NTF1: more than " WS-ROST-MAX
                " roster lines - the rest is ignored"
          END-IF

          .
       LOAD-ROSTER-EX.
          EXIT.

      *>------------------------------------------------------------------------
       LOAD-ONE-ROSTER-LINE SECTION.
      *>------------------------------------------------------------------------

          READ DB2ROST-FILE
          END-READ

          IF V-ROST-OK
             AND ROST-TEAM NOT = SPACES
             AND ROST-TEAM(1:1) NOT = "*"
             IF ROST-FROM-DATE NOT NUMERIC
                OR ROST-TO-DATE NOT NUMERIC
                DISPLAY "DB2NTF1: DB2ROST dates not numeric for "
                   ROST-TEAM " - line ignored"
             ELSE
                IF WS-ROST-CNT < WS-ROST-MAX
                   ADD 1               TO WS-ROST-CNT
                   MOVE ROST-TEAM      TO WS-ROST-TEAM(WS-ROST-CNT)
                   MOVE ROST-FROM-DATE
                     TO WS-ROST-FROM-DATE(WS-ROST-CNT)
                   MOVE ROST-TO-DATE   TO WS-ROST-TO-DATE(WS-ROST-CNT)
                   MOVE ROST-ONCALL(1) TO WS-ROST-ONCALL(WS-ROST-CNT, 1)
                   MOVE ROST-ONCALL(2) TO WS-ROST-ONCALL(WS-ROST-CNT, 2)
                   MOVE ROST-ONCALL(3) TO WS-ROST-ONCALL(WS-ROST-CNT, 3)
                ELSE
                   SET V-ROST-FULL-NOTED TO TRUE
                END-IF
             END-IF
          END-IF

          .
       LOAD-ONE-ROSTER-LINE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       CONVERT-TIMESTAMP SECTION.
      *>------------------------------------------------------------------------

      *>     WS-TS-IN holds a CURRENT-DATE style timestamp; the caller
      *>     has made sure its first 14 characters are digits
          COMPUTE WS-TS-SECS =
             FUNCTION INTEGER-OF-DATE(WS-TS-DATE) * 86400
             + WS-TS-HH * 3600 + WS-TS-MI * 60 + WS-TS-SS
          END-COMPUTE

          .
       CONVERT-TIMESTAMP-EX.
          EXIT.

      *>------------------------------------------------------------------------
       NOTIFY-CLOSED-ALERTS SECTION.
      *>------------------------------------------------------------------------

      *>     every state record stands for an alert notified and not
      *>     yet closed. DB2ESC1 closes an alert by deleting it, so an
      *>     alert gone from the queue - or replaced by a newer one,
      *>     or by a fresh failure count - is over
          MOVE LOW-VALUES              TO NTFS-DBALIAS
          START DB2NTFS-FILE KEY IS NOT LESS THAN NTFS-DBALIAS
          END-START

          IF V-NTFS-OK
             PERFORM CHECK-ONE-STATE
                UNTIL NOT V-NTFS-OK
          END-IF

          .
       NOTIFY-CLOSED-ALERTS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       CHECK-ONE-STATE SECTION.
      *>------------------------------------------------------------------------

          READ DB2NTFS-FILE NEXT RECORD
          END-READ

          IF V-NTFS-OK
             MOVE NTFS-DBALIAS         TO ALERT-DBALIAS
             READ DB2ALERT-FILE KEY IS ALERT-DBALIAS

      *>        an alert record that cannot be read is not gone - its
      *>        ticket stays open and its state record stays
             IF NOT V-ALERT-FILE-OK
                AND NOT V-ALERT-NOT-FOUND
                DISPLAY "DB2NTF1: cannot read DB2ALRT record "
                   NTFS-DBALIAS ", status " WS-ALERT-STATUS
                MOVE 12                TO WS-FINAL-RC
             END-IF

             IF V-ALERT-NOT-FOUND
                OR (V-ALERT-FILE-OK
                    AND (ALERT-RAISED-TS NOT = NTFS-ALERT-TS
                         OR V-ALERT-COUNTING))
                MOVE "CLOSE"           TO WS-EVENT
                MOVE SPACES            TO WS-CANDIDATE
                MOVE 0                 TO WS-PAGED-IDX
      *>           the alert record may be gone - the close goes to
      *>           the team the alert was paged to
                MOVE NTFS-OWNER-TEAM   TO WS-ALERT-TEAM
                MOVE NTFS-TIER         TO WS-ALERT-TIER
                PERFORM FIND-ALERT-TEAM
                PERFORM WRITE-NOTIFICATION
                ADD 1                  TO WS-CLOSE-SENT-CNT

                DELETE DB2NTFS-FILE
                IF NOT V-NTFS-OK
                   DISPLAY "DB2NTF1: cannot delete DB2NTFS record "
                      NTFS-DBALIAS ", status " WS-NTFS-STATUS
      *>              the sequential read goes on from the next key
                   MOVE "00"           TO WS-NTFS-STATUS
                END-IF
             END-IF
          END-IF

          .
       CHECK-ONE-STATE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       NOTIFY-QUEUED-ALERTS SECTION.
      *>------------------------------------------------------------------------

          MOVE LOW-VALUES              TO ALERT-DBALIAS
          START DB2ALERT-FILE KEY IS NOT LESS THAN ALERT-DBALIAS
          END-START

          IF V-ALERT-FILE-OK
             PERFORM CHECK-ONE-ALERT
                UNTIL NOT V-ALERT-FILE-OK
          END-IF

          .
       NOTIFY-QUEUED-ALERTS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       CHECK-ONE-ALERT SECTION.
      *>------------------------------------------------------------------------

      *>     a counting record is not an alert yet - nobody is told
          READ DB2ALERT-FILE NEXT RECORD
          END-READ

          IF V-ALERT-FILE-OK
             AND NOT V-ALERT-COUNTING
             MOVE ALERT-DBALIAS        TO NTFS-DBALIAS
             READ DB2NTFS-FILE KEY IS NTFS-DBALIAS

      *>        only an alert with no state record at all is new - a
      *>        state record that cannot be read may well say tier 1
      *>        was paged already, so nobody is paged on it
             EVALUATE TRUE
                WHEN V-NTFS-OK
                   PERFORM FOLLOW-UP-ALERT

                WHEN V-NTFS-NOT-FOUND
                   PERFORM NOTIFY-NEW-ALERT

                WHEN OTHER
                   DISPLAY "DB2NTF1: cannot read DB2NTFS record "
                      NTFS-DBALIAS ", status " WS-NTFS-STATUS
                      " - nobody paged"
                   MOVE 12             TO WS-FINAL-RC
             END-EVALUATE
          END-IF

          .
       CHECK-ONE-ALERT-EX.
          EXIT.

      *>------------------------------------------------------------------------
       NOTIFY-NEW-ALERT SECTION.
      *>------------------------------------------------------------------------

      *>     first sight of this alert: the ticket is opened and the
      *>     first tier on the roster is paged. An alert acknowledged
      *>     before the first run saw it needs nobody woken up - the
      *>     ticket is opened and acknowledged straight away
          INITIALIZE NOTIFY-STATE-RECORD
          MOVE ALERT-DBALIAS           TO NTFS-DBALIAS
          MOVE ALERT-RAISED-TS         TO NTFS-ALERT-TS
          MOVE 0                       TO NTFS-LEVEL
          MOVE "OPEN"                  TO NTFS-LAST-EVENT
          MOVE WS-NOW-TS               TO NTFS-LAST-PAGE-TS

          MOVE ALERT-OWNER-TEAM        TO WS-ALERT-TEAM
          MOVE ALERT-TIER              TO WS-ALERT-TIER
          PERFORM FIND-ALERT-TEAM
          MOVE WS-ALERT-TEAM           TO NTFS-OWNER-TEAM
          MOVE WS-ALERT-TIER           TO NTFS-TIER

          MOVE "OPEN"                  TO WS-EVENT
          MOVE "N"                     TO WS-PAGE-SENT
          IF V-ALERT-OPEN
             PERFORM PAGE-NEXT-TIER
          END-IF

          IF NOT V-PAGE-SENT
             MOVE SPACES               TO WS-CANDIDATE
             MOVE 0                    TO WS-PAGED-IDX
             PERFORM WRITE-NOTIFICATION
             IF V-ALERT-OPEN
                ADD 1                  TO WS-UNPAGED-CNT
             END-IF
          END-IF
          ADD 1                        TO WS-OPEN-SENT-CNT

          IF V-ALERT-ACKED
             PERFORM NOTIFY-ACK
          END-IF

          WRITE NOTIFY-STATE-RECORD
          IF NOT V-NTFS-OK
             DISPLAY "DB2NTF1: cannot write DB2NTFS record "
                NTFS-DBALIAS ", status " WS-NTFS-STATUS
             MOVE 12                   TO WS-FINAL-RC
          END-IF

          .
       NOTIFY-NEW-ALERT-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FOLLOW-UP-ALERT SECTION.
      *>------------------------------------------------------------------------

      *>     an alert notified before: pass on the acknowledgement
      *>     once, or page the next tier when the last page has gone
      *>     unanswered for the interval. The next tier comes from
      *>     the alert's owner team as it stands now - the registry
      *>     may have handed the subsystem over since the first page
          MOVE ALERT-OWNER-TEAM        TO WS-ALERT-TEAM
          MOVE ALERT-TIER              TO WS-ALERT-TIER
          PERFORM FIND-ALERT-TEAM
          MOVE WS-ALERT-TEAM           TO NTFS-OWNER-TEAM
          MOVE WS-ALERT-TIER           TO NTFS-TIER

          EVALUATE TRUE
             WHEN V-ALERT-ACKED
                IF NOT V-NTFS-ACK-SENT
                   PERFORM NOTIFY-ACK
                   PERFORM REWRITE-STATE
                END-IF

             WHEN V-ALERT-OPEN
                AND NTFS-LEVEL < 3
                PERFORM COMPUTE-WAITED-MINUTES
                IF WS-WAITED-MIN >= WS-INTERVAL-MIN
                   MOVE "REESC"        TO WS-EVENT
                   MOVE "N"            TO WS-PAGE-SENT
                   PERFORM PAGE-NEXT-TIER
                   IF V-PAGE-SENT
                      ADD 1            TO WS-REESC-SENT-CNT
                   ELSE
                      DISPLAY "DB2NTF1: " NTFS-DBALIAS
                         " unacknowledged, nobody left to page"
                      ADD 1            TO WS-UNPAGED-CNT
                   END-IF
                   PERFORM REWRITE-STATE
                END-IF

             WHEN OTHER
                CONTINUE
          END-EVALUATE

          .
       FOLLOW-UP-ALERT-EX.
          EXIT.

      *>------------------------------------------------------------------------
       NOTIFY-ACK SECTION.
      *>------------------------------------------------------------------------

          MOVE "ACK"                   TO WS-EVENT
          MOVE SPACES                  TO WS-CANDIDATE
          MOVE 0                       TO WS-PAGED-IDX
          PERFORM WRITE-NOTIFICATION
          ADD 1                        TO WS-ACK-SENT-CNT

          MOVE "ACK"                   TO NTFS-LAST-EVENT

          .
       NOTIFY-ACK-EX.
          EXIT.

      *>------------------------------------------------------------------------
       REWRITE-STATE SECTION.
      *>------------------------------------------------------------------------

          REWRITE NOTIFY-STATE-RECORD
          IF NOT V-NTFS-OK
             DISPLAY "DB2NTF1: cannot rewrite DB2NTFS record "
                NTFS-DBALIAS ", status " WS-NTFS-STATUS
             MOVE 12                   TO WS-FINAL-RC
          END-IF

          .
       REWRITE-STATE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       COMPUTE-WAITED-MINUTES SECTION.
      *>------------------------------------------------------------------------

      *>     a state record without a usable page time is overdue
          IF NTFS-LAST-PAGE-TS(1:14) NUMERIC
             MOVE NTFS-LAST-PAGE-TS    TO WS-TS-IN
             PERFORM CONVERT-TIMESTAMP
             COMPUTE WS-WAITED-MIN =
                (WS-NOW-SECS - WS-TS-SECS) / 60
             END-COMPUTE
          ELSE
             MOVE WS-INTERVAL-MIN      TO WS-WAITED-MIN
          END-IF

          .
       COMPUTE-WAITED-MINUTES-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FIND-ALERT-TEAM SECTION.
      *>------------------------------------------------------------------------

      *>     WS-ALERT-TEAM holds the owner team carried on the alert
      *>     (or the state record); an alias the registry does not
      *>     know carries none and goes to the DEFAULT roster. The
      *>     roster line is the team's line covering today, else the
      *>     DEFAULT line covering today, else none (WS-ROST-HIT 0)
          IF WS-ALERT-TEAM = SPACES
             MOVE "DEFAULT"            TO WS-ALERT-TEAM
          END-IF

          MOVE WS-ALERT-TEAM           TO WS-LOOKUP-TEAM
          PERFORM FIND-ROSTER-LINE

          IF WS-ROST-HIT = 0
             AND WS-ALERT-TEAM NOT = "DEFAULT"
             MOVE "DEFAULT"            TO WS-LOOKUP-TEAM
             PERFORM FIND-ROSTER-LINE
          END-IF

          .
       FIND-ALERT-TEAM-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FIND-ROSTER-LINE SECTION.
      *>------------------------------------------------------------------------

          MOVE 0                       TO WS-ROST-HIT
          PERFORM VARYING WS-ROST-IDX FROM 1 BY 1
             UNTIL WS-ROST-IDX > WS-ROST-CNT
             IF WS-ROST-TEAM(WS-ROST-IDX) = WS-LOOKUP-TEAM
                AND WS-ROST-FROM-DATE(WS-ROST-IDX) <= WS-NOW-TS(1:8)
                AND WS-ROST-TO-DATE(WS-ROST-IDX) >= WS-NOW-TS(1:8)
                MOVE WS-ROST-IDX       TO WS-ROST-HIT
                EXIT PERFORM
             END-IF
          END-PERFORM

          .
       FIND-ROSTER-LINE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       PAGE-NEXT-TIER SECTION.
      *>------------------------------------------------------------------------

      *>     climb from the tier paged last to the next one with
      *>     somebody on it who has not had this alert yet. WS-EVENT
      *>     is OPEN or REESC; V-PAGE-SENT tells the caller whether
      *>     anybody was found. When nobody was, the level is put
      *>     back: the next run after the interval tries again, and
      *>     a roster fixed in the meantime is used
          MOVE NTFS-LEVEL              TO WS-START-LEVEL

          PERFORM TRY-NEXT-TIER
             UNTIL V-PAGE-SENT
                OR NTFS-LEVEL >= 3

          IF NOT V-PAGE-SENT
             MOVE WS-START-LEVEL       TO NTFS-LEVEL
          END-IF

          .
       PAGE-NEXT-TIER-EX.
          EXIT.

      *>------------------------------------------------------------------------
       TRY-NEXT-TIER SECTION.
      *>------------------------------------------------------------------------

          ADD 1                        TO NTFS-LEVEL

          IF WS-ROST-HIT > 0
             MOVE WS-ROST-ONCALL(WS-ROST-HIT, NTFS-LEVEL)
               TO WS-CANDIDATE
          ELSE
             MOVE SPACES               TO WS-CANDIDATE
          END-IF

          MOVE "N"                     TO WS-ALREADY-PAGED
          PERFORM VARYING WS-PAGED-IDX FROM 1 BY 1
             UNTIL WS-PAGED-IDX > 3
             IF NTFS-PAGED-ID(WS-PAGED-IDX) = WS-CANDIDATE
                AND WS-CANDIDATE NOT = SPACES
                SET V-ALREADY-PAGED    TO TRUE
             END-IF
          END-PERFORM

          IF WS-CANDIDATE NOT = SPACES
             AND NOT V-ALREADY-PAGED
             MOVE NTFS-LEVEL           TO WS-PAGED-IDX
             PERFORM WRITE-NOTIFICATION
             MOVE WS-CANDIDATE         TO NTFS-PAGED-ID(NTFS-LEVEL)
             MOVE WS-EVENT             TO NTFS-LAST-EVENT
             MOVE WS-NOW-TS            TO NTFS-LAST-PAGE-TS
             SET V-PAGE-SENT           TO TRUE
          END-IF

          .
       TRY-NEXT-TIER-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-NOTIFICATION SECTION.
      *>------------------------------------------------------------------------

      *>     one notification: WS-EVENT, the current alert and state
      *>     record, WS-CANDIDATE paged at roster tier WS-PAGED-IDX
      *>     (0 and blank when nobody is paged). The feed is for the
      *>     gateway, the log is the proof
          INITIALIZE NOTIFY-RECORD
          MOVE FUNCTION CURRENT-DATE   TO NTF-TIMESTAMP
          MOVE WS-EVENT                TO NTF-EVENT
          MOVE NTFS-DBALIAS            TO NTF-DBALIAS
          MOVE NTFS-ALERT-TS           TO NTF-ALERT-TS
          IF WS-PAGED-IDX > 0
             MOVE WS-LEVEL-NAME(WS-PAGED-IDX) TO NTF-LEVEL
          END-IF
          MOVE WS-CANDIDATE            TO NTF-RECIPIENT
          MOVE WS-ALERT-TEAM           TO NTF-TEAM
          MOVE WS-ALERT-TIER           TO NTF-TIER

      *>     a CLOSE may find the alert record gone or replaced - it
      *>     then carries no reason, SQLCODE or acknowledger
          IF ALERT-DBALIAS = NTFS-DBALIAS
             AND ALERT-RAISED-TS = NTFS-ALERT-TS
             AND V-ALERT-FILE-OK
             MOVE ALERT-REASON         TO NTF-REASON
             MOVE ALERT-LAST-SQLCODE   TO NTF-SQLCODE
             MOVE ALERT-ACKED-BY       TO NTF-ACKED-BY
          ELSE
             MOVE 0                    TO NTF-SQLCODE
          END-IF

          WRITE NOTIFY-FEED-LINE FROM NOTIFY-RECORD
          IF NOT V-FEED-OK
             DISPLAY "DB2NTF1: cannot write DB2NTF.FEED, status "
                WS-FEED-STATUS
             MOVE 12                   TO WS-FINAL-RC
          END-IF

          WRITE NOTIFY-RECORD
          IF NOT V-LOG-OK
             DISPLAY "DB2NTF1: cannot write DB2NTF.LOG, status "
                WS-LOG-STATUS
             MOVE 12                   TO WS-FINAL-RC
          END-IF

          .
       WRITE-NOTIFICATION-EX.
          EXIT.

       END PROGRAM DB2NTF1.
