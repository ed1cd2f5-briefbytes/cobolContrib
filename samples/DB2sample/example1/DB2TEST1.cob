      *>              says "Connected to standby:" so DR never looks
      *>              like business as usual, and both the failed
      *>              primary and the standby connect are audited.
      *> 2026.10.15 Laszlo Erdos:
      *>            - CHECK-ALIAS-ALLOWED asks the DB2SREG subsystem
      *>              registry (via DB2REG1) instead of reading the
      *>              alias name: juniors get the TEST and QA
      *>              environments only, an unregistered alias counts
      *>              as production, and a decommissioned alias is
      *>              refused for every role. Without a registry file
      *>              the TEST*/QA* name rule still applies; a
      *>              registry that is there but cannot be read leaves
      *>              juniors refused, never falls back to the name.
      *>            - every statement run from the SQL browser is logged
      *>              to the DB2SQLA.LOG statement audit trail with the
      *>              operator, DBALIAS and full statement text. A start
      *>              line is written before the statement goes to DB2
      *>              (no start line, no statement); an end line with
      *>              the rows paged through and the final SQLCODE
      *>              follows when the result set goes away - F2, a new
      *>              F1, a disconnect or reset, the end of the program
      *>              - or at once when the open fails. Every line is
      *>              written with its own open and close.
      *>            - DB2ALRT is created fresh only when it is missing;
      *>              a queue that fails to open for another reason is
      *>              left alone (the alert screen then lists nothing)
      *>              instead of being recreated empty over the old one.
      *>************************************************************************
      
       IDENTIFICATION DIVISION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUDIT-STATUS.

           SELECT DB2SQLA-FILE ASSIGN TO "DB2SQLA.LOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SQLA-STATUS.

           SELECT DB2OPER-FILE ASSIGN TO "DB2OPERS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
      *> record layout
       COPY "DB2AUDT.cpy".

       FD  DB2SQLA-FILE.
      *> record layout
       COPY "DB2SQLA.cpy".

       FD  DB2OPER-FILE.
      *> record layout
       COPY "DB2OPER.cpy".
          88 V-OPERATOR-SENIOR         VALUE "S".
       01 WS-ALIAS-ALLOWED             PIC X(1).
          88 V-ALIAS-ALLOWED           VALUE "Y".
          88 V-ALIAS-REFUSED           VALUE "N" "D" "R".
          88 V-ALIAS-DECOMMISSIONED    VALUE "D".
          88 V-ALIAS-REG-UNREADABLE    VALUE "R".
       01 WS-ALIAS-EDIT                PIC X(9).

      *> batch mode (no terminal attached - driven from the command line)
       01 WS-SQL-PAGE-DSP              PIC Z(3)9.
       01 WS-SQL-EOF-DSP               PIC X(12).

      *> SQL statement audit (DB2SQLA.LOG) - the record of the result
      *> set now open is held here and written when the set goes away,
      *> so its row count covers every page the operator paged to.
      *> DB2MOD1 hands out WS-SQLA-PAGE-ROWS rows per page
       01 WS-SQLA-STATUS               PIC X(2).
          88 V-SQLA-OK                 VALUE "00".
          88 V-SQLA-NO-FILE            VALUE "35".
       01 WS-SQLA-WRITTEN              PIC X(1).
          88 V-SQLA-WRITTEN            VALUE "Y".
       01 WS-SQLA-PHASE                PIC X(1).
       01 WS-SQLA-PENDING              PIC X(1) VALUE "N".
          88 V-SQLA-PENDING            VALUE "Y".
          88 V-SQLA-NOT-PENDING        VALUE "N".
       01 WS-SQLA-SLOT-NBR             PIC 9(2) COMP-5.
       01 WS-SQLA-TIMESTAMP            PIC X(26).
       01 WS-SQLA-DBALIAS              PIC X(9).
       01 WS-SQLA-USERID               PIC X(20).
       01 WS-SQLA-STMT                 PIC X(240).
       01 WS-SQLA-ROWS                 PIC 9(9) COMP-5.
       01 WS-SQLA-PAGE-END-ROWS        PIC 9(9) COMP-5.
       01 WS-SQLA-SQLCODE              PIC S9(10).
       01 WS-SQLA-PAGE-ROWS            PIC 9(2) COMP-5 VALUE 12.

      *> profile list screen - one page of profiles with a selection
      *> number per row, plus the first label of every page already
      *> shown so F7 can page backward through the indexed file
      *> lets an operator acknowledge them under their signed-on id
       01 WS-ALERT-STATUS              PIC X(2).
          88 V-ALERT-FILE-OK           VALUE "00".
          88 V-ALERT-NO-FILE           VALUE "35".
       01 WS-OPEN-ALERT-CNT            PIC 9(3) COMP-5 VALUE 0.
       01 WS-OPEN-ALERT-DSP            PIC Z(2)9.
       01 WS-ALIST-CNT                 PIC 9(2) COMP-5 VALUE 0.
       COPY "LNMOD1.cpy".
       COPY "DB2VLT.cpy".
       COPY "DB2MWN.cpy".
       COPY "DB2REG.cpy".

      *> colors
       COPY SCREENIO.
          END-IF

          OPEN I-O DB2ALERT-FILE
          IF V-ALERT-NO-FILE
             CLOSE DB2ALERT-FILE
             OPEN OUTPUT DB2ALERT-FILE
             CLOSE DB2ALERT-FILE
             END-PERFORM
          END-IF

      *>     a result set still open when the operator leaves is
      *>     audited with the rows seen so far
          IF V-SQLA-PENDING
             PERFORM WRITE-SQL-AUDIT-END
          END-IF

          CLOSE DB2PROF-FILE
          CLOSE DB2AUDIT-FILE
          CLOSE DB2ALERT-FILE
      *>------------------------------------------------------------------------

      *>     juniors may connect to the TEST and QA subsystems only.
      *>     the DB2SREG registry says which environment an alias
      *>     belongs to; an alias it does not know counts as
      *>     production - the safe default for a new alias. A
      *>     decommissioned alias is closed to every role
          SET V-ALIAS-ALLOWED          TO TRUE

          MOVE WS-DBALIAS(WS-SLOT-NBR) TO WS-ALIAS-EDIT
          INSPECT WS-ALIAS-EDIT
             CONVERTING "abcdefghijklmnopqrstuvwxyz"
                     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

          INITIALIZE REG-MOD
          MOVE WS-ALIAS-EDIT           TO REG-DBALIAS OF REG-MOD
          CALL "DB2REG1" USING REG-MOD END-CALL

          EVALUATE TRUE
             WHEN V-REG-DECOMMISSIONED OF REG-MOD
                SET V-ALIAS-DECOMMISSIONED TO TRUE

             WHEN NOT V-OPERATOR-JUNIOR
                CONTINUE

             WHEN V-REG-OK OF REG-MOD
                IF NOT V-REG-TEST OF REG-MOD
                   AND NOT V-REG-QA OF REG-MOD
                   SET V-ALIAS-REFUSED TO TRUE
                END-IF

      *>        a registry that is there but cannot be read says
      *>        nothing about the alias - it counts as production
             WHEN V-REG-IO-ERROR OF REG-MOD
                SET V-ALIAS-REG-UNREADABLE TO TRUE

      *>        no registry file at all: keep the name rule
             WHEN V-REG-NO-REGISTRY OF REG-MOD
                IF WS-ALIAS-EDIT(1:4) NOT = "TEST"
                   AND WS-ALIAS-EDIT(1:2) NOT = "QA"
                   SET V-ALIAS-REFUSED TO TRUE
                END-IF

             WHEN OTHER
                SET V-ALIAS-REFUSED    TO TRUE
          END-EVALUATE

          .
       CHECK-ALIAS-ALLOWED-EX.
          PERFORM CHECK-ALIAS-ALLOWED

          IF V-ALIAS-REFUSED
             IF V-ALIAS-DECOMMISSIONED
                MOVE "This DBALIAS is decommissioned - see the registry"
                  TO WS-MSG-1 OF WS-MSG
             ELSE
                MOVE "This DBALIAS needs the senior role - see security"
                  TO WS-MSG-1 OF WS-MSG
             END-IF
             IF V-ALIAS-REG-UNREADABLE
                MOVE "Registry DB2SREG not readable - senior role only"
                  TO WS-MSG-1 OF WS-MSG
             END-IF
             MOVE -1                   TO WS-SQLCODE OF WS-MSG
             MOVE "99999"              TO WS-SQLSTATE OF WS-MSG

          MOVE LN-CONNECTED(WS-SLOT-NBR)
            TO WS-CONNECTED(WS-SLOT-NBR)

      *>     the reset takes an open result set on this slot with it
          IF V-SQLA-PENDING
             AND WS-SQLA-SLOT-NBR = WS-SLOT-NBR
             PERFORM WRITE-SQL-AUDIT-END
          END-IF

      *>     audit the outcome before the slot's DBALIAS/USERID are
      *>     cleared - WRITE-AUDIT-RECORD reads them off WS-CONNECT-TAB
          MOVE "CONNECT-RESET"        TO WS-AUDIT-ACTION
          MOVE LN-CONNECTED(WS-SLOT-NBR)
            TO WS-CONNECTED(WS-SLOT-NBR)

      *>     dropping the connection takes an open result set on
      *>     this slot with it
          IF V-SQLA-PENDING
             AND WS-SQLA-SLOT-NBR = WS-SLOT-NBR
             PERFORM WRITE-SQL-AUDIT-END
          END-IF

          MOVE "DISCONNECT"           TO WS-AUDIT-ACTION
          PERFORM WRITE-AUDIT-RECORD

             MOVE "Type a SELECT statement first"
               TO WS-MSG-1 OF WS-MSG
          ELSE
      *>        a new open replaces the result set before it - that
      *>        one is audited now, with the rows seen
             IF V-SQLA-PENDING
                PERFORM WRITE-SQL-AUDIT-END
             END-IF

      *>        the start line is on the trail before the statement
      *>        goes to DB2 - a session that dies with the result set
      *>        open still leaves it there. No start line, no statement
             MOVE FUNCTION CURRENT-DATE TO WS-SQLA-TIMESTAMP
             MOVE WS-SLOT-NBR          TO WS-SQLA-SLOT-NBR
             MOVE WS-DBALIAS(WS-SLOT-NBR) TO WS-SQLA-DBALIAS
             MOVE WS-USERID(WS-SLOT-NBR) TO WS-SQLA-USERID
             MOVE WS-SQL-STMT-ENTRY    TO WS-SQLA-STMT
             MOVE 0                    TO WS-SQLA-ROWS
             MOVE 0                    TO WS-SQLA-SQLCODE
             MOVE "S"                  TO WS-SQLA-PHASE
             PERFORM WRITE-SQL-AUDIT-RECORD
          END-IF

          IF WS-SQL-STMT-ENTRY NOT = SPACES
             AND NOT V-SQLA-WRITTEN
             MOVE "SQL audit trail DB2SQLA.LOG not writable - not run"
               TO WS-MSG-1 OF WS-MSG
          END-IF

          IF WS-SQL-STMT-ENTRY NOT = SPACES
             AND V-SQLA-WRITTEN
             SET V-LN-FNC-SQL-OPEN OF LN-MOD TO TRUE
             MOVE WS-SLOT-NBR          TO LN-SLOT-NBR OF LN-MOD
             MOVE WS-CONNECT-TAB(WS-SLOT-NBR)
             CALL "DB2MOD1" USING LN-MOD END-CALL

             PERFORM COPY-LN-MSG-IN-WS-MSG

             MOVE LN-SQLCODE OF LN-MOD TO WS-SQLA-SQLCODE
             SET V-SQLA-PENDING        TO TRUE

      *>        a statement DB2 refused has no result set to wait for
             IF LN-SQLCODE OF LN-MOD NOT = 0
                PERFORM WRITE-SQL-AUDIT-END
             ELSE
                PERFORM NOTE-SQL-AUDIT-ROWS
             END-IF
          END-IF

          .

          PERFORM COPY-LN-MSG-IN-WS-MSG

          IF V-SQLA-PENDING
             MOVE LN-SQLCODE OF LN-MOD TO WS-SQLA-SQLCODE
             IF LN-SQLCODE OF LN-MOD = 0
                PERFORM NOTE-SQL-AUDIT-ROWS
             END-IF
          END-IF

          .
       CALL-SQL-PAGE-EX.
          EXIT.

          PERFORM COPY-LN-MSG-IN-WS-MSG

          IF V-SQLA-PENDING
             PERFORM WRITE-SQL-AUDIT-END
          END-IF

          .
       FNC-SQL-CLOSE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       NOTE-SQL-AUDIT-ROWS SECTION.
      *>------------------------------------------------------------------------

      *>     the deepest page reached decides the rows handed out -
      *>     paging back over pages already seen adds nothing
          COMPUTE WS-SQLA-PAGE-END-ROWS =
             (LN-SQL-PAGE-NBR OF LN-MOD - 1) * WS-SQLA-PAGE-ROWS
             + LN-SQL-ROW-CNT OF LN-MOD
          END-COMPUTE

          IF WS-SQLA-PAGE-END-ROWS > WS-SQLA-ROWS
             MOVE WS-SQLA-PAGE-END-ROWS TO WS-SQLA-ROWS
          END-IF

          .
       NOTE-SQL-AUDIT-ROWS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       REFRESH-SQL-PAGE-FIELDS SECTION.
      *>------------------------------------------------------------------------
       WRITE-AUDIT-RECORD-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-SQL-AUDIT-END SECTION.
      *>------------------------------------------------------------------------

      *>     the end line: same timestamp as the start line, the rows
      *>     handed out and the final SQLCODE
          MOVE "E"                     TO WS-SQLA-PHASE
          PERFORM WRITE-SQL-AUDIT-RECORD

          SET V-SQLA-NOT-PENDING       TO TRUE

          .
       WRITE-SQL-AUDIT-END-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-SQL-AUDIT-RECORD SECTION.
      *>------------------------------------------------------------------------

      *>     one open / write / close per line, so every line is on
      *>     disk at once and not in a buffer a killed session loses
          MOVE "N"                     TO WS-SQLA-WRITTEN

          MOVE WS-SQLA-TIMESTAMP       TO SQLA-TIMESTAMP
          MOVE WS-OPERATOR-ID          TO SQLA-OPERATOR
          MOVE SPACES                  TO SQLA-SCRIPT
          MOVE "DB2TEST1"              TO SQLA-PROGRAM
          MOVE WS-SQLA-DBALIAS         TO SQLA-DBALIAS
          MOVE WS-SQLA-USERID          TO SQLA-USERID
          MOVE WS-SQLA-ROWS            TO SQLA-ROWS
          MOVE WS-SQLA-SQLCODE         TO SQLA-SQLCODE
          MOVE WS-SQLA-STMT            TO SQLA-STMT
          MOVE WS-SQLA-PHASE           TO SQLA-PHASE

          OPEN EXTEND DB2SQLA-FILE
          IF V-SQLA-NO-FILE
             OPEN OUTPUT DB2SQLA-FILE
          END-IF

          IF V-SQLA-OK
             WRITE DB2SQLA-RECORD
             IF V-SQLA-OK
                SET V-SQLA-WRITTEN     TO TRUE
             END-IF
             CLOSE DB2SQLA-FILE
          END-IF

          IF NOT V-SQLA-WRITTEN
             MOVE "SQL audit write failed - see DB2TEST1"
               TO WS-MSG-4 OF WS-MSG
          END-IF

          .
       WRITE-SQL-AUDIT-RECORD-EX.
          EXIT.

       END PROGRAM DB2TEST1.
