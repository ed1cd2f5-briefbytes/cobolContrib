      *>               "that same SELECT against PROD as a file" is a
      *>               script entry, not an operator's evening.
      *>
      *>               Every run writes the DB2EXT.MAN delivery manifest:
      *>               per delivered extract the file, DBALIAS, request
      *>               number, row and byte count, the hash total over
      *>               the HASHCOL column and the delivery time, so the
      *>               receiving side can check with DB2EXV1 that what
      *>               arrived is what was delivered.
      *>
      *>               The job checkpoints the last request delivered in
      *>               DB2EXT.CHK: a rerun after an abend or a failed
      *>               request resumes there instead of redoing the
      *>                 ALIAS    DBALIAS and USERID, space separated
      *>                 FILE     the output file to write
      *>                 DELIM    the column delimiter (default ";")
      *>                 HASHCOL  a numeric column of the result set;
      *>                          the manifest carries its sum over
      *>                          all rows as a hash total (optional)
      *>                 SQL      the SELECT - repeat the keyword to
      *>                          continue a long statement
      *>                 RUN      executes the request built so far
      *>
      *>               Every statement sent to DB2 is logged to the
      *>               DB2SQLA.LOG statement audit trail as operator
      *>               BATCH with the script name: a start line before
      *>               the statement goes to DB2, an end line with the
      *>               rows delivered and the final SQLCODE after it is
      *>               closed. A request whose start line cannot be
      *>               written is not run.
      *>
      *>               RETURN-CODE:  0 every request delivered
      *>                             4 delivered, but an audit end
      *>                               line could not be written
      *>                             8 a request failed - it was NOT
      *>                               checkpointed, a rerun retries it
      *>                            12 script/checkpoint/manifest file
      *>                               not usable
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.09.01 Laszlo Erdos:
      *>            - first version.
      *> 2026.10.15 Laszlo Erdos:
      *>            - every statement opened against DB2 is logged to
      *>              the DB2SQLA.LOG statement audit trail (operator
      *>              BATCH, script DB2EXT.SCR), delivered or not.
      *>            - delivery manifest DB2EXT.MAN: one line per
      *>              delivered extract with row and byte count and the
      *>              hash total over the new HASHCOL script column
      *>              (control totals from DB2XCT1, shared with the
      *>              receiving-side verifier DB2EXV1), closed by an
      *>              end line when the whole script was delivered. A
      *>              rerun extends the manifest of the broken run.
      *>            - the statement audit is a start line (SQLA-PHASE
      *>              "S") written before the statement goes to DB2 and
      *>              an end line ("E") after it is closed; no start
      *>              line, no statement. DB2SQLA.LOG and DB2EXT.MAN are
      *>              opened and closed for every line, so a manifest
      *>              line is on disk before its request is
      *>              checkpointed.
      *>************************************************************************

       IDENTIFICATION DIVISION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT MANIFEST-FILE ASSIGN TO "DB2EXT.MAN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MAN-STATUS.

           SELECT DB2SQLA-FILE ASSIGN TO "DB2SQLA.LOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SQLA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCRIPT-FILE.
       FD  EXTRACT-FILE.
       01 EXTRACT-RECORD               PIC X(1000).

       FD  MANIFEST-FILE.
      *> record layout
       COPY "DB2EXTM.cpy".

       FD  DB2SQLA-FILE.
      *> record layout
       COPY "DB2SQLA.cpy".

       WORKING-STORAGE SECTION.
       01 WS-SCRIPT-STATUS             PIC X(2).
          88 V-SCRIPT-OK               VALUE "00".
       01 WS-EXTRACT-STATUS            PIC X(2).
          88 V-EXTRACT-OK              VALUE "00".

       01 WS-MAN-STATUS                PIC X(2).
          88 V-MAN-OK                  VALUE "00".
          88 V-MAN-NO-FILE             VALUE "35".

      *> statement audit trail - without the start line a statement
      *> is not run; a lost end line ends the run with RETURN-CODE 4
       01 WS-SQLA-STATUS               PIC X(2).
          88 V-SQLA-OK                 VALUE "00".
          88 V-SQLA-NO-FILE            VALUE "35".
       01 WS-SQLA-WRITTEN              PIC X(1).
          88 V-SQLA-WRITTEN            VALUE "Y".
       01 WS-SQLA-MISSED               PIC X(1) VALUE "N".
          88 V-SQLA-MISSED             VALUE "Y".
       01 WS-SQLA-PHASE                PIC X(1).
       01 WS-SQLA-TIMESTAMP            PIC X(26).
       01 WS-SQLA-SQLCODE              PIC S9(10).

      *> the output file of the request being delivered - the SELECT
      *> assigns the file name dynamically from the FILE script line
       01 WS-EXT-FILE-NAME             PIC X(80).
       01 WS-REQ-DBALIAS               PIC X(9).
       01 WS-REQ-USERID                PIC X(20).
       01 WS-REQ-DELIM                 PIC X(1).
       01 WS-REQ-HASHCOL               PIC X(30).
       01 WS-REQ-SQL                   PIC X(240).
       01 WS-REQ-SQL-PTR               PIC 9(4) COMP-5 VALUE 1.

      *> linkage
       COPY "LNMOD1.cpy".
       COPY "DB2VLT.cpy".
       COPY "DB2XCT.cpy".

       PROCEDURE DIVISION.


          PERFORM READ-CHECKPOINT

      *>     a fresh run starts a new manifest; a restart extends the
      *>     broken run's, so it still lists the extracts delivered
      *>     before the failure
          IF WS-RESTART-NBR > 0
             OPEN EXTEND MANIFEST-FILE
             IF V-MAN-NO-FILE
                OPEN OUTPUT MANIFEST-FILE
             END-IF
          ELSE
             OPEN OUTPUT MANIFEST-FILE
          END-IF
          IF NOT V-MAN-OK
             DISPLAY "DB2EXT1: cannot open DB2EXT.MAN, status "
                WS-MAN-STATUS
             CLOSE SCRIPT-FILE
             MOVE 12                   TO RETURN-CODE
             STOP RUN
          END-IF
      *>     from here on every manifest line is written with its own
      *>     open and close - see WRITE-MANIFEST-LINE
          CLOSE MANIFEST-FILE

      *>     the profile file is only needed for PROFILE requests -
      *>     a script of plain ALIAS requests runs without it
          OPEN INPUT DB2PROF-FILE
                OR V-STOP-REQUESTED

          IF NOT V-STOP-REQUESTED
             PERFORM WRITE-MANIFEST-END
             PERFORM CLEAR-CHECKPOINT
          END-IF

          CLOSE SCRIPT-FILE
          CLOSE DB2PROF-FILE

          IF V-SQLA-MISSED
             AND WS-FINAL-RC < 4
             MOVE 4                    TO WS-FINAL-RC
          END-IF

          DISPLAY "DB2EXT1: " WS-DELIVERED-CNT " delivered, "
             WS-SKIPPED-CNT " skipped (already delivered)"

          MOVE SPACES                  TO WS-REQ-DBALIAS
          MOVE SPACES                  TO WS-REQ-USERID
          MOVE ";"                     TO WS-REQ-DELIM
          MOVE SPACES                  TO WS-REQ-HASHCOL
          MOVE SPACES                  TO WS-REQ-SQL
          MOVE 1                       TO WS-REQ-SQL-PTR
          MOVE SPACES                  TO WS-EXT-FILE-NAME
                WHEN SCR-KEYWORD = "DELIM"
                   MOVE SCR-VALUE(1:1) TO WS-REQ-DELIM

                WHEN SCR-KEYWORD = "HASHCOL"
                   MOVE SCR-VALUE(1:30) TO WS-REQ-HASHCOL

                WHEN SCR-KEYWORD = "SQL"
                   PERFORM APPEND-SQL-LINE

                PERFORM DELIVER-EXTRACT
             END-IF

      *>        listed in the manifest before it is checkpointed - a
      *>        delivery the manifest does not know is not delivered.
      *>        The manifest line is closed to disk before the
      *>        checkpoint is written
             IF NOT V-REQ-FAILED
                PERFORM WRITE-MANIFEST-EXTRACT
             END-IF

      *>        a failed request is not checkpointed and ends the run:
      *>        the rerun resumes exactly here
             IF V-REQ-FAILED
                " failed, SQLCODE " LN-SQLCODE OF LN-MOD
             SET V-REQ-FAILED          TO TRUE
          ELSE
      *>        the start line is on the trail before the statement
      *>        goes to DB2 - an extract killed in the fetch loop
      *>        still leaves it there. No start line, no statement
             MOVE FUNCTION CURRENT-DATE TO WS-SQLA-TIMESTAMP
             MOVE 0                    TO WS-ROW-CNT
             MOVE 0                    TO WS-SQLA-SQLCODE
             MOVE "S"                  TO WS-SQLA-PHASE
             PERFORM WRITE-SQL-AUDIT-RECORD

             IF V-SQLA-WRITTEN
                PERFORM RUN-EXTRACT-STATEMENT
             ELSE
                DISPLAY "DB2EXT1: request " WS-REQUEST-NBR
                   " not run - no DB2SQLA.LOG start line"
                SET V-REQ-FAILED       TO TRUE
             END-IF

      *>        the connection is always dropped again, delivered or
      *>        not - the next request starts clean
             SET V-LN-FNC-CONNECT-RESET OF LN-MOD TO TRUE
             CALL "DB2MOD1" USING LN-MOD END-CALL
          END-IF

          .
       DELIVER-EXTRACT-EX.
          EXIT.

      *>------------------------------------------------------------------------
       RUN-EXTRACT-STATEMENT SECTION.
      *>------------------------------------------------------------------------

          SET V-LN-FNC-SQL-OPEN OF LN-MOD TO TRUE
          MOVE WS-REQ-SQL              TO LN-SQL-STMT OF LN-MOD
          MOVE WS-REQ-DELIM            TO LN-SQL-DELIMITER OF LN-MOD

          CALL "DB2MOD1" USING LN-MOD END-CALL
          MOVE LN-SQLCODE OF LN-MOD TO WS-SQLA-SQLCODE

          EVALUATE TRUE
             WHEN LN-SQLCODE OF LN-MOD NOT = 0
                DISPLAY "DB2EXT1: open failed, SQLCODE "
                   LN-SQLCODE OF LN-MOD
                DISPLAY LN-MSG-1 OF LN-MOD
                SET V-REQ-FAILED       TO TRUE

      *>        a statement wider than the 20 columns DB2MOD1 can
      *>        describe would be delivered silently cut - the
      *>        contract here is all columns, so the request fails
      *>        instead
             WHEN LN-MSG-2 OF LN-MOD NOT = SPACES
                DISPLAY "DB2EXT1: request " WS-REQUEST-NBR
                   " not delivered - " LN-MSG-2 OF LN-MOD
                SET V-REQ-FAILED       TO TRUE

                SET V-LN-FNC-SQL-CLOSE OF LN-MOD TO TRUE
                CALL "DB2MOD1" USING LN-MOD END-CALL

             WHEN OTHER
                PERFORM WRITE-RESULT-SET

                SET V-LN-FNC-SQL-CLOSE OF LN-MOD TO TRUE
                CALL "DB2MOD1" USING LN-MOD END-CALL
          END-EVALUATE

      *>     the end line, with the SQLCODE the statement ended on -
      *>     the open's, or the last fetch's. A lost end line costs
      *>     RETURN-CODE 4, not the delivery: the start line is
      *>     already on the trail
          MOVE "E"                     TO WS-SQLA-PHASE
          PERFORM WRITE-SQL-AUDIT-RECORD
          IF NOT V-SQLA-WRITTEN
             SET V-SQLA-MISSED         TO TRUE
          END-IF

          .
       RUN-EXTRACT-STATEMENT-EX.
          EXIT.

      *>------------------------------------------------------------------------

             WRITE EXTRACT-RECORD FROM LN-SQL-DLM-HDR OF LN-MOD

      *>        the control totals for the manifest start with the
      *>        header line, which also locates the HASHCOL column
             SET V-XCT-FNC-HEADER OF XCT-MOD TO TRUE
             MOVE WS-REQ-DELIM         TO XCT-DELIMITER OF XCT-MOD
             MOVE WS-REQ-HASHCOL       TO XCT-HASH-COLUMN OF XCT-MOD
             MOVE LN-SQL-DLM-HDR OF LN-MOD TO XCT-LINE OF XCT-MOD
             CALL "DB2XCT1" USING XCT-MOD END-CALL

             IF V-XCT-NO-COLUMN OF XCT-MOD
                DISPLAY "DB2EXT1: request " WS-REQUEST-NBR
                   " HASHCOL " WS-REQ-HASHCOL " not in the result set"
                SET V-REQ-FAILED       TO TRUE
             END-IF

      *>        the first delimited fetch restarts the result set, so
      *>        the screen page the open prefetched is not lost
             SET V-FETCH-MORE          TO TRUE
                   INTO WS-TRAILER-LINE
                END-STRING
                WRITE EXTRACT-RECORD FROM WS-TRAILER-LINE

                SET V-XCT-FNC-TRAILER OF XCT-MOD TO TRUE
                MOVE WS-TRAILER-LINE   TO XCT-LINE OF XCT-MOD
                CALL "DB2XCT1" USING XCT-MOD END-CALL
             END-IF

             CLOSE EXTRACT-FILE

          EVALUATE TRUE
             WHEN V-LN-SQL-EOF OF LN-MOD
                MOVE LN-SQLCODE OF LN-MOD TO WS-SQLA-SQLCODE
                SET V-FETCH-DONE       TO TRUE

             WHEN LN-SQLCODE OF LN-MOD NOT = 0
                DISPLAY "DB2EXT1: fetch failed, SQLCODE "
                   LN-SQLCODE OF LN-MOD
                MOVE LN-SQLCODE OF LN-MOD TO WS-SQLA-SQLCODE
                SET V-REQ-FAILED       TO TRUE

             WHEN OTHER
                   SET V-REQ-FAILED    TO TRUE
                ELSE
                   ADD 1               TO WS-ROW-CNT

                   SET V-XCT-FNC-ROW OF XCT-MOD TO TRUE
                   MOVE LN-SQL-DLM-ROW OF LN-MOD TO XCT-LINE OF XCT-MOD
                   CALL "DB2XCT1" USING XCT-MOD END-CALL

      *>              a hash column that is not numeric cannot give a
      *>              hash total the receiving side could check
                   IF NOT V-XCT-OK OF XCT-MOD
                      DISPLAY "DB2EXT1: HASHCOL " WS-REQ-HASHCOL
                         " not summable at row " WS-ROW-CNT
                         ", status " XCT-STATUS OF XCT-MOD
                      SET V-REQ-FAILED TO TRUE
                   END-IF
                END-IF
          END-EVALUATE

       FETCH-AND-WRITE-ROW-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-SQL-AUDIT-RECORD SECTION.
      *>------------------------------------------------------------------------

      *>     one open / write / close per line, so every line is on
      *>     disk at once and not in a buffer a killed run loses. The
      *>     end line carries the start line's timestamp - that is how
      *>     DB2SQLR1 pairs them
          MOVE "N"                     TO WS-SQLA-WRITTEN

          MOVE WS-SQLA-TIMESTAMP       TO SQLA-TIMESTAMP
          MOVE "BATCH"                 TO SQLA-OPERATOR
          MOVE "DB2EXT.SCR"            TO SQLA-SCRIPT
          MOVE "DB2EXT1"               TO SQLA-PROGRAM
          MOVE WS-REQ-DBALIAS          TO SQLA-DBALIAS
          MOVE WS-REQ-USERID           TO SQLA-USERID
          MOVE WS-ROW-CNT              TO SQLA-ROWS
          MOVE WS-SQLA-SQLCODE         TO SQLA-SQLCODE
          MOVE WS-REQ-SQL              TO SQLA-STMT
          MOVE WS-SQLA-PHASE           TO SQLA-PHASE

          OPEN EXTEND DB2SQLA-FILE
          IF V-SQLA-NO-FILE
             OPEN OUTPUT DB2SQLA-FILE
          END-IF
          IF NOT V-SQLA-OK
             DISPLAY "DB2EXT1: cannot open DB2SQLA.LOG, status "
                WS-SQLA-STATUS
          ELSE
             WRITE DB2SQLA-RECORD
             IF V-SQLA-OK
                SET V-SQLA-WRITTEN     TO TRUE
             ELSE
                DISPLAY "DB2EXT1: DB2SQLA.LOG write failed, status "
                   WS-SQLA-STATUS
             END-IF
             CLOSE DB2SQLA-FILE
          END-IF

          .
       WRITE-SQL-AUDIT-RECORD-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-MANIFEST-EXTRACT SECTION.
      *>------------------------------------------------------------------------

          MOVE SPACES                  TO MANIFEST-RECORD
          SET V-MAN-EXTRACT            TO TRUE
          MOVE FUNCTION CURRENT-DATE   TO MAN-TIMESTAMP
          MOVE WS-REQUEST-NBR          TO MAN-REQUEST-NBR
          MOVE WS-REQ-DBALIAS          TO MAN-DBALIAS
          MOVE WS-ROW-CNT              TO MAN-ROWS
          MOVE XCT-BYTES OF XCT-MOD    TO MAN-BYTES
          MOVE WS-REQ-DELIM            TO MAN-DELIMITER
          MOVE WS-REQ-HASHCOL          TO MAN-HASH-COLUMN
          IF WS-REQ-HASHCOL = SPACES
             MOVE 0                    TO MAN-HASH-TOTAL
          ELSE
             MOVE XCT-HASH-TOTAL OF XCT-MOD TO MAN-HASH-TOTAL
          END-IF
          MOVE WS-EXT-FILE-NAME        TO MAN-FILE-NAME

          PERFORM WRITE-MANIFEST-LINE

          IF NOT V-MAN-OK
             SET V-REQ-FAILED          TO TRUE
          END-IF

          .
       WRITE-MANIFEST-EXTRACT-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-MANIFEST-END SECTION.
      *>------------------------------------------------------------------------

      *>     the end line tells the receiving side the run delivered
      *>     the whole script - without it the manifest is partial
          MOVE SPACES                  TO MANIFEST-RECORD
          SET V-MAN-END                TO TRUE
          MOVE FUNCTION CURRENT-DATE   TO MAN-TIMESTAMP
          MOVE WS-REQUEST-NBR          TO MAN-REQUEST-NBR
          MOVE 0                       TO MAN-ROWS
          MOVE 0                       TO MAN-BYTES
          MOVE 0                       TO MAN-HASH-TOTAL

          PERFORM WRITE-MANIFEST-LINE

          IF NOT V-MAN-OK
             IF WS-FINAL-RC < 8
                MOVE 8                 TO WS-FINAL-RC
             END-IF
          END-IF

          .
       WRITE-MANIFEST-END-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-MANIFEST-LINE SECTION.
      *>------------------------------------------------------------------------

      *>     opened and closed for every line, so each line is on disk
      *>     before the checkpoint that counts on it is written
          OPEN EXTEND MANIFEST-FILE
          IF V-MAN-NO-FILE
             OPEN OUTPUT MANIFEST-FILE
          END-IF
          IF NOT V-MAN-OK
             DISPLAY "DB2EXT1: cannot open DB2EXT.MAN, status "
                WS-MAN-STATUS
          ELSE
             WRITE MANIFEST-RECORD
             IF V-MAN-OK
                CLOSE MANIFEST-FILE
             ELSE
                DISPLAY "DB2EXT1: DB2EXT.MAN write failed, status "
                   WS-MAN-STATUS
                CLOSE MANIFEST-FILE
                MOVE "99"              TO WS-MAN-STATUS
             END-IF
          END-IF

          .
       WRITE-MANIFEST-LINE-EX.
          EXIT.

       END PROGRAM DB2EXT1.
