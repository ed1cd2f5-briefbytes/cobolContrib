      *>               the DB2VLTM.LOG vault audit trail, changed-by
      *>               DB2ROT1, like a manual rotate through DB2VLTM1
      *>               would be. Passwords never appear in the report
      *>               or the log; the vault keeps them encrypted under
      *>               the site key ring DB2VKEY.
      *>
      *> Author:       Laszlo Erdos - https://www.facebook.com/wortfee
      *>
      *>               RETURN-CODE:  0 everything due was rotated (or
      *>                               nothing was due)
      *>                             8 at least one alias flagged for
      *>                               manual follow-up (including a
      *>                               vault key error)
      *>                            12 parameter error or vault file
      *>                               not usable
      *>
      *> ========== ============================================================
      *> 2026.09.01 Laszlo Erdos:
      *>            - first version.
      *> 2026.10.15 Laszlo Erdos:
      *>            - VAULT-PSWD is held encrypted: the old password is
      *>              decrypted and the new one encrypted through DB2VCR1
      *>              before anything is changed on the subsystem. An
      *>              entry whose key generation is not in DB2VKEY, or a
      *>              key ring that cannot encrypt, is flagged MANUAL
      *>              with VAULT KEY ERROR and nothing is changed. The
      *>              audit trail records the key generation used.
      *> 2026.10.15 Laszlo Erdos:
      *>            - WS-NEW-CIPHER widened to the 100-character cipher
      *>              text of DB2VCR1.
      *>************************************************************************

       IDENTIFICATION DIVISION.
      *> the rewrite so the report still shows it
       01 WS-OLD-EXPIRY-DATE           PIC X(8).
       01 WS-NEW-PSWD                  PIC X(20).
      *> the vault side of the rotation, prepared before the subsystem
      *> is touched: the old password in clear to connect with, the new
      *> one as it will be stored
       01 WS-OLD-PSWD                  PIC X(20).
       01 WS-NEW-CIPHER                PIC X(100).
       01 WS-NEW-KEY-GEN               PIC 9(4).
       01 WS-VAULT-KEY-STATE           PIC X(1).
          88 V-VAULT-KEY-OK            VALUE "Y".
          88 V-VAULT-KEY-ERROR         VALUE "N".
      *> SQLCODEs pass through this edited picture before landing in
      *> report text - STRING of the raw signed field garbles the sign
       01 WS-SQLCODE-DSP               PIC -(10)9.

      *> linkage
       COPY "LNMOD1.cpy".
       COPY "DB2VCR.cpy".

       PROCEDURE DIVISION.

       ROTATE-ONE-CREDENTIAL SECTION.
      *>------------------------------------------------------------------------

          PERFORM GENERATE-NEW-PASSWORD
          PERFORM PREPARE-VAULT-PASSWORDS

          IF V-VAULT-KEY-OK
             PERFORM CHANGE-AND-VERIFY
          ELSE
             MOVE "MANUAL"             TO WS-ROT-RESULT
             MOVE "VAULT KEY ERROR"    TO WS-ROT-DETAIL
             ADD 1                     TO WS-MANUAL-CNT
          END-IF

      *>     neither password outlives its rotation
          MOVE SPACES                  TO WS-OLD-PSWD
          MOVE SPACES                  TO WS-NEW-PSWD

          PERFORM WRITE-ROTATION-LINE

          .
       ROTATE-ONE-CREDENTIAL-EX.
          EXIT.

      *>------------------------------------------------------------------------
       PREPARE-VAULT-PASSWORDS SECTION.
      *>------------------------------------------------------------------------

      *>     the old password in clear for the change connect, and the
      *>     new one encrypted ready for the rewrite - both before the
      *>     subsystem is touched, so a key problem can never leave a
      *>     changed subsystem password the vault cannot store
          SET V-VAULT-KEY-OK           TO TRUE

          IF VAULT-KEY-GEN NOT NUMERIC
             OR VAULT-KEY-GEN = 0
             MOVE VAULT-PSWD           TO WS-OLD-PSWD
          ELSE
             INITIALIZE VCR-MOD
             SET V-VCR-FNC-DECRYPT OF VCR-MOD TO TRUE
             MOVE "DB2ROT1"            TO VCR-CALLER OF VCR-MOD
             MOVE VAULT-KEY            TO VCR-SALT OF VCR-MOD
             MOVE VAULT-KEY-GEN        TO VCR-KEY-GEN OF VCR-MOD
             MOVE VAULT-PSWD           TO VCR-CIPHER OF VCR-MOD

             CALL "DB2VCR1" USING VCR-MOD END-CALL

             IF V-VCR-OK OF VCR-MOD
                MOVE VCR-CLEAR OF VCR-MOD TO WS-OLD-PSWD
             ELSE
                SET V-VAULT-KEY-ERROR  TO TRUE
             END-IF
          END-IF

          IF V-VAULT-KEY-OK
             INITIALIZE VCR-MOD
             SET V-VCR-FNC-ENCRYPT OF VCR-MOD TO TRUE
             MOVE "DB2ROT1"            TO VCR-CALLER OF VCR-MOD
             MOVE VAULT-KEY            TO VCR-SALT OF VCR-MOD
             MOVE WS-NEW-PSWD          TO VCR-CLEAR OF VCR-MOD

             CALL "DB2VCR1" USING VCR-MOD END-CALL

             IF V-VCR-OK OF VCR-MOD
                MOVE VCR-CIPHER OF VCR-MOD  TO WS-NEW-CIPHER
                MOVE VCR-KEY-GEN OF VCR-MOD TO WS-NEW-KEY-GEN
             ELSE
                SET V-VAULT-KEY-ERROR  TO TRUE
             END-IF
          END-IF

          MOVE SPACES                  TO VCR-CLEAR OF VCR-MOD

          .
       PREPARE-VAULT-PASSWORDS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       CHANGE-AND-VERIFY SECTION.
      *>------------------------------------------------------------------------

      *>     three steps, and the vault record is only touched after
      *>     the last one: change the password on the subsystem,
      *>     verify a fresh connect with the new credential, then
      *>     rewrite VAULT-PSWD and advance the expiry. A failure at
      *>     any step leaves the old credential in the vault and
      *>     flags the alias for a human
          INITIALIZE LN-MOD
          SET V-LN-FNC-CONNECT-NEWPW OF LN-MOD TO TRUE
          MOVE 1                       TO LN-SLOT-NBR OF LN-MOD
          MOVE VAULT-DBALIAS           TO LN-DBALIAS(1)
          MOVE VAULT-USERID            TO LN-USERID(1)
          MOVE WS-OLD-PSWD             TO LN-PSWD(1)
          MOVE WS-NEW-PSWD             TO LN-NEW-PSWD OF LN-MOD

          CALL "DB2MOD1" USING LN-MOD END-CALL
             END-IF
          END-IF

          .
       CHANGE-AND-VERIFY-EX.
          EXIT.

      *>------------------------------------------------------------------------
       UPDATE-VAULT-RECORD SECTION.
      *>------------------------------------------------------------------------

          MOVE WS-NEW-CIPHER           TO VAULT-PSWD
          MOVE WS-NEW-KEY-GEN          TO VAULT-KEY-GEN
          MOVE WS-NEW-EXPIRY-DATE      TO VAULT-EXPIRY-DATE

          REWRITE DB2VAULT-RECORD
          MOVE VAULT-USERID           TO VLTA-USERID
          MOVE VAULT-EXPIRY-DATE      TO VLTA-EXPIRY-DATE
          MOVE "DB2ROT1"              TO VLTA-CHANGED-BY
          MOVE VAULT-KEY-GEN          TO VLTA-KEY-GEN

          WRITE DB2VLTAUD-RECORD

