      *>               credential is valid; leave it blank for a
      *>               credential that never expires.
      *>
      *>               The password is stored encrypted under the site
      *>               key ring DB2VKEY, which must be readable by the
      *>               maintainer's id.
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.08.22 Laszlo Erdos:
      *>            - first version.
      *> 2026.10.15 Laszlo Erdos:
      *>            - the typed password is encrypted through DB2VCR1
      *>              under the current DB2VKEY generation before it is
      *>              written; add and rotate refuse the change when the
      *>              key ring is not usable. The audit trail records
      *>              the key generation used.
      *> 2026.10.15 Laszlo Erdos:
      *>            - any character can be stored in PSWD now that
      *>              DB2VCR1 encrypts with AES; a failed cipher call is
      *>              reported instead.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       01 WS-VLTAUD-STATUS             PIC X(2).
          88 V-VLTAUD-OK               VALUE "00".
       01 WS-VLTAUD-ACTION             PIC X(8).
       01 WS-VLTAUD-KEY-GEN            PIC 9(4).

       01 WS-MSG-LINE                  PIC X(80).

      *> colors
       COPY SCREENIO.

      *> linkage
       COPY "DB2VCR.cpy".

       SCREEN SECTION.
       01 HEADER-SCREEN.
          05 FILLER LINE 2 COLUMN 13
             ELSE
                MOVE WS-DBALIAS        TO VAULT-DBALIAS
                MOVE WS-USERID         TO VAULT-USERID
                PERFORM ENCRYPT-TYPED-PSWD
             END-IF
          END-IF

          IF WS-MSG-LINE = SPACES
             MOVE WS-EXPIRY-DATE       TO VAULT-EXPIRY-DATE

             WRITE DB2VAULT-RECORD

             IF V-VAULT-OK
                MOVE "Credential added"
                  TO WS-MSG-LINE
                MOVE "ADD"             TO WS-VLTAUD-ACTION
                MOVE VAULT-KEY-GEN     TO WS-VLTAUD-KEY-GEN
                PERFORM WRITE-VLTAUD-RECORD
             ELSE
                IF V-VAULT-DUPLICATE
                   MOVE "Credential already exists - F2 rotates"
                     TO WS-MSG-LINE
                ELSE
                   MOVE "Add failed - see DB2VLTM1"
                     TO WS-MSG-LINE
                END-IF
             END-IF
          END-IF
                   MOVE "No credential with that DBALIAS/USERID"
                     TO WS-MSG-LINE
                ELSE
                   PERFORM ENCRYPT-TYPED-PSWD
                END-IF
             END-IF
          END-IF

          IF WS-MSG-LINE = SPACES
             MOVE WS-EXPIRY-DATE       TO VAULT-EXPIRY-DATE

             REWRITE DB2VAULT-RECORD

             IF V-VAULT-OK
                MOVE "Credential rotated"
                  TO WS-MSG-LINE
                MOVE "ROTATE"          TO WS-VLTAUD-ACTION
                MOVE VAULT-KEY-GEN     TO WS-VLTAUD-KEY-GEN
                PERFORM WRITE-VLTAUD-RECORD
             ELSE
                MOVE "Rotate failed - see DB2VLTM1"
                  TO WS-MSG-LINE
             END-IF
          END-IF

          .
       FNC-ROTATE-CREDENTIAL-EX.
          EXIT.
                   MOVE "Credential deleted"
                     TO WS-MSG-LINE
                   MOVE "DELETE"       TO WS-VLTAUD-ACTION
                   MOVE 0              TO WS-VLTAUD-KEY-GEN
                   MOVE SPACES         TO WS-EXPIRY-DATE
                   PERFORM WRITE-VLTAUD-RECORD
                ELSE
       EDIT-COMMON-FIELDS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       ENCRYPT-TYPED-PSWD SECTION.
      *>------------------------------------------------------------------------

      *>     the typed password goes into the record buffer encrypted
      *>     under the current key generation, salted with the entry's
      *>     VAULT-KEY - or the change is refused with the record
      *>     untouched
          INITIALIZE VCR-MOD
          SET V-VCR-FNC-ENCRYPT OF VCR-MOD TO TRUE
          MOVE "DB2VLTM1"             TO VCR-CALLER OF VCR-MOD
          MOVE VAULT-KEY              TO VCR-SALT OF VCR-MOD
          MOVE WS-PSWD                TO VCR-CLEAR OF VCR-MOD

          CALL "DB2VCR1" USING VCR-MOD END-CALL

          IF V-VCR-OK OF VCR-MOD
             MOVE VCR-CIPHER OF VCR-MOD  TO VAULT-PSWD
             MOVE VCR-KEY-GEN OF VCR-MOD TO VAULT-KEY-GEN
          ELSE
             IF V-VCR-CIPHER-FAILED OF VCR-MOD
                MOVE "Vault cipher failed - nothing changed"
                  TO WS-MSG-LINE
             ELSE
                MOVE "Vault key DB2VKEY not usable - nothing changed"
                  TO WS-MSG-LINE
             END-IF
          END-IF

          MOVE SPACES                 TO VCR-CLEAR OF VCR-MOD

          .
       ENCRYPT-TYPED-PSWD-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-VLTAUD-RECORD SECTION.
      *>------------------------------------------------------------------------
          MOVE WS-USERID              TO VLTA-USERID
          MOVE WS-EXPIRY-DATE         TO VLTA-EXPIRY-DATE
          MOVE WS-MAINTAINER          TO VLTA-CHANGED-BY
          MOVE WS-VLTAUD-KEY-GEN      TO VLTA-KEY-GEN

          WRITE DB2VLTAUD-RECORD

