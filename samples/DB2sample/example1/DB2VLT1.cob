      *>              operator sees "credential expired" instead of a raw
      *>              DB2 -30082 at connect time. Spaces or zeroes in the
      *>              expiry date mean the credential never expires.
      *> 2026.10.15 Laszlo Erdos:
      *>            - VAULT-PSWD is held encrypted: the password is
      *>              decrypted through DB2VCR1 under the entry's
      *>              VAULT-KEY-GEN before it is handed back. An entry
      *>              whose key generation is not in DB2VKEY returns the
      *>              new V-VLT-KEY-ERROR; an entry still at generation
      *>              zero (not yet converted by DB2VRK1) is clear text
      *>              and returned as it is.
      *> 2026.10.15 Laszlo Erdos:
      *>            - a cipher text that fails its check under AES-256-GCM
      *>              returns V-VLT-KEY-ERROR as well; the message names
      *>              the DB2VCR1 status.
      *>************************************************************************

       IDENTIFICATION DIVISION.

       01 WS-CURRENT-DATE               PIC X(8).

      *> linkage
       COPY "DB2VCR.cpy".

       LINKAGE SECTION.
      *> linkage
       COPY "DB2VLT.cpy".
              AND VAULT-EXPIRY-DATE < WS-CURRENT-DATE
              SET V-VLT-EXPIRED OF VLT-MOD TO TRUE
           ELSE
              PERFORM DECRYPT-VAULT-PSWD
           END-IF

           .
       CHECK-EXPIRY-DATE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       DECRYPT-VAULT-PSWD SECTION.
      *>------------------------------------------------------------------------

      *>     generation zero is an entry DB2VRK1 has not converted yet
           IF VAULT-KEY-GEN NOT NUMERIC
              OR VAULT-KEY-GEN = 0
              MOVE VAULT-PSWD          TO VLT-PSWD OF VLT-MOD
              SET V-VLT-OK OF VLT-MOD  TO TRUE
           ELSE
              INITIALIZE VCR-MOD
              SET V-VCR-FNC-DECRYPT OF VCR-MOD TO TRUE
              MOVE "DB2VLT1"           TO VCR-CALLER OF VCR-MOD
              MOVE VAULT-KEY           TO VCR-SALT OF VCR-MOD
              MOVE VAULT-KEY-GEN       TO VCR-KEY-GEN OF VCR-MOD
              MOVE VAULT-PSWD          TO VCR-CIPHER OF VCR-MOD

              CALL "DB2VCR1" USING VCR-MOD END-CALL

              IF V-VCR-OK OF VCR-MOD
                 MOVE VCR-CLEAR OF VCR-MOD TO VLT-PSWD OF VLT-MOD
                 SET V-VLT-OK OF VLT-MOD TO TRUE
              ELSE
                 DISPLAY "DB2VLT1: cannot decrypt " VAULT-DBALIAS
                    " " VAULT-USERID " under key generation "
                    VAULT-KEY-GEN ", status "
                    VCR-STATUS OF VCR-MOD
                 SET V-VLT-KEY-ERROR OF VLT-MOD TO TRUE
              END-IF

              MOVE SPACES              TO VCR-CLEAR OF VCR-MOD
           END-IF

           .
       DECRYPT-VAULT-PSWD-EX.
          EXIT.

       END PROGRAM DB2VLT1.
