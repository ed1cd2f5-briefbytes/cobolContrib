      *>              credential is valid; spaces or zeroes mean it never
      *>              expires) for the quarterly password rotation rule.
      *>              Maintained by DB2VLTM1, enforced by DB2VLT1.
      *> 2026.10.15 Laszlo Erdos:
      *>            - VAULT-PSWD is held encrypted by DB2VCR1 under the
      *>              site key ring DB2VKEY; added VAULT-KEY-GEN, the key
      *>              generation it is encrypted under. Zero (or an
      *>              entry not yet converted) means the password is
      *>              still clear text - DB2VRK1 encrypts those on its
      *>              first run and re-keys the rest onto a new key.
      *> 2026.10.15 Laszlo Erdos:
      *>            - VAULT-PSWD widened to 100 for the AES-256-GCM cipher
      *>              text of DB2VCR1 (hex IV, cipher text and tag). At
      *>              generation zero the clear text is in its first 20
      *>              positions. Existing files need a one-time reload
      *>              into the new length.
      *>************************************************************************

       01 DB2VAULT-RECORD.
         02 VAULT-KEY.
           03 VAULT-DBALIAS              PIC X(9).
           03 VAULT-USERID               PIC X(20).
         02 VAULT-PSWD                   PIC X(100).
         02 VAULT-EXPIRY-DATE            PIC X(8).
         02 VAULT-KEY-GEN                PIC 9(4).
