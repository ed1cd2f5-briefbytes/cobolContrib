      *>              VAULT-EXPIRY-DATE has passed, so the caller can show
      *>              "credential expired, contact security" instead of
      *>              letting the connect fail with a raw DB2 -30082.
      *> 2026.10.15 Laszlo Erdos:
      *>            - added V-VLT-KEY-ERROR: the entry exists but its
      *>              password cannot be decrypted - the key generation
      *>              it is held under is missing from DB2VKEY. Callers
      *>              that do not test for it treat it like a missing
      *>              credential.
      *>************************************************************************

       01 VLT-MOD.
           88 V-VLT-OK                  VALUE "00".
           88 V-VLT-NOT-FOUND           VALUE "23".
           88 V-VLT-EXPIRED             VALUE "EX".
           88 V-VLT-KEY-ERROR           VALUE "KE".
