      *>************************************************************************
      *>  This file is part of DB2sample.
      *>
      *>  DB2VCR1.cob is free software: you can redistribute it and/or
      *>  modify it under the terms of the GNU Lesser General Public License as
      *>  published by the Free Software Foundation, either version 3 of the
      *>  License, or (at your option) any later version.
      *>
      *>  DB2VCR1.cob is distributed in the hope that it will be useful,
      *>  but WITHOUT ANY WARRANTY; without even the implied warranty of
      *>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
      *>  See the GNU Lesser General Public License for more details.
      *>
      *>  You should have received a copy of the GNU Lesser General Public
      *>  License along with DB2VCR1.cob.
      *>  If not, see <http://www.gnu.org/licenses/>.
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2VCR1.cob
      *>
      *> Purpose:      Vault password cipher. Encrypts and decrypts the
      *>               VAULT-PSWD of a DB2VAULT entry with AES-256-GCM
      *>               (OpenSSL libcrypto, EVP interface) under the site
      *>               key ring DB2VKEY, which security keeps outside the
      *>               vault file. A copy of the vault or of its backup
      *>               holds no clear-text password - but whoever can
      *>               read DB2VKEY as well can decrypt every entry, so
      *>               it is the access to DB2VKEY that protects them.
      *>
      *>               The AES key of a generation is the SHA-256 hash of
      *>               its key text. Encrypted is the password's length
      *>               and the password itself, the unused rest of the
      *>               20 bytes filled with random bytes, not spaces.
      *>               Every encryption draws a new random 12-byte IV,
      *>               so one password never gives the same cipher text
      *>               twice. The entry's VAULT-KEY and the generation
      *>               are no secret: they go in as authenticated data,
      *>               so a cipher text copied to another entry, put
      *>               under another generation or altered in any byte
      *>               fails to decrypt ("NV") instead of giving a wrong
      *>               password. IV, cipher text and the 16-byte tag
      *>               are kept as 100 hex characters in VAULT-PSWD.
      *>
      *>               The VCR-CALLER check keeps other programs from
      *>               using the cipher by mistake; it is no access
      *>               control, as any program can give a vault
      *>               program's name. What keeps the passwords is that
      *>               DB2VKEY is readable only by the ids that run the
      *>               vault programs.
      *>
      *>               The key ring is read on every call and cleared
      *>               from storage again before the return: a key
      *>               generation added by security is used at once and
      *>               no key text stays in memory between calls.
      *>
      *> Author:       Laszlo Erdos - https://www.facebook.com/wortfee
      *>
      *> Date-Written: 2026.10.15
      *>
      *> Tectonics:    cobc -c -fstatic-call DB2VCR1.cob
      *>               the programs calling it are linked with -lcrypto
      *>
      *> Usage:        CALL "DB2VCR1" USING VCR-MOD, with VCR-FUNCTION,
      *>               VCR-CALLER and - for "E" and "D" - VCR-SALT,
      *>               VCR-CLEAR or VCR-CIPHER and VCR-KEY-GEN OF VCR-MOD
      *>               set before the call (see DB2VCR.cpy). Only
      *>               DB2VLT1, DB2VLTM1, DB2ROT1 and DB2VRK1 are served.
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Laszlo Erdos:
      *>            - first version.
      *> 2026.10.15 Laszlo Erdos:
      *>            - the character-shift cipher is replaced by
      *>              AES-256-GCM from libcrypto: random IV per
      *>              encryption, VAULT-KEY and generation authenticated,
      *>              the padding no longer encrypted as spaces. The
      *>              cipher text grows to 100 hex characters; "BC" is
      *>              gone, "NV" and "CF" are new (see DB2VCR.cpy).
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2VCR1.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DB2VKEY-FILE ASSIGN TO "DB2VKEY"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-VKEY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DB2VKEY-FILE.
      *> record layout
       COPY "DB2VKEY.cpy".

       WORKING-STORAGE SECTION.
       01 WS-VKEY-STATUS               PIC X(2).
          88 V-VKEY-OK                 VALUE "00".

      *> the key ring as read from DB2VKEY
       01 WS-RING-MAX                  PIC 9(4) COMP-5 VALUE 20.
       01 WS-RING-CNT                  PIC 9(4) COMP-5 VALUE 0.
       01 WS-RING-TAB OCCURS 20 TIMES.
         02 WS-RING-GEN                PIC 9(4).
         02 WS-RING-KEY                PIC X(32).
         02 WS-RING-KEY-LEN            PIC 9(4) COMP-5.
       01 WS-CURRENT-GEN               PIC 9(4) VALUE 0.

      *> the key line being checked
       01 WS-LINE-GEN                  PIC 9(4).
       01 WS-LINE-KEY-LEN              PIC 9(4) COMP-5.
       01 WS-LINE-SPACE-CNT            PIC 9(4) COMP-5.
       01 WS-LINE-KNOWN                PIC X(1).
          88 V-LINE-KNOWN              VALUE "Y".
          88 V-LINE-NEW                VALUE "N".

      *> the generation in use and its AES-256 key
       01 WS-USE-GEN                   PIC 9(4).
       01 WS-AES-KEY                   PIC X(32).

      *> what is encrypted: the password length, then the password,
      *> the rest of the 20 bytes random
       01 WS-PLAIN.
         02 WS-PLAIN-LEN               PIC 9(2).
         02 WS-PLAIN-PSWD              PIC X(20).
       01 WS-PLAIN-SIZE                PIC S9(9) COMP-5 VALUE 22.
       01 WS-FILL-LEN                  PIC S9(9) COMP-5.

      *> what is authenticated along with it
       01 WS-AAD.
         02 WS-AAD-SALT                PIC X(29).
         02 WS-AAD-GEN                 PIC 9(4).
       01 WS-AAD-SIZE                  PIC S9(9) COMP-5 VALUE 33.

      *> what is kept: IV, cipher text and tag - as hex in VCR-CIPHER
       01 WS-SEALED.
         02 WS-SEALED-IV               PIC X(12).
         02 WS-SEALED-TEXT             PIC X(22).
         02 WS-SEALED-TAG              PIC X(16).
       01 WS-SEALED-SIZE               PIC 9(4) COMP-5 VALUE 50.
       01 WS-IV-SIZE                   PIC S9(9) COMP-5 VALUE 12.
       01 WS-TAG-SIZE                  PIC S9(9) COMP-5 VALUE 16.

      *> libcrypto handles, lengths and return codes
       01 WS-EVP-CTX                   USAGE POINTER.
       01 WS-EVP-CIPHER                USAGE POINTER.
       01 WS-EVP-MD                    USAGE POINTER.
       01 WS-NULL-PTR                  USAGE POINTER VALUE NULL.
       01 WS-EVP-RC                    PIC S9(9) COMP-5.
       01 WS-EVP-OUT-LEN               PIC S9(9) COMP-5.
       01 WS-EVP-SCRATCH               PIC X(32).
       01 WS-DIGEST-LEN                PIC 9(9) COMP-5.
       01 WS-KEY-TEXT-LEN              PIC 9(18) COMP-5.
      *> EVP_CTRL_GCM_GET_TAG and EVP_CTRL_GCM_SET_TAG
       01 WS-GCM-GET-TAG               PIC S9(9) COMP-5 VALUE 16.
       01 WS-GCM-SET-TAG               PIC S9(9) COMP-5 VALUE 17.

      *> one byte as a number, for the hex conversion
       01 WS-HEX-DIGITS                PIC X(16)
                                       VALUE "0123456789ABCDEF".
       01 WS-BYTE-PAIR                 PIC X(2).
       01 WS-BYTE-VAL REDEFINES WS-BYTE-PAIR
                                       PIC 9(4) COMP.
       01 WS-HI                        PIC 9(4) COMP-5.
       01 WS-LO                        PIC 9(4) COMP-5.
       01 WS-HEX-POS                   PIC 9(4) COMP-5.

       01 WS-IDX                       PIC 9(4) COMP-5.
       01 WS-POS                       PIC 9(4) COMP-5.

       LINKAGE SECTION.
      *> linkage
       COPY "DB2VCR.cpy".

       PROCEDURE DIVISION USING VCR-MOD.

      *>------------------------------------------------------------------------
       MAIN-DB2VCR1 SECTION.
      *>------------------------------------------------------------------------

           SET V-VCR-OK OF VCR-MOD     TO TRUE

      *>     the vault's own programs, and nothing else
           EVALUATE VCR-CALLER OF VCR-MOD
              WHEN "DB2VLT1"
              WHEN "DB2VLTM1"
              WHEN "DB2ROT1"
              WHEN "DB2VRK1"
                 CONTINUE
              WHEN OTHER
                 SET V-VCR-NOT-ALLOWED OF VCR-MOD TO TRUE
           END-EVALUATE

           IF V-VCR-OK OF VCR-MOD
              PERFORM LOAD-KEY-RING
           END-IF

           IF V-VCR-OK OF VCR-MOD
              EVALUATE TRUE
                 WHEN V-VCR-FNC-CURRENT OF VCR-MOD
                    MOVE WS-CURRENT-GEN TO VCR-KEY-GEN OF VCR-MOD

                 WHEN V-VCR-FNC-ENCRYPT OF VCR-MOD
                    MOVE WS-CURRENT-GEN TO WS-USE-GEN
                    PERFORM SELECT-GENERATION
                    IF V-VCR-OK OF VCR-MOD
                       MOVE WS-CURRENT-GEN TO VCR-KEY-GEN OF VCR-MOD
                       PERFORM ENCRYPT-PASSWORD
                    END-IF

                 WHEN V-VCR-FNC-DECRYPT OF VCR-MOD
                    MOVE VCR-KEY-GEN OF VCR-MOD TO WS-USE-GEN
                    PERFORM SELECT-GENERATION
                    IF V-VCR-OK OF VCR-MOD
                       PERFORM DECRYPT-PASSWORD
                    END-IF
              END-EVALUATE
           END-IF

      *>     no key text, key or password outlives the call
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-RING-MAX
              INITIALIZE WS-RING-TAB(WS-IDX)
           END-PERFORM
           MOVE 0                      TO WS-RING-CNT
           MOVE LOW-VALUES             TO WS-AES-KEY
           MOVE LOW-VALUES             TO WS-PLAIN
           MOVE LOW-VALUES             TO WS-EVP-SCRATCH

           GOBACK

           .
       MAIN-DB2VCR1-EX.
          EXIT.

      *>------------------------------------------------------------------------
       LOAD-KEY-RING SECTION.
      *>------------------------------------------------------------------------

           MOVE 0                      TO WS-RING-CNT
           MOVE 0                      TO WS-CURRENT-GEN

           OPEN INPUT DB2VKEY-FILE
           IF V-VKEY-OK
              PERFORM READ-KEY-LINE
                 UNTIL NOT V-VKEY-OK
              CLOSE DB2VKEY-FILE
           END-IF

           IF WS-CURRENT-GEN = 0
              SET V-VCR-NO-KEY OF VCR-MOD TO TRUE
           END-IF

           .
       LOAD-KEY-RING-EX.
          EXIT.

      *>------------------------------------------------------------------------
       READ-KEY-LINE SECTION.
      *>------------------------------------------------------------------------

           READ DB2VKEY-FILE
           END-READ

      *>     comments, blank lines and lines that are not a usable key
      *>     are passed over; the first line for a generation counts
           IF V-VKEY-OK
              AND DB2VKEY-RECORD(1:1) NOT = "*"
              AND VKEY-GEN-TEXT NUMERIC
              MOVE VKEY-GEN-TEXT       TO WS-LINE-GEN

              PERFORM VARYING WS-LINE-KEY-LEN FROM 32 BY -1
                 UNTIL WS-LINE-KEY-LEN < 1
                    OR VKEY-TEXT(WS-LINE-KEY-LEN:1) NOT = SPACE
                 CONTINUE
              END-PERFORM

              MOVE 0                   TO WS-LINE-SPACE-CNT
              IF WS-LINE-KEY-LEN > 0
                 INSPECT VKEY-TEXT(1:WS-LINE-KEY-LEN)
                    TALLYING WS-LINE-SPACE-CNT FOR ALL SPACE
              END-IF

              SET V-LINE-NEW           TO TRUE
              PERFORM VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-RING-CNT
                 IF WS-RING-GEN(WS-IDX) = WS-LINE-GEN
                    SET V-LINE-KNOWN   TO TRUE
                 END-IF
              END-PERFORM

              IF WS-LINE-GEN > 0
                 AND WS-LINE-KEY-LEN >= 16
                 AND WS-LINE-SPACE-CNT = 0
                 AND V-LINE-NEW
                 AND WS-RING-CNT < WS-RING-MAX
                 ADD 1                 TO WS-RING-CNT
                 MOVE WS-LINE-GEN      TO WS-RING-GEN(WS-RING-CNT)
                 MOVE VKEY-TEXT        TO WS-RING-KEY(WS-RING-CNT)
                 MOVE WS-LINE-KEY-LEN  TO WS-RING-KEY-LEN(WS-RING-CNT)
                 IF WS-LINE-GEN > WS-CURRENT-GEN
                    MOVE WS-LINE-GEN   TO WS-CURRENT-GEN
                 END-IF
              END-IF
           END-IF

           MOVE SPACES                 TO DB2VKEY-RECORD

           .
       READ-KEY-LINE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SELECT-GENERATION SECTION.
      *>------------------------------------------------------------------------

      *>     the AES key of generation WS-USE-GEN: the SHA-256 hash of
      *>     its key text
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-RING-CNT
                 OR WS-RING-GEN(WS-IDX) = WS-USE-GEN
              CONTINUE
           END-PERFORM

           IF WS-USE-GEN = 0
              OR WS-IDX > WS-RING-CNT
              SET V-VCR-NO-KEY OF VCR-MOD TO TRUE
           ELSE
              MOVE WS-RING-KEY-LEN(WS-IDX) TO WS-KEY-TEXT-LEN
              CALL "EVP_sha256" RETURNING WS-EVP-MD
              END-CALL
              CALL "EVP_Digest" USING
                 BY REFERENCE WS-RING-KEY(WS-IDX)
                 BY VALUE     WS-KEY-TEXT-LEN
                 BY REFERENCE WS-AES-KEY
                 BY REFERENCE WS-DIGEST-LEN
                 BY VALUE     WS-EVP-MD
                 BY VALUE     WS-NULL-PTR
                 RETURNING    WS-EVP-RC
              END-CALL
              PERFORM CHECK-EVP-RC

              MOVE VCR-SALT OF VCR-MOD TO WS-AAD-SALT
              MOVE WS-USE-GEN          TO WS-AAD-GEN
           END-IF

           .
       SELECT-GENERATION-EX.
          EXIT.

      *>------------------------------------------------------------------------
       ENCRYPT-PASSWORD SECTION.
      *>------------------------------------------------------------------------

           MOVE SPACES                 TO VCR-CIPHER OF VCR-MOD

      *>     the password without its trailing spaces, then random
      *>     bytes up to 20
           PERFORM VARYING WS-POS FROM 20 BY -1
              UNTIL WS-POS < 1
                 OR VCR-CLEAR OF VCR-MOD(WS-POS:1) NOT = SPACE
              CONTINUE
           END-PERFORM
           MOVE WS-POS                 TO WS-PLAIN-LEN
           MOVE VCR-CLEAR OF VCR-MOD   TO WS-PLAIN-PSWD

           IF WS-PLAIN-LEN < 20
              COMPUTE WS-FILL-LEN = 20 - WS-PLAIN-LEN
              END-COMPUTE
              CALL "RAND_bytes" USING
                 BY REFERENCE WS-PLAIN-PSWD(WS-PLAIN-LEN + 1:)
                 BY VALUE     WS-FILL-LEN
                 RETURNING    WS-EVP-RC
              END-CALL
              PERFORM CHECK-EVP-RC
           END-IF

           IF V-VCR-OK OF VCR-MOD
              CALL "RAND_bytes" USING
                 BY REFERENCE WS-SEALED-IV
                 BY VALUE     WS-IV-SIZE
                 RETURNING    WS-EVP-RC
              END-CALL
              PERFORM CHECK-EVP-RC
           END-IF

           IF V-VCR-OK OF VCR-MOD
              PERFORM NEW-CIPHER-CONTEXT
           END-IF

           IF V-VCR-OK OF VCR-MOD
              CALL "EVP_EncryptInit_ex" USING
                 BY VALUE     WS-EVP-CTX
                 BY VALUE     WS-EVP-CIPHER
                 BY VALUE     WS-NULL-PTR
                 BY REFERENCE WS-AES-KEY
                 BY REFERENCE WS-SEALED-IV
                 RETURNING    WS-EVP-RC
              END-CALL
              PERFORM CHECK-EVP-RC
           END-IF

      *>     the authenticated data goes in without an output buffer
           IF V-VCR-OK OF VCR-MOD
              CALL "EVP_EncryptUpdate" USING
                 BY VALUE     WS-EVP-CTX
                 BY VALUE     WS-NULL-PTR
                 BY REFERENCE WS-EVP-OUT-LEN
                 BY REFERENCE WS-AAD
                 BY VALUE     WS-AAD-SIZE
                 RETURNING    WS-EVP-RC
              END-CALL
              PERFORM CHECK-EVP-RC
           END-IF

           IF V-VCR-OK OF VCR-MOD
              CALL "EVP_EncryptUpdate" USING
                 BY VALUE     WS-EVP-CTX
                 BY REFERENCE WS-SEALED-TEXT
                 BY REFERENCE WS-EVP-OUT-LEN
                 BY REFERENCE WS-PLAIN
                 BY VALUE     WS-PLAIN-SIZE
                 RETURNING    WS-EVP-RC
              END-CALL
              PERFORM CHECK-EVP-RC
           END-IF

      *>     GCM is a stream mode - the final step writes no bytes
           IF V-VCR-OK OF VCR-MOD
              CALL "EVP_EncryptFinal_ex" USING
                 BY VALUE     WS-EVP-CTX
                 BY REFERENCE WS-EVP-SCRATCH
                 BY REFERENCE WS-EVP-OUT-LEN
                 RETURNING    WS-EVP-RC
              END-CALL
              PERFORM CHECK-EVP-RC
           END-IF

           IF V-VCR-OK OF VCR-MOD
              CALL "EVP_CIPHER_CTX_ctrl" USING
                 BY VALUE     WS-EVP-CTX
                 BY VALUE     WS-GCM-GET-TAG
                 BY VALUE     WS-TAG-SIZE
                 BY REFERENCE WS-SEALED-TAG
                 RETURNING    WS-EVP-RC
              END-CALL
              PERFORM CHECK-EVP-RC
           END-IF

           PERFORM FREE-CIPHER-CONTEXT

           IF V-VCR-OK OF VCR-MOD
              PERFORM SEALED-TO-HEX
           END-IF

           .
       ENCRYPT-PASSWORD-EX.
          EXIT.

      *>------------------------------------------------------------------------
       DECRYPT-PASSWORD SECTION.
      *>------------------------------------------------------------------------

           MOVE SPACES                 TO VCR-CLEAR OF VCR-MOD

           PERFORM HEX-TO-SEALED

           IF V-VCR-OK OF VCR-MOD
              PERFORM NEW-CIPHER-CONTEXT
           END-IF

           IF V-VCR-OK OF VCR-MOD
              CALL "EVP_DecryptInit_ex" USING
                 BY VALUE     WS-EVP-CTX
                 BY VALUE     WS-EVP-CIPHER
                 BY VALUE     WS-NULL-PTR
                 BY REFERENCE WS-AES-KEY
                 BY REFERENCE WS-SEALED-IV
                 RETURNING    WS-EVP-RC
              END-CALL
              PERFORM CHECK-EVP-RC
           END-IF

           IF V-VCR-OK OF VCR-MOD
              CALL "EVP_DecryptUpdate" USING
                 BY VALUE     WS-EVP-CTX
                 BY VALUE     WS-NULL-PTR
                 BY REFERENCE WS-EVP-OUT-LEN
                 BY REFERENCE WS-AAD
                 BY VALUE     WS-AAD-SIZE
                 RETURNING    WS-EVP-RC
              END-CALL
              PERFORM CHECK-EVP-RC
           END-IF

           IF V-VCR-OK OF VCR-MOD
              CALL "EVP_DecryptUpdate" USING
                 BY VALUE     WS-EVP-CTX
                 BY REFERENCE WS-PLAIN
                 BY REFERENCE WS-EVP-OUT-LEN
                 BY REFERENCE WS-SEALED-TEXT
                 BY VALUE     WS-PLAIN-SIZE
                 RETURNING    WS-EVP-RC
              END-CALL
              PERFORM CHECK-EVP-RC
           END-IF

           IF V-VCR-OK OF VCR-MOD
              CALL "EVP_CIPHER_CTX_ctrl" USING
                 BY VALUE     WS-EVP-CTX
                 BY VALUE     WS-GCM-SET-TAG
                 BY VALUE     WS-TAG-SIZE
                 BY REFERENCE WS-SEALED-TAG
                 RETURNING    WS-EVP-RC
              END-CALL
              PERFORM CHECK-EVP-RC
           END-IF

      *>     the final step checks the tag: a cipher text that was
      *>     altered, moved or put under another generation fails here
           IF V-VCR-OK OF VCR-MOD
              CALL "EVP_DecryptFinal_ex" USING
                 BY VALUE     WS-EVP-CTX
                 BY REFERENCE WS-EVP-SCRATCH
                 BY REFERENCE WS-EVP-OUT-LEN
                 RETURNING    WS-EVP-RC
              END-CALL
              IF WS-EVP-RC < 1
                 SET V-VCR-NOT-VALID OF VCR-MOD TO TRUE
              END-IF
           END-IF

           PERFORM FREE-CIPHER-CONTEXT

           IF V-VCR-OK OF VCR-MOD
              IF WS-PLAIN-LEN NUMERIC
                 AND WS-PLAIN-LEN <= 20
                 IF WS-PLAIN-LEN > 0
                    MOVE WS-PLAIN-PSWD(1:WS-PLAIN-LEN)
                      TO VCR-CLEAR OF VCR-MOD
                 END-IF
              ELSE
                 SET V-VCR-NOT-VALID OF VCR-MOD TO TRUE
              END-IF
           END-IF

           .
       DECRYPT-PASSWORD-EX.
          EXIT.

      *>------------------------------------------------------------------------
       NEW-CIPHER-CONTEXT SECTION.
      *>------------------------------------------------------------------------

           CALL "EVP_CIPHER_CTX_new" RETURNING WS-EVP-CTX
           END-CALL
           IF WS-EVP-CTX = NULL
              SET V-VCR-CIPHER-FAILED OF VCR-MOD TO TRUE
           ELSE
              CALL "EVP_aes_256_gcm" RETURNING WS-EVP-CIPHER
              END-CALL
           END-IF

           .
       NEW-CIPHER-CONTEXT-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FREE-CIPHER-CONTEXT SECTION.
      *>------------------------------------------------------------------------

      *>     the context is wiped by libcrypto as it is freed
           IF WS-EVP-CTX NOT = NULL
              CALL "EVP_CIPHER_CTX_free" USING
                 BY VALUE     WS-EVP-CTX
              END-CALL
              SET WS-EVP-CTX           TO NULL
           END-IF

           .
       FREE-CIPHER-CONTEXT-EX.
          EXIT.

      *>------------------------------------------------------------------------
       CHECK-EVP-RC SECTION.
      *>------------------------------------------------------------------------

      *>     libcrypto returns 1 for a call that worked
           IF WS-EVP-RC NOT = 1
              SET V-VCR-CIPHER-FAILED OF VCR-MOD TO TRUE
           END-IF

           .
       CHECK-EVP-RC-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SEALED-TO-HEX SECTION.
      *>------------------------------------------------------------------------

           MOVE LOW-VALUES             TO WS-BYTE-PAIR
           PERFORM VARYING WS-POS FROM 1 BY 1
              UNTIL WS-POS > WS-SEALED-SIZE
              MOVE WS-SEALED(WS-POS:1) TO WS-BYTE-PAIR(2:1)
              DIVIDE WS-BYTE-VAL BY 16 GIVING WS-HI REMAINDER WS-LO
              END-DIVIDE
              COMPUTE WS-HEX-POS = WS-POS * 2 - 1
              END-COMPUTE
              MOVE WS-HEX-DIGITS(WS-HI + 1:1)
                TO VCR-CIPHER OF VCR-MOD(WS-HEX-POS:1)
              MOVE WS-HEX-DIGITS(WS-LO + 1:1)
                TO VCR-CIPHER OF VCR-MOD(WS-HEX-POS + 1:1)
           END-PERFORM

           .
       SEALED-TO-HEX-EX.
          EXIT.

      *>------------------------------------------------------------------------
       HEX-TO-SEALED SECTION.
      *>------------------------------------------------------------------------

      *>     anything but 100 upper-case hex digits cannot be a cipher
      *>     text of this program
           MOVE LOW-VALUES             TO WS-SEALED
           PERFORM VARYING WS-POS FROM 1 BY 1
              UNTIL WS-POS > WS-SEALED-SIZE
                 OR NOT V-VCR-OK OF VCR-MOD
              COMPUTE WS-HEX-POS = WS-POS * 2 - 1
              END-COMPUTE
              PERFORM VARYING WS-HI FROM 0 BY 1
                 UNTIL WS-HI > 15
                    OR WS-HEX-DIGITS(WS-HI + 1:1)
                       = VCR-CIPHER OF VCR-MOD(WS-HEX-POS:1)
                 CONTINUE
              END-PERFORM
              PERFORM VARYING WS-LO FROM 0 BY 1
                 UNTIL WS-LO > 15
                    OR WS-HEX-DIGITS(WS-LO + 1:1)
                       = VCR-CIPHER OF VCR-MOD(WS-HEX-POS + 1:1)
                 CONTINUE
              END-PERFORM
              IF WS-HI > 15 OR WS-LO > 15
                 SET V-VCR-NOT-VALID OF VCR-MOD TO TRUE
              ELSE
                 COMPUTE WS-BYTE-VAL = WS-HI * 16 + WS-LO
                 END-COMPUTE
                 MOVE WS-BYTE-PAIR(2:1) TO WS-SEALED(WS-POS:1)
              END-IF
           END-PERFORM

           .
       HEX-TO-SEALED-EX.
          EXIT.

       END PROGRAM DB2VCR1.
