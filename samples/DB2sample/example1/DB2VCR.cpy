      *>************************************************************************
      *>  This file is part of DB2sample.
      *>
      *>  DB2VCR.cpy is free software: you can redistribute it and/or
      *>  modify it under the terms of the GNU Lesser General Public License as
      *>  published by the Free Software Foundation, either version 3 of the
      *>  License, or (at your option) any later version.
      *>
      *>  DB2VCR.cpy is distributed in the hope that it will be useful,
      *>  but WITHOUT ANY WARRANTY; without even the implied warranty of
      *>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
      *>  See the GNU Lesser General Public License for more details.
      *>
      *>  You should have received a copy of the GNU Lesser General Public
      *>  License along with DB2VCR.cpy.
      *>  If not, see <http://www.gnu.org/licenses/>.
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2VCR.cpy
      *>
      *> Purpose:      Linkage layout passed between the vault programs
      *>               and DB2VCR1, the vault password cipher. Only the
      *>               programs that own the vault - DB2VLT1, DB2VLTM1,
      *>               DB2ROT1 and the re-key DB2VRK1 - call it; DB2VCR1
      *>               refuses any other VCR-CALLER.
      *>
      *>               VCR-FUNCTION: "G" return the current key
      *>               generation, "E" encrypt VCR-CLEAR into VCR-CIPHER
      *>               under the current generation (returned in
      *>               VCR-KEY-GEN), "D" decrypt VCR-CIPHER into
      *>               VCR-CLEAR under generation VCR-KEY-GEN. VCR-SALT is
      *>               the vault entry's VAULT-KEY: the cipher text is
      *>               bound to it and decrypts on no other entry.
      *>               VCR-CIPHER is 100 hex characters, see DB2VCR1.
      *>
      *>               VCR-STATUS: "00" done, "NK" no usable key ring or
      *>               the generation is not in it, "NA" caller not
      *>               allowed, "NV" the cipher text fails its check (it
      *>               was altered, copied from another entry or put
      *>               under another generation), "CF" libcrypto refused
      *>               a call.
      *>
      *> Usage:        COPY this member in both the caller (as a WORKING-
      *>               STORAGE item passed on the CALL) and DB2VCR1 (in
      *>               LINKAGE SECTION, PROCEDURE DIVISION USING VCR-MOD).
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Laszlo Erdos:
      *>            - first version.
      *> 2026.10.15 Laszlo Erdos:
      *>            - VCR-CIPHER widened to 100 for the AES-256-GCM cipher
      *>              text; status "BC" replaced by "NV" and "CF".
      *>************************************************************************

       01 VCR-MOD.
         02 VCR-FUNCTION               PIC X(1).
           88 V-VCR-FNC-CURRENT        VALUE "G".
           88 V-VCR-FNC-ENCRYPT        VALUE "E".
           88 V-VCR-FNC-DECRYPT        VALUE "D".
         02 VCR-CALLER                 PIC X(8).
         02 VCR-SALT                   PIC X(29).
         02 VCR-KEY-GEN                PIC 9(4).
         02 VCR-CLEAR                  PIC X(20).
         02 VCR-CIPHER                 PIC X(100).
         02 VCR-STATUS                 PIC X(2).
           88 V-VCR-OK                 VALUE "00".
           88 V-VCR-NO-KEY             VALUE "NK".
           88 V-VCR-NOT-ALLOWED        VALUE "NA".
           88 V-VCR-NOT-VALID          VALUE "NV".
           88 V-VCR-CIPHER-FAILED      VALUE "CF".
