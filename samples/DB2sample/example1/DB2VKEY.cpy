      *>************************************************************************
      *>  This file is part of DB2sample.
      *>
      *>  DB2VKEY.cpy is free software: you can redistribute it and/or
      *>  modify it under the terms of the GNU Lesser General Public License as
      *>  published by the Free Software Foundation, either version 3 of the
      *>  License, or (at your option) any later version.
      *>
      *>  DB2VKEY.cpy is distributed in the hope that it will be useful,
      *>  but WITHOUT ANY WARRANTY; without even the implied warranty of
      *>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
      *>  See the GNU Lesser General Public License for more details.
      *>
      *>  You should have received a copy of the GNU Lesser General Public
      *>  License along with DB2VKEY.cpy.
      *>  If not, see <http://www.gnu.org/licenses/>.
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2VKEY.cpy
      *>
      *> Purpose:      Record layout for the site vault key ring (DB2VKEY).
      *>               Plain text, kept by security outside the DB2VAULT
      *>               file and outside its backups, readable only by the
      *>               ids that run the vault programs: one line per key
      *>               generation, fixed columns - the generation number,
      *>               then the key text (16 to 32 printable characters,
      *>               no embedded spaces, drawn at random - DB2VCR1 uses
      *>               its SHA-256 hash as the AES key). A line with "*"
      *>               in column 1 is a comment.
      *>
      *>               The highest generation is the current key; new and
      *>               changed passwords are encrypted under it. Older
      *>               generations stay in the ring until DB2VRK1 has
      *>               re-keyed every vault entry off them. The key text
      *>               of a generation must never change once it is used.
      *>
      *> Usage:        COPY in the FILE SECTION, under an FD
      *>               DB2VKEY-FILE (ORGANIZATION LINE SEQUENTIAL).
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Laszlo Erdos:
      *>            - first version.
      *> 2026.10.15 Laszlo Erdos:
      *>            - the key text is the source of an AES-256 key now.
      *>************************************************************************

       01 DB2VKEY-RECORD.
         02 VKEY-GEN-TEXT              PIC X(4).
         02 FILLER                     PIC X(1).
         02 VKEY-TEXT                  PIC X(32).
