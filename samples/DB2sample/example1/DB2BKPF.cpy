      *>************************************************************************
      *>  This file is part of DB2sample.
      *>
      *>  DB2BKPF.cpy is free software: you can redistribute it and/or
      *>  modify it under the terms of the GNU Lesser General Public License as
      *>  published by the Free Software Foundation, either version 3 of the
      *>  License, or (at your option) any later version.
      *>
      *>  DB2BKPF.cpy is distributed in the hope that it will be useful,
      *>  but WITHOUT ANY WARRANTY; without even the implied warranty of
      *>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
      *>  See the GNU Lesser General Public License for more details.
      *>
      *>  You should have received a copy of the GNU Lesser General Public
      *>  License along with DB2BKPF.cpy.
      *>  If not, see <http://www.gnu.org/licenses/>.
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2BKPF.cpy
      *>
      *> Purpose:      The master and control files that make up a
      *>               DB2BKP1 backup set, in set order - the one list
      *>               DB2BKP1 unloads and DB2RST1 restores against.
      *>
      *>               BKPF-KIND: "I" indexed master file, "T" site text
      *>               control file. BKPF-LOCAL "Y" marks state that only
      *>               means something on the box it was built on (open
      *>               alerts, their notification state, the raw latency
      *>               history); a DR export leaves those files out.
      *>
      *>               The vault key ring DB2VKEY is deliberately not in
      *>               the set: the encrypted vault and its key never
      *>               travel together.
      *>
      *>               The site run-control files of the nightly chain,
      *>               DB2JOBC (job stream) and DB2SWPC (sweep streams),
      *>               travel with the set, DR export included: a system
      *>               restored elsewhere runs its night as configured.
      *>
      *> Usage:        COPY in WORKING-STORAGE, ahead of any table
      *>               with one entry per set file - such a table is
      *>               sized OCCURS BKPF-MAX TIMES, so adding a file
      *>               here is the only change the list needs.
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Laszlo Erdos:
      *>            - first version.
      *>************************************************************************

       78 BKPF-MAX                     VALUE 19.

       01 BKPF-FILE-LIST.
         02 FILLER                     PIC X(11) VALUE "DB2PROF  IN".
         02 FILLER                     PIC X(11) VALUE "DB2VAULT IN".
         02 FILLER                     PIC X(11) VALUE "DB2OPERS IN".
         02 FILLER                     PIC X(11) VALUE "DB2MWIN  IN".
         02 FILLER                     PIC X(11) VALUE "DB2ALRT  IY".
         02 FILLER                     PIC X(11) VALUE "DB2FOGR  TN".
         02 FILLER                     PIC X(11) VALUE "DB2LATSM IN".
         02 FILLER                     PIC X(11) VALUE "DB2AUDARCIN".
         02 FILLER                     PIC X(11) VALUE "DB2LATHS IY".
         02 FILLER                     PIC X(11) VALUE "DB2SREG  IN".
         02 FILLER                     PIC X(11) VALUE "DB2SWPHS IN".
         02 FILLER                     PIC X(11) VALUE "DB2CHKHS IN".
         02 FILLER                     PIC X(11) VALUE "DB2NTFS  IY".
         02 FILLER                     PIC X(11) VALUE "DB2SLA   TN".
         02 FILLER                     PIC X(11) VALUE "DB2ROST  TN".
         02 FILLER                     PIC X(11) VALUE "DB2SENS  TN".
         02 FILLER                     PIC X(11) VALUE "DB2CHKPK TN".
         02 FILLER                     PIC X(11) VALUE "DB2JOBC  TN".
         02 FILLER                     PIC X(11) VALUE "DB2SWPC  TN".
       01 BKPF-FILE-TAB REDEFINES BKPF-FILE-LIST.
         02 BKPF-ENTRY OCCURS BKPF-MAX TIMES.
           03 BKPF-NAME                PIC X(9).
           03 BKPF-KIND                PIC X(1).
             88 V-BKPF-INDEXED         VALUE "I".
             88 V-BKPF-TEXT            VALUE "T".
           03 BKPF-LOCAL               PIC X(1).
             88 V-BKPF-LOCAL-ONLY      VALUE "Y".
       01 BKPF-CNT                     PIC 9(4) COMP-5 VALUE BKPF-MAX.
