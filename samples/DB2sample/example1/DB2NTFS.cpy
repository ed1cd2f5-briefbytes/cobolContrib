      *>************************************************************************
      *>  This file is part of DB2sample.
      *>
      *>  DB2NTFS.cpy is free software: you can redistribute it and/or
      *>  modify it under the terms of the GNU Lesser General Public License as
      *>  published by the Free Software Foundation, either version 3 of the
      *>  License, or (at your option) any later version.
      *>
      *>  DB2NTFS.cpy is distributed in the hope that it will be useful,
      *>  but WITHOUT ANY WARRANTY; without even the implied warranty of
      *>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
      *>  See the GNU Lesser General Public License for more details.
      *>
      *>  You should have received a copy of the GNU Lesser General Public
      *>  License along with DB2NTFS.cpy.
      *>  If not, see <http://www.gnu.org/licenses/>.
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2NTFS.cpy
      *>
      *> Purpose:      Record layout for the notification state file
      *>               (DB2NTFS), one record per DBALIAS whose alert has
      *>               been notified and not yet closed. DB2NTF1 compares
      *>               the DB2ALRT queue with it on every run: a new
      *>               alert is notified OPEN, a newly acknowledged one
      *>               ACK, one that has left the queue CLOSE, and one
      *>               still unacknowledged after the re-escalation
      *>               interval is paged to the next tier.
      *>
      *>               NTFS-LEVEL is the highest roster tier paged so
      *>               far (1 tier 1, 2 tier 2, 3 duty manager), and
      *>               NTFS-PAGED-ID everyone paged for this alert - the
      *>               same alert never goes to the same person twice.
      *>               NTFS-OWNER-TEAM and NTFS-TIER are the team and
      *>               tier the alert was paged to, kept so the CLOSE
      *>               still reaches that team after the alert record
      *>               has left the queue.
      *>
      *> Usage:        COPY in the FILE SECTION, under an FD
      *>               DB2NTFS-FILE.
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Laszlo Erdos:
      *>            - first version.
      *>************************************************************************

       01 NOTIFY-STATE-RECORD.
         02 NTFS-DBALIAS               PIC X(9).
         02 NTFS-ALERT-TS              PIC X(26).
         02 NTFS-LAST-EVENT            PIC X(5).
            88 V-NTFS-ACK-SENT         VALUE "ACK".
         02 NTFS-LEVEL                 PIC 9(1).
         02 NTFS-LAST-PAGE-TS          PIC X(26).
         02 NTFS-PAGED-TAB.
           03 NTFS-PAGED-ID            PIC X(20) OCCURS 3 TIMES.
         02 NTFS-OWNER-TEAM            PIC X(20).
         02 NTFS-TIER                  PIC X(1).
