      *>************************************************************************
      *>  This file is part of DB2sample.
      *>
      *>  DB2NTF.cpy is free software: you can redistribute it and/or
      *>  modify it under the terms of the GNU Lesser General Public License as
      *>  published by the Free Software Foundation, either version 3 of the
      *>  License, or (at your option) any later version.
      *>
      *>  DB2NTF.cpy is distributed in the hope that it will be useful,
      *>  but WITHOUT ANY WARRANTY; without even the implied warranty of
      *>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
      *>  See the GNU Lesser General Public License for more details.
      *>
      *>  You should have received a copy of the GNU Lesser General Public
      *>  License along with DB2NTF.cpy.
      *>  If not, see <http://www.gnu.org/licenses/>.
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2NTF.cpy
      *>
      *> Purpose:      Record layout of one alert notification, as
      *>               DB2NTF1 hands it to the ticketing/paging gateway
      *>               in the feed file (DB2NTF.FEED) and keeps it in the
      *>               notification log (DB2NTF.LOG).
      *>
      *>               NTF-EVENT: OPEN (alert opened, tier 1 paged),
      *>               REESC (still unacknowledged, next tier paged),
      *>               ACK (acknowledged in DB2TEST1), CLOSE (the alert
      *>               left the DB2ALRT queue). NTF-ALERT-TS is the
      *>               ALERT-RAISED-TS: with the DBALIAS it identifies
      *>               the incident, so the gateway keeps one ticket
      *>               per alert. ACK and CLOSE update the ticket and
      *>               page nobody - NTF-RECIPIENT stays blank.
      *>               NTF-TEAM and NTF-TIER are the owner team and
      *>               criticality tier DB2ESC1 carried on the alert
      *>               (DEFAULT and blank for an unregistered alias).
      *>
      *> Usage:        COPY in the FILE SECTION, under an FD
      *>               NOTIFY-LOG-FILE, and write the feed FROM it.
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Laszlo Erdos:
      *>            - first version.
      *>************************************************************************

       01 NOTIFY-RECORD.
         02 NTF-TIMESTAMP              PIC X(26).
         02 NTF-EVENT                  PIC X(5).
         02 NTF-DBALIAS                PIC X(9).
         02 NTF-ALERT-TS               PIC X(26).
         02 NTF-LEVEL                  PIC X(7).
         02 NTF-RECIPIENT              PIC X(20).
         02 NTF-TEAM                   PIC X(20).
         02 NTF-REASON                 PIC X(8).
         02 NTF-SQLCODE                PIC -(10)9.
         02 NTF-ACKED-BY               PIC X(8).
         02 NTF-TIER                   PIC X(1).
