      *>               (someone should be working this), "A" acknowledged
      *>               (someone is). ALERT-REASON is CONSEC or LATENCY.
      *>
      *>               ALERT-OWNER-TEAM and ALERT-TIER are the DB2SREG
      *>               registry's owner team and criticality tier for
      *>               the DBALIAS, refreshed by DB2ESC1 whenever it
      *>               writes the record, so DB2NTF1 pages the owning
      *>               team without a registry lookup of its own. Both
      *>               stay blank for an alias the registry does not
      *>               know - DB2NTF1 sends those to the DEFAULT roster.
      *>
      *> Usage:        COPY in the FILE SECTION, under an FD
      *>               DB2ALERT-FILE.
      *>
      *> ========== ============================================================
      *> 2026.09.01 Laszlo Erdos:
      *>            - first version.
      *> 2026.10.15 Laszlo Erdos:
      *>            - added ALERT-OWNER-TEAM and ALERT-TIER. The longer
      *>              record means an existing DB2ALRT file needs a
      *>              one-time reload into the new length; records
      *>              reloaded with the new fields space-filled go to
      *>              the DEFAULT roster until DB2ESC1 next writes them.
      *>************************************************************************

       01 DB2ALERT-RECORD.
         02 ALERT-RAISED-TS            PIC X(26).
         02 ALERT-ACKED-BY             PIC X(8).
         02 ALERT-ACKED-TS             PIC X(26).
         02 ALERT-OWNER-TEAM           PIC X(20).
         02 ALERT-TIER                 PIC X(1).
