      *>
      *> Purpose:      Record layout for the DB2VLTM1 vault maintenance
      *>               audit trail (DB2VLTM.LOG). One line per ADD /
      *>               ROTATE / DELETE / REKEY of a vault credential - who
      *>               changed what and when. Passwords are never written
      *>               here.
      *>
      *> Usage:        COPY in the FILE SECTION, under an FD DB2VLTAUD-FILE.
      *>
      *> ========== ============================================================
      *> 2026.08.22 Laszlo Erdos:
      *>            - first version.
      *> 2026.10.15 Laszlo Erdos:
      *>            - added VLTA-KEY-GEN, the DB2VKEY generation the
      *>              password was encrypted under by the change, and
      *>              the REKEY action written by DB2VRK1. Zero on a
      *>              DELETE.
      *>************************************************************************

       01 DB2VLTAUD-RECORD.
         02 VLTA-USERID                PIC X(20).
         02 VLTA-EXPIRY-DATE           PIC X(8).
         02 VLTA-CHANGED-BY            PIC X(20).
         02 VLTA-KEY-GEN               PIC 9(4).
