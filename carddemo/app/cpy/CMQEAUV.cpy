      * CMQEAUV - Operator Entitlement Change Audit Record
      * A VSAM KSDS (MQEAUVS) holding one row per add or update a
      * security administrator makes to the operator entitlement
      * file (CMQENTV) through the CBMQENM0 maintenance transaction
      * - who granted or revoked what for which operator and
      * transaction, when, and the full before and after images -
      * the same who/when/before/after discipline CMQCAUV gives
      * control-record changes.  The key is date+time+the
      * entitlement key, so CBMQENR0 can START at a business date
      * and read that day's changes in time order; the images are
      * the raw 60-byte CMQENTV record contents (before is
      * LOW-VALUES on an add).
       01  MQ-ENTITLEMENT-AUDIT-RECORD.
         05  MQEAU-AUDIT-KEY.
             10  MQEAU-AUDIT-DATE   PIC X(08).
             10  MQEAU-AUDIT-TIME   PIC X(08).
             10  MQEAU-ENT-USER-ID  PIC X(08).
             10  MQEAU-ENT-TRAN-ID  PIC X(04).
         05  MQEAU-ACTION           PIC X(01).
             88  MQEAU-ACTION-ADD       VALUE 'A'.
             88  MQEAU-ACTION-UPDATE    VALUE 'U'.
         05  MQEAU-USER-ID          PIC X(08).
         05  MQEAU-OLD-IMAGE        PIC X(60).
         05  MQEAU-NEW-IMAGE        PIC X(60).
         05  FILLER                 PIC X(10).
