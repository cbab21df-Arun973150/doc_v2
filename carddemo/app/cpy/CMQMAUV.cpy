      * CMQMAUV - Merchant Master Change Audit Record
      * A VSAM KSDS (MQMAUVS) holding one row per add or update an
      * operator makes to the merchant master (CMQMERV) through the
      * CBMQMRM0 maintenance transaction - who changed which
      * merchant, when, and the full before and after images - the
      * same who/when/before/after discipline CMQCAUV gives
      * control-record changes.  The key is date+time+merchant id;
      * the images are the raw 115-byte CMQMERV record contents
      * (before is LOW-VALUES on an add).
       01  MQ-MERCHANT-AUDIT-RECORD.
         05  MQMAU-AUDIT-KEY.
             10  MQMAU-AUDIT-DATE   PIC X(08).
             10  MQMAU-AUDIT-TIME   PIC X(08).
             10  MQMAU-MERCHANT-ID  PIC X(15).
         05  MQMAU-ACTION           PIC X(01).
             88  MQMAU-ACTION-ADD       VALUE 'A'.
             88  MQMAU-ACTION-UPDATE    VALUE 'U'.
         05  MQMAU-USER-ID          PIC X(08).
         05  MQMAU-OLD-IMAGE        PIC X(115).
         05  MQMAU-NEW-IMAGE        PIC X(115).
         05  FILLER                 PIC X(10).
