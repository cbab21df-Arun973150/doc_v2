      * CMQENTV - MQ Online Operator Entitlement Record
      * A VSAM KSDS (MQENTVS) keyed by CICS user id plus transaction
      * id, one row per operator per MQ online transaction, granting
      * that operator specific functions in it.  A flag is 'Y' to
      * grant, anything else refuses; an operator with no row for a
      * transaction may not even start it.  The functions are:
      *   MQENT-VIEW       start the transaction and browse (all)
      *   MQENT-MAINTAIN   add/update rows (MQCM control records,
      *                    MQEN entitlements themselves)
      *   MQENT-DISP-LOW   C/F/E dispositions on LOW alerts (MQFW)
      *   MQENT-DISP-MEDIUM                  on MEDIUM alerts (MQFW)
      *   MQENT-DISP-HIGH                    on HIGH and unscored
      *                    alerts (MQFW)
      *   MQENT-REQUEUE    R (requeue) triage disposition (MQTW)
      *   MQENT-STAGE      S (send to staging) disposition (MQTW)
      *   MQENT-PURGE      P (purge) disposition (MQTW)
      * CBMQCTM0, CBMQFRW0, and CBMQTRW0 read the operator's row on
      * every entry and refuse - writing a CMQAVLV access-violation
      * row - any function not granted.  Maintained online through
      * the CBMQENM0 transaction (MQEN), which writes a CMQEAUV
      * before/after audit row for every add and update.  The raw
      * record is exactly the before/after image the audit carries,
      * so a change to this layout is a change to CMQEAUV.
       01  MQ-ENTITLEMENT-RECORD.
         05  MQENT-KEY.
             10  MQENT-USER-ID      PIC X(08).
             10  MQENT-TRAN-ID      PIC X(04).
         05  MQENT-FUNCTIONS.
             10  MQENT-VIEW         PIC X(01).
                 88  MQENT-CAN-VIEW         VALUE 'Y'.
             10  MQENT-MAINTAIN     PIC X(01).
                 88  MQENT-CAN-MAINTAIN     VALUE 'Y'.
             10  MQENT-DISP-LOW     PIC X(01).
                 88  MQENT-CAN-DISP-LOW     VALUE 'Y'.
             10  MQENT-DISP-MEDIUM  PIC X(01).
                 88  MQENT-CAN-DISP-MEDIUM  VALUE 'Y'.
             10  MQENT-DISP-HIGH    PIC X(01).
                 88  MQENT-CAN-DISP-HIGH    VALUE 'Y'.
             10  MQENT-REQUEUE      PIC X(01).
                 88  MQENT-CAN-REQUEUE      VALUE 'Y'.
             10  MQENT-STAGE        PIC X(01).
                 88  MQENT-CAN-STAGE        VALUE 'Y'.
             10  MQENT-PURGE        PIC X(01).
                 88  MQENT-CAN-PURGE        VALUE 'Y'.
         05  MQENT-MAINT-USER       PIC X(08).
         05  MQENT-MAINT-DATE       PIC X(08).
         05  FILLER                 PIC X(24).
