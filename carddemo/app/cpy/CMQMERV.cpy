      * CMQMERV - Merchant Master Record
      * A VSAM KSDS (MQMERVS) keyed by merchant id, one row per
      * merchant the acquiring side has signed: the legal name funds
      * are paid under, the merchant's standing (A active,
      * S suspended, T terminated), its category code, the account
      * settlement pays into, and the largest single ticket it may
      * take.  Maintained online through the CBMQMRM0 transaction,
      * which writes a CMQMAUV before/after audit row for every add
      * and update.  CBMQAUT0 declines any AT01 whose merchant is
      * not on file (D985), suspended (D984), or terminated (D983),
      * or whose amount is over MQMER-MAX-TICKET (D982), before the
      * rule table is consulted.  CBMQSET0 funds active merchants
      * under MQMER-LEGAL-NAME into MQMER-FUNDING-ACCOUNT - never
      * the name the channel typed into the payload - and holds a
      * suspended (or terminated, or unknown) merchant's cleared
      * items on their own report section instead of funding them.
      * The raw record is exactly the before/after image the audit
      * carries, so a change to this layout is a change to CMQMAUV.
       01  MQ-MERCHANT-RECORD.
         05  MQMER-MERCHANT-ID      PIC X(15).
         05  MQMER-LEGAL-NAME       PIC X(40).
         05  MQMER-STATUS           PIC X(01).
             88  MQMER-STATUS-ACTIVE    VALUE 'A'.
             88  MQMER-STATUS-SUSPENDED VALUE 'S'.
             88  MQMER-STATUS-TERMINATED VALUE 'T'.
         05  MQMER-CATEGORY-CODE    PIC X(04).
         05  MQMER-FUNDING-ACCOUNT  PIC X(20).
         05  MQMER-MAX-TICKET       PIC 9(07)V99.
         05  MQMER-MAINT-USER       PIC X(08).
         05  MQMER-MAINT-DATE       PIC X(08).
         05  FILLER                 PIC X(10).
