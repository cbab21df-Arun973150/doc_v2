      * CMQCRDV - Card Account Master Record
      * A VSAM KSDS (MQCRDVS) keyed by card number, holding the
      * account standing CBMQAUT0 needs before it will approve
      * anything: the card's status, its expiry date, its credit
      * limit, and the open-to-buy left under that limit.  Loaded
      * and refreshed in batch from the card issuing extract by
      * CBMQCRL0 (the same sequential-to-KSDS discipline as
      * CBMQCTL0), and inquired on or maintained online through the
      * CBMQCRM0 transaction.  CBMQAUT0 declines an inactive or
      * expired card, or a request larger than the open-to-buy,
      * each with its own response code; every approval it grants
      * reduces MQCRD-OPEN-TO-BUY and an approved A900 reversal puts
      * the reversed amount back (never above the credit limit).  A
      * limit change - batch or online - moves the open-to-buy by
      * the same difference, so the amount already drawn against the
      * card is carried across the change rather than forgiven.
      * MQCRD-EXPIRY-DATE is the last day the card is good
      * (YYYYMMDD); the sequential extract (MQCRDFL) carries the same
      * layout.
       01  MQ-CARD-ACCOUNT-RECORD.
         05  MQCRD-CARD-NUMBER      PIC X(16).
         05  MQCRD-STATUS           PIC X(01).
             88  MQCRD-STATUS-ACTIVE    VALUE 'A'.
             88  MQCRD-STATUS-INACTIVE  VALUE 'I'.
             88  MQCRD-STATUS-CLOSED    VALUE 'C'.
         05  MQCRD-EXPIRY-DATE      PIC X(08).
         05  MQCRD-CREDIT-LIMIT     PIC 9(09)V99.
         05  MQCRD-OPEN-TO-BUY      PIC 9(09)V99.
         05  MQCRD-MAINT-USER       PIC X(08).
         05  MQCRD-MAINT-DATE       PIC X(08).
         05  FILLER                 PIC X(10).
