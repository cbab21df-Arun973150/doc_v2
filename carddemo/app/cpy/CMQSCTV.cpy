      * CMQSCTV - Merchant Settlement Control Totals Record
      * A single record CBMQSET0 writes at the end of every
      * settlement run, carrying the figures on the funding
      * summary's grand total line: the merchants funded, the
      * settlement details written, and their amount, plus the
      * held (not funded) totals for reference.  CBMQGLJ0 ties the
      * funding it journals from the settlement file (CMQSETV) to
      * these figures, so a truncated, stale, or substituted
      * settlement file can never reach the general ledger.  An
      * abandoned settlement run leaves the file empty.
       01  MQ-SETTLE-CONTROL-RECORD.
         05  MQSCT-SETTLE-DATE      PIC X(08).
         05  MQSCT-MERCHANT-COUNT   PIC 9(05).
         05  MQSCT-DETAIL-COUNT     PIC 9(09).
         05  MQSCT-FUNDED-AMOUNT    PIC 9(11)V99.
         05  MQSCT-HELD-COUNT       PIC 9(09).
         05  MQSCT-HELD-AMOUNT      PIC 9(11)V99.
         05  FILLER                 PIC X(23).
