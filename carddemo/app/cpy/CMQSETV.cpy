      * merchant id so the finance side can feed funding without
      * re-keying from channel reports; the companion funding
      * summary report carries the per-merchant and grand totals.
      * Only active merchants on the merchant master (CMQMERV) are
      * written: MQSET-MERCHANT-NAME is the master's legal name and
      * MQSET-FUNDING-ACCOUNT the account the funds are paid into.
      * Held (suspended, terminated, unknown) merchants appear only
      * on the report.
       01  MQ-SETTLEMENT-RECORD.
         05  MQSET-MERCHANT-ID      PIC X(15).
         05  MQSET-MERCHANT-NAME    PIC X(40).
         05  MQSET-TRAN-ID          PIC X(16).
         05  MQSET-AMOUNT           PIC 9(07)V99.
         05  MQSET-REQUEST-MSGID    PIC X(24).
         05  MQSET-SETTLE-DATE      PIC X(08).
         05  MQSET-FUNDING-ACCOUNT  PIC X(20).
         05  FILLER                 PIC X(10).
