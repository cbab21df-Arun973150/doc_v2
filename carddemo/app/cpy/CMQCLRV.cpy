      * CMQCLRV - Clearing Match Record
      * A VSAM KSDS (MQCLRVS) keyed by tran id - the same key as the
      * history ledger (CMQHISV) - holding one row per AT01
      * approval that has left the open-authorization state: either
      * matched to a presentment (status M, the cleared amount and
      * the presenting merchant recorded) or expired unpresented
      * after the clearing window (status E, nothing cleared).
      * Written only by CBMQCLR0; the ledger row carries the same
      * state in MQHIS-CLEAR-STATUS.  MQCLR-CLEAR-DATE is the run
      * date the row was written, so CBMQSET0 funds exactly the
      * items matched that day - at MQCLR-CLEARED-AMOUNT, not the
      * approval amount.  The WRITE is the duplicate-presentment
      * fence: an INVALID KEY means the approval was already
      * cleared.  Clear the file down on the same schedule as the
      * ledger.
       01  MQ-CLEARING-MATCH-RECORD.
         05  MQCLR-TRAN-ID          PIC X(16).
         05  MQCLR-CARD-NUMBER      PIC X(16).
         05  MQCLR-STATUS           PIC X(01).
             88  MQCLR-MATCHED          VALUE 'M'.
             88  MQCLR-EXPIRED          VALUE 'E'.
         05  MQCLR-AUTH-AMOUNT      PIC 9(07)V99.
         05  MQCLR-CLEARED-AMOUNT   PIC 9(07)V99.
         05  MQCLR-MERCHANT-ID      PIC X(15).
         05  MQCLR-MERCHANT-NAME    PIC X(25).
         05  MQCLR-PRESENT-REF      PIC X(12).
         05  MQCLR-PRESENT-DATE     PIC X(08).
         05  MQCLR-CLEAR-DATE       PIC X(08).
         05  FILLER                 PIC X(10).
