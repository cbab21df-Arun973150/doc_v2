      *   RR01 - reversal response      (outbound only, built by
      *          CBMQAUT0 once it decides an RV01 against the
      *          authorization history ledger (CMQHISV) - never
      *          validated inbound, same standing as AR01).  CBMQTMO0
      *          also sends an unsolicited RR01 with response code
      *          A901 - approval system-reversed on channel timeout
      * A new transaction type gets its layout added here and its
      * field checks added to 8250-VALIDATE-PAYLOAD in CMQTVLP -
      * nothing else in the get-side programs changes.
