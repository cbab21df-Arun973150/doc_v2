      * CMQTMRV - MQ Timeout Reversal Log Record
      * One record per approval CBMQTMO0 has system-reversed because
      * its reply was logged after the channel's timeout (CMQTMOV).
      * The log is appended (DISP=MOD) and never rewritten; it is
      * the audit trail behind every MQHIS-REVERSAL-BY-TIMEOUT row in
      * the authorization history ledger (CMQHISV), and it is what
      * the forward-recovery rebuild (CBMQRBD0) replays so a rebuilt
      * ledger keeps the reversals.  Latency is in seconds, staged
      * GET to correlation-log write, the same span the channel's
      * terminal waited.  MQTMR-NOTICE-STATUS records whether the
      * RR01 notice reached the reply queue or went to the put-side
      * suspense file for the operator to replay.
       01  MQ-TIMEOUT-REVERSAL-RECORD.
         05  MQTMR-TRAN-ID          PIC X(16).
         05  MQTMR-CARD-NUMBER      PIC X(16).
         05  MQTMR-AMOUNT           PIC 9(07)V99.
         05  MQTMR-REQUEST-MSGID    PIC X(24).
         05  MQTMR-REPLY-QUEUE      PIC X(48).
         05  MQTMR-STAGED-DATE      PIC X(08).
         05  MQTMR-STAGED-TIME      PIC X(08).
         05  MQTMR-REPLY-DATE       PIC X(08).
         05  MQTMR-REPLY-TIME       PIC X(08).
         05  MQTMR-LATENCY-SECS     PIC 9(07).
         05  MQTMR-TIMEOUT-SECS     PIC 9(05).
         05  MQTMR-REVERSAL-DATE    PIC X(08).
         05  MQTMR-NOTICE-STATUS    PIC X(01).
             88  MQTMR-NOTICE-POSTED    VALUE 'P'.
             88  MQTMR-NOTICE-SUSPENDED VALUE 'S'.
         05  FILLER                 PIC X(10).
