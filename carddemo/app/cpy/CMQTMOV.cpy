      * CMQTMOV - MQ Channel Timeout Record
      * One record per inbound channel, keyed by the reply-to queue
      * the channel names in its AT01 requests, maintained by
      * operations and read once at job start by CBMQTMO0 - the same
      * retune-without-recompile discipline as the retention rules
      * (CMQRETV) and decision rules (CMQRULV).  MQTMO-TIMEOUT-SECS
      * is how long the channel's terminal waits for an answer
      * before it shows the cardholder a failure; an approval whose
      * reply was logged later than that after the request was
      * staged is system-reversed.  A record whose reply queue is
      * '*' is the default for any queue without a record of its
      * own; with no default on file, a queue not listed is never
      * timed out.  MQTMO-CHANNEL-NAME is descriptive only and goes
      * on the report.
       01  MQ-CHANNEL-TIMEOUT-RECORD.
         05  MQTMO-REPLY-QUEUE      PIC X(48).
         05  MQTMO-TIMEOUT-SECS     PIC 9(05).
         05  MQTMO-CHANNEL-NAME     PIC X(20).
         05  FILLER                 PIC X(07).
