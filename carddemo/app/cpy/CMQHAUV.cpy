      * CMQHAUV - Hot-Card Activity Audit Record
      * A VSAM KSDS (MQHAUVS) holding one row per change to the
      * hot-card negative file (CMQHOTV) - who listed, released, or
      * expired which card, when, and why - the same who/when
      * discipline CMQCAUV gives control-record changes.  CBMQFRN0
      * writes the automatic listings from confirmed fraud alerts
      * (user CBMQFRN0, the alert's message id carried along);
      * CBMQHCM0 writes the operators' manual actions under their
      * CICS user id.  The key is date+time+card, so CBMQHCR0 can
      * START at a business date and read that day's activity in
      * time order.
       01  MQ-HOT-CARD-AUDIT-RECORD.
         05  MQHAU-AUDIT-KEY.
             10  MQHAU-AUDIT-DATE   PIC X(08).
             10  MQHAU-AUDIT-TIME   PIC X(08).
             10  MQHAU-CARD-NUMBER  PIC X(16).
         05  MQHAU-ACTION           PIC X(01).
             88  MQHAU-ACTION-LIST      VALUE 'L'.
             88  MQHAU-ACTION-RELEASE   VALUE 'R'.
             88  MQHAU-ACTION-EXPIRE    VALUE 'E'.
         05  MQHAU-SOURCE           PIC X(01).
             88  MQHAU-SOURCE-FRAUD     VALUE 'F'.
             88  MQHAU-SOURCE-MANUAL    VALUE 'M'.
         05  MQHAU-USER-ID          PIC X(08).
         05  MQHAU-REASON           PIC X(40).
         05  MQHAU-ALERT-MSGID      PIC X(24).
         05  FILLER                 PIC X(10).
