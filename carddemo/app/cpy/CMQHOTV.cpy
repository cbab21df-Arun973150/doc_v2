      * CMQHOTV - Hot-Card Negative File Record
      * A VSAM KSDS (MQHOTVS) keyed by card number, one row per card
      * the fraud desk or the card desk has ever put on the hot-card
      * list.  CBMQFRN0 lists the card of every confirmed AT01 alert
      * automatically (source 'F'); operators list, release, and
      * expire cards by hand through the CBMQHCM0 transaction
      * (source 'M').  Only a LISTED row blocks anything: CBMQAUT0
      * declines any AT01 on a listed card (D986) before the card
      * master or the rule table is consulted, and CBMQFRD0 scores
      * a listed card at the HIGH severity tier.  A release (card
      * cleared - the alert was wrong or the card recovered) and an
      * expiry (the listing has run its course - card reissued or
      * closed) both lift the block but keep the row, so the who/
      * when/why of the original listing and of its clearing stay
      * on file.  Relisting a cleared card overwrites the listing
      * stamp and blanks the clearing stamp.  Every list, release,
      * and expiry also writes a CMQHAUV activity row for the daily
      * hot-card report (CBMQHCR0).
       01  MQ-HOT-CARD-RECORD.
         05  MQHOT-CARD-NUMBER      PIC X(16).
         05  MQHOT-STATUS           PIC X(01).
             88  MQHOT-LISTED           VALUE 'L'.
             88  MQHOT-RELEASED         VALUE 'R'.
             88  MQHOT-EXPIRED          VALUE 'E'.
         05  MQHOT-SOURCE           PIC X(01).
             88  MQHOT-SOURCE-FRAUD     VALUE 'F'.
             88  MQHOT-SOURCE-MANUAL    VALUE 'M'.
         05  MQHOT-LIST-REASON      PIC X(40).
         05  MQHOT-LIST-USER        PIC X(08).
         05  MQHOT-LIST-DATE        PIC X(08).
         05  MQHOT-LIST-TIME        PIC X(08).
         05  MQHOT-ALERT-MSGID      PIC X(24).
         05  MQHOT-CLEAR-REASON     PIC X(40).
         05  MQHOT-CLEAR-USER       PIC X(08).
         05  MQHOT-CLEAR-DATE       PIC X(08).
         05  MQHOT-CLEAR-TIME       PIC X(08).
         05  FILLER                 PIC X(10).
