      * housekeeping schedule
      * once its rows age past any possible reversal window, the
      * same advice as the dedupe cross-reference (CMQXRFV).
      * MQHIS-CLEAR-STATUS follows an AT01 approval through clearing:
      * open (blank) while its amount is held against the card's
      * open-to-buy, M once CBMQCLR0 has matched a presentment to
      * it, E once it has expired unpresented.  Only an open
      * approval still holds its amount, so only an open approval
      * gives the amount back when it is reversed.
      * MQHIS-REVERSAL-TYPE says who reversed a reversed row: R for
      * an RV01 the cardholder's channel sent (CBMQAUT0), T for a
      * system reversal CBMQTMO0 made because the approval's reply
      * was logged after its channel had already timed the terminal
      * out.  A timeout-reversed approval no longer counts toward
      * the card's velocity and is never settled.  Rows written
      * before the byte existed carry blank/low-values here and
      * read as neither.
       01  MQ-AUTH-HISTORY-RECORD.
         05  MQHIS-TRAN-ID          PIC X(16).
         05  MQHIS-CARD-NUMBER      PIC X(16).
             88  MQHIS-REVERSED         VALUE 'Y'.
             88  MQHIS-NOT-REVERSED     VALUE 'N'.
         05  MQHIS-REVERSAL-DATE    PIC X(08).
         05  MQHIS-CLEAR-STATUS     PIC X(01).
             88  MQHIS-CLEAR-OPEN       VALUE ' ' LOW-VALUE.
             88  MQHIS-CLEAR-MATCHED    VALUE 'M'.
             88  MQHIS-CLEAR-EXPIRED    VALUE 'E'.
         05  MQHIS-REVERSAL-TYPE    PIC X(01).
             88  MQHIS-REVERSAL-BY-REQUEST VALUE 'R'.
             88  MQHIS-REVERSAL-BY-TIMEOUT VALUE 'T'.
         05  FILLER                 PIC X(08).
