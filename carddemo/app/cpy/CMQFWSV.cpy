      * and tier from the alert (CMQFRDV) - the workbench shows
      * them and PF5 jumps to the next unworked HIGH alert, and
      * CBMQFRN0 notifies high-severity confirmations first.
      * CBMQBFA0 loads its nightly behavioral hits here directly:
      * MQFWS-PATTERN starts 'BEHAVIORAL - ', MQFWS-MSGID is the card
      * number plus the business date (one alert per check per card
      * per day), MQFWS-SCORE is the measured count, and the payload
      * is the card's last AT01 of the day.
       01  MQ-FRAUD-WORK-RECORD.
         05  MQFWS-ALERT-KEY.
             10  MQFWS-MSGID        PIC X(24).
