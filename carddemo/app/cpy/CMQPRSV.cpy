      * CMQPRSV - Clearing Presentment Record
      * One record per item on the inbound clearing/presentment file
      * (MQPRSFL) - the merchant's claim for the money, presented
      * after the authorization, often days later and often for
      * less than was approved (partial shipment).  CBMQCLR0
      * matches each item to its AT01 approval on the history
      * ledger (CMQHISV) by MQPRS-TRAN-ID, checks the card, and
      * records the match on MQCLRVS (CMQCLRV).  MQPRS-PRESENT-REF
      * is the acquirer's own reference for the item, so a second
      * presentment of the same transaction can be told apart from
      * a rerun of the same file.  MQPRS-AMOUNT-X lets the amount
      * be tested NUMERIC before it is used.
       01  MQ-PRESENTMENT-RECORD.
         05  MQPRS-PRESENT-REF      PIC X(12).
         05  MQPRS-TRAN-ID          PIC X(16).
         05  MQPRS-CARD-NUMBER      PIC X(16).
         05  MQPRS-MERCHANT-ID      PIC X(15).
         05  MQPRS-MERCHANT-NAME    PIC X(25).
         05  MQPRS-AMOUNT           PIC 9(07)V99.
         05  MQPRS-AMOUNT-X REDEFINES MQPRS-AMOUNT
                                    PIC X(09).
         05  MQPRS-PRESENT-DATE     PIC X(08).
         05  FILLER                 PIC X(19).
