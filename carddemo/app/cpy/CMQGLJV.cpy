      * CMQGLJV - General Ledger Journal Line Record
      * One debit or credit line of the card program's daily
      * double-entry journal, written by CBMQGLJ0 and fed to the
      * general ledger.  Every event is written as a pair - the
      * debit line then the credit line, same event, reference, and
      * amount - on the accounts CMQGLMV maps the event to.  The
      * reference is the ledger tran id for approvals (APPR),
      * reversals (RVSL) and hold releases (EXPR) and the merchant
      * id for funding (FUND), so any line traces back to MQHISVS,
      * MQCLRVS or the settlement file.
      * MQGLJ-LINE-NUMBER runs from 1 within the journal date.
       01  MQ-GL-JOURNAL-RECORD.
         05  MQGLJ-JOURNAL-DATE     PIC X(08).
         05  MQGLJ-LINE-NUMBER      PIC 9(07).
         05  MQGLJ-EVENT-CODE       PIC X(04).
         05  MQGLJ-GL-ACCOUNT       PIC X(20).
         05  MQGLJ-DR-CR            PIC X(01).
             88  MQGLJ-DEBIT            VALUE 'D'.
             88  MQGLJ-CREDIT           VALUE 'C'.
         05  MQGLJ-AMOUNT           PIC 9(09)V99.
         05  MQGLJ-REFERENCE        PIC X(16).
         05  MQGLJ-DESCRIPTION      PIC X(30).
         05  FILLER                 PIC X(13).
