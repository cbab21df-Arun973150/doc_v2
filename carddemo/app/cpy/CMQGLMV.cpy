      * CMQGLMV - General Ledger Account Mapping Record
      * One record per journal event, maintained by operations and
      * read once at job start by CBMQGLJ0 into a table, so the GL
      * accounts the card program posts to can be changed without a
      * recompile - the same way the decision rules (CMQRULV) and
      * fraud patterns (CMQFRPV) are tuned.  Each event posts one
      * balanced pair: MQGLM-DEBIT-ACCOUNT is debited and
      * MQGLM-CREDIT-ACCOUNT credited for the event's amount.
      *   APPR - an AT01 approval: cardholder receivable (debit)
      *          against merchant payable (credit).
      *   RVSL - an approved A900 reversal: the offset of APPR,
      *          normally the same two accounts the other way round.
      *   EXPR - the part of an approval that will never be
      *          presented - the whole amount when CBMQCLR0 expires
      *          it, the unpresented difference on a partial
      *          presentment: the offset of APPR, like RVSL.
      *   FUND - a merchant's settlement funding: merchant payable
      *          (debit) against cash (credit).
      * All four events must be present, once each, with both
      * accounts filled in, or the journal run stops RC=8 before
      * anything is written.  Records with any other event code are
      * reported and ignored.
       01  MQ-GL-MAPPING-RECORD.
         05  MQGLM-EVENT-CODE       PIC X(04).
             88  MQGLM-EVENT-APPROVAL   VALUE 'APPR'.
             88  MQGLM-EVENT-REVERSAL   VALUE 'RVSL'.
             88  MQGLM-EVENT-RELEASE    VALUE 'EXPR'.
             88  MQGLM-EVENT-FUNDING    VALUE 'FUND'.
         05  MQGLM-DEBIT-ACCOUNT    PIC X(20).
         05  MQGLM-CREDIT-ACCOUNT   PIC X(20).
         05  MQGLM-DESCRIPTION      PIC X(30).
         05  FILLER                 PIC X(06).
