      *   STA-RSN - today's runs ending on an abnormal MQ reason
      *   FRS-SCR - fraud risk score severity tiers (CBMQFRD0):
      *             warn = MEDIUM boundary, crit = HIGH boundary
      *   BFA-TST - behavioral card testing (CBMQBFA0): small
      *             declines on one card in a day; warn = MEDIUM
      *             alert, crit = HIGH alert
      *   BFA-SML - the card-testing "small" ceiling, whole currency
      *             units, in warn (crit not used)
      *   BFA-UND - the near-limit band, percent under a rule's
      *             MQRUL-MAX-AMOUNT or velocity limit, in warn
      *             (crit not used); also opts in the near-velocity
      *             check (one limit MEDIUM, both HIGH)
      *   BFA-NRM - approvals on one card in a day inside the
      *             BFA-UND band under their rule's maximum; warn =
      *             MEDIUM alert, crit = HIGH alert
      *   BFA-MER - distinct merchants one card used in a day;
      *             warn = MEDIUM alert, crit = HIGH alert
       01  MQ-THRESHOLD-RECORD.
         05  MQTHR-METRIC           PIC X(08).
         05  MQTHR-WARN-LIMIT       PIC 9(09).
