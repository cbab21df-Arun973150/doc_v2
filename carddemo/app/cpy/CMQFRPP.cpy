      *   - 01  WS-SEVERITY-CODE  PIC X(01).
      *   - 01  WS-FRS-MED-LIMIT  PIC S9(09) COMP.
      *   - 01  WS-FRS-HIGH-LIMIT PIC S9(09) COMP.
      *   - 01  WS-HOT-CARD-SW    PIC X(01).
      *         88  WS-HOT-CARD           VALUE 'Y'.
      *         88  WS-NOT-HOT-CARD       VALUE 'N'.
      *   - 01  WS-HOTVS-OPEN-SW  PIC X(01).
      *         88  WS-HOTVS-OPEN         VALUE 'Y'.
      * WS-PATTERN-LEN holds each pattern's length with trailing spaces
      * stripped off, so 8615-CHECK-ONE-PATTERN searches only the real
      * pattern text instead of the full space-padded 30-byte entry.
      * and, in FILE SECTION, sequential MQFRPFL (built from CMQFRPV,
      * input) and MQFRDFL (built from CMQFRDV, output) FDs, with
      * 01  MQFRPFL-STATUS PIC X(02) and 01 MQFRDFL-STATUS PIC X(02)
      * in WORKING-STORAGE, plus the hot-card negative file MQHOTVS
      * (built from CMQHOTV, indexed, random access, opened input)
      * with WS-HOTVS-OPEN set only when its open succeeded.
      * THE SCAN ACCUMULATES A RISK SCORE ACROSS EVERY PATTERN THAT
      * FIRES (WEIGHTS FROM CMQFRPV), ADDS ONE POINT PER HUNDRED
      * CURRENCY UNITS FOR TYPED AT01/RV01 PAYLOADS, TIERS THE
      * FRS-SCR THRESHOLDS, SEE CMQTHRV), AND WRITES ONE ALERT PER
      * MESSAGE CARRYING THE HEAVIEST PATTERN, THE TOTAL SCORE, AND
      * THE TIER - NOT ONE ALERT PER PATTERN, WHICH BURIED THE DESK
      * IN DUPLICATES OF THE SAME MESSAGE.  A TYPED AT01/RV01 FOR A
      * CARD LISTED ON THE HOT-CARD NEGATIVE FILE (CMQHOTV) ALWAYS
      * ALERTS AND ALWAYS SCORES AT LEAST THE HIGH BOUNDARY, WHETHER
      * OR NOT ANY PATTERN FIRED - THE DESK HAS ALREADY CONFIRMED
      * FRAUD ON THAT CARD ONCE.
      * Stamp dates are the business date, not the clock: the
      * calling program must also COPY CMQBDWV into WORKING-STORAGE
      * and PERFORM 8950-LOAD-BUSINESS-DATE (CMQBDTP) before any of
      * these paragraphs run.
       8600-LOAD-FRAUD-PATTERNS.
           OPEN INPUT MQFRPFL
           MOVE 0 TO WS-PATTERN-COUNT
           PERFORM 8615-CHECK-ONE-PATTERN THRU 8615-EXIT
               VARYING WS-FRAUD-IDX FROM 1 BY 1
               UNTIL WS-FRAUD-IDX > WS-PATTERN-COUNT
           PERFORM 8616-CHECK-HOT-CARD THRU 8616-EXIT
           IF WS-BEST-IDX > 0 OR WS-HOT-CARD
               PERFORM 8618-SCORE-AMOUNT THRU 8618-EXIT
               PERFORM 8619-ASSIGN-SEVERITY THRU 8619-EXIT
               PERFORM 8620-WRITE-ALERT THRU 8620-EXIT
           .
       8615-EXIT.
           EXIT.
      * 8616 - LOOK THE TYPED PAYLOAD'S CARD UP ON THE HOT-CARD
      * NEGATIVE FILE.  ONLY A LISTED ROW COUNTS - A RELEASED OR
      * EXPIRED LISTING SCORES ON PATTERNS ALONE.
       8616-CHECK-HOT-CARD.
           SET WS-NOT-HOT-CARD TO TRUE
           IF NOT WS-HOTVS-OPEN
               OR WS-DATALEN < 256
               GO TO 8616-EXIT
           END-IF
           EVALUATE WS-MSG-BUFFER(1:4)
               WHEN 'AT01'
                   MOVE WS-MSG-BUFFER(1:256) TO MQ-AUTH-REQUEST-MSG
                   MOVE MQARQ-CARD-NUMBER TO MQHOT-CARD-NUMBER
               WHEN 'RV01'
                   MOVE WS-MSG-BUFFER(1:256)
                       TO MQ-REVERSAL-REQUEST-MSG
                   MOVE MQRVQ-CARD-NUMBER TO MQHOT-CARD-NUMBER
               WHEN OTHER
                   GO TO 8616-EXIT
           END-EVALUATE
           READ MQHOTVS
               INVALID KEY
                   GO TO 8616-EXIT
           END-READ
           IF MQHOT-LISTED
               SET WS-HOT-CARD TO TRUE
           END-IF
           .
       8616-EXIT.
           EXIT.
      * 8618 - TYPED PAYLOADS ADD ONE POINT PER HUNDRED CURRENCY
      * UNITS OF THE REQUEST AMOUNT, SO A PATTERN HIT ON A LARGE
      * AUTHORIZATION OUTRANKS THE SAME HIT ON A SMALL ONE.  AN
       8618-EXIT.
           EXIT.
       8619-ASSIGN-SEVERITY.
           IF WS-HOT-CARD
               AND WS-SCORE-TOTAL < WS-FRS-HIGH-LIMIT
               MOVE WS-FRS-HIGH-LIMIT TO WS-SCORE-TOTAL
           END-IF
           EVALUATE TRUE
               WHEN WS-SCORE-TOTAL NOT < WS-FRS-HIGH-LIMIT
                   MOVE 'H' TO WS-SEVERITY-CODE
       8620-WRITE-ALERT.
           MOVE MQMD-MSGID       TO MQFRD-MSGID
           MOVE MQCTL-QUEUE-NAME TO MQFRD-QUEUE-NAME
           IF WS-BEST-IDX > 0
               MOVE WS-PATTERN-ENTRY(WS-BEST-IDX)
                   TO MQFRD-PATTERN-MATCHED
           ELSE
               MOVE 'HOT-CARD LIST' TO MQFRD-PATTERN-MATCHED
           END-IF
           IF WS-SCORE-TOTAL > 99999
               MOVE 99999 TO MQFRD-SCORE
           ELSE
               MOVE WS-SCORE-TOTAL TO MQFRD-SCORE
           END-IF
           MOVE WS-SEVERITY-CODE TO MQFRD-SEVERITY
           MOVE WS-BDT-DATE TO MQFRD-ALERT-DATE
           ACCEPT MQFRD-ALERT-TIME FROM TIME
           MOVE WS-DATALEN      TO MQFRD-MSG-LENGTH
           MOVE WS-MSG-BUFFER   TO MQFRD-MSG-DATA
