000100* CBMQBFA0 - NIGHTLY BEHAVIORAL FRAUD ANALYTICS
000200*----------------------------------------------------------------
000300 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.        CBMQBFA0.
000500 AUTHOR.            J HALVERSEN.
000600 INSTALLATION.      CARDDEMO BATCH SYSTEMS.
000700 DATE-WRITTEN.      10/15/2026.
000800 DATE-COMPILED.
000900*----------------------------------------------------------------
001000* CBMQFRD0 SCORES ONE BROWSED MESSAGE AT A TIME ON ITS TEXT;
001100* CBMQBFA0 LOOKS ACROSS THE WHOLE DAY FOR WHAT NO SINGLE
001200* MESSAGE SHOWS.  IT READS THE DAY'S STAGED AT01 REQUESTS
001300* (MQSTGFL, CMQSTGV/CMQARQV) AND THE AUTHORIZATION HISTORY
001400* LEDGER (MQHISVS, CMQHISV), BUILDS A PER-CARD PICTURE OF THE
001500* BUSINESS DATE IN STORAGE, AND RUNS FOUR BEHAVIORAL CHECKS:
001600*   CARD TESTING     - MANY SMALL DECLINES ON ONE CARD
001700*   NEAR RULE MAX    - APPROVALS REPEATEDLY JUST UNDER THE
001800*                      APPROVING RULE'S MQRUL-MAX-AMOUNT
001900*   NEAR VELOCITY    - A CARD'S DAY ENDING JUST UNDER THE
002000*                      RULE'S DAILY COUNT OR AMOUNT LIMIT
002100*   MERCHANT SPREAD  - ONE CARD AT AN UNUSUAL NUMBER OF
002200*                      DISTINCT MERCHANTS
002300* THE APPROVING RULE IS FOUND THE WAY CBMQAUT0 FOUND IT -
002400* FIRST MATCH ON CARD PREFIX AND AMOUNT BAND IN THE LIVE RULES
002500* FILE (CMQRULV).  EVERY LIMIT IS AN OPERATIONS-MAINTAINED ROW
002600* ON THE THRESHOLDS FILE (CMQTHRV, BFA- METRIC CODES) AND A
002700* CHECK WITH NO ROW IS NOT RUN.  EACH HIT IS LOADED STRAIGHT
002800* INTO THE FRAUD ALERT WORKBENCH (MQFWSVS, CMQFWSV) WITH STATUS
002900* NEW, ITS OWN "BEHAVIORAL - " PATTERN, A SEVERITY FROM THE
003000* CHECK'S LIMITS, AND THE MEASURED COUNT AS ITS SCORE, SO THE
003100* DESK WORKS IT IN CBMQFRW0 ALONGSIDE THE BROWSE-TIME ALERTS.
003200* THE ALERT'S MSGID IS THE CARD NUMBER PLUS THE BUSINESS DATE
003300* - ONE ALERT PER CHECK PER CARD PER DAY, SO A RERUN FINDS ITS
003400* ROWS ALREADY ON FILE (INVALID KEY) AND LEAVES THEIR WORKED
003500* STATUS ALONE, AS CBMQFRX0 DOES.  THE PAYLOAD IS THE CARD'S
003600* LAST STAGED AT01 OF THE DAY (BUILT FROM THE LEDGER WHEN NONE
003700* WAS STAGED) SO A CONFIRMATION FEEDS CBMQFRN0 AND THE HOT-CARD
003800* FILE EXACTLY AS A BROWSE-TIME ALERT DOES.
003900*----------------------------------------------------------------
004000* MODIFICATION HISTORY
004100* -------------------------------------------------------------
004200* DATE       BY   DESCRIPTION
004300* 10/15/2026 JH   INITIAL VERSION.
004310* 10/15/2026 JH   9000 CLOSES ONLY THE FILES 1000 OPENED - AN
004320*                 ABANDONED INITIALIZATION NO LONGER CLOSES
004330*                 FILES IT NEVER OPENED.
004400*----------------------------------------------------------------
004500 ENVIRONMENT DIVISION.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT MQHISVS ASSIGN TO MQHISVS
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS SEQUENTIAL
005100         RECORD KEY IS MQHIS-TRAN-ID
005200         FILE STATUS IS MQHISVS-STATUS.
005300     SELECT MQSTGFL ASSIGN TO MQSTGFL
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS MQSTGFL-STATUS.
005600     SELECT MQRULFL ASSIGN TO MQRULFL
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS MQRULFL-STATUS.
005900     SELECT MQTHRFL ASSIGN TO MQTHRFL
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS MQTHRFL-STATUS.
006200     SELECT MQFWSVS ASSIGN TO MQFWSVS
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS RANDOM
006500         RECORD KEY IS MQFWS-ALERT-KEY
006600         FILE STATUS IS MQFWSVS-STATUS.
006700     SELECT MQBDTFL ASSIGN TO MQBDTFL
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS MQBDTFL-STATUS.
007000     SELECT MQBDTOV ASSIGN TO MQBDTOV
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS MQBDTOV-STATUS.
007300*
007400 DATA DIVISION.
007500 FILE SECTION.
007600 FD  MQHISVS.
007700     COPY CMQHISV.
007800 FD  MQSTGFL
007900     RECORDING MODE IS V.
008000     COPY CMQSTGV.
008100 FD  MQRULFL
008200     RECORDING MODE IS F.
008300     COPY CMQRULV.
008400 FD  MQTHRFL
008500     RECORDING MODE IS F.
008600     COPY CMQTHRV.
008700 FD  MQFWSVS.
008800     COPY CMQFWSV.
008900 FD  MQBDTFL
009000     RECORDING MODE IS F.
009100     COPY CMQBDTV.
009200 FD  MQBDTOV
009300     RECORD CONTAINS 80 CHARACTERS
009400     RECORDING MODE IS F.
009500 01  BDT-OVERRIDE-CARD          PIC X(80).
009600*
009700 WORKING-STORAGE SECTION.
009800 01  MQHISVS-STATUS          PIC X(02) VALUE SPACES.
009900 01  MQSTGFL-STATUS          PIC X(02) VALUE SPACES.
010000 01  MQRULFL-STATUS          PIC X(02) VALUE SPACES.
010100 01  MQTHRFL-STATUS          PIC X(02) VALUE SPACES.
010200 01  MQFWSVS-STATUS          PIC X(02) VALUE SPACES.
010300 01  MQBDTFL-STATUS          PIC X(02) VALUE SPACES.
010400 01  MQBDTOV-STATUS          PIC X(02) VALUE SPACES.
010500*
010600 01  WS-SWITCHES.
010700   05  WS-ABANDON-SW       PIC X(01) VALUE "N".
010800       88  WS-RUN-ABANDONED           VALUE "Y".
010810   05  WS-HIS-OPEN-SW      PIC X(01) VALUE "N".
010820       88  WS-HIS-OPEN                VALUE "Y".
010830   05  WS-FWS-OPEN-SW      PIC X(01) VALUE "N".
010840       88  WS-FWS-OPEN                VALUE "Y".
010850   05  WS-STG-OPEN-SW      PIC X(01) VALUE "N".
010860       88  WS-STG-OPEN                VALUE "Y".
010900   05  WS-HIS-EOF-SW       PIC X(01) VALUE "N".
011000       88  WS-HIS-EOF                 VALUE "Y".
011100   05  WS-STG-EOF-SW       PIC X(01) VALUE "N".
011200       88  WS-STG-EOF                 VALUE "Y".
011300   05  WS-RULFL-EOF-SW     PIC X(01) VALUE "N".
011400       88  WS-RULFL-EOF               VALUE "Y".
011500   05  WS-THR-EOF-SW       PIC X(01) VALUE "N".
011600       88  WS-THR-EOF                 VALUE "Y".
011700   05  WS-CARD-FOUND-SW    PIC X(01) VALUE "N".
011800       88  WS-CARD-FOUND              VALUE "Y".
011900       88  WS-CARD-NOT-FOUND          VALUE "N".
012000   05  WS-PAIR-FOUND-SW    PIC X(01) VALUE "N".
012100       88  WS-PAIR-FOUND              VALUE "Y".
012200       88  WS-PAIR-NOT-FOUND          VALUE "N".
012300   05  WS-RULE-FOUND-SW    PIC X(01) VALUE "N".
012400       88  WS-RULE-FOUND              VALUE "Y".
012500       88  WS-RULE-NOT-FOUND          VALUE "N".
012600*
012700 01  WS-COUNTERS.
012800   05  WS-STG-READ-COUNT   PIC S9(09) COMP VALUE 0.
012900   05  WS-STG-AT01-COUNT   PIC S9(09) COMP VALUE 0.
013000   05  WS-HIS-READ-COUNT   PIC S9(09) COMP VALUE 0.
013100   05  WS-HIS-TODAY-COUNT  PIC S9(09) COMP VALUE 0.
013200   05  WS-CARD-SKIP-COUNT  PIC S9(09) COMP VALUE 0.
013300   05  WS-PAIR-SKIP-COUNT  PIC S9(09) COMP VALUE 0.
013400   05  WS-TST-HIT-COUNT    PIC S9(09) COMP VALUE 0.
013500   05  WS-NRM-HIT-COUNT    PIC S9(09) COMP VALUE 0.
013600   05  WS-VEL-HIT-COUNT    PIC S9(09) COMP VALUE 0.
013700   05  WS-MER-HIT-COUNT    PIC S9(09) COMP VALUE 0.
013800   05  WS-WRITE-COUNT      PIC S9(09) COMP VALUE 0.
013900   05  WS-DUP-COUNT        PIC S9(09) COMP VALUE 0.
014000*
014100*----------------------------------------------------------------
014200* THE BEHAVIORAL LIMITS, FROM THE THRESHOLDS FILE (CMQTHRV).  A
014300* CHECK RUNS ONLY WHEN ITS ROWS ARE ON FILE WITH A NON-ZERO
014400* LIMIT; WARN RAISES A MEDIUM ALERT, CRIT A HIGH ONE.
014500*----------------------------------------------------------------
014600 01  WS-BFA-LIMITS.
014700   05  WS-TST-WARN         PIC 9(09) VALUE 0.
014800   05  WS-TST-CRIT         PIC 9(09) VALUE 0.
014900   05  WS-SML-CEILING      PIC 9(09) VALUE 0.
015000   05  WS-UND-PCT          PIC 9(09) VALUE 0.
015100   05  WS-NRM-WARN         PIC 9(09) VALUE 0.
015200   05  WS-NRM-CRIT         PIC 9(09) VALUE 0.
015300   05  WS-MER-WARN         PIC 9(09) VALUE 0.
015400   05  WS-MER-CRIT         PIC 9(09) VALUE 0.
015500*
015600* THE LIVE RULES, WITH THE FLOOR OF EACH LIMIT'S NEAR-LIMIT
015700* BAND WORKED OUT ONCE AT LOAD.
015800 01  WS-RULE-AREA.
015900   05  WS-RULE-COUNT       PIC S9(04) COMP VALUE 0.
016000   05  WS-RULE-TABLE OCCURS 50 TIMES.
016100       10  WS-RUL-PREFIX       PIC X(06).
016200       10  WS-RUL-MIN-AMOUNT   PIC 9(07)V99.
016300       10  WS-RUL-MAX-AMOUNT   PIC 9(07)V99.
016400       10  WS-RUL-ACTION       PIC X(01).
016500       10  WS-RUL-MAX-DAY-CNT  PIC 9(05).
016600       10  WS-RUL-MAX-DAY-AMT  PIC 9(09)V99.
016700       10  WS-RUL-MAX-FLOOR    PIC 9(07)V99.
016800       10  WS-RUL-CNT-FLOOR    PIC 9(05).
016900       10  WS-RUL-AMT-FLOOR    PIC 9(09)V99.
017000 01  WS-RULE-IDX            PIC S9(04) COMP VALUE 0.
017100 01  WS-RULE-USE            PIC S9(04) COMP VALUE 0.
017200*
017300*----------------------------------------------------------------
017400* THE BUSINESS DATE'S ACTIVITY, ONE ENTRY PER CARD.  5000 COVERS
017500* AN INTRADAY DAY, THE SAME SIZING AS CBMQMIX0'S REQUEST TABLE.
017600* THE CARD'S LAST STAGED AT01 IS KEPT WHOLE FOR THE ALERT.
017700*----------------------------------------------------------------
017800 01  WS-CARD-AREA.
017900   05  WS-CRD-COUNT        PIC S9(04) COMP VALUE 0.
018000   05  WS-CRD-TABLE OCCURS 5000 TIMES.
018100       10  WS-CRD-NUMBER       PIC X(16).
018200       10  WS-CRD-SMALL-DECL   PIC S9(09) COMP.
018300       10  WS-CRD-NEAR-MAX     PIC S9(09) COMP.
018400       10  WS-CRD-APPR-COUNT   PIC S9(09) COMP.
018500       10  WS-CRD-APPR-AMOUNT  PIC 9(09)V99.
018600       10  WS-CRD-VEL-RULE     PIC S9(04) COMP.
018700       10  WS-CRD-MERCH-COUNT  PIC S9(09) COMP.
018800       10  WS-CRD-LAST-TRAN    PIC X(16).
018900       10  WS-CRD-LAST-AMOUNT  PIC 9(07)V99.
019000       10  WS-CRD-STAGED-SW    PIC X(01).
019100           88  WS-CRD-STAGED          VALUE "Y".
019200       10  WS-CRD-STG-TIME     PIC X(08).
019300       10  WS-CRD-STG-QUEUE    PIC X(48).
019400       10  WS-CRD-STG-PAYLOAD  PIC X(256).
019500 01  WS-CRD-IDX             PIC S9(04) COMP VALUE 0.
019600 01  WS-CRD-USE             PIC S9(04) COMP VALUE 0.
019700 01  WS-FIND-CARD           PIC X(16) VALUE SPACES.
019800*
019900* DISTINCT CARD/MERCHANT PAIRS SEEN ON THE DAY'S STAGED AT01S
020000 01  WS-PAIR-AREA.
020100   05  WS-PAIR-COUNT       PIC S9(04) COMP VALUE 0.
020200   05  WS-PAIR-TABLE OCCURS 5000 TIMES.
020300       10  WS-PAIR-CARD        PIC X(16).
020400       10  WS-PAIR-MERCH-ID    PIC X(15).
020500 01  WS-PAIR-IDX            PIC S9(04) COMP VALUE 0.
020600*
020700* THE CHECK BEING RAISED FOR THE CURRENT CARD
020800 01  WS-CHECK-FIELDS.
020900   05  WS-CHK-PATTERN      PIC X(30) VALUE SPACES.
021000   05  WS-CHK-VALUE        PIC S9(09) COMP VALUE 0.
021100   05  WS-CHK-WARN         PIC 9(09) VALUE 0.
021200   05  WS-CHK-CRIT         PIC 9(09) VALUE 0.
021300   05  WS-CHK-SEVERITY     PIC X(01) VALUE SPACE.
021400   05  WS-NEAR-CNT-SW      PIC X(01) VALUE "N".
021500       88  WS-NEAR-CNT                VALUE "Y".
021600   05  WS-NEAR-AMT-SW      PIC X(01) VALUE "N".
021700       88  WS-NEAR-AMT                VALUE "Y".
021800*
021900 01  WS-RUN-DATE            PIC X(08) VALUE SPACES.
022000 01  WS-ALERT-TIME          PIC X(08) VALUE SPACES.
022100*
022200     COPY CMQARQV.
022300     COPY CMQBDWV.
022400*
022500 PROCEDURE DIVISION.
022600*----------------------------------------------------------------
022700* 0000-MAINLINE
022800*----------------------------------------------------------------
022900 0000-MAINLINE.
023000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
023100     IF WS-RUN-ABANDONED
023200         PERFORM 9000-TERMINATE THRU 9000-EXIT
023300         GOBACK
023400     END-IF
023500     PERFORM 2000-TALLY-ONE-STAGED THRU 2000-EXIT
023600         UNTIL WS-STG-EOF
023700     PERFORM 3000-TALLY-ONE-DECISION THRU 3000-EXIT
023800         UNTIL WS-HIS-EOF
023900     ACCEPT WS-ALERT-TIME FROM TIME
024000     PERFORM 4000-CHECK-ONE-CARD THRU 4000-EXIT
024100         VARYING WS-CRD-IDX FROM 1 BY 1
024200         UNTIL WS-CRD-IDX > WS-CRD-COUNT
024300     PERFORM 9000-TERMINATE THRU 9000-EXIT
024400     GOBACK
024500     .
024600*----------------------------------------------------------------
024700* 1000-INITIALIZE - LOAD THE RUN DATE, THE LIMITS, AND THE
024800* RULES; OPEN THE LEDGER, STAGING, AND THE WORKBENCH.  NO DATE,
024900* NO THRESHOLDS FILE, NO LEDGER, OR NO WORKBENCH ABANDONS THE
025000* RUN RC=8 - EACH WOULD OTHERWISE LOOK LIKE A QUIET NIGHT.  NO
025100* STAGING OR NO RULES ONLY LOSES THE CHECKS THAT NEED THEM
025200* (RC=4).  A BRAND NEW WORKBENCH KSDS IS CREATED THE WAY
025300* CBMQFRX0 DOES.
025400*----------------------------------------------------------------
025500 1000-INITIALIZE.
025600     PERFORM 8950-LOAD-BUSINESS-DATE THRU 8950-EXIT
025700     IF WS-BDT-FAILED
025800         DISPLAY "CBMQBFA0: NO BUSINESS DATE - NO ANALYTICS RUN"
025900         MOVE 8 TO RETURN-CODE
026000         SET WS-RUN-ABANDONED TO TRUE
026100         GO TO 1000-EXIT
026200     END-IF
026300     MOVE WS-BDT-DATE TO WS-RUN-DATE
026400     PERFORM 8600-LOAD-THRESHOLDS THRU 8600-EXIT
026500     IF WS-RUN-ABANDONED
026600         GO TO 1000-EXIT
026700     END-IF
026800     PERFORM 8700-LOAD-RULES THRU 8700-EXIT
026900     OPEN INPUT MQHISVS
027000     IF MQHISVS-STATUS NOT = "00"
027100         DISPLAY "CBMQBFA0: HISTORY LEDGER OPEN FAILED - "
027200             "STATUS " MQHISVS-STATUS " - RUN ABANDONED"
027300         MOVE 8 TO RETURN-CODE
027400         SET WS-RUN-ABANDONED TO TRUE
027500         GO TO 1000-EXIT
027600     END-IF
027610     SET WS-HIS-OPEN TO TRUE
027700     OPEN I-O MQFWSVS
027800     IF MQFWSVS-STATUS = "05"
027900         CLOSE MQFWSVS
028000         OPEN OUTPUT MQFWSVS
028100         CLOSE MQFWSVS
028200         OPEN I-O MQFWSVS
028300     END-IF
028400     IF MQFWSVS-STATUS NOT = "00"
028500         DISPLAY "CBMQBFA0: WORKBENCH OPEN FAILED - "
028600             "STATUS " MQFWSVS-STATUS " - RUN ABANDONED"
028700         MOVE 8 TO RETURN-CODE
028800         SET WS-RUN-ABANDONED TO TRUE
028900         GO TO 1000-EXIT
029000     END-IF
029010     SET WS-FWS-OPEN TO TRUE
029100     OPEN INPUT MQSTGFL
029200     IF MQSTGFL-STATUS NOT = "00"
029300         DISPLAY "CBMQBFA0: STAGING OPEN FAILED - STATUS "
029400             MQSTGFL-STATUS " - MERCHANT SPREAD NOT CHECKED"
029500         MOVE 4 TO RETURN-CODE
029600         SET WS-STG-EOF TO TRUE
029630     ELSE
029660         SET WS-STG-OPEN TO TRUE
029700     END-IF
029800     PERFORM 8000-READ-LEDGER THRU 8000-EXIT
029900     .
030000 1000-EXIT.
030100     EXIT.
030200*----------------------------------------------------------------
030300* 2000-TALLY-ONE-STAGED - ONE STAGED MESSAGE.  A BUSINESS-DATE
030400* AT01 GIVES ITS CARD AN ENTRY, REPLACES THE CARD'S KEPT
030500* PAYLOAD WHEN IT IS THE LATEST SEEN, AND COUNTS A MERCHANT
030600* THE CARD HAS NOT USED YET TODAY.
030700*----------------------------------------------------------------
030800 2000-TALLY-ONE-STAGED.
030900     READ MQSTGFL
031000         AT END
031100             SET WS-STG-EOF TO TRUE
031200             GO TO 2000-EXIT
031300     END-READ
031400     ADD 1 TO WS-STG-READ-COUNT
031500     IF MQSTG-GET-DATE NOT = WS-RUN-DATE
031600         OR MQSTG-MSG-LENGTH < 256
031700         GO TO 2000-EXIT
031800     END-IF
031900     MOVE MQSTG-MSG-DATA(1:256) TO MQ-AUTH-REQUEST-MSG
032000     IF NOT MQARQ-TYPE-AUTH
032100         GO TO 2000-EXIT
032200     END-IF
032300     ADD 1 TO WS-STG-AT01-COUNT
032400     MOVE MQARQ-CARD-NUMBER TO WS-FIND-CARD
032500     PERFORM 2100-FIND-CARD THRU 2100-EXIT
032600     IF WS-CRD-USE = 0
032700         GO TO 2000-EXIT
032800     END-IF
032900     IF NOT WS-CRD-STAGED(WS-CRD-USE)
033000         OR MQSTG-GET-TIME NOT < WS-CRD-STG-TIME(WS-CRD-USE)
033100         MOVE "Y" TO WS-CRD-STAGED-SW(WS-CRD-USE)
033200         MOVE MQSTG-GET-TIME TO WS-CRD-STG-TIME(WS-CRD-USE)
033300         MOVE MQSTG-QUEUE-NAME TO WS-CRD-STG-QUEUE(WS-CRD-USE)
033400         MOVE MQ-AUTH-REQUEST-MSG
033500             TO WS-CRD-STG-PAYLOAD(WS-CRD-USE)
033600     END-IF
033700     PERFORM 2200-COUNT-MERCHANT THRU 2200-EXIT
033800     .
033900 2000-EXIT.
034000     EXIT.
034100*----------------------------------------------------------------
034200* 2100-FIND-CARD - WS-CRD-USE POINTS AT WS-FIND-CARD'S ENTRY,
034300* ADDED IF NEW; ZERO WHEN THE TABLE IS FULL AND THE CARD IS NOT
034400* ON IT (THE CARD IS THEN NOT ANALYZED, AND THE RUN SAYS SO).
034500*----------------------------------------------------------------
034600 2100-FIND-CARD.
034700     SET WS-CARD-NOT-FOUND TO TRUE
034800     MOVE 0 TO WS-CRD-USE
034900     PERFORM 2110-MATCH-ONE-CARD THRU 2110-EXIT
035000         VARYING WS-CRD-IDX FROM 1 BY 1
035100         UNTIL WS-CRD-IDX > WS-CRD-COUNT
035200            OR WS-CARD-FOUND
035300     IF WS-CARD-FOUND
035400         GO TO 2100-EXIT
035500     END-IF
035600     IF WS-CRD-COUNT = 5000
035700         ADD 1 TO WS-CARD-SKIP-COUNT
035800         MOVE 4 TO RETURN-CODE
035900         GO TO 2100-EXIT
036000     END-IF
036100     ADD 1 TO WS-CRD-COUNT
036200     MOVE WS-CRD-COUNT TO WS-CRD-USE
036300     MOVE WS-FIND-CARD TO WS-CRD-NUMBER(WS-CRD-USE)
036400     MOVE 0 TO WS-CRD-SMALL-DECL(WS-CRD-USE)
036500     MOVE 0 TO WS-CRD-NEAR-MAX(WS-CRD-USE)
036600     MOVE 0 TO WS-CRD-APPR-COUNT(WS-CRD-USE)
036700     MOVE 0 TO WS-CRD-APPR-AMOUNT(WS-CRD-USE)
036800     MOVE 0 TO WS-CRD-VEL-RULE(WS-CRD-USE)
036900     MOVE 0 TO WS-CRD-MERCH-COUNT(WS-CRD-USE)
037000     MOVE SPACES TO WS-CRD-LAST-TRAN(WS-CRD-USE)
037100     MOVE 0 TO WS-CRD-LAST-AMOUNT(WS-CRD-USE)
037200     MOVE "N" TO WS-CRD-STAGED-SW(WS-CRD-USE)
037300     MOVE SPACES TO WS-CRD-STG-TIME(WS-CRD-USE)
037400     MOVE SPACES TO WS-CRD-STG-QUEUE(WS-CRD-USE)
037500     MOVE SPACES TO WS-CRD-STG-PAYLOAD(WS-CRD-USE)
037600     .
037700 2100-EXIT.
037800     EXIT.
037900 2110-MATCH-ONE-CARD.
038000     IF WS-CRD-NUMBER(WS-CRD-IDX) = WS-FIND-CARD
038100         SET WS-CARD-FOUND TO TRUE
038200         MOVE WS-CRD-IDX TO WS-CRD-USE
038300     END-IF
038400     .
038500 2110-EXIT.
038600     EXIT.
038700*----------------------------------------------------------------
038800* 2200-COUNT-MERCHANT - A CARD/MERCHANT PAIR NOT SEEN BEFORE
038900* TODAY ADDS ONE TO THE CARD'S DISTINCT MERCHANT COUNT.
039000*----------------------------------------------------------------
039100 2200-COUNT-MERCHANT.
039200     SET WS-PAIR-NOT-FOUND TO TRUE
039300     PERFORM 2210-MATCH-ONE-PAIR THRU 2210-EXIT
039400         VARYING WS-PAIR-IDX FROM 1 BY 1
039500         UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
039600            OR WS-PAIR-FOUND
039700     IF WS-PAIR-FOUND
039800         GO TO 2200-EXIT
039900     END-IF
040000     IF WS-PAIR-COUNT = 5000
040100         ADD 1 TO WS-PAIR-SKIP-COUNT
040200         MOVE 4 TO RETURN-CODE
040300         GO TO 2200-EXIT
040400     END-IF
040500     ADD 1 TO WS-PAIR-COUNT
040600     MOVE MQARQ-CARD-NUMBER TO WS-PAIR-CARD(WS-PAIR-COUNT)
040700     MOVE MQARQ-MERCHANT-ID TO WS-PAIR-MERCH-ID(WS-PAIR-COUNT)
040800     ADD 1 TO WS-CRD-MERCH-COUNT(WS-CRD-USE)
040900     .
041000 2200-EXIT.
041100     EXIT.
041200 2210-MATCH-ONE-PAIR.
041300     IF WS-PAIR-CARD(WS-PAIR-IDX) = MQARQ-CARD-NUMBER
041400         AND WS-PAIR-MERCH-ID(WS-PAIR-IDX) = MQARQ-MERCHANT-ID
041500         SET WS-PAIR-FOUND TO TRUE
041600     END-IF
041700     .
041800 2210-EXIT.
041900     EXIT.
042000*----------------------------------------------------------------
042100* 3000-TALLY-ONE-DECISION - ONE LEDGER ROW.  ONLY AT01
042200* DECISIONS OF THE BUSINESS DATE COUNT: A SMALL DECLINE TOWARD
042300* CARD TESTING; AN APPROVAL TOWARD THE CARD'S DAY TOTALS AND,
042400* WHEN IT LANDED IN ITS RULE'S NEAR-MAXIMUM BAND, TOWARD NEAR
042500* RULE MAX.  REVERSALS ARE NOT CARD BEHAVIOR AND ARE SKIPPED.
042600*----------------------------------------------------------------
042700 3000-TALLY-ONE-DECISION.
042800     IF MQHIS-DECIDE-DATE NOT = WS-RUN-DATE
042900         OR MQHIS-MSG-TYPE NOT = "AT01"
043000         GO TO 3000-NEXT
043100     END-IF
043200     ADD 1 TO WS-HIS-TODAY-COUNT
043300     MOVE MQHIS-CARD-NUMBER TO WS-FIND-CARD
043400     PERFORM 2100-FIND-CARD THRU 2100-EXIT
043500     IF WS-CRD-USE = 0
043600         GO TO 3000-NEXT
043700     END-IF
043800     MOVE MQHIS-TRAN-ID TO WS-CRD-LAST-TRAN(WS-CRD-USE)
043900     MOVE MQHIS-AMOUNT  TO WS-CRD-LAST-AMOUNT(WS-CRD-USE)
044000     IF MQHIS-DECISION-DECLINE
044100         IF WS-SML-CEILING > 0
044200             AND MQHIS-AMOUNT NOT > WS-SML-CEILING
044300             ADD 1 TO WS-CRD-SMALL-DECL(WS-CRD-USE)
044400         END-IF
044500         GO TO 3000-NEXT
044600     END-IF
044700     IF NOT MQHIS-DECISION-APPROVE
044800         GO TO 3000-NEXT
044900     END-IF
045000     ADD 1 TO WS-CRD-APPR-COUNT(WS-CRD-USE)
045100     ADD MQHIS-AMOUNT TO WS-CRD-APPR-AMOUNT(WS-CRD-USE)
045200     PERFORM 3100-FIND-APPROVING-RULE THRU 3100-EXIT
045300     IF WS-RULE-NOT-FOUND
045400         OR WS-UND-PCT = 0
045500         GO TO 3000-NEXT
045600     END-IF
045700     IF MQHIS-AMOUNT NOT < WS-RUL-MAX-FLOOR(WS-RULE-USE)
045800         ADD 1 TO WS-CRD-NEAR-MAX(WS-CRD-USE)
045900     END-IF
046000     IF WS-RUL-MAX-DAY-CNT(WS-RULE-USE) > 0
046100         OR WS-RUL-MAX-DAY-AMT(WS-RULE-USE) > 0
046200         MOVE WS-RULE-USE TO WS-CRD-VEL-RULE(WS-CRD-USE)
046300     END-IF
046400     .
046500 3000-NEXT.
046600     PERFORM 8000-READ-LEDGER THRU 8000-EXIT
046700     .
046800 3000-EXIT.
046900     EXIT.
047000*----------------------------------------------------------------
047100* 3100-FIND-APPROVING-RULE - THE RULE CBMQAUT0 MATCHED: FIRST
047200* RULE WHOSE PREFIX AND AMOUNT BAND FIT, AND ONLY IF IT IS AN
047300* APPROVE RULE (AN APPROVAL UNDER ANY OTHER RULE MEANS THE
047400* RULES HAVE CHANGED SINCE - NOTHING TO MEASURE AGAINST).
047500*----------------------------------------------------------------
047600 3100-FIND-APPROVING-RULE.
047700     SET WS-RULE-NOT-FOUND TO TRUE
047800     MOVE 0 TO WS-RULE-USE
047900     PERFORM 3110-CHECK-ONE-RULE THRU 3110-EXIT
048000         VARYING WS-RULE-IDX FROM 1 BY 1
048100         UNTIL WS-RULE-IDX > WS-RULE-COUNT
048200            OR WS-RULE-FOUND
048300     IF WS-RULE-FOUND
048400         AND WS-RUL-ACTION(WS-RULE-USE) NOT = "A"
048500         SET WS-RULE-NOT-FOUND TO TRUE
048600     END-IF
048700     .
048800 3100-EXIT.
048900     EXIT.
049000 3110-CHECK-ONE-RULE.
049100     IF (WS-RUL-PREFIX(WS-RULE-IDX) = SPACES
049200         OR WS-RUL-PREFIX(WS-RULE-IDX) =
049300            MQHIS-CARD-NUMBER(1:6))
049400        AND MQHIS-AMOUNT NOT < WS-RUL-MIN-AMOUNT(WS-RULE-IDX)
049500        AND MQHIS-AMOUNT NOT > WS-RUL-MAX-AMOUNT(WS-RULE-IDX)
049600         SET WS-RULE-FOUND TO TRUE
049700         MOVE WS-RULE-IDX TO WS-RULE-USE
049800     END-IF
049900     .
050000 3110-EXIT.
050100     EXIT.
050200*----------------------------------------------------------------
050300* 4000-CHECK-ONE-CARD - RUN EVERY BEHAVIORAL CHECK AGAINST ONE
050400* CARD'S DAY.  A CARD CAN RAISE MORE THAN ONE ALERT - EACH
050500* CHECK IS ITS OWN PATTERN.
050600*----------------------------------------------------------------
050700 4000-CHECK-ONE-CARD.
050800     PERFORM 4100-CHECK-CARD-TESTING THRU 4100-EXIT
050900     PERFORM 4200-CHECK-NEAR-RULE-MAX THRU 4200-EXIT
051000     PERFORM 4300-CHECK-NEAR-VELOCITY THRU 4300-EXIT
051100     PERFORM 4400-CHECK-MERCHANT-SPREAD THRU 4400-EXIT
051200     .
051300 4000-EXIT.
051400     EXIT.
051500*----------------------------------------------------------------
051600* 4100-CHECK-CARD-TESTING - DECLINES AT OR UNDER THE BFA-SML
051700* CEILING AGAINST THE BFA-TST LIMITS.
051800*----------------------------------------------------------------
051900 4100-CHECK-CARD-TESTING.
052000     IF WS-SML-CEILING = 0
052100         GO TO 4100-EXIT
052200     END-IF
052300     MOVE WS-CRD-SMALL-DECL(WS-CRD-IDX) TO WS-CHK-VALUE
052400     MOVE WS-TST-WARN TO WS-CHK-WARN
052500     MOVE WS-TST-CRIT TO WS-CHK-CRIT
052600     PERFORM 4800-SET-SEVERITY THRU 4800-EXIT
052700     IF WS-CHK-SEVERITY = SPACE
052800         GO TO 4100-EXIT
052900     END-IF
053000     ADD 1 TO WS-TST-HIT-COUNT
053100     MOVE "BEHAVIORAL - CARD TESTING" TO WS-CHK-PATTERN
053200     PERFORM 4900-WRITE-ALERT THRU 4900-EXIT
053300     .
053400 4100-EXIT.
053500     EXIT.
053600*----------------------------------------------------------------
053700* 4200-CHECK-NEAR-RULE-MAX - APPROVALS IN THE BFA-UND BAND UNDER
053800* THEIR RULE'S MAXIMUM AGAINST THE BFA-NRM LIMITS.
053900*----------------------------------------------------------------
054000 4200-CHECK-NEAR-RULE-MAX.
054100     IF WS-UND-PCT = 0
054200         GO TO 4200-EXIT
054300     END-IF
054400     MOVE WS-CRD-NEAR-MAX(WS-CRD-IDX) TO WS-CHK-VALUE
054500     MOVE WS-NRM-WARN TO WS-CHK-WARN
054600     MOVE WS-NRM-CRIT TO WS-CHK-CRIT
054700     PERFORM 4800-SET-SEVERITY THRU 4800-EXIT
054800     IF WS-CHK-SEVERITY = SPACE
054900         GO TO 4200-EXIT
055000     END-IF
055100     ADD 1 TO WS-NRM-HIT-COUNT
055200     MOVE "BEHAVIORAL - NEAR RULE MAX" TO WS-CHK-PATTERN
055300     PERFORM 4900-WRITE-ALERT THRU 4900-EXIT
055400     .
055500 4200-EXIT.
055600     EXIT.
055700*----------------------------------------------------------------
055800* 4300-CHECK-NEAR-VELOCITY - A CARD APPROVED MORE THAN ONCE
055900* WHOSE DAY ENDED IN THE BFA-UND BAND UNDER ITS RULE'S DAILY
056000* COUNT OR AMOUNT LIMIT - RIDING THE VELOCITY CHECK WITHOUT
056100* TRIPPING IT.  IN THE BAND OF ONE LIMIT IS MEDIUM, OF BOTH
056200* HIGH.  THE SCORE IS THE DAY'S APPROVAL COUNT.
056300*----------------------------------------------------------------
056400 4300-CHECK-NEAR-VELOCITY.
056500     IF WS-UND-PCT = 0
056600         OR WS-CRD-VEL-RULE(WS-CRD-IDX) = 0
056700         OR WS-CRD-APPR-COUNT(WS-CRD-IDX) < 2
056800         GO TO 4300-EXIT
056900     END-IF
057000     MOVE WS-CRD-VEL-RULE(WS-CRD-IDX) TO WS-RULE-USE
057100     MOVE "N" TO WS-NEAR-CNT-SW
057200     MOVE "N" TO WS-NEAR-AMT-SW
057300     IF WS-RUL-MAX-DAY-CNT(WS-RULE-USE) > 0
057400         AND WS-CRD-APPR-COUNT(WS-CRD-IDX)
057500             NOT < WS-RUL-CNT-FLOOR(WS-RULE-USE)
057600         SET WS-NEAR-CNT TO TRUE
057700     END-IF
057800     IF WS-RUL-MAX-DAY-AMT(WS-RULE-USE) > 0
057900         AND WS-CRD-APPR-AMOUNT(WS-CRD-IDX)
058000             NOT < WS-RUL-AMT-FLOOR(WS-RULE-USE)
058100         SET WS-NEAR-AMT TO TRUE
058200     END-IF
058300     EVALUATE TRUE
058400         WHEN WS-NEAR-CNT AND WS-NEAR-AMT
058500             MOVE "H" TO WS-CHK-SEVERITY
058600         WHEN WS-NEAR-CNT OR WS-NEAR-AMT
058700             MOVE "M" TO WS-CHK-SEVERITY
058800         WHEN OTHER
058900             GO TO 4300-EXIT
059000     END-EVALUATE
059100     MOVE WS-CRD-APPR-COUNT(WS-CRD-IDX) TO WS-CHK-VALUE
059200     ADD 1 TO WS-VEL-HIT-COUNT
059300     MOVE "BEHAVIORAL - NEAR VELOCITY" TO WS-CHK-PATTERN
059400     PERFORM 4900-WRITE-ALERT THRU 4900-EXIT
059500     .
059600 4300-EXIT.
059700     EXIT.
059800*----------------------------------------------------------------
059900* 4400-CHECK-MERCHANT-SPREAD - DISTINCT MERCHANTS ON THE CARD'S
060000* STAGED AT01S AGAINST THE BFA-MER LIMITS.
060100*----------------------------------------------------------------
060200 4400-CHECK-MERCHANT-SPREAD.
060300     MOVE WS-CRD-MERCH-COUNT(WS-CRD-IDX) TO WS-CHK-VALUE
060400     MOVE WS-MER-WARN TO WS-CHK-WARN
060500     MOVE WS-MER-CRIT TO WS-CHK-CRIT
060600     PERFORM 4800-SET-SEVERITY THRU 4800-EXIT
060700     IF WS-CHK-SEVERITY = SPACE
060800         GO TO 4400-EXIT
060900     END-IF
061000     ADD 1 TO WS-MER-HIT-COUNT
061100     MOVE "BEHAVIORAL - MERCHANT SPREAD" TO WS-CHK-PATTERN
061200     PERFORM 4900-WRITE-ALERT THRU 4900-EXIT
061300     .
061400 4400-EXIT.
061500     EXIT.
061600*----------------------------------------------------------------
061700* 4800-SET-SEVERITY - REACHING CRIT IS HIGH, REACHING WARN IS
061800* MEDIUM, ELSE NO ALERT (SPACE).  A ZERO LIMIT IS NOT SET.
061900*----------------------------------------------------------------
062000 4800-SET-SEVERITY.
062100     MOVE SPACE TO WS-CHK-SEVERITY
062200     IF WS-CHK-VALUE = 0
062300         GO TO 4800-EXIT
062400     END-IF
062500     IF WS-CHK-CRIT > 0
062600         AND WS-CHK-VALUE NOT < WS-CHK-CRIT
062700         MOVE "H" TO WS-CHK-SEVERITY
062800         GO TO 4800-EXIT
062900     END-IF
063000     IF WS-CHK-WARN > 0
063100         AND WS-CHK-VALUE NOT < WS-CHK-WARN
063200         MOVE "M" TO WS-CHK-SEVERITY
063300     END-IF
063400     .
063500 4800-EXIT.
063600     EXIT.
063700*----------------------------------------------------------------
063800* 4900-WRITE-ALERT - LOAD THE HIT INTO THE WORKBENCH AS A NEW
063900* ALERT.  MSGID IS CARD PLUS BUSINESS DATE; A ROW ALREADY ON
064000* FILE (A RERUN) IS LEFT ALONE SO ITS WORKED STATUS SURVIVES.
064100* A CARD WITH NO STAGED AT01 GETS ONE BUILT FROM ITS LAST
064200* LEDGER ROW, SO CBMQFRN0 CAN STILL LIST IT ON CONFIRMATION.
064300*----------------------------------------------------------------
064400 4900-WRITE-ALERT.
064500     MOVE WS-CRD-NUMBER(WS-CRD-IDX) TO MQFWS-MSGID(1:16)
064600     MOVE WS-RUN-DATE               TO MQFWS-MSGID(17:8)
064700     MOVE WS-CHK-PATTERN            TO MQFWS-PATTERN
064800     MOVE "N"                       TO MQFWS-STATUS
064900     IF WS-CHK-VALUE > 99999
065000         MOVE 99999                 TO MQFWS-SCORE
065100     ELSE
065200         MOVE WS-CHK-VALUE          TO MQFWS-SCORE
065300     END-IF
065400     MOVE WS-CHK-SEVERITY           TO MQFWS-SEVERITY
065500     MOVE WS-RUN-DATE               TO MQFWS-ALERT-DATE
065600     MOVE WS-ALERT-TIME             TO MQFWS-ALERT-TIME
065700     MOVE SPACES                    TO MQFWS-DISP-USER
065800     MOVE SPACES                    TO MQFWS-DISP-DATE
065900     MOVE SPACES                    TO MQFWS-DISP-TIME
066000     MOVE 256                       TO MQFWS-MSG-LENGTH
066100     IF WS-CRD-STAGED(WS-CRD-IDX)
066200         MOVE WS-CRD-STG-QUEUE(WS-CRD-IDX) TO MQFWS-QUEUE-NAME
066300         MOVE WS-CRD-STG-PAYLOAD(WS-CRD-IDX) TO MQFWS-MSG-DATA
066400     ELSE
066500         MOVE SPACES TO MQ-AUTH-REQUEST-MSG
066600         MOVE "AT01" TO MQARQ-MSG-TYPE
066700         MOVE WS-CRD-LAST-TRAN(WS-CRD-IDX) TO MQARQ-TRAN-ID
066800         MOVE WS-CRD-NUMBER(WS-CRD-IDX) TO MQARQ-CARD-NUMBER
066900         MOVE WS-CRD-LAST-AMOUNT(WS-CRD-IDX) TO MQARQ-AMOUNT
067000         MOVE SPACES TO MQFWS-QUEUE-NAME
067100         MOVE MQ-AUTH-REQUEST-MSG TO MQFWS-MSG-DATA
067200     END-IF
067300     WRITE MQ-FRAUD-WORK-RECORD
067400         INVALID KEY
067500             ADD 1 TO WS-DUP-COUNT
067600         NOT INVALID KEY
067700             ADD 1 TO WS-WRITE-COUNT
067800             DISPLAY "CBMQBFA0: " WS-CHK-PATTERN
067900                 " CARD " WS-CRD-NUMBER(WS-CRD-IDX)
068000                 " SEVERITY " WS-CHK-SEVERITY
068100                 " SCORE " MQFWS-SCORE
068200     END-WRITE
068300     .
068400 4900-EXIT.
068500     EXIT.
068600*----------------------------------------------------------------
068700* 8000-READ-LEDGER - NEXT LEDGER ROW, OR SET EOF
068800*----------------------------------------------------------------
068900 8000-READ-LEDGER.
069000     READ MQHISVS
069100         AT END
069200             SET WS-HIS-EOF TO TRUE
069300         NOT AT END
069400             ADD 1 TO WS-HIS-READ-COUNT
069500     END-READ
069600     .
069700 8000-EXIT.
069800     EXIT.
069900*----------------------------------------------------------------
070000* 8600-LOAD-THRESHOLDS - THE BFA- ROWS OF THE OPERATIONS-
070100* MAINTAINED THRESHOLDS FILE (CMQTHRV).  EVERY CHECK IS OPTED
070200* IN BY ITS ROWS, SO A FILE THAT WILL NOT OPEN OR CARRIES NO
070300* BFA- ROW AT ALL MEANS NOTHING WOULD BE CHECKED - RC=8, NOT A
070400* CLEAN NIGHT WITH NO ALERTS.
070500*----------------------------------------------------------------
070600 8600-LOAD-THRESHOLDS.
070700     OPEN INPUT MQTHRFL
070800     IF MQTHRFL-STATUS NOT = "00"
070900         DISPLAY "CBMQBFA0: THRESHOLDS FILE OPEN FAILED - "
071000             "STATUS " MQTHRFL-STATUS " - RUN ABANDONED"
071100         MOVE 8 TO RETURN-CODE
071200         SET WS-RUN-ABANDONED TO TRUE
071300         GO TO 8600-EXIT
071400     END-IF
071500     PERFORM 8610-READ-ONE-THRESHOLD THRU 8610-EXIT
071600         UNTIL WS-THR-EOF
071700     CLOSE MQTHRFL
071800     IF WS-UND-PCT > 99
071900         DISPLAY "CBMQBFA0: BFA-UND BAND OVER 99 PERCENT - "
072000             "NEAR-LIMIT CHECKS NOT RUN"
072100         MOVE 0 TO WS-UND-PCT
072200     END-IF
072300     IF WS-SML-CEILING = 0
072400         AND WS-UND-PCT = 0
072500         AND WS-MER-WARN = 0 AND WS-MER-CRIT = 0
072600         DISPLAY "CBMQBFA0: NO BFA- THRESHOLDS ON FILE - "
072700             "RUN ABANDONED"
072800         MOVE 8 TO RETURN-CODE
072900         SET WS-RUN-ABANDONED TO TRUE
073000     END-IF
073100     .
073200 8600-EXIT.
073300     EXIT.
073400 8610-READ-ONE-THRESHOLD.
073500     READ MQTHRFL
073600         AT END
073700             SET WS-THR-EOF TO TRUE
073800             GO TO 8610-EXIT
073900     END-READ
074000     IF MQTHR-WARN-LIMIT NOT NUMERIC
074100         MOVE 0 TO MQTHR-WARN-LIMIT
074200     END-IF
074300     IF MQTHR-CRIT-LIMIT NOT NUMERIC
074400         MOVE 0 TO MQTHR-CRIT-LIMIT
074500     END-IF
074600     EVALUATE MQTHR-METRIC
074700         WHEN "BFA-TST"
074800             MOVE MQTHR-WARN-LIMIT TO WS-TST-WARN
074900             MOVE MQTHR-CRIT-LIMIT TO WS-TST-CRIT
075000         WHEN "BFA-SML"
075100             MOVE MQTHR-WARN-LIMIT TO WS-SML-CEILING
075200         WHEN "BFA-UND"
075300             MOVE MQTHR-WARN-LIMIT TO WS-UND-PCT
075400         WHEN "BFA-NRM"
075500             MOVE MQTHR-WARN-LIMIT TO WS-NRM-WARN
075600             MOVE MQTHR-CRIT-LIMIT TO WS-NRM-CRIT
075700         WHEN "BFA-MER"
075800             MOVE MQTHR-WARN-LIMIT TO WS-MER-WARN
075900             MOVE MQTHR-CRIT-LIMIT TO WS-MER-CRIT
076000     END-EVALUATE
076100     .
076200 8610-EXIT.
076300     EXIT.
076400*----------------------------------------------------------------
076500* 8700-LOAD-RULES - THE LIVE RULES, THE SAME ONE-PASS LOAD
076600* CBMQAUT0 USES, WITH EACH NEAR-LIMIT BAND FLOOR (THE LIMIT
076700* LESS BFA-UND PERCENT).  NO RULES MEANS NO NEAR-LIMIT CHECKS.
076800*----------------------------------------------------------------
076900 8700-LOAD-RULES.
077000     MOVE 0 TO WS-RULE-COUNT
077100     OPEN INPUT MQRULFL
077200     IF MQRULFL-STATUS NOT = "00"
077300         DISPLAY "CBMQBFA0: RULES FILE OPEN FAILED - "
077400             "STATUS " MQRULFL-STATUS
077500             " - NEAR-LIMIT CHECKS NOT RUN"
077600         MOVE 4 TO RETURN-CODE
077700         MOVE 0 TO WS-UND-PCT
077800         GO TO 8700-EXIT
077900     END-IF
078000     PERFORM 8710-READ-ONE-RULE THRU 8710-EXIT
078100         UNTIL WS-RULFL-EOF
078200            OR WS-RULE-COUNT = 50
078300     IF NOT WS-RULFL-EOF
078400         DISPLAY "CBMQBFA0: RULES TABLE FULL AT 50 - "
078500             "REMAINING RULES NOT LOADED"
078600     END-IF
078700     CLOSE MQRULFL
078800     .
078900 8700-EXIT.
079000     EXIT.
079100 8710-READ-ONE-RULE.
079200     READ MQRULFL
079300         AT END
079400             SET WS-RULFL-EOF TO TRUE
079500             GO TO 8710-EXIT
079600     END-READ
079700     ADD 1 TO WS-RULE-COUNT
079800     MOVE MQRUL-CARD-PREFIX TO WS-RUL-PREFIX(WS-RULE-COUNT)
079900     MOVE MQRUL-MIN-AMOUNT  TO WS-RUL-MIN-AMOUNT(WS-RULE-COUNT)
080000     MOVE MQRUL-MAX-AMOUNT  TO WS-RUL-MAX-AMOUNT(WS-RULE-COUNT)
080100     MOVE MQRUL-ACTION      TO WS-RUL-ACTION(WS-RULE-COUNT)
080200     MOVE MQRUL-MAX-DAILY-COUNT
080300         TO WS-RUL-MAX-DAY-CNT(WS-RULE-COUNT)
080400     MOVE MQRUL-MAX-DAILY-AMOUNT
080500         TO WS-RUL-MAX-DAY-AMT(WS-RULE-COUNT)
080600     COMPUTE WS-RUL-MAX-FLOOR(WS-RULE-COUNT) =
080700         MQRUL-MAX-AMOUNT * (100 - WS-UND-PCT) / 100
080800     COMPUTE WS-RUL-CNT-FLOOR(WS-RULE-COUNT) =
080900         MQRUL-MAX-DAILY-COUNT * (100 - WS-UND-PCT) / 100
081000     IF WS-RUL-CNT-FLOOR(WS-RULE-COUNT) = 0
081100         MOVE 1 TO WS-RUL-CNT-FLOOR(WS-RULE-COUNT)
081200     END-IF
081300     COMPUTE WS-RUL-AMT-FLOOR(WS-RULE-COUNT) =
081400         MQRUL-MAX-DAILY-AMOUNT * (100 - WS-UND-PCT) / 100
081500     .
081600 8710-EXIT.
081700     EXIT.
081800*----------------------------------------------------------------
081900* 8950/8960 - SHARED BUSINESS DATE LOAD (SEE CMQBDTP)
082000*----------------------------------------------------------------
082100 COPY CMQBDTP.
082200*----------------------------------------------------------------
082300* 9000-TERMINATE - CLOSE FILES, REPORT COUNTS
082400*----------------------------------------------------------------
082500 9000-TERMINATE.
082600     IF WS-HIS-OPEN
082610         CLOSE MQHISVS
082620     END-IF
082630     IF WS-STG-OPEN
082640         CLOSE MQSTGFL
082650     END-IF
082660     IF WS-FWS-OPEN
082670         CLOSE MQFWSVS
082680     END-IF
082900     DISPLAY "CBMQBFA0: STAGED READ = " WS-STG-READ-COUNT
083000         " AT01 TODAY = " WS-STG-AT01-COUNT
083100     DISPLAY "CBMQBFA0: LEDGER READ = " WS-HIS-READ-COUNT
083200         " AT01 TODAY = " WS-HIS-TODAY-COUNT
083300     DISPLAY "CBMQBFA0: CARDS ANALYZED = " WS-CRD-COUNT
083400     IF WS-CARD-SKIP-COUNT > 0
083500         DISPLAY "CBMQBFA0: CARD TABLE FULL AT 5000 - "
083600             WS-CARD-SKIP-COUNT " ROWS NOT ANALYZED"
083700     END-IF
083800     IF WS-PAIR-SKIP-COUNT > 0
083900         DISPLAY "CBMQBFA0: MERCHANT TABLE FULL AT 5000 - "
084000             WS-PAIR-SKIP-COUNT " REQUESTS NOT COUNTED"
084100     END-IF
084200     DISPLAY "CBMQBFA0: HITS TESTING/NEAR-MAX/VELOCITY/SPREAD = "
084300         WS-TST-HIT-COUNT " " WS-NRM-HIT-COUNT " "
084400         WS-VEL-HIT-COUNT " " WS-MER-HIT-COUNT
084500     DISPLAY "CBMQBFA0: ALERTS LOADED = " WS-WRITE-COUNT
084600         " ALREADY ON FILE = " WS-DUP-COUNT
084700     .
084800 9000-EXIT.
084900     EXIT.
