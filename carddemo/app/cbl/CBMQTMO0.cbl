000100* CBMQTMO0 - MQ APPROVAL TIMEOUT REVERSAL
000200*----------------------------------------------------------------
000300 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.        CBMQTMO0.
000500 AUTHOR.            J HALVERSEN.
000600 INSTALLATION.      CARDDEMO BATCH SYSTEMS.
000700 DATE-WRITTEN.      10/15/2026.
000800 DATE-COMPILED.
000900*----------------------------------------------------------------
001000* CBMQLAT0 MEASURES STAGING-TO-REPLY LATENCY AGAINST THE SERVICE
001100* TARGET, BUT AN APPROVAL WHOSE REPLY WENT OUT AFTER THE
001200* CHANNEL HAD ALREADY TIMED ITS TERMINAL OUT STILL STOOD: ON THE
001300* LEDGER, AGAINST THE CARD'S VELOCITY, AND IN SETTLEMENT - WHILE
001400* THE CARDHOLDER HAD BEEN SHOWN A FAILURE.  CBMQTMO0 CLOSES THAT
001500* GAP.  EACH CHANNEL'S TIMEOUT IS HELD ON THE CHANNEL TIMEOUT
001600* FILE (MQTMOFL, CMQTMOV) KEYED BY ITS REPLY-TO QUEUE.  EVERY
001700* REPLY THE CORRELATION LOG (CMQCORV) SHOWS POSTED ON THE RUN
001800* DATE IS JOINED BACK TO ITS STAGED AT01 REQUEST (CMQSTGV) AND
001900* TIMED, IN SECONDS, FROM THE GET TO THE LOG WRITE.  A REPLY
002000* LATER THAN ITS CHANNEL'S TIMEOUT, FOR AN APPROVAL STILL OPEN
002100* ON THE LEDGER (CMQHISV), IS SYSTEM-REVERSED:
002200*   - THE LEDGER ROW IS MARKED REVERSED, TYPE T (TIMEOUT), SO
002300*     CBMQCLR0 NEVER MATCHES IT AND CBMQSET0 NEVER FUNDS IT;
002400*   - THE AMOUNT GOES BACK ON THE CARD'S OPEN-TO-BUY (CMQCRDV)
002500*     AND COMES OFF THE CARD'S VELOCITY FOR THE DECIDE DATE
002600*     (CMQVELV);
002700*   - AN RR01 TIMEOUT-REVERSAL NOTICE (CMQTVLV) IS PUT TO THE
002800*     CHANNEL'S REPLY QUEUE, CORRELATED TO THE ORIGINAL
002900*     REQUEST - A FAILED PUT GOES TO THE PUT-SIDE SUSPENSE FILE
003000*     (CMQSUSV) FOR THE OPERATOR TO REPLAY;
003100*   - THE REVERSAL IS APPENDED TO THE TIMEOUT REVERSAL LOG
003200*     (MQTMRFL, CMQTMRV) AND LISTED ON THE DAILY REPORT WITH
003300*     ITS LATENCY, FOLLOWED BY A PER-CHANNEL SUMMARY SO SLOW
003400*     CHANNELS CAN BE CHASED.
003500* THE LEDGER'S REVERSED FLAG IS THE RERUN FENCE - A SECOND PASS
003600* OVER THE SAME DAY FINDS EVERY LATE APPROVAL ALREADY REVERSED
003700* AND DOES NOTHING.  AN APPROVAL THAT HAS ALREADY CLEARED IS
003800* NOT REVERSED (ITS HOLD IS SETTLED); IT IS REPORTED AS AN
003900* EXCEPTION FOR THE DESK.  RUN ONCE A DAY AFTER THE DAY'S
004000* LAST CBMQPUT0 POSTING AND BEFORE THE CLEARING AND SETTLEMENT
004100* WINDOW.
004200*----------------------------------------------------------------
004300* MODIFICATION HISTORY
004400* -------------------------------------------------------------
004500* DATE       BY   DESCRIPTION
004600* 10/15/2026 JH   INITIAL VERSION.
004610* 10/15/2026 JH   A FAILED CARD MASTER OR VELOCITY REWRITE IS
004620*                 REPORTED TO THE DESK AND ENDS THE RUN RC=8 -
004630*                 THE LEDGER FENCE STOPS A RERUN RETRYING IT.
004700*----------------------------------------------------------------
004800 ENVIRONMENT DIVISION.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT MQCTLFL ASSIGN TO MQCTLFL
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS MQCTLFL-STATUS.
005400     SELECT MQTMOFL ASSIGN TO MQTMOFL
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS MQTMOFL-STATUS.
005700     SELECT MQCORFL ASSIGN TO MQCORFL
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS MQCORFL-STATUS.
006000     SELECT MQSTGFL ASSIGN TO MQSTGFL
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS MQSTGFL-STATUS.
006300     SELECT MQHISVS ASSIGN TO MQHISVS
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS RANDOM
006600         RECORD KEY IS MQHIS-TRAN-ID
006700         FILE STATUS IS MQHISVS-STATUS.
006800     SELECT MQVELVS ASSIGN TO MQVELVS
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS RANDOM
007100         RECORD KEY IS MQVEL-VELOCITY-KEY
007200         FILE STATUS IS MQVELVS-STATUS.
007300     SELECT MQCRDVS ASSIGN TO MQCRDVS
007400         ORGANIZATION IS INDEXED
007500         ACCESS MODE IS RANDOM
007600         RECORD KEY IS MQCRD-CARD-NUMBER
007700         FILE STATUS IS MQCRDVS-STATUS.
007800     SELECT MQTMRFL ASSIGN TO MQTMRFL
007900         ORGANIZATION IS SEQUENTIAL
008000         FILE STATUS IS MQTMRFL-STATUS.
008100     SELECT MQSUSFL ASSIGN TO MQSUSFL
008200         ORGANIZATION IS SEQUENTIAL
008300         FILE STATUS IS MQSUSFL-STATUS.
008400     SELECT MQRPTFL ASSIGN TO MQRPTFL
008500         ORGANIZATION IS SEQUENTIAL
008600         FILE STATUS IS MQRPTFL-STATUS.
008700     SELECT MQBDTFL ASSIGN TO MQBDTFL
008800         ORGANIZATION IS SEQUENTIAL
008900         FILE STATUS IS MQBDTFL-STATUS.
009000     SELECT MQBDTOV ASSIGN TO MQBDTOV
009100         ORGANIZATION IS SEQUENTIAL
009200         FILE STATUS IS MQBDTOV-STATUS.
009300*
009400 DATA DIVISION.
009500 FILE SECTION.
009600 FD  MQCTLFL
009700     RECORDING MODE IS F.
009800     COPY CMQCTLV.
009900 FD  MQTMOFL
010000     RECORDING MODE IS F.
010100     COPY CMQTMOV.
010200 FD  MQCORFL
010300     RECORDING MODE IS F.
010400     COPY CMQCORV.
010500 FD  MQSTGFL
010600     RECORDING MODE IS V.
010700     COPY CMQSTGV.
010800 FD  MQHISVS.
010900     COPY CMQHISV.
011000 FD  MQVELVS.
011100     COPY CMQVELV.
011200 FD  MQCRDVS.
011300     COPY CMQCRDV.
011400 FD  MQTMRFL
011500     RECORDING MODE IS F.
011600     COPY CMQTMRV.
011700 FD  MQSUSFL
011800     RECORDING MODE IS V.
011900     COPY CMQSUSV.
012000 FD  MQRPTFL
012100     RECORD CONTAINS 132 CHARACTERS
012200     RECORDING MODE IS F.
012300 01  RPT-LINE                   PIC X(132).
012400 FD  MQBDTFL
012500     RECORDING MODE IS F.
012600     COPY CMQBDTV.
012700 FD  MQBDTOV
012800     RECORD CONTAINS 80 CHARACTERS
012900     RECORDING MODE IS F.
013000 01  BDT-OVERRIDE-CARD          PIC X(80).
013100*
013200 WORKING-STORAGE SECTION.
013300 01  MQCTLFL-STATUS          PIC X(02) VALUE SPACES.
013400 01  MQTMOFL-STATUS          PIC X(02) VALUE SPACES.
013500 01  MQCORFL-STATUS          PIC X(02) VALUE SPACES.
013600 01  MQSTGFL-STATUS          PIC X(02) VALUE SPACES.
013700 01  MQHISVS-STATUS          PIC X(02) VALUE SPACES.
013800 01  MQVELVS-STATUS          PIC X(02) VALUE SPACES.
013900 01  MQCRDVS-STATUS          PIC X(02) VALUE SPACES.
014000 01  MQTMRFL-STATUS          PIC X(02) VALUE SPACES.
014100 01  MQSUSFL-STATUS          PIC X(02) VALUE SPACES.
014200 01  MQRPTFL-STATUS          PIC X(02) VALUE SPACES.
014300 01  MQBDTFL-STATUS          PIC X(02) VALUE SPACES.
014400 01  MQBDTOV-STATUS          PIC X(02) VALUE SPACES.
014500*
014600 01  WS-SWITCHES.
014700   05  WS-ABANDON-SW       PIC X(01) VALUE "N".
014800       88  WS-RUN-ABANDONED           VALUE "Y".
014900   05  WS-CONNECTED-SW     PIC X(01) VALUE "N".
015000       88  WS-MQ-CONNECTED            VALUE "Y".
015100   05  WS-TMO-EOF-SW       PIC X(01) VALUE "N".
015200       88  WS-TMO-EOF                 VALUE "Y".
015300   05  WS-COR-EOF-SW       PIC X(01) VALUE "N".
015400       88  WS-COR-EOF                 VALUE "Y".
015500   05  WS-STG-EOF-SW       PIC X(01) VALUE "N".
015600       88  WS-STG-EOF                 VALUE "Y".
015700   05  WS-COR-FULL-SW      PIC X(01) VALUE "N".
015800       88  WS-COR-TABLE-FULL          VALUE "Y".
015900   05  WS-FOUND-SW         PIC X(01) VALUE "N".
016000       88  WS-FOUND                   VALUE "Y".
016100       88  WS-NOT-FOUND               VALUE "N".
016200   05  WS-NOTICE-SW        PIC X(01) VALUE "P".
016300       88  WS-NOTICE-POSTED           VALUE "P".
016400       88  WS-NOTICE-SUSPENDED        VALUE "S".
016500*
016600 01  WS-COUNTERS.
016700   05  WS-COR-READ-COUNT   PIC S9(09) COMP VALUE 0.
016800   05  WS-STG-READ-COUNT   PIC S9(09) COMP VALUE 0.
016900   05  WS-MEASURED-COUNT   PIC S9(09) COMP VALUE 0.
017000   05  WS-NOTMO-COUNT      PIC S9(09) COMP VALUE 0.
017100   05  WS-ONTIME-COUNT     PIC S9(09) COMP VALUE 0.
017200   05  WS-LATE-COUNT       PIC S9(09) COMP VALUE 0.
017300   05  WS-NOLEDGER-COUNT   PIC S9(09) COMP VALUE 0.
017400   05  WS-NOTAPPR-COUNT    PIC S9(09) COMP VALUE 0.
017500   05  WS-ALREADY-COUNT    PIC S9(09) COMP VALUE 0.
017600   05  WS-CLEARED-COUNT    PIC S9(09) COMP VALUE 0.
017700   05  WS-REVERSED-COUNT   PIC S9(09) COMP VALUE 0.
017800   05  WS-POSTED-COUNT     PIC S9(09) COMP VALUE 0.
017900   05  WS-SUSPENDED-COUNT  PIC S9(09) COMP VALUE 0.
018000   05  WS-TMO-REJECT-COUNT PIC S9(09) COMP VALUE 0.
018100   05  WS-REVERSED-AMOUNT  PIC 9(11)V99 VALUE 0.
018200*
018300* CHANNEL TIMEOUTS FROM MQTMOFL, ONE ENTRY PER REPLY QUEUE, WITH
018400* THE RUN'S PER-CHANNEL COUNTS FOR THE SUMMARY.  THE '*' ENTRY
018500* (WS-TMO-DEFAULT-IDX) COVERS ANY QUEUE NOT LISTED ON ITS OWN.
018600 01  WS-TMO-TABLE-AREA.
018700   05  WS-TMO-COUNT        PIC S9(04) COMP VALUE 0.
018800   05  WS-TMO-MAX          PIC S9(04) COMP VALUE 200.
018900   05  WS-TMO-DEFAULT-IDX  PIC S9(04) COMP VALUE 0.
019000   05  WS-TMO-ENTRY OCCURS 200 TIMES.
019100       10  WS-TT-QUEUE        PIC X(48).
019200       10  WS-TT-SECS         PIC 9(05).
019300       10  WS-TT-CHANNEL      PIC X(20).
019400       10  WS-TT-CHECKED      PIC S9(09) COMP.
019500       10  WS-TT-LATE         PIC S9(09) COMP.
019600       10  WS-TT-REVERSED     PIC S9(09) COMP.
019700       10  WS-TT-LONGEST      PIC S9(09) COMP.
019800 01  WS-TMO-IDX             PIC S9(04) COMP VALUE 0.
019900 01  WS-FIND-QUEUE          PIC X(48) VALUE SPACES.
020000 01  WS-REJECT-REASON       PIC X(22) VALUE SPACES.
020100 01  WS-TMO-HIT             PIC S9(04) COMP VALUE 0.
020200*
020300* REPLIES THE CORRELATION LOG SHOWS POSTED ON THE RUN DATE.
020400* 5000 IS WELL ABOVE A DAY'S AUTHORIZATION VOLUME; AN OVERFLOW
020500* LEAVES THE REST OF THE DAY UNCHECKED AND SAYS SO, RC=4.
020600 01  WS-COR-TABLE-AREA.
020700   05  WS-COR-COUNT        PIC S9(09) COMP VALUE 0.
020800   05  WS-COR-ENTRY OCCURS 5000 TIMES.
020900       10  WS-CT-REQUEST-MSGID PIC X(24).
021000       10  WS-CT-LOG-DATE      PIC X(08).
021100       10  WS-CT-LOG-TIME      PIC X(08).
021200 01  WS-COR-IDX             PIC S9(09) COMP VALUE 0.
021300 01  WS-COR-HIT             PIC S9(09) COMP VALUE 0.
021400*
021500     COPY CMQDAYV.
021600*
021700 01  WS-LATENCY-FIELDS.
021800   05  WS-FROM-DAYS        PIC S9(09) COMP VALUE 0.
021900   05  WS-FROM-SECS        PIC S9(09) COMP VALUE 0.
022000   05  WS-TO-DAYS          PIC S9(09) COMP VALUE 0.
022100   05  WS-TO-SECS          PIC S9(09) COMP VALUE 0.
022200   05  WS-LATENCY-SECS     PIC S9(09) COMP VALUE 0.
022300*
022400 01  WS-RUN-STAMP.
022500   05  WS-RUN-DATE         PIC X(08) VALUE SPACES.
022600*
022700 01  WS-MQ-FIELDS.
022800   05  WS-HCONN            PIC S9(09) COMP VALUE 0.
022900   05  WS-HOBJ             PIC S9(09) COMP VALUE 0.
023000   05  WS-COMPCODE         PIC S9(09) COMP VALUE 0.
023100   05  WS-REASON           PIC S9(09) COMP VALUE 0.
023200   05  WS-CLOSE-OPTIONS    PIC S9(09) COMP VALUE 0.
023300   05  WS-QMGR-NAME        PIC X(48) VALUE SPACES.
023400   05  WS-MSG-BUFFER       PIC X(4096) VALUE SPACES.
023500   05  WS-NOTICE-LENGTH    PIC S9(09) COMP VALUE 256.
023600*
023700 01  WS-PUT-FAIL-VERB           PIC X(13) VALUE SPACES.
023800 01  WS-PUT-FAIL-CC-DISP        PIC ----9 VALUE SPACES.
023900 01  WS-PUT-FAIL-RC-DISP        PIC -------9 VALUE SPACES.
024000*
024100 01  WS-REPORT-FIELDS.
024200   05  WS-ED-COUNT         PIC ZZZ,ZZZ,ZZ9.
024300   05  WS-ED-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
024400   05  WS-ED-TRAN-AMOUNT   PIC Z,ZZZ,ZZ9.99.
024500   05  WS-ED-SECS          PIC ZZZ,ZZ9.
024600   05  WS-ED-TIMEOUT       PIC ZZ,ZZ9.
024700   05  WS-ED-CHECKED       PIC ZZZ,ZZ9.
024800   05  WS-ED-LATE          PIC ZZZ,ZZ9.
024900   05  WS-ED-REVERSED      PIC ZZZ,ZZ9.
025000   05  WS-ED-NOTICE        PIC X(09) VALUE SPACES.
025100*
025200     COPY CMQARQV.
025300     COPY CMQTVLV.
025400     COPY CMQPMOV.
025500     COPY CMQMDV.
025600     COPY CMQODV.
025700     COPY CMQBDWV.
025800*
025900 PROCEDURE DIVISION.
026000*----------------------------------------------------------------
026100* 0000-MAINLINE
026200*----------------------------------------------------------------
026300 0000-MAINLINE.
026400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
026500     IF WS-BDT-FAILED OR WS-RUN-ABANDONED
026600         PERFORM 9000-TERMINATE THRU 9000-EXIT
026700         GOBACK
026800     END-IF
026900     PERFORM 2000-LOAD-CORRELATION THRU 2000-EXIT
027000         UNTIL WS-COR-EOF
027100     PERFORM 3000-CHECK-STAGED THRU 3000-EXIT
027200         UNTIL WS-STG-EOF
027300     PERFORM 5000-WRITE-SUMMARY THRU 5000-EXIT
027400     PERFORM 9000-TERMINATE THRU 9000-EXIT
027500     GOBACK
027600     .
027700*----------------------------------------------------------------
027800* 1000-INITIALIZE - BUSINESS DATE, CHANNEL TIMEOUTS, FILES AND
027900* THE QUEUE MANAGER.  THE RUN CHANGES THE LEDGER, VELOCITY AND
028000* CARD MASTER AND POSTS TO THE CHANNELS, SO A RERUN-DATE
028100* OVERRIDE IS REFUSED, AND ANYTHING MISSING STOPS IT RC=8
028200* BEFORE A SINGLE APPROVAL IS TOUCHED.
028300*----------------------------------------------------------------
028400 1000-INITIALIZE.
028500     PERFORM 8950-LOAD-BUSINESS-DATE THRU 8950-EXIT
028600     IF WS-BDT-RERUN
028700         DISPLAY "CBMQTMO0: A RERUN-DATE OVERRIDE IS NOT "
028800             "ALLOWED - TIMEOUT REVERSALS ARE NEVER REPLAYED"
028900         SET WS-BDT-FAILED TO TRUE
029000     END-IF
029100     IF WS-BDT-FAILED
029200         DISPLAY "CBMQTMO0: NO BUSINESS DATE - NOTHING REVERSED"
029300         MOVE 8 TO RETURN-CODE
029400         GO TO 1000-EXIT
029500     END-IF
029600     MOVE WS-BDT-DATE TO WS-RUN-DATE
029700     OPEN OUTPUT MQRPTFL
029800     PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT
029900     PERFORM 1100-LOAD-TIMEOUTS THRU 1100-EXIT
030000     IF WS-TMO-COUNT = 0
030100         DISPLAY "CBMQTMO0: NO CHANNEL TIMEOUTS ON FILE - "
030200             "NOTHING REVERSED"
030300         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
030400         GO TO 1000-EXIT
030500     END-IF
030600     OPEN INPUT MQCORFL
030700     OPEN INPUT MQSTGFL
030800     IF MQCORFL-STATUS NOT = "00"
030900         OR MQSTGFL-STATUS NOT = "00"
031000         DISPLAY "CBMQTMO0: CORRELATION/STAGING OPEN FAILED - "
031100             "STATUS " MQCORFL-STATUS "/" MQSTGFL-STATUS
031200         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
031300         GO TO 1000-EXIT
031400     END-IF
031500     OPEN I-O MQHISVS
031600     OPEN I-O MQVELVS
031700     OPEN I-O MQCRDVS
031800     IF MQHISVS-STATUS NOT = "00"
031900         OR MQVELVS-STATUS NOT = "00"
032000         OR MQCRDVS-STATUS NOT = "00"
032100         DISPLAY "CBMQTMO0: LEDGER/VELOCITY/CARD OPEN FAILED - "
032200             "STATUS " MQHISVS-STATUS "/" MQVELVS-STATUS
032300             "/" MQCRDVS-STATUS
032400         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
032500         GO TO 1000-EXIT
032600     END-IF
032700     PERFORM 8130-OPEN-REVERSAL-LOG THRU 8130-EXIT
032800     PERFORM 8140-OPEN-SUSPENSE-FILE THRU 8140-EXIT
032900     PERFORM 8000-LOAD-MQ-CONTROL THRU 8000-EXIT
033000     PERFORM 8010-LOAD-MQ-PUT-CONTROL THRU 8010-EXIT
033100     CALL "MQCONN" USING WS-QMGR-NAME
033200                          WS-HCONN
033300                          WS-COMPCODE
033400                          WS-REASON
033500     IF WS-COMPCODE NOT = 0
033600         DISPLAY "CBMQTMO0: MQCONN FAILED - RC=" WS-REASON
033700             " - NOTHING REVERSED"
033800         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
033900         GO TO 1000-EXIT
034000     END-IF
034100     SET WS-MQ-CONNECTED TO TRUE
034200     PERFORM 6100-READ-CORREL THRU 6100-EXIT
034300     PERFORM 6000-READ-STAGED THRU 6000-EXIT
034400     .
034500 1000-EXIT.
034600     EXIT.
034700*----------------------------------------------------------------
034800* 1100-LOAD-TIMEOUTS - THE CHANNEL TIMEOUT TABLE.  A RECORD
034900* WITH NO QUEUE OR NO POSITIVE TIMEOUT IS REJECTED; A SECOND
035000* RECORD FOR THE SAME QUEUE IS REJECTED AND THE FIRST KEPT.
035100*----------------------------------------------------------------
035200 1100-LOAD-TIMEOUTS.
035300     OPEN INPUT MQTMOFL
035400     IF MQTMOFL-STATUS NOT = "00"
035500         DISPLAY "CBMQTMO0: CHANNEL TIMEOUT FILE OPEN FAILED - "
035600             "STATUS " MQTMOFL-STATUS
035700         GO TO 1100-EXIT
035800     END-IF
035900     PERFORM 1110-LOAD-ONE-TIMEOUT THRU 1110-EXIT
036000         UNTIL WS-TMO-EOF
036100     CLOSE MQTMOFL
036200     .
036300 1100-EXIT.
036400     EXIT.
036500 1110-LOAD-ONE-TIMEOUT.
036600     READ MQTMOFL
036700         AT END
036800             SET WS-TMO-EOF TO TRUE
036900             GO TO 1110-EXIT
037000     END-READ
037100     IF MQTMO-REPLY-QUEUE = SPACES
037200         OR MQTMO-TIMEOUT-SECS NOT NUMERIC
037300         OR MQTMO-TIMEOUT-SECS = 0
037400         MOVE "NO QUEUE OR NO TIMEOUT" TO WS-REJECT-REASON
037500         PERFORM 1120-REJECT-TIMEOUT THRU 1120-EXIT
037600         GO TO 1110-EXIT
037700     END-IF
037800     MOVE MQTMO-REPLY-QUEUE TO WS-FIND-QUEUE
037900     PERFORM 3300-FIND-QUEUE THRU 3300-EXIT
038000     IF WS-FOUND
038100         MOVE "DUPLICATE QUEUE" TO WS-REJECT-REASON
038200         PERFORM 1120-REJECT-TIMEOUT THRU 1120-EXIT
038300         GO TO 1110-EXIT
038400     END-IF
038500     IF WS-TMO-COUNT = WS-TMO-MAX
038600         MOVE "TABLE FULL AT 200" TO WS-REJECT-REASON
038700         PERFORM 1120-REJECT-TIMEOUT THRU 1120-EXIT
038800         GO TO 1110-EXIT
038900     END-IF
039000     ADD 1 TO WS-TMO-COUNT
039100     MOVE MQTMO-REPLY-QUEUE  TO WS-TT-QUEUE(WS-TMO-COUNT)
039200     MOVE MQTMO-TIMEOUT-SECS TO WS-TT-SECS(WS-TMO-COUNT)
039300     MOVE MQTMO-CHANNEL-NAME TO WS-TT-CHANNEL(WS-TMO-COUNT)
039400     MOVE 0 TO WS-TT-CHECKED(WS-TMO-COUNT)
039500     MOVE 0 TO WS-TT-LATE(WS-TMO-COUNT)
039600     MOVE 0 TO WS-TT-REVERSED(WS-TMO-COUNT)
039700     MOVE 0 TO WS-TT-LONGEST(WS-TMO-COUNT)
039800     IF MQTMO-REPLY-QUEUE = "*"
039900         MOVE WS-TMO-COUNT TO WS-TMO-DEFAULT-IDX
040000     END-IF
040100     .
040200 1110-EXIT.
040300     EXIT.
040400 1120-REJECT-TIMEOUT.
040500     ADD 1 TO WS-TMO-REJECT-COUNT
040600     MOVE SPACES TO RPT-LINE
040700     STRING "TIMEOUT RECORD REJECTED - " WS-REJECT-REASON
040800         " - QUEUE " MQTMO-REPLY-QUEUE
040900         DELIMITED BY SIZE INTO RPT-LINE
041000     WRITE RPT-LINE
041100     .
041200 1120-EXIT.
041300     EXIT.
041400*----------------------------------------------------------------
041500* 1900-ABANDON-RUN - SAY SO ON THE REPORT, RC=8
041600*----------------------------------------------------------------
041700 1900-ABANDON-RUN.
041800     SET WS-RUN-ABANDONED TO TRUE
041900     MOVE 8 TO RETURN-CODE
042000     MOVE "RUN ABANDONED - NOTHING REVERSED - SEE JOB LOG"
042100         TO RPT-LINE
042200     WRITE RPT-LINE
042300     .
042400 1900-EXIT.
042500     EXIT.
042600*----------------------------------------------------------------
042700* 2000-LOAD-CORRELATION - KEEP THE REPLIES LOGGED ON THE RUN
042800* DATE; EARLIER DAYS WERE CHECKED BY EARLIER RUNS.
042900*----------------------------------------------------------------
043000 2000-LOAD-CORRELATION.
043100     IF MQCOR-LOG-DATE = WS-RUN-DATE
043200         IF WS-COR-COUNT < 5000
043300             ADD 1 TO WS-COR-COUNT
043400             MOVE MQCOR-REQUEST-MSGID
043500                 TO WS-CT-REQUEST-MSGID(WS-COR-COUNT)
043600             MOVE MQCOR-LOG-DATE TO WS-CT-LOG-DATE(WS-COR-COUNT)
043700             MOVE MQCOR-LOG-TIME TO WS-CT-LOG-TIME(WS-COR-COUNT)
043800         ELSE
043900             SET WS-COR-TABLE-FULL TO TRUE
044000         END-IF
044100     END-IF
044200     PERFORM 6100-READ-CORREL THRU 6100-EXIT
044300     .
044400 2000-EXIT.
044500     EXIT.
044600*----------------------------------------------------------------
044700* 3000-CHECK-STAGED - TIME ONE STAGED AT01 AGAINST ITS CHANNEL.
044800* ONLY A REQUEST WHOSE REPLY WAS LOGGED TODAY IS MEASURED; A
044900* REPLY LATER THAN THE CHANNEL'S TIMEOUT GOES TO 4000.
045000*----------------------------------------------------------------
045100 3000-CHECK-STAGED.
045200     MOVE MQSTG-MSG-DATA TO MQ-AUTH-REQUEST-MSG
045300     IF NOT MQARQ-TYPE-AUTH
045400         GO TO 3000-NEXT
045500     END-IF
045600     PERFORM 3100-FIND-REPLY THRU 3100-EXIT
045700     IF WS-NOT-FOUND
045800         GO TO 3000-NEXT
045900     END-IF
046000     ADD 1 TO WS-MEASURED-COUNT
046100     PERFORM 3200-MEASURE-LATENCY THRU 3200-EXIT
046200     MOVE MQARQ-REPLY-TO-QUEUE TO WS-FIND-QUEUE
046300     PERFORM 3300-FIND-QUEUE THRU 3300-EXIT
046400     IF WS-NOT-FOUND
046500         IF WS-TMO-DEFAULT-IDX = 0
046600             ADD 1 TO WS-NOTMO-COUNT
046700             GO TO 3000-NEXT
046800         END-IF
046900         MOVE WS-TMO-DEFAULT-IDX TO WS-TMO-HIT
047000     END-IF
047100     ADD 1 TO WS-TT-CHECKED(WS-TMO-HIT)
047200     IF WS-LATENCY-SECS NOT > WS-TT-SECS(WS-TMO-HIT)
047300         ADD 1 TO WS-ONTIME-COUNT
047400         GO TO 3000-NEXT
047500     END-IF
047600     ADD 1 TO WS-LATE-COUNT
047700     ADD 1 TO WS-TT-LATE(WS-TMO-HIT)
047800     IF WS-LATENCY-SECS > WS-TT-LONGEST(WS-TMO-HIT)
047900         MOVE WS-LATENCY-SECS TO WS-TT-LONGEST(WS-TMO-HIT)
048000     END-IF
048100     PERFORM 4000-REVERSE-APPROVAL THRU 4000-EXIT
048200     .
048300 3000-NEXT.
048400     PERFORM 6000-READ-STAGED THRU 6000-EXIT
048500     .
048600 3000-EXIT.
048700     EXIT.
048800*----------------------------------------------------------------
048900* 3100-FIND-REPLY - THE STAGED MSGID AMONG TODAY'S REPLIES
049000*----------------------------------------------------------------
049100 3100-FIND-REPLY.
049200     SET WS-NOT-FOUND TO TRUE
049300     MOVE 0 TO WS-COR-HIT
049400     PERFORM 3110-MATCH-ONE-REPLY THRU 3110-EXIT
049500         VARYING WS-COR-IDX FROM 1 BY 1
049600         UNTIL WS-COR-IDX > WS-COR-COUNT
049700            OR WS-FOUND
049800     .
049900 3100-EXIT.
050000     EXIT.
050100 3110-MATCH-ONE-REPLY.
050200     IF WS-CT-REQUEST-MSGID(WS-COR-IDX) = MQSTG-MSGID
050300         SET WS-FOUND TO TRUE
050400         MOVE WS-COR-IDX TO WS-COR-HIT
050500     END-IF
050600     .
050700 3110-EXIT.
050800     EXIT.
050900*----------------------------------------------------------------
051000* 3200-MEASURE-LATENCY - ELAPSED SECONDS FROM THE STAGING GET
051100* TO THE CORRELATION-LOG WRITE, THE SAME SPAN CBMQLAT0 TIMES
051200*----------------------------------------------------------------
051300 3200-MEASURE-LATENCY.
051400     MOVE MQSTG-GET-DATE TO WS-D2D-DATE
051500     PERFORM 8900-DATE-TO-DAYS THRU 8900-EXIT
051600     MOVE WS-D2D-DAYS TO WS-FROM-DAYS
051700     MOVE MQSTG-GET-TIME TO WS-T2M-TIME
051800     PERFORM 8920-TIME-TO-SECS THRU 8920-EXIT
051900     MOVE WS-T2M-SECS TO WS-FROM-SECS
052000     MOVE WS-CT-LOG-DATE(WS-COR-HIT) TO WS-D2D-DATE
052100     PERFORM 8900-DATE-TO-DAYS THRU 8900-EXIT
052200     MOVE WS-D2D-DAYS TO WS-TO-DAYS
052300     MOVE WS-CT-LOG-TIME(WS-COR-HIT) TO WS-T2M-TIME
052400     PERFORM 8920-TIME-TO-SECS THRU 8920-EXIT
052500     MOVE WS-T2M-SECS TO WS-TO-SECS
052600     COMPUTE WS-LATENCY-SECS =
052700         ((WS-TO-DAYS - WS-FROM-DAYS) * 86400)
052800         + WS-TO-SECS - WS-FROM-SECS
052900*    STAGING AND REPLY STAMPS CARRY THE BUSINESS DATE WITH
053000*    THE CLOCK TIME, SO A SPAN THAT CROSSES MIDNIGHT INSIDE
053100*    ONE BUSINESS DAY COMES OUT NEGATIVE - ADD THE DAY BACK.
053200     IF WS-LATENCY-SECS < 0
053300         ADD 86400 TO WS-LATENCY-SECS
053400     END-IF
053500     .
053600 3200-EXIT.
053700     EXIT.
053800*----------------------------------------------------------------
053900* 3300-FIND-QUEUE - THE TIMEOUT ENTRY FOR WS-FIND-QUEUE
054000* (WS-TMO-HIT), IF THE QUEUE HAS ONE OF ITS OWN
054100*----------------------------------------------------------------
054200 3300-FIND-QUEUE.
054300     SET WS-NOT-FOUND TO TRUE
054400     MOVE 0 TO WS-TMO-HIT
054500     PERFORM 3310-MATCH-ONE-QUEUE THRU 3310-EXIT
054600         VARYING WS-TMO-IDX FROM 1 BY 1
054700         UNTIL WS-TMO-IDX > WS-TMO-COUNT
054800            OR WS-FOUND
054900     .
055000 3300-EXIT.
055100     EXIT.
055200 3310-MATCH-ONE-QUEUE.
055300     IF WS-TT-QUEUE(WS-TMO-IDX) = WS-FIND-QUEUE
055400         SET WS-FOUND TO TRUE
055500         MOVE WS-TMO-IDX TO WS-TMO-HIT
055600     END-IF
055700     .
055800 3310-EXIT.
055900     EXIT.
056000*----------------------------------------------------------------
056100* 4000-REVERSE-APPROVAL - A LATE REPLY.  ONLY AN AT01 APPROVAL
056200* STILL STANDING AND STILL OPEN IS REVERSED; A LATE DECLINE OR
056300* REFER ALREADY MATCHES WHAT THE TERMINAL SHOWED, AND AN
056400* APPROVAL ALREADY REVERSED (RERUN, OR THE CHANNEL SENT ITS OWN
056500* RV01) IS LEFT ALONE.
056600*----------------------------------------------------------------
056700 4000-REVERSE-APPROVAL.
056800     IF MQARQ-TRAN-ID = SPACES
056900         ADD 1 TO WS-NOLEDGER-COUNT
057000         GO TO 4000-EXIT
057100     END-IF
057200     MOVE MQARQ-TRAN-ID TO MQHIS-TRAN-ID
057300     READ MQHISVS
057400         INVALID KEY
057500             ADD 1 TO WS-NOLEDGER-COUNT
057600             GO TO 4000-EXIT
057700     END-READ
057800     IF MQHIS-MSG-TYPE NOT = "AT01"
057900         OR NOT MQHIS-DECISION-APPROVE
058000         ADD 1 TO WS-NOTAPPR-COUNT
058100         GO TO 4000-EXIT
058200     END-IF
058300     IF MQHIS-REVERSED
058400         ADD 1 TO WS-ALREADY-COUNT
058500         GO TO 4000-EXIT
058600     END-IF
058700     IF NOT MQHIS-CLEAR-OPEN
058800         ADD 1 TO WS-CLEARED-COUNT
058900         PERFORM 4600-WRITE-CLEARED-EXCEPTION THRU 4600-EXIT
059000         GO TO 4000-EXIT
059100     END-IF
059200     SET MQHIS-REVERSED TO TRUE
059300     SET MQHIS-REVERSAL-BY-TIMEOUT TO TRUE
059400     MOVE WS-RUN-DATE TO MQHIS-REVERSAL-DATE
059500     REWRITE MQ-AUTH-HISTORY-RECORD
059600         INVALID KEY
059700             DISPLAY "CBMQTMO0: LEDGER REWRITE FAILED FOR "
059800                 MQHIS-TRAN-ID " - STATUS " MQHISVS-STATUS
059900             MOVE 8 TO RETURN-CODE
060000             GO TO 4000-EXIT
060100     END-REWRITE
060200     ADD 1 TO WS-REVERSED-COUNT
060300     ADD 1 TO WS-TT-REVERSED(WS-TMO-HIT)
060400     ADD MQHIS-AMOUNT TO WS-REVERSED-AMOUNT
060500     PERFORM 4100-RESTORE-OPEN-TO-BUY THRU 4100-EXIT
060600     PERFORM 4200-BACK-OUT-VELOCITY THRU 4200-EXIT
060700     PERFORM 4300-POST-NOTICE THRU 4300-EXIT
060800     PERFORM 4400-LOG-REVERSAL THRU 4400-EXIT
060900     PERFORM 4500-WRITE-DETAIL THRU 4500-EXIT
061000     .
061100 4000-EXIT.
061200     EXIT.
061300*----------------------------------------------------------------
061400* 4100-RESTORE-OPEN-TO-BUY - THE REVERSED AMOUNT GOES BACK ON
061500* THE CARD, NEVER ABOVE THE CREDIT LIMIT - THE SAME RULE AS AN
061600* APPROVED A900 REVERSAL IN CBMQAUT0.  A CARD SINCE DROPPED
061700* FROM THE MASTER HAS NOTHING TO RESTORE.
061720* A FAILED REWRITE IS AN EXCEPTION FOR THE DESK (RC=8): THE
061740* LEDGER ROW IS ALREADY REVERSED, SO NO RERUN WILL RETRY IT.
061800*----------------------------------------------------------------
061900 4100-RESTORE-OPEN-TO-BUY.
062000     MOVE MQHIS-CARD-NUMBER TO MQCRD-CARD-NUMBER
062100     READ MQCRDVS
062200         INVALID KEY
062300             GO TO 4100-EXIT
062400     END-READ
062500     ADD MQHIS-AMOUNT TO MQCRD-OPEN-TO-BUY
062600         ON SIZE ERROR
062700             MOVE MQCRD-CREDIT-LIMIT TO MQCRD-OPEN-TO-BUY
062800     END-ADD
062900     IF MQCRD-OPEN-TO-BUY > MQCRD-CREDIT-LIMIT
063000         MOVE MQCRD-CREDIT-LIMIT TO MQCRD-OPEN-TO-BUY
063100     END-IF
063200     REWRITE MQ-CARD-ACCOUNT-RECORD
063205         INVALID KEY
063210             DISPLAY "CBMQTMO0: CARD MASTER REWRITE FAILED FOR "
063215                 MQCRD-CARD-NUMBER " - STATUS " MQCRDVS-STATUS
063220             MOVE 8 TO RETURN-CODE
063225             MOVE SPACES TO RPT-LINE
063230             STRING "EXCEPTION " MQHIS-TRAN-ID " "
063235                 MQHIS-CARD-NUMBER " OPEN-TO-BUY NOT RESTORED"
063240                 " - CARD MASTER REWRITE FAILED, STATUS "
063245                 MQCRDVS-STATUS
063250                 DELIMITED BY SIZE INTO RPT-LINE
063255             WRITE RPT-LINE
063260     END-REWRITE
063300     .
063400 4100-EXIT.
063500     EXIT.
063600*----------------------------------------------------------------
063700* 4200-BACK-OUT-VELOCITY - TAKE THE APPROVAL OFF THE CARD'S
063800* ACTIVITY ROW FOR THE DAY IT WAS DECIDED, NEVER BELOW ZERO.
063850* A FAILED REWRITE IS AN EXCEPTION FOR THE DESK, AS IN 4100.
063900*----------------------------------------------------------------
064000 4200-BACK-OUT-VELOCITY.
064100     MOVE MQHIS-CARD-NUMBER TO MQVEL-CARD-NUMBER
064200     MOVE MQHIS-DECIDE-DATE TO MQVEL-ACTIVITY-DATE
064300     READ MQVELVS
064400         INVALID KEY
064500             GO TO 4200-EXIT
064600     END-READ
064700     IF MQVEL-APPROVE-COUNT > 0
064800         SUBTRACT 1 FROM MQVEL-APPROVE-COUNT
064900     END-IF
065000     IF MQVEL-APPROVE-AMOUNT > MQHIS-AMOUNT
065100         SUBTRACT MQHIS-AMOUNT FROM MQVEL-APPROVE-AMOUNT
065200     ELSE
065300         MOVE 0 TO MQVEL-APPROVE-AMOUNT
065400     END-IF
065500     REWRITE MQ-CARD-VELOCITY-RECORD
065505         INVALID KEY
065510             DISPLAY "CBMQTMO0: VELOCITY REWRITE FAILED FOR "
065515                 MQVEL-CARD-NUMBER " " MQVEL-ACTIVITY-DATE
065520                 " - STATUS " MQVELVS-STATUS
065525             MOVE 8 TO RETURN-CODE
065530             MOVE SPACES TO RPT-LINE
065535             STRING "EXCEPTION " MQHIS-TRAN-ID " "
065540                 MQHIS-CARD-NUMBER " VELOCITY NOT BACKED OUT"
065545                 " - ACTIVITY REWRITE FAILED, STATUS "
065550                 MQVELVS-STATUS
065555                 DELIMITED BY SIZE INTO RPT-LINE
065560             WRITE RPT-LINE
065565     END-REWRITE
065600     .
065700 4200-EXIT.
065800     EXIT.
065900*----------------------------------------------------------------
066000* 4300-POST-NOTICE - AN RR01 TO THE CHANNEL'S REPLY QUEUE,
066100* CORRELATED TO THE ORIGINAL REQUEST.  IT IS NOT LOGGED TO THE
066200* CORRELATION LOG - THAT LOG PROVES REPLIES TO REQUESTS, AND
066300* THE ORIGINAL REQUEST'S REPLY IS ALREADY ON IT.  A FAILED
066400* OPEN OR PUT GOES TO SUSPENSE INSTEAD.
066420* THE NOTICE CARRIES RESPONSE CODE A901 - APPROVAL
066440* SYSTEM-REVERSED ON CHANNEL TIMEOUT.
066500*----------------------------------------------------------------
066600 4300-POST-NOTICE.
066700     SET WS-NOTICE-POSTED TO TRUE
066800     MOVE "RR01"              TO MQRVS-MSG-TYPE
066900     MOVE MQHIS-TRAN-ID       TO MQRVS-TRAN-ID
067000     MOVE MQHIS-TRAN-ID       TO MQRVS-ORIG-TRAN-ID
067100     MOVE "A901"              TO MQRVS-RESPONSE-CODE
067200     MOVE "TIMEOUT REVERSAL - REPLY EXCEEDED CHANNEL TIMEOUT"
067300         TO MQRVS-RESPONSE-TEXT
067400     MOVE SPACES TO WS-MSG-BUFFER
067500     MOVE MQ-REVERSAL-RESPONSE-MSG TO WS-MSG-BUFFER
067600     MOVE MQARQ-REPLY-TO-QUEUE TO MQOD-OBJECTNAME
067700     MOVE LOW-VALUES           TO MQMD-MSGID
067800     MOVE MQSTG-MSGID          TO MQMD-CORRELID
067900     CALL "MQOPEN" USING WS-HCONN
068000                          MQOD
068100                          MQOD-OBJECTTYPE
068200                          WS-HOBJ
068300                          WS-COMPCODE
068400                          WS-REASON
068500     IF WS-COMPCODE NOT = 0
068600         MOVE "MQOPEN FAILED" TO WS-PUT-FAIL-VERB
068700         PERFORM 8120-WRITE-NOTICE-SUSPENSE THRU 8120-EXIT
068800     ELSE
068900         CALL "MQPUT" USING WS-HCONN
069000                             WS-HOBJ
069100                             MQMD
069200                             MQPMO
069300                             WS-NOTICE-LENGTH
069400                             WS-MSG-BUFFER
069500                             WS-COMPCODE
069600                             WS-REASON
069700         IF WS-COMPCODE NOT = 0
069800             MOVE "MQPUT FAILED" TO WS-PUT-FAIL-VERB
069900             PERFORM 8120-WRITE-NOTICE-SUSPENSE THRU 8120-EXIT
070000         ELSE
070100             ADD 1 TO WS-POSTED-COUNT
070200         END-IF
070300         CALL "MQCLOSE" USING WS-HCONN
070400                               WS-HOBJ
070500                               WS-CLOSE-OPTIONS
070600                               WS-COMPCODE
070700                               WS-REASON
070800     END-IF
070900     .
071000 4300-EXIT.
071100     EXIT.
071200*----------------------------------------------------------------
071300* 4400-LOG-REVERSAL - APPEND THE AUDIT ROW (CMQTMRV)
071400*----------------------------------------------------------------
071500 4400-LOG-REVERSAL.
071600     MOVE SPACES                 TO MQ-TIMEOUT-REVERSAL-RECORD
071700     MOVE MQHIS-TRAN-ID          TO MQTMR-TRAN-ID
071800     MOVE MQHIS-CARD-NUMBER      TO MQTMR-CARD-NUMBER
071900     MOVE MQHIS-AMOUNT           TO MQTMR-AMOUNT
072000     MOVE MQSTG-MSGID            TO MQTMR-REQUEST-MSGID
072100     MOVE MQARQ-REPLY-TO-QUEUE   TO MQTMR-REPLY-QUEUE
072200     MOVE MQSTG-GET-DATE         TO MQTMR-STAGED-DATE
072300     MOVE MQSTG-GET-TIME         TO MQTMR-STAGED-TIME
072400     MOVE WS-CT-LOG-DATE(WS-COR-HIT) TO MQTMR-REPLY-DATE
072500     MOVE WS-CT-LOG-TIME(WS-COR-HIT) TO MQTMR-REPLY-TIME
072600     MOVE WS-LATENCY-SECS        TO MQTMR-LATENCY-SECS
072700     MOVE WS-TT-SECS(WS-TMO-HIT) TO MQTMR-TIMEOUT-SECS
072800     MOVE WS-RUN-DATE            TO MQTMR-REVERSAL-DATE
072900     MOVE WS-NOTICE-SW           TO MQTMR-NOTICE-STATUS
073000     WRITE MQ-TIMEOUT-REVERSAL-RECORD
073100     .
073200 4400-EXIT.
073300     EXIT.
073400*----------------------------------------------------------------
073500* 4500-WRITE-DETAIL - ONE REPORT LINE PER TIMEOUT REVERSAL
073600*----------------------------------------------------------------
073700 4500-WRITE-DETAIL.
073800     MOVE MQHIS-AMOUNT TO WS-ED-TRAN-AMOUNT
073900     MOVE WS-LATENCY-SECS TO WS-ED-SECS
074000     MOVE WS-TT-SECS(WS-TMO-HIT) TO WS-ED-TIMEOUT
074100     IF WS-NOTICE-POSTED
074200         MOVE "POSTED" TO WS-ED-NOTICE
074300     ELSE
074400         MOVE "SUSPENDED" TO WS-ED-NOTICE
074500     END-IF
074600     MOVE SPACES TO RPT-LINE
074700     STRING MQHIS-TRAN-ID " " MQHIS-CARD-NUMBER " "
074800         WS-ED-TRAN-AMOUNT " " MQARQ-REPLY-TO-QUEUE(1:24) " "
074900         MQSTG-GET-DATE " " MQSTG-GET-TIME(1:6) " "
075000         WS-CT-LOG-DATE(WS-COR-HIT) " "
075100         WS-CT-LOG-TIME(WS-COR-HIT)(1:6) " "
075200         WS-ED-SECS " " WS-ED-TIMEOUT " " WS-ED-NOTICE
075300         DELIMITED BY SIZE INTO RPT-LINE
075400     WRITE RPT-LINE
075500     .
075600 4500-EXIT.
075700     EXIT.
075800*----------------------------------------------------------------
075900* 4600-WRITE-CLEARED-EXCEPTION - A LATE APPROVAL CBMQCLR0 HAS
076000* ALREADY MATCHED OR EXPIRED IS NOT REVERSED; THE DESK DECIDES.
076100*----------------------------------------------------------------
076200 4600-WRITE-CLEARED-EXCEPTION.
076300     IF RETURN-CODE < 4
076400         MOVE 4 TO RETURN-CODE
076500     END-IF
076600     MOVE WS-LATENCY-SECS TO WS-ED-SECS
076700     MOVE SPACES TO RPT-LINE
076800     STRING "EXCEPTION " MQHIS-TRAN-ID " " MQHIS-CARD-NUMBER
076900         " LATE " WS-ED-SECS " SECS - APPROVAL ALREADY "
077000         "CLEARED, NOT REVERSED"
077100         DELIMITED BY SIZE INTO RPT-LINE
077200     WRITE RPT-LINE
077300     .
077400 4600-EXIT.
077500     EXIT.
077600*----------------------------------------------------------------
077700* 5000-WRITE-SUMMARY - RUN TOTALS, THEN ONE LINE PER CHANNEL
077800*----------------------------------------------------------------
077900 5000-WRITE-SUMMARY.
078000     IF WS-COR-TABLE-FULL
078100         DISPLAY "CBMQTMO0: REPLY TABLE FULL AT 5000 - LATER "
078200             "REPLIES NOT CHECKED"
078300         MOVE SPACES TO RPT-LINE
078400         STRING "REPLY TABLE FULL AT 5000 - LATER REPLIES NOT "
078500             "CHECKED" DELIMITED BY SIZE INTO RPT-LINE
078600         WRITE RPT-LINE
078700         IF RETURN-CODE < 4
078800             MOVE 4 TO RETURN-CODE
078900         END-IF
079000     END-IF
079100     IF WS-SUSPENDED-COUNT > 0
079200         AND RETURN-CODE < 4
079300         MOVE 4 TO RETURN-CODE
079400     END-IF
079500     MOVE SPACES TO RPT-LINE
079600     WRITE RPT-LINE
079700     MOVE WS-MEASURED-COUNT TO WS-ED-COUNT
079800     MOVE "REPLIES MEASURED TODAY      : " TO RPT-LINE
079900     PERFORM 5200-WRITE-COUNT THRU 5200-EXIT
080000     MOVE WS-ONTIME-COUNT TO WS-ED-COUNT
080100     MOVE "WITHIN CHANNEL TIMEOUT      : " TO RPT-LINE
080200     PERFORM 5200-WRITE-COUNT THRU 5200-EXIT
080300     MOVE WS-LATE-COUNT TO WS-ED-COUNT
080400     MOVE "PAST CHANNEL TIMEOUT        : " TO RPT-LINE
080500     PERFORM 5200-WRITE-COUNT THRU 5200-EXIT
080600     MOVE WS-REVERSED-COUNT TO WS-ED-COUNT
080700     MOVE "  APPROVALS REVERSED        : " TO RPT-LINE
080800     PERFORM 5200-WRITE-COUNT THRU 5200-EXIT
080900     MOVE WS-NOTAPPR-COUNT TO WS-ED-COUNT
081000     MOVE "  NOT AN APPROVAL (NO-OP)   : " TO RPT-LINE
081100     PERFORM 5200-WRITE-COUNT THRU 5200-EXIT
081200     MOVE WS-ALREADY-COUNT TO WS-ED-COUNT
081300     MOVE "  ALREADY REVERSED          : " TO RPT-LINE
081400     PERFORM 5200-WRITE-COUNT THRU 5200-EXIT
081500     MOVE WS-CLEARED-COUNT TO WS-ED-COUNT
081600     MOVE "  ALREADY CLEARED (EXCEPT.) : " TO RPT-LINE
081700     PERFORM 5200-WRITE-COUNT THRU 5200-EXIT
081800     MOVE WS-NOLEDGER-COUNT TO WS-ED-COUNT
081900     MOVE "  NOT ON LEDGER             : " TO RPT-LINE
082000     PERFORM 5200-WRITE-COUNT THRU 5200-EXIT
082100     MOVE WS-NOTMO-COUNT TO WS-ED-COUNT
082200     MOVE "QUEUE HAS NO TIMEOUT ON FILE: " TO RPT-LINE
082300     PERFORM 5200-WRITE-COUNT THRU 5200-EXIT
082400     MOVE WS-POSTED-COUNT TO WS-ED-COUNT
082500     MOVE "RR01 NOTICES POSTED         : " TO RPT-LINE
082600     PERFORM 5200-WRITE-COUNT THRU 5200-EXIT
082700     MOVE WS-SUSPENDED-COUNT TO WS-ED-COUNT
082800     MOVE "RR01 NOTICES SUSPENDED      : " TO RPT-LINE
082900     PERFORM 5200-WRITE-COUNT THRU 5200-EXIT
083000     MOVE WS-REVERSED-AMOUNT TO WS-ED-AMOUNT
083100     MOVE SPACES TO RPT-LINE
083200     STRING "AMOUNT REVERSED             : " WS-ED-AMOUNT
083300         DELIMITED BY SIZE INTO RPT-LINE
083400     WRITE RPT-LINE
083500     MOVE SPACES TO RPT-LINE
083600     WRITE RPT-LINE
083700     MOVE SPACES TO RPT-LINE
083800     MOVE "CHANNEL"         TO RPT-LINE(1:7)
083900     MOVE "REPLY QUEUE"     TO RPT-LINE(22:11)
084000     MOVE "TIMEOUT"         TO RPT-LINE(47:7)
084100     MOVE "CHECKED"         TO RPT-LINE(55:7)
084200     MOVE "LATE"            TO RPT-LINE(66:4)
084300     MOVE "REVERSED"        TO RPT-LINE(71:8)
084400     MOVE "LONGEST(SECS)"   TO RPT-LINE(80:13)
084500     WRITE RPT-LINE
084600     PERFORM 5100-WRITE-CHANNEL THRU 5100-EXIT
084700         VARYING WS-TMO-IDX FROM 1 BY 1
084800         UNTIL WS-TMO-IDX > WS-TMO-COUNT
084900     .
085000 5000-EXIT.
085100     EXIT.
085200 5100-WRITE-CHANNEL.
085300     MOVE WS-TT-SECS(WS-TMO-IDX)     TO WS-ED-TIMEOUT
085400     MOVE WS-TT-CHECKED(WS-TMO-IDX)  TO WS-ED-CHECKED
085500     MOVE WS-TT-LATE(WS-TMO-IDX)     TO WS-ED-LATE
085600     MOVE WS-TT-REVERSED(WS-TMO-IDX) TO WS-ED-REVERSED
085700     MOVE WS-TT-LONGEST(WS-TMO-IDX)  TO WS-ED-SECS
085800     MOVE SPACES TO RPT-LINE
085900     STRING WS-TT-CHANNEL(WS-TMO-IDX) " "
086000         WS-TT-QUEUE(WS-TMO-IDX)(1:24) "  "
086100         WS-ED-TIMEOUT " " WS-ED-CHECKED " " WS-ED-LATE "  "
086200         WS-ED-REVERSED "       " WS-ED-SECS
086300         DELIMITED BY SIZE INTO RPT-LINE
086400     WRITE RPT-LINE
086500     .
086600 5100-EXIT.
086700     EXIT.
086800 5200-WRITE-COUNT.
086900     MOVE WS-ED-COUNT TO RPT-LINE(31:11)
087000     WRITE RPT-LINE
087100     .
087200 5200-EXIT.
087300     EXIT.
087400*----------------------------------------------------------------
087500* 6000/6100 - READ NEXT STAGED / CORRELATION RECORD
087600*----------------------------------------------------------------
087700 6000-READ-STAGED.
087800     READ MQSTGFL
087900         AT END
088000             SET WS-STG-EOF TO TRUE
088100         NOT AT END
088200             ADD 1 TO WS-STG-READ-COUNT
088300     END-READ
088400     .
088500 6000-EXIT.
088600     EXIT.
088700 6100-READ-CORREL.
088800     READ MQCORFL
088900         AT END
089000             SET WS-COR-EOF TO TRUE
089100         NOT AT END
089200             ADD 1 TO WS-COR-READ-COUNT
089300     END-READ
089400     .
089500 6100-EXIT.
089600     EXIT.
089700*----------------------------------------------------------------
089800* 7000-WRITE-HEADINGS
089900*----------------------------------------------------------------
090000 7000-WRITE-HEADINGS.
090100     MOVE SPACES TO RPT-LINE
090200     STRING "MQ APPROVAL TIMEOUT REVERSAL REPORT - RUN DATE "
090300         WS-RUN-DATE DELIMITED BY SIZE INTO RPT-LINE
090400     WRITE RPT-LINE
090500     MOVE SPACES TO RPT-LINE
090600     WRITE RPT-LINE
090700     MOVE SPACES TO RPT-LINE
090800     MOVE "TRAN-ID"         TO RPT-LINE(1:7)
090900     MOVE "CARD NUMBER"     TO RPT-LINE(18:11)
091000     MOVE "AMOUNT"          TO RPT-LINE(41:6)
091100     MOVE "REPLY QUEUE"     TO RPT-LINE(48:11)
091200     MOVE "STAGED"          TO RPT-LINE(73:6)
091300     MOVE "REPLIED"         TO RPT-LINE(89:7)
091400     MOVE "LATENCY"         TO RPT-LINE(105:7)
091500     MOVE "TIMEOUT"         TO RPT-LINE(112:7)
091600     MOVE "NOTICE"          TO RPT-LINE(120:6)
091700     WRITE RPT-LINE
091800     .
091900 7000-EXIT.
092000     EXIT.
092100*----------------------------------------------------------------
092200* 8120-WRITE-NOTICE-SUSPENSE - THE RR01 COULD NOT BE PUT.  THE
092300* REVERSAL STANDS; THE NOTICE WAITS IN SUSPENSE FOR REPLAY.
092400*----------------------------------------------------------------
092500 8120-WRITE-NOTICE-SUSPENSE.
092600     SET WS-NOTICE-SUSPENDED TO TRUE
092700     MOVE MQARQ-REPLY-TO-QUEUE    TO MQSUS-QUEUE-NAME
092800     MOVE MQSTG-MSGID             TO MQSUS-MSGID
092900     MOVE SPACES                  TO MQSUS-STRUCID-FOUND
093000     MOVE 0                       TO MQSUS-VERSION-FOUND
093100     MOVE WS-NOTICE-LENGTH        TO MQSUS-MSG-LENGTH
093200     MOVE WS-MSG-BUFFER           TO MQSUS-MSG-DATA
093300     MOVE WS-COMPCODE             TO WS-PUT-FAIL-CC-DISP
093400     MOVE WS-REASON               TO WS-PUT-FAIL-RC-DISP
093500     STRING WS-PUT-FAIL-VERB DELIMITED BY SIZE
093600             " CC=" DELIMITED BY SIZE
093700             WS-PUT-FAIL-CC-DISP DELIMITED BY SIZE
093800             " RC=" DELIMITED BY SIZE
093900             WS-PUT-FAIL-RC-DISP DELIMITED BY SIZE
094000         INTO MQSUS-REASON-TEXT
094100     MOVE WS-BDT-DATE TO MQSUS-SUSPEND-DATE
094200     ACCEPT MQSUS-SUSPEND-TIME FROM TIME
094300     WRITE MQ-SUSPENSE-RECORD
094400     ADD 1 TO WS-SUSPENDED-COUNT
094500     .
094600 8120-EXIT.
094700     EXIT.
094800*----------------------------------------------------------------
094900* 8130/8140 - OPEN MQTMRFL/MQSUSFL EXTEND OR OUTPUT BASED ON
095000* WHETHER THE DATASET ALREADY HAS CONTENT - BOTH ARE DD-ED
095100* DISP=(MOD,CATLG,CATLG) AND ACCUMULATE ACROSS RUNS, THE SAME
095200* PATTERN AS CBMQPUT0.
095300*----------------------------------------------------------------
095400 8130-OPEN-REVERSAL-LOG.
095500     OPEN INPUT MQTMRFL
095600     IF MQTMRFL-STATUS = "00"
095700         CLOSE MQTMRFL
095800         OPEN EXTEND MQTMRFL
095900     ELSE
096000         OPEN OUTPUT MQTMRFL
096100     END-IF
096200     .
096300 8130-EXIT.
096400     EXIT.
096500 8140-OPEN-SUSPENSE-FILE.
096600     OPEN INPUT MQSUSFL
096700     IF MQSUSFL-STATUS = "00"
096800         CLOSE MQSUSFL
096900         OPEN EXTEND MQSUSFL
097000     ELSE
097100         OPEN OUTPUT MQSUSFL
097200     END-IF
097300     .
097400 8140-EXIT.
097500     EXIT.
097600*----------------------------------------------------------------
097700* 8000/8010 - SHARED MQ CONTROL LOADERS (SEE CMQCTLP/CMQCTPP)
097800* 8900/8920 - SHARED DATE/TIME ARITHMETIC (SEE CMQDAYP)
097900* 8950/8960 - SHARED BUSINESS DATE LOAD (SEE CMQBDTP)
098000*----------------------------------------------------------------
098100 COPY CMQCTLP.
098200 COPY CMQCTPP.
098300 COPY CMQDAYP.
098400 COPY CMQBDTP.
098500*----------------------------------------------------------------
098600* 9000-TERMINATE - DISCONNECT FROM MQ, CLOSE FILES, COUNTS
098700*----------------------------------------------------------------
098800 9000-TERMINATE.
098900     IF WS-MQ-CONNECTED
099000         CALL "MQDISC" USING WS-HCONN
099100                              WS-COMPCODE
099200                              WS-REASON
099300     END-IF
099400     CLOSE MQCORFL
099500     CLOSE MQSTGFL
099600     CLOSE MQHISVS
099700     CLOSE MQVELVS
099800     CLOSE MQCRDVS
099900     CLOSE MQTMRFL
100000     CLOSE MQSUSFL
100100     CLOSE MQRPTFL
100200     DISPLAY "CBMQTMO0: CHANNEL TIMEOUTS LOADED = " WS-TMO-COUNT
100300     DISPLAY "CBMQTMO0: TIMEOUT RECORDS REJECTED = "
100400         WS-TMO-REJECT-COUNT
100500     DISPLAY "CBMQTMO0: REPLIES MEASURED = " WS-MEASURED-COUNT
100600     DISPLAY "CBMQTMO0: PAST CHANNEL TIMEOUT = " WS-LATE-COUNT
100700     DISPLAY "CBMQTMO0: APPROVALS REVERSED = " WS-REVERSED-COUNT
100800     DISPLAY "CBMQTMO0: ALREADY CLEARED (EXCEPTIONS) = "
100900         WS-CLEARED-COUNT
101000     DISPLAY "CBMQTMO0: RR01 NOTICES POSTED = " WS-POSTED-COUNT
101100     DISPLAY "CBMQTMO0: RR01 NOTICES SUSPENDED = "
101200         WS-SUSPENDED-COUNT
101300     .
101400 9000-EXIT.
101500     EXIT.
