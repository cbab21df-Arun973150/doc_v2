000100* CBMQGLJ0 - DAILY GENERAL LEDGER JOURNAL FEED
000200*----------------------------------------------------------------
000300 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.        CBMQGLJ0.
000500 AUTHOR.            J HALVERSEN.
000600 INSTALLATION.      CARDDEMO BATCH SYSTEMS.
000700 DATE-WRITTEN.      10/15/2026.
000800 DATE-COMPILED.
000900*----------------------------------------------------------------
001000* FINANCE USED TO REBUILD THE CARD PROGRAM'S ACCOUNTING ENTRIES
001100* BY HAND FROM THE CBMQSET0 FUNDING SUMMARY AND CBMQMIX0.
001200* CBMQGLJ0 WRITES THEM AS A BALANCED DOUBLE-ENTRY JOURNAL
001300* (MQGLJFL, CMQGLJV) FROM THE DAY'S AUTHORIZATION HISTORY LEDGER
001400* ROWS (MQHISVS, CMQHISV) AND THE DAY'S SETTLEMENT FILE (MQSETFL,
001500* CMQSETV): EVERY AT01 APPROVAL DECIDED ON THE RUN DATE POSTS
001600* CARDHOLDER RECEIVABLE AGAINST MERCHANT PAYABLE (APPR), EVERY
001700* A900 REVERSAL APPROVED ON THE RUN DATE POSTS THE OFFSET (RVSL),
001710* EVERY HOLD CBMQCLR0 RELEASED ON THE RUN DATE - AN EXPIRED
001720* APPROVAL, OR THE UNPRESENTED PART OF A PARTIAL PRESENTMENT, READ
001730* FROM THE CLEARING MATCH FILE (MQCLRVS, CMQCLRV) - POSTS THE
001740* SAME KIND OF OFFSET (EXPR),
001800* AND EACH FUNDED MERCHANT'S SETTLEMENT TOTAL POSTS MERCHANT
001900* PAYABLE AGAINST CASH (FUND).  THE ACCOUNTS COME FROM THE
002000* OPERATIONS-MAINTAINED MAPPING TABLE (MQGLMFL, CMQGLMV), SO A
002100* CHART-OF-ACCOUNTS CHANGE NEEDS NO RECOMPILE.  THE CONTROL
002200* REPORT PROVES TWO THINGS BEFORE THE FEED MAY GO: TOTAL DEBITS
002300* EQUAL TOTAL CREDITS, AND THE FUNDING JOURNALED TIES TO
002400* CBMQSET0'S GRAND TOTAL (MQSCTFL, CMQSCTV).  EITHER FAILURE -
002500* OR A MAPPING TABLE, LEDGER, OR SETTLEMENT CONTROL RECORD THAT
002600* CANNOT BE USED - ENDS THE RUN RC=8, WHICH THE TRANSMISSION STEP
002700* MUST BE CONDITIONED ON SO AN UNBALANCED FEED IS NEVER SENT.
002800*----------------------------------------------------------------
002900* MODIFICATION HISTORY
003000* -------------------------------------------------------------
003100* DATE       BY   DESCRIPTION
003200* 10/15/2026 JH   INITIAL VERSION.
003210* 10/15/2026 JH   BUSINESS DATE - THE RUN DATE COMES FROM THE
003220*                 BUSINESS DATE CONTROL RECORD (MQBDTFL,
003230*                 CMQBDTV), NOT THE SYSTEM CLOCK; A RERUN-DATE
003240*                 CARD ON MQBDTOV REPRODUCES A NAMED PRIOR
003250*                 BUSINESS DATE.  NO VALID DATE ABANDONS THE RUN
003260*                 RC=8.
003265* 10/15/2026 JH   TIMEOUT REVERSAL - AN APPROVAL CBMQTMO0
003270*                 SYSTEM-REVERSED ON THE RUN DATE POSTS ITS RVSL
003275*                 OFFSET FROM THE ORIGINAL ROW, COUNTED ON ITS OWN
003280*                 CONTROL-REPORT LINE.
003282* 10/15/2026 JH   HOLD RELEASES - EVERY APPROVAL CBMQCLR0
003284*                 EXPIRED ON THE RUN DATE, AND THE UNPRESENTED
003286*                 DIFFERENCE OF EVERY PARTIAL PRESENTMENT IT
003288*                 MATCHED, POSTS AN EXPR OFFSET FROM MQCLRVS SO
003290*                 NO APPROVAL LEAVES ITS APPR OPEN IN THE GL.
003292*                 EXPR MUST BE MAPPED ONCE LIKE THE OTHERS; THE
003294*                 EVENT TOTALS ARE NOW PROVED AGAINST THE LINES.
003300*----------------------------------------------------------------
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT MQGLMFL ASSIGN TO MQGLMFL
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS MQGLMFL-STATUS.
004000     SELECT MQHISVS ASSIGN TO MQHISVS
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS SEQUENTIAL
004300         RECORD KEY IS MQHIS-TRAN-ID
004400         FILE STATUS IS MQHISVS-STATUS.
004500     SELECT MQSETFL ASSIGN TO MQSETFL
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS MQSETFL-STATUS.
004800     SELECT MQSCTFL ASSIGN TO MQSCTFL
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS MQSCTFL-STATUS.
005010     SELECT MQCLRVS ASSIGN TO MQCLRVS
005020         ORGANIZATION IS INDEXED
005030         ACCESS MODE IS SEQUENTIAL
005040         RECORD KEY IS MQCLR-TRAN-ID
005050         FILE STATUS IS MQCLRVS-STATUS.
005100     SELECT MQGLJFL ASSIGN TO MQGLJFL
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS MQGLJFL-STATUS.
005400     SELECT MQRPTFL ASSIGN TO MQRPTFL
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS MQRPTFL-STATUS.
005610     SELECT MQBDTFL ASSIGN TO MQBDTFL
005620         ORGANIZATION IS SEQUENTIAL
005630         FILE STATUS IS MQBDTFL-STATUS.
005640     SELECT MQBDTOV ASSIGN TO MQBDTOV
005650         ORGANIZATION IS SEQUENTIAL
005660         FILE STATUS IS MQBDTOV-STATUS.
005700*
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  MQGLMFL
006100     RECORDING MODE IS F.
006200     COPY CMQGLMV.
006300 FD  MQHISVS.
006400     COPY CMQHISV.
006500 FD  MQSETFL
006600     RECORDING MODE IS F.
006700     COPY CMQSETV.
006800 FD  MQSCTFL
006900     RECORDING MODE IS F.
007000     COPY CMQSCTV.
007010 FD  MQCLRVS.
007020     COPY CMQCLRV.
007100 FD  MQGLJFL
007200     RECORDING MODE IS F.
007300     COPY CMQGLJV.
007400 FD  MQRPTFL
007500     RECORD CONTAINS 132 CHARACTERS
007600     RECORDING MODE IS F.
007700 01  RPT-LINE                   PIC X(132).
007710 FD  MQBDTFL
007720     RECORDING MODE IS F.
007730     COPY CMQBDTV.
007740 FD  MQBDTOV
007750     RECORD CONTAINS 80 CHARACTERS
007760     RECORDING MODE IS F.
007770 01  BDT-OVERRIDE-CARD          PIC X(80).
007800*
007900 WORKING-STORAGE SECTION.
008000 01  MQGLMFL-STATUS          PIC X(02) VALUE SPACES.
008100 01  MQHISVS-STATUS          PIC X(02) VALUE SPACES.
008200 01  MQSETFL-STATUS          PIC X(02) VALUE SPACES.
008300 01  MQSCTFL-STATUS          PIC X(02) VALUE SPACES.
008310 01  MQCLRVS-STATUS          PIC X(02) VALUE SPACES.
008400 01  MQGLJFL-STATUS          PIC X(02) VALUE SPACES.
008500 01  MQRPTFL-STATUS          PIC X(02) VALUE SPACES.
008510 01  MQBDTFL-STATUS          PIC X(02) VALUE SPACES.
008520 01  MQBDTOV-STATUS          PIC X(02) VALUE SPACES.
008600*
008700 01  WS-SWITCHES.
008800   05  WS-GLM-EOF-SW       PIC X(01) VALUE "N".
008900       88  WS-GLM-EOF                 VALUE "Y".
009000   05  WS-HIS-EOF-SW       PIC X(01) VALUE "N".
009100       88  WS-HIS-EOF                 VALUE "Y".
009200   05  WS-SET-EOF-SW       PIC X(01) VALUE "N".
009300       88  WS-SET-EOF                 VALUE "Y".
009310   05  WS-CLR-EOF-SW       PIC X(01) VALUE "N".
009320       88  WS-CLR-EOF                 VALUE "Y".
009400   05  WS-RUN-SW           PIC X(01) VALUE "Y".
009500       88  WS-RUN-OK                  VALUE "Y".
009600       88  WS-RUN-ABANDONED           VALUE "N".
009700   05  WS-MAP-FOUND-SW     PIC X(01) VALUE "N".
009800       88  WS-MAP-FOUND               VALUE "Y".
009900       88  WS-MAP-NOT-FOUND           VALUE "N".
010000*
010100 01  WS-COUNTERS.
010200   05  WS-HIS-READ-COUNT   PIC S9(09) COMP VALUE 0.
010300   05  WS-SET-READ-COUNT   PIC S9(09) COMP VALUE 0.
010350   05  WS-CLR-READ-COUNT   PIC S9(09) COMP VALUE 0.
010400   05  WS-STALE-COUNT      PIC S9(09) COMP VALUE 0.
010500   05  WS-LINE-COUNT       PIC S9(09) COMP VALUE 0.
010600   05  WS-APPR-COUNT       PIC S9(09) COMP VALUE 0.
010700   05  WS-RVSL-COUNT       PIC S9(09) COMP VALUE 0.
010750   05  WS-TMOR-COUNT       PIC S9(09) COMP VALUE 0.
010760   05  WS-EXPR-COUNT       PIC S9(09) COMP VALUE 0.
010770   05  WS-PRTL-COUNT       PIC S9(09) COMP VALUE 0.
010800   05  WS-FUND-COUNT       PIC S9(09) COMP VALUE 0.
010900   05  WS-FUND-DTL-COUNT   PIC S9(09) COMP VALUE 0.
011000*
011100 01  WS-AMOUNTS.
011200   05  WS-APPR-AMOUNT      PIC 9(11)V99 VALUE 0.
011300   05  WS-RVSL-AMOUNT      PIC 9(11)V99 VALUE 0.
011350   05  WS-TMOR-AMOUNT      PIC 9(11)V99 VALUE 0.
011360   05  WS-EXPR-AMOUNT      PIC 9(11)V99 VALUE 0.
011370   05  WS-PRTL-AMOUNT      PIC 9(11)V99 VALUE 0.
011400   05  WS-FUND-AMOUNT      PIC 9(11)V99 VALUE 0.
011500   05  WS-TOTAL-DEBITS     PIC 9(11)V99 VALUE 0.
011600   05  WS-TOTAL-CREDITS    PIC 9(11)V99 VALUE 0.
011650   05  WS-EVENT-TOTAL      PIC 9(11)V99 VALUE 0.
011700*
011800* GL ACCOUNT MAPPING, ONE ROW PER EVENT, LOADED FROM MQGLMFL
011900 01  WS-MAPPING-TABLE-AREA.
012000   05  WS-MAP-COUNT        PIC S9(04) COMP VALUE 0.
012100   05  WS-MAP-TABLE OCCURS 20 TIMES.
012200       10  WS-MAP-EVENT    PIC X(04).
012300       10  WS-MAP-DEBIT    PIC X(20).
012400       10  WS-MAP-CREDIT   PIC X(20).
012500       10  WS-MAP-DESC     PIC X(30).
012600 01  WS-MAP-IDX             PIC S9(04) COMP VALUE 0.
012700 01  WS-MAP-USE             PIC S9(04) COMP VALUE 0.
012800*
012900* THE EVENT BEING POSTED, FILLED IN BEFORE 4000 WRITES THE PAIR
013000 01  WS-POST-FIELDS.
013100   05  WS-POST-EVENT       PIC X(04) VALUE SPACES.
013200   05  WS-POST-REFERENCE   PIC X(16) VALUE SPACES.
013300   05  WS-POST-AMOUNT      PIC 9(09)V99 VALUE 0.
013400*
013500* MERCHANT CONTROL BREAK OVER THE SETTLEMENT FILE
013600 01  WS-BREAK-FIELDS.
013700   05  WS-BRK-MERCH-ID     PIC X(15) VALUE SPACES.
013800   05  WS-BRK-AMOUNT       PIC 9(09)V99 VALUE 0.
013900*
014000* CBMQSET0'S GRAND TOTAL, FROM ITS CONTROL RECORD
014100 01  WS-SETTLE-CONTROL.
014200   05  WS-SCT-DETAIL-COUNT PIC S9(09) COMP VALUE 0.
014300   05  WS-SCT-AMOUNT       PIC 9(11)V99 VALUE 0.
014400*
014500 01  WS-RUN-DATE            PIC X(08) VALUE SPACES.
014600*
014700 01  WS-REPORT-FIELDS.
014800   05  WS-ED-COUNT         PIC ZZZ,ZZZ,ZZ9.
014900   05  WS-ED-COUNT2        PIC ZZZ,ZZZ,ZZ9.
015000   05  WS-ED-GRAND         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
015010     COPY CMQBDWV.
015100*
015200 PROCEDURE DIVISION.
015300*----------------------------------------------------------------
015400* 0000-MAINLINE
015500*----------------------------------------------------------------
015600 0000-MAINLINE.
015700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
015800     PERFORM 2000-POST-ONE-LEDGER-ROW THRU 2000-EXIT
015900         UNTIL WS-HIS-EOF
016000     PERFORM 3000-POST-ONE-SETTLEMENT THRU 3000-EXIT
016100         UNTIL WS-SET-EOF
016200     IF WS-BRK-MERCH-ID NOT = SPACES
016300         PERFORM 3500-POST-MERCHANT-FUNDING THRU 3500-EXIT
016400     END-IF
016410     PERFORM 3700-POST-ONE-RELEASE THRU 3700-EXIT
016420         UNTIL WS-CLR-EOF
016500     PERFORM 7000-WRITE-CONTROL-REPORT THRU 7000-EXIT
016600     PERFORM 9000-TERMINATE THRU 9000-EXIT
016700     GOBACK
016800     .
016900*----------------------------------------------------------------
017000* 1000-INITIALIZE - RUN DATE, MAPPING TABLE, FILES.  EVERY INPUT
017100* MUST BE USABLE BEFORE A LINE IS WRITTEN: A JOURNAL MISSING
017200* ITS FUNDING, OR POSTED TO ACCOUNTS NOBODY MAPPED, IS WORSE
017300* THAN NO JOURNAL AT ALL.
017400*----------------------------------------------------------------
017500 1000-INITIALIZE.
017600     OPEN OUTPUT MQRPTFL
017700     OPEN OUTPUT MQGLJFL
017710     PERFORM 8950-LOAD-BUSINESS-DATE THRU 8950-EXIT
017720     IF WS-BDT-FAILED
017730         GO TO 1000-ABANDON
017740     END-IF
017750     MOVE WS-BDT-DATE TO WS-RUN-DATE
017900     MOVE SPACES TO RPT-LINE
018000     STRING "GENERAL LEDGER JOURNAL CONTROL - RUN DATE "
018100         WS-RUN-DATE
018200         DELIMITED BY SIZE INTO RPT-LINE
018300     WRITE RPT-LINE
018400     PERFORM 8700-LOAD-GL-MAPPING THRU 8700-EXIT
018500     IF WS-RUN-ABANDONED
018600         GO TO 1000-ABANDON
018700     END-IF
018800     PERFORM 8800-READ-SETTLE-CONTROL THRU 8800-EXIT
018900     IF WS-RUN-ABANDONED
019000         GO TO 1000-ABANDON
019100     END-IF
019200     OPEN INPUT MQHISVS
019300     IF MQHISVS-STATUS NOT = "00"
019400         DISPLAY "CBMQGLJ0: HISTORY LEDGER OPEN FAILED - "
019500             "STATUS " MQHISVS-STATUS
019600         GO TO 1000-ABANDON
019700     END-IF
019800     OPEN INPUT MQSETFL
019900     IF MQSETFL-STATUS NOT = "00"
020000         DISPLAY "CBMQGLJ0: SETTLEMENT FILE OPEN FAILED - "
020100             "STATUS " MQSETFL-STATUS
020200         GO TO 1000-ABANDON
020300     END-IF
020310     OPEN INPUT MQCLRVS
020320     IF MQCLRVS-STATUS NOT = "00"
020330         DISPLAY "CBMQGLJ0: CLEARING MATCH FILE OPEN FAILED - "
020340             "STATUS " MQCLRVS-STATUS
020350         GO TO 1000-ABANDON
020360     END-IF
020400     PERFORM 8000-READ-LEDGER THRU 8000-EXIT
020500     PERFORM 8100-READ-SETTLEMENT THRU 8100-EXIT
020510     PERFORM 8200-READ-CLEARING THRU 8200-EXIT
020600     GO TO 1000-EXIT
020700     .
020800 1000-ABANDON.
020900     DISPLAY "CBMQGLJ0: RUN ABANDONED - NO JOURNAL WRITTEN"
021000     MOVE 8 TO RETURN-CODE
021100     SET WS-RUN-ABANDONED TO TRUE
021200     SET WS-HIS-EOF TO TRUE
021300     SET WS-SET-EOF TO TRUE
021310     SET WS-CLR-EOF TO TRUE
021400     .
021500 1000-EXIT.
021600     EXIT.
021700*----------------------------------------------------------------
021800* 2000-POST-ONE-LEDGER-ROW - AN AT01 APPROVED ON THE RUN DATE
021900* POSTS APPR; AN A900 REVERSAL APPROVED ON THE RUN DATE POSTS
022000* RVSL AT THE REVERSED AMOUNT.  DECLINES, REFERS, AND EARLIER
022100* DAYS' ROWS CARRY NO ENTRY.  AN APPROVAL LATER REVERSED STILL
022200* POSTS ON ITS OWN DAY - THE REVERSAL IS ITS OWN OFFSET.
022220* A TIMEOUT REVERSAL CBMQTMO0 MADE ON THE RUN DATE ALSO POSTS
022240* RVSL, FROM THE ORIGINAL ROW ITSELF (SEE 2100).
022300*----------------------------------------------------------------
022400 2000-POST-ONE-LEDGER-ROW.
022420     IF MQHIS-REVERSAL-BY-TIMEOUT
022440         AND MQHIS-REVERSAL-DATE = WS-RUN-DATE
022460         PERFORM 2100-POST-TIMEOUT-REVERSAL THRU 2100-EXIT
022480     END-IF
022500     IF MQHIS-DECIDE-DATE NOT = WS-RUN-DATE
022600         OR NOT MQHIS-DECISION-APPROVE
022700         GO TO 2000-NEXT
022800     END-IF
022900     EVALUATE TRUE
023000         WHEN MQHIS-MSG-TYPE = "AT01"
023100             MOVE "APPR" TO WS-POST-EVENT
023200             ADD 1 TO WS-APPR-COUNT
023300             ADD MQHIS-AMOUNT TO WS-APPR-AMOUNT
023400         WHEN MQHIS-RESPONSE-CODE = "A900"
023500             MOVE "RVSL" TO WS-POST-EVENT
023600             ADD 1 TO WS-RVSL-COUNT
023700             ADD MQHIS-AMOUNT TO WS-RVSL-AMOUNT
023800         WHEN OTHER
023900             GO TO 2000-NEXT
024000     END-EVALUATE
024100     MOVE MQHIS-TRAN-ID TO WS-POST-REFERENCE
024200     MOVE MQHIS-AMOUNT  TO WS-POST-AMOUNT
024300     PERFORM 4000-POST-ENTRY-PAIR THRU 4000-EXIT
024400     .
024500 2000-NEXT.
024600     PERFORM 8000-READ-LEDGER THRU 8000-EXIT
024700     .
024800 2000-EXIT.
024900     EXIT.
024905*----------------------------------------------------------------
024910* 2100-POST-TIMEOUT-REVERSAL - CBMQTMO0 SYSTEM-REVERSED THIS
024915* APPROVAL ON THE RUN DATE (ITS REPLY REACHED THE CHANNEL AFTER
024920* THE TIMEOUT).  THERE IS NO A900 ROW FOR IT, SO THE OFFSET IS
024925* POSTED HERE, AGAINST THE ORIGINAL ROW, AT THE FULL AMOUNT.
024930*----------------------------------------------------------------
024935 2100-POST-TIMEOUT-REVERSAL.
024940     MOVE "RVSL" TO WS-POST-EVENT
024945     ADD 1 TO WS-TMOR-COUNT
024950     ADD MQHIS-AMOUNT TO WS-TMOR-AMOUNT
024955     MOVE MQHIS-TRAN-ID TO WS-POST-REFERENCE
024960     MOVE MQHIS-AMOUNT  TO WS-POST-AMOUNT
024965     PERFORM 4000-POST-ENTRY-PAIR THRU 4000-EXIT
024970     .
024975 2100-EXIT.
024980     EXIT.
025000*----------------------------------------------------------------
025100* 3000-POST-ONE-SETTLEMENT - THE SETTLEMENT FILE IS GROUPED BY
025200* MERCHANT; ONE FUND PAIR IS POSTED PER MERCHANT AT EACH BREAK.
025300* A DETAIL CARRYING ANOTHER DAY'S SETTLE DATE IS A STALE FILE
025400* AND IS NOT JOURNALED - THE TIE TO CBMQSET0 THEN FAILS.
025500*----------------------------------------------------------------
025600 3000-POST-ONE-SETTLEMENT.
025700     IF MQSET-SETTLE-DATE NOT = WS-RUN-DATE
025800         ADD 1 TO WS-STALE-COUNT
025900         GO TO 3000-NEXT
026000     END-IF
026100     IF MQSET-MERCHANT-ID NOT = WS-BRK-MERCH-ID
026200         IF WS-BRK-MERCH-ID NOT = SPACES
026300             PERFORM 3500-POST-MERCHANT-FUNDING THRU 3500-EXIT
026400         END-IF
026500         MOVE MQSET-MERCHANT-ID TO WS-BRK-MERCH-ID
026600         MOVE 0 TO WS-BRK-AMOUNT
026700     END-IF
026800     ADD MQSET-AMOUNT TO WS-BRK-AMOUNT
026900     ADD 1 TO WS-FUND-DTL-COUNT
027000     .
027100 3000-NEXT.
027200     PERFORM 8100-READ-SETTLEMENT THRU 8100-EXIT
027300     .
027400 3000-EXIT.
027500     EXIT.
027600 3500-POST-MERCHANT-FUNDING.
027700     MOVE "FUND" TO WS-POST-EVENT
027800     MOVE WS-BRK-MERCH-ID TO WS-POST-REFERENCE
027900     MOVE WS-BRK-AMOUNT TO WS-POST-AMOUNT
028000     ADD 1 TO WS-FUND-COUNT
028100     ADD WS-BRK-AMOUNT TO WS-FUND-AMOUNT
028200     PERFORM 4000-POST-ENTRY-PAIR THRU 4000-EXIT
028300     .
028400 3500-EXIT.
028500     EXIT.
028502*----------------------------------------------------------------
028504* 3700-POST-ONE-RELEASE - A CLEARING MATCH ROW CBMQCLR0 WROTE ON
028506* THE RUN DATE RELEASES THE PART OF ITS APPROVAL THAT WILL NEVER
028508* BE PRESENTED: THE WHOLE AUTHORIZED AMOUNT WHEN THE APPROVAL
028510* EXPIRED, THE AUTHORIZED LESS THE CLEARED AMOUNT WHEN A PARTIAL
028512* PRESENTMENT MATCHED IT.  EITHER POSTS EXPR, THE OFFSET OF THE
028514* APPROVAL'S APPR, AGAINST ITS TRAN ID.  A FULL MATCH POSTS
028516* NOTHING HERE - THE MERCHANT'S FUND ENTRY CARRIES IT.
028518*----------------------------------------------------------------
028520 3700-POST-ONE-RELEASE.
028522     IF MQCLR-CLEAR-DATE NOT = WS-RUN-DATE
028524         GO TO 3700-NEXT
028526     END-IF
028528     EVALUATE TRUE
028530         WHEN MQCLR-EXPIRED
028532             MOVE MQCLR-AUTH-AMOUNT TO WS-POST-AMOUNT
028534             ADD 1 TO WS-EXPR-COUNT
028536             ADD WS-POST-AMOUNT TO WS-EXPR-AMOUNT
028538         WHEN MQCLR-MATCHED
028540             AND MQCLR-CLEARED-AMOUNT < MQCLR-AUTH-AMOUNT
028542             COMPUTE WS-POST-AMOUNT = MQCLR-AUTH-AMOUNT
028544                 - MQCLR-CLEARED-AMOUNT
028546             ADD 1 TO WS-PRTL-COUNT
028548             ADD WS-POST-AMOUNT TO WS-PRTL-AMOUNT
028550         WHEN OTHER
028552             GO TO 3700-NEXT
028554     END-EVALUATE
028556     MOVE "EXPR" TO WS-POST-EVENT
028558     MOVE MQCLR-TRAN-ID TO WS-POST-REFERENCE
028560     PERFORM 4000-POST-ENTRY-PAIR THRU 4000-EXIT
028562     .
028564 3700-NEXT.
028566     PERFORM 8200-READ-CLEARING THRU 8200-EXIT
028568     .
028570 3700-EXIT.
028572     EXIT.
028600*----------------------------------------------------------------
028700* 4000-POST-ENTRY-PAIR - DEBIT LINE THEN CREDIT LINE FOR THE
028800* EVENT IN WS-POST-FIELDS, ON THE ACCOUNTS ITS MAPPING ROW NAMES.
028900* THE RUNNING DEBIT AND CREDIT TOTALS ARE TAKEN FROM THE LINES AS
029000* WRITTEN, SO THE BALANCE CHECK PROVES THE FILE, NOT THE INTENT.
029100*----------------------------------------------------------------
029200 4000-POST-ENTRY-PAIR.
029300     PERFORM 4100-FIND-MAPPING THRU 4100-EXIT
029400     MOVE SPACES TO MQ-GL-JOURNAL-RECORD
029500     MOVE WS-RUN-DATE           TO MQGLJ-JOURNAL-DATE
029600     MOVE WS-POST-EVENT         TO MQGLJ-EVENT-CODE
029700     MOVE WS-POST-AMOUNT        TO MQGLJ-AMOUNT
029800     MOVE WS-POST-REFERENCE     TO MQGLJ-REFERENCE
029900     MOVE WS-MAP-DESC(WS-MAP-USE) TO MQGLJ-DESCRIPTION
030000     MOVE WS-MAP-DEBIT(WS-MAP-USE) TO MQGLJ-GL-ACCOUNT
030100     SET MQGLJ-DEBIT TO TRUE
030200     PERFORM 4200-WRITE-JOURNAL-LINE THRU 4200-EXIT
030300     MOVE WS-MAP-CREDIT(WS-MAP-USE) TO MQGLJ-GL-ACCOUNT
030400     SET MQGLJ-CREDIT TO TRUE
030500     PERFORM 4200-WRITE-JOURNAL-LINE THRU 4200-EXIT
030600     .
030700 4000-EXIT.
030800     EXIT.
030900*----------------------------------------------------------------
031000* 4100-FIND-MAPPING - 8700 HAS ALREADY PROVEN EVERY EVENT THIS
031100* PROGRAM POSTS IS MAPPED, SO THE SEARCH CANNOT COME BACK EMPTY.
031200*----------------------------------------------------------------
031300 4100-FIND-MAPPING.
031400     SET WS-MAP-NOT-FOUND TO TRUE
031500     MOVE 1 TO WS-MAP-USE
031600     PERFORM 4110-MATCH-ONE-MAPPING THRU 4110-EXIT
031700         VARYING WS-MAP-IDX FROM 1 BY 1
031800         UNTIL WS-MAP-IDX > WS-MAP-COUNT
031900            OR WS-MAP-FOUND
032000     .
032100 4100-EXIT.
032200     EXIT.
032300 4110-MATCH-ONE-MAPPING.
032400     IF WS-MAP-EVENT(WS-MAP-IDX) = WS-POST-EVENT
032500         SET WS-MAP-FOUND TO TRUE
032600         MOVE WS-MAP-IDX TO WS-MAP-USE
032700     END-IF
032800     .
032900 4110-EXIT.
033000     EXIT.
033100 4200-WRITE-JOURNAL-LINE.
033200     ADD 1 TO WS-LINE-COUNT
033300     MOVE WS-LINE-COUNT TO MQGLJ-LINE-NUMBER
033400     WRITE MQ-GL-JOURNAL-RECORD
033500     IF MQGLJ-DEBIT
033600         ADD MQGLJ-AMOUNT TO WS-TOTAL-DEBITS
033700     ELSE
033800         ADD MQGLJ-AMOUNT TO WS-TOTAL-CREDITS
033900     END-IF
034000     .
034100 4200-EXIT.
034200     EXIT.
034300*----------------------------------------------------------------
034400* 7000-WRITE-CONTROL-REPORT - EVENT TOTALS, THE DEBIT/CREDIT
034500* BALANCE, AND THE TIE TO CBMQSET0.  AN UNBALANCED OR UNTIED
034600* JOURNAL ENDS THE RUN RC=8 SO IT IS NEVER TRANSMITTED.
034700*----------------------------------------------------------------
034800 7000-WRITE-CONTROL-REPORT.
034900     IF WS-RUN-ABANDONED
035000         MOVE "RUN ABANDONED - SEE JOB LOG - DO NOT SEND"
035100             TO RPT-LINE
035200         WRITE RPT-LINE
035300         GO TO 7000-EXIT
035400     END-IF
035500     MOVE SPACES TO RPT-LINE
035600     WRITE RPT-LINE
035700     MOVE WS-APPR-COUNT TO WS-ED-COUNT
035800     MOVE WS-APPR-AMOUNT TO WS-ED-GRAND
035900     MOVE SPACES TO RPT-LINE
036000     STRING "APPR APPROVALS - RECEIVABLE/PAYABLE " WS-ED-COUNT
036100         " AMOUNT " WS-ED-GRAND
036200         DELIMITED BY SIZE INTO RPT-LINE
036300     WRITE RPT-LINE
036400     MOVE WS-RVSL-COUNT TO WS-ED-COUNT
036500     MOVE WS-RVSL-AMOUNT TO WS-ED-GRAND
036600     MOVE SPACES TO RPT-LINE
036700     STRING "RVSL A900 REVERSALS - OFFSET        " WS-ED-COUNT
036800         " AMOUNT " WS-ED-GRAND
036900         DELIMITED BY SIZE INTO RPT-LINE
037000     WRITE RPT-LINE
037010     MOVE WS-TMOR-COUNT TO WS-ED-COUNT
037020     MOVE WS-TMOR-AMOUNT TO WS-ED-GRAND
037030     MOVE SPACES TO RPT-LINE
037040     STRING "RVSL TIMEOUT REVERSALS - OFFSET     " WS-ED-COUNT
037050         " AMOUNT " WS-ED-GRAND
037060         DELIMITED BY SIZE INTO RPT-LINE
037070     WRITE RPT-LINE
037072     MOVE WS-EXPR-COUNT TO WS-ED-COUNT
037074     MOVE WS-EXPR-AMOUNT TO WS-ED-GRAND
037076     MOVE SPACES TO RPT-LINE
037078     STRING "EXPR EXPIRED APPROVALS - OFFSET     " WS-ED-COUNT
037080         " AMOUNT " WS-ED-GRAND
037082         DELIMITED BY SIZE INTO RPT-LINE
037084     WRITE RPT-LINE
037086     MOVE WS-PRTL-COUNT TO WS-ED-COUNT
037088     MOVE WS-PRTL-AMOUNT TO WS-ED-GRAND
037090     MOVE SPACES TO RPT-LINE
037092     STRING "EXPR PARTIAL PRESENTMENTS - OFFSET  " WS-ED-COUNT
037094         " AMOUNT " WS-ED-GRAND
037096         DELIMITED BY SIZE INTO RPT-LINE
037098     WRITE RPT-LINE
037100     MOVE WS-FUND-COUNT TO WS-ED-COUNT
037200     MOVE WS-FUND-AMOUNT TO WS-ED-GRAND
037300     MOVE SPACES TO RPT-LINE
037400     STRING "FUND MERCHANT FUNDING - CASH OUT    " WS-ED-COUNT
037500         " AMOUNT " WS-ED-GRAND
037600         DELIMITED BY SIZE INTO RPT-LINE
037700     WRITE RPT-LINE
037800     MOVE SPACES TO RPT-LINE
037900     WRITE RPT-LINE
038000     MOVE WS-LINE-COUNT TO WS-ED-COUNT
038100     MOVE SPACES TO RPT-LINE
038200     STRING "JOURNAL LINES WRITTEN               " WS-ED-COUNT
038300         DELIMITED BY SIZE INTO RPT-LINE
038400     WRITE RPT-LINE
038500     MOVE WS-TOTAL-DEBITS TO WS-ED-GRAND
038600     MOVE SPACES TO RPT-LINE
038700     STRING "TOTAL DEBITS                        "
038800         "            " WS-ED-GRAND
038900         DELIMITED BY SIZE INTO RPT-LINE
039000     WRITE RPT-LINE
039100     MOVE WS-TOTAL-CREDITS TO WS-ED-GRAND
039200     MOVE SPACES TO RPT-LINE
039300     STRING "TOTAL CREDITS                       "
039400         "            " WS-ED-GRAND
039500         DELIMITED BY SIZE INTO RPT-LINE
039600     WRITE RPT-LINE
039700     IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
039800         MOVE "BALANCE CHECK - DEBITS EQUAL CREDITS" TO RPT-LINE
039900     ELSE
040000         MOVE "*** OUT OF BALANCE - DEBITS NOT EQUAL CREDITS"
040100             TO RPT-LINE
040200         MOVE 8 TO RETURN-CODE
040300     END-IF
040400     WRITE RPT-LINE
040405     COMPUTE WS-EVENT-TOTAL = WS-APPR-AMOUNT + WS-RVSL-AMOUNT
040410         + WS-TMOR-AMOUNT + WS-EXPR-AMOUNT + WS-PRTL-AMOUNT
040415         + WS-FUND-AMOUNT
040420     IF WS-EVENT-TOTAL = WS-TOTAL-DEBITS
040425         AND WS-EVENT-TOTAL = WS-TOTAL-CREDITS
040430         MOVE "EVENT CHECK - EVENT TOTALS EQUAL DEBITS/CREDITS"
040435             TO RPT-LINE
040440     ELSE
040445         MOVE "*** EVENT TOTALS DO NOT EQUAL DEBITS AND CREDITS"
040450             TO RPT-LINE
040455         MOVE 8 TO RETURN-CODE
040460     END-IF
040465     WRITE RPT-LINE
040500     MOVE SPACES TO RPT-LINE
040600     WRITE RPT-LINE
040700     MOVE WS-FUND-DTL-COUNT TO WS-ED-COUNT
040800     MOVE WS-FUND-AMOUNT TO WS-ED-GRAND
040900     MOVE SPACES TO RPT-LINE
041000     STRING "FUNDING JOURNALED - DETAILS         " WS-ED-COUNT
041100         " AMOUNT " WS-ED-GRAND
041200         DELIMITED BY SIZE INTO RPT-LINE
041300     WRITE RPT-LINE
041400     MOVE WS-SCT-DETAIL-COUNT TO WS-ED-COUNT
041500     MOVE WS-SCT-AMOUNT TO WS-ED-GRAND
041600     MOVE SPACES TO RPT-LINE
041700     STRING "CBMQSET0 GRAND TOTAL - DETAILS      " WS-ED-COUNT
041800         " AMOUNT " WS-ED-GRAND
041900         DELIMITED BY SIZE INTO RPT-LINE
042000     WRITE RPT-LINE
042100     IF WS-STALE-COUNT > 0
042200         MOVE WS-STALE-COUNT TO WS-ED-COUNT
042300         MOVE SPACES TO RPT-LINE
042400         STRING "STALE SETTLEMENT DETAILS SKIPPED    " WS-ED-COUNT
042500             DELIMITED BY SIZE INTO RPT-LINE
042600         WRITE RPT-LINE
042700     END-IF
042800     IF WS-FUND-AMOUNT = WS-SCT-AMOUNT
042900         AND WS-FUND-DTL-COUNT = WS-SCT-DETAIL-COUNT
043000         MOVE "SETTLEMENT TIE - FUNDING TIES TO CBMQSET0"
043100             TO RPT-LINE
043200     ELSE
043300         MOVE "*** FUNDING DOES NOT TIE TO CBMQSET0"
043400             TO RPT-LINE
043500         MOVE 8 TO RETURN-CODE
043600     END-IF
043700     WRITE RPT-LINE
043800     MOVE SPACES TO RPT-LINE
043900     WRITE RPT-LINE
044000     IF RETURN-CODE = 0
044100         MOVE "JOURNAL BALANCED AND TIED - RELEASE TO GL"
044200             TO RPT-LINE
044300     ELSE
044400         MOVE "JOURNAL NOT BALANCED OR NOT TIED - DO NOT SEND"
044500             TO RPT-LINE
044600     END-IF
044700     WRITE RPT-LINE
044800     .
044900 7000-EXIT.
045000     EXIT.
045100*----------------------------------------------------------------
045200* 8000/8100/8200 - READ NEXT LEDGER / SETTLEMENT / CLEARING ROW
045300*----------------------------------------------------------------
045400 8000-READ-LEDGER.
045500     READ MQHISVS
045600         AT END
045700             SET WS-HIS-EOF TO TRUE
045800         NOT AT END
045900             ADD 1 TO WS-HIS-READ-COUNT
046000     END-READ
046100     .
046200 8000-EXIT.
046300     EXIT.
046400 8100-READ-SETTLEMENT.
046500     READ MQSETFL
046600         AT END
046700             SET WS-SET-EOF TO TRUE
046800         NOT AT END
046900             ADD 1 TO WS-SET-READ-COUNT
047000     END-READ
047100     .
047200 8100-EXIT.
047300     EXIT.
047310 8200-READ-CLEARING.
047315     READ MQCLRVS
047320         AT END
047325             SET WS-CLR-EOF TO TRUE
047330         NOT AT END
047335             ADD 1 TO WS-CLR-READ-COUNT
047340     END-READ
047345     .
047350 8200-EXIT.
047355     EXIT.
047400*----------------------------------------------------------------
047500* 8700-LOAD-GL-MAPPING - LOAD THE MAPPING TABLE AND PROVE IT:
047600* APPR, RVSL, EXPR AND FUND EACH PRESENT EXACTLY ONCE WITH BOTH
047700* ACCOUNTS FILLED IN.  ANYTHING LESS ABANDONS THE RUN.
047800*----------------------------------------------------------------
047900 8700-LOAD-GL-MAPPING.
048000     OPEN INPUT MQGLMFL
048100     IF MQGLMFL-STATUS NOT = "00"
048200         DISPLAY "CBMQGLJ0: GL MAPPING FILE OPEN FAILED - "
048300             "STATUS " MQGLMFL-STATUS
048400         SET WS-RUN-ABANDONED TO TRUE
048500         GO TO 8700-EXIT
048600     END-IF
048700     PERFORM 8710-READ-ONE-MAPPING THRU 8710-EXIT
048800         UNTIL WS-GLM-EOF
048900     CLOSE MQGLMFL
049000     MOVE "APPR" TO WS-POST-EVENT
049100     PERFORM 8720-CHECK-ONE-EVENT THRU 8720-EXIT
049200     MOVE "RVSL" TO WS-POST-EVENT
049300     PERFORM 8720-CHECK-ONE-EVENT THRU 8720-EXIT
049310     MOVE "EXPR" TO WS-POST-EVENT
049320     PERFORM 8720-CHECK-ONE-EVENT THRU 8720-EXIT
049400     MOVE "FUND" TO WS-POST-EVENT
049500     PERFORM 8720-CHECK-ONE-EVENT THRU 8720-EXIT
049600     .
049700 8700-EXIT.
049800     EXIT.
049900 8710-READ-ONE-MAPPING.
050000     READ MQGLMFL
050100         AT END
050200             SET WS-GLM-EOF TO TRUE
050300             GO TO 8710-EXIT
050400     END-READ
050500     IF NOT MQGLM-EVENT-APPROVAL
050600         AND NOT MQGLM-EVENT-REVERSAL
050610         AND NOT MQGLM-EVENT-RELEASE
050700         AND NOT MQGLM-EVENT-FUNDING
050800         DISPLAY "CBMQGLJ0: GL MAPPING EVENT " MQGLM-EVENT-CODE
050900             " NOT RECOGNIZED - IGNORED"
051000         GO TO 8710-EXIT
051100     END-IF
051200     MOVE MQGLM-EVENT-CODE TO WS-POST-EVENT
051300     PERFORM 4100-FIND-MAPPING THRU 4100-EXIT
051400     IF WS-MAP-FOUND
051500         DISPLAY "CBMQGLJ0: GL MAPPING EVENT " MQGLM-EVENT-CODE
051600             " MAPPED TWICE"
051700         SET WS-RUN-ABANDONED TO TRUE
051800         GO TO 8710-EXIT
051900     END-IF
052000     IF WS-MAP-COUNT = 20
052100         DISPLAY "CBMQGLJ0: GL MAPPING TABLE FULL AT 20"
052200         SET WS-RUN-ABANDONED TO TRUE
052300         GO TO 8710-EXIT
052400     END-IF
052500     ADD 1 TO WS-MAP-COUNT
052600     MOVE MQGLM-EVENT-CODE     TO WS-MAP-EVENT(WS-MAP-COUNT)
052700     MOVE MQGLM-DEBIT-ACCOUNT  TO WS-MAP-DEBIT(WS-MAP-COUNT)
052800     MOVE MQGLM-CREDIT-ACCOUNT TO WS-MAP-CREDIT(WS-MAP-COUNT)
052900     MOVE MQGLM-DESCRIPTION    TO WS-MAP-DESC(WS-MAP-COUNT)
053000     .
053100 8710-EXIT.
053200     EXIT.
053300 8720-CHECK-ONE-EVENT.
053400     PERFORM 4100-FIND-MAPPING THRU 4100-EXIT
053500     IF WS-MAP-NOT-FOUND
053600         DISPLAY "CBMQGLJ0: GL MAPPING EVENT " WS-POST-EVENT
053700             " IS NOT MAPPED"
053800         SET WS-RUN-ABANDONED TO TRUE
053900         GO TO 8720-EXIT
054000     END-IF
054100     IF WS-MAP-DEBIT(WS-MAP-USE) = SPACES
054200         OR WS-MAP-CREDIT(WS-MAP-USE) = SPACES
054300         DISPLAY "CBMQGLJ0: GL MAPPING EVENT " WS-POST-EVENT
054400             " HAS A BLANK ACCOUNT"
054500         SET WS-RUN-ABANDONED TO TRUE
054600         GO TO 8720-EXIT
054700     END-IF
054800     MOVE SPACES TO RPT-LINE
054900     STRING "GL MAPPING " WS-POST-EVENT
055000         "  DEBIT " WS-MAP-DEBIT(WS-MAP-USE)
055100         "  CREDIT " WS-MAP-CREDIT(WS-MAP-USE)
055200         "  " WS-MAP-DESC(WS-MAP-USE)
055300         DELIMITED BY SIZE INTO RPT-LINE
055400     WRITE RPT-LINE
055500     .
055600 8720-EXIT.
055700     EXIT.
055800*----------------------------------------------------------------
055900* 8800-READ-SETTLE-CONTROL - CBMQSET0'S CONTROL RECORD FOR THE
056000* RUN DATE.  NONE (SETTLEMENT ABANDONED OR NOT YET RUN) OR ONE
056100* FOR ANOTHER DAY MEANS THERE IS NOTHING TO TIE TO.
056200*----------------------------------------------------------------
056300 8800-READ-SETTLE-CONTROL.
056400     OPEN INPUT MQSCTFL
056500     IF MQSCTFL-STATUS NOT = "00"
056600         DISPLAY "CBMQGLJ0: SETTLEMENT CONTROL OPEN FAILED - "
056700             "STATUS " MQSCTFL-STATUS
056800         SET WS-RUN-ABANDONED TO TRUE
056900         GO TO 8800-EXIT
057000     END-IF
057100     READ MQSCTFL
057200         AT END
057300             DISPLAY "CBMQGLJ0: NO SETTLEMENT CONTROL RECORD - "
057400                 "CBMQSET0 DID NOT COMPLETE"
057500             SET WS-RUN-ABANDONED TO TRUE
057600     END-READ
057700     CLOSE MQSCTFL
057800     IF WS-RUN-ABANDONED
057900         GO TO 8800-EXIT
058000     END-IF
058100     IF MQSCT-SETTLE-DATE NOT = WS-RUN-DATE
058200         DISPLAY "CBMQGLJ0: SETTLEMENT CONTROL RECORD IS FOR "
058300             MQSCT-SETTLE-DATE " NOT " WS-RUN-DATE
058400         SET WS-RUN-ABANDONED TO TRUE
058500         GO TO 8800-EXIT
058600     END-IF
058700     MOVE MQSCT-DETAIL-COUNT  TO WS-SCT-DETAIL-COUNT
058800     MOVE MQSCT-FUNDED-AMOUNT TO WS-SCT-AMOUNT
058900     .
059000 8800-EXIT.
059100     EXIT.
059110*----------------------------------------------------------------
059120* 8950/8960 - SHARED BUSINESS DATE LOAD (SEE CMQBDTP)
059130*----------------------------------------------------------------
059140 COPY CMQBDTP.
059200*----------------------------------------------------------------
059300* 9000-TERMINATE - CLOSE FILES, REPORT COUNTS
059400*----------------------------------------------------------------
059500 9000-TERMINATE.
059600     CLOSE MQHISVS
059700     CLOSE MQSETFL
059710     CLOSE MQCLRVS
059800     CLOSE MQGLJFL
059900     CLOSE MQRPTFL
060000     DISPLAY "CBMQGLJ0: LEDGER ROWS READ = " WS-HIS-READ-COUNT
060100         " SETTLEMENT DETAILS READ = " WS-SET-READ-COUNT
060110         " CLEARING ROWS READ = " WS-CLR-READ-COUNT
060200     DISPLAY "CBMQGLJ0: JOURNAL LINES = " WS-LINE-COUNT
060300         " APPR = " WS-APPR-COUNT
060400         " RVSL = " WS-RVSL-COUNT
060450         " TIMEOUT RVSL = " WS-TMOR-COUNT
060460         " EXPR = " WS-EXPR-COUNT
060470         " PARTIAL EXPR = " WS-PRTL-COUNT
060500         " FUND = " WS-FUND-COUNT
060600     .
060700 9000-EXIT.
060800     EXIT.
