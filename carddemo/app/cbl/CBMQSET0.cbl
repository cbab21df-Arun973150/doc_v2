001128* FROM CHANNEL REPORTS.  CBMQSET0 READS THE AUTHORIZATION
001204* HISTORY LEDGER (MQHISVS, CMQHISV - ONE ROW PER DECIDED
001280* TRANSACTION WITH ITS DECISION, AMOUNT, AND DECIDE DATE)
001356* AND THE CLEARING MATCH FILE (MQCLRVS, CMQCLRV) CBMQCLR0
001432* BUILDS, AND FUNDS EACH AT01 APPROVAL WHOSE PRESENTMENT WAS
001508* MATCHED ON THE RUN DATE AT THE CLEARED AMOUNT, UNDER THE
001546* MERCHANT ID THE PRESENTMENT CARRIED.  THE NAME AND FUNDING
001548* ACCOUNT COME FROM THE MERCHANT MASTER (MQMERVS, CMQMERV); A
001550* MERCHANT THAT IS SUSPENDED, TERMINATED, OR NOT ON THE MASTER
001552* IS NOT FUNDED - ITS ITEMS ARE HELD ON THEIR OWN REPORT
001554* SECTION AND KEPT OFF THE SETTLEMENT FILE.  THE STAGED
001560* REQUEST (JOINED BY TRAN ID, THE SAME JOIN CBMQMIX0 USES)
001570* ONLY SUPPLIES THE REQUEST MSGID WHEN IT IS STILL ON FILE.
001584* IT WRITES THE MERCHANT SETTLEMENT FILE
001660* (CMQSETV), ONE DETAIL PER APPROVED AUTHORIZATION GROUPED
001736* BY MERCHANT, PLUS A FUNDING SUMMARY REPORT WITH PER-
001812* MERCHANT COUNTS AND AMOUNTS AND A GRAND TOTAL THAT TIES TO
002040* BY EVERY DECISIONING PASS, SO UNDER THE INTRADAY CYCLE
002116* DRIVER IT HOLDS ONLY THE LAST CYCLE'S INCREMENT BY THE
002192* NIGHTLY WINDOW - THE LEDGER CARRIES THE WHOLE DAY.  ONLY
002268* AT01 APPROVALS MATCHED ON THE RUN DATE SETTLE; REVERSAL
002344* APPROVALS, UNPRESENTED AND EXPIRED APPROVALS DO NOT.
002420*----------------------------------------------------------------
002496* MODIFICATION HISTORY
002572* -------------------------------------------------------------
002952*                 BY EVERY DECISIONING PASS AND WOULD DROP
003028*                 EVERY EARLIER INTRADAY CYCLE'S APPROVALS
003104*                 FROM THE FUNDING TOTALS.
003114* 10/15/2026 JH   CLEARING - FUND ON PRESENTMENTS CBMQCLR0
003124*                 MATCHED TODAY (MQCLRVS) AT THE CLEARED
003134*                 AMOUNT, NOT ON THE DAY'S RAW APPROVALS.
003144*                 MERCHANT FIELDS COME FROM THE PRESENTMENT;
003154*                 THE STAGING JOIN NOW ONLY SUPPLIES THE MSGID,
003164*                 SO A MISSING STAGED REQUEST NO LONGER HOLDS
003174*                 BACK FUNDING.
003176* 10/15/2026 JH   MERCHANT MASTER (MQMERVS, CMQMERV) - FUND
003178*                 UNDER THE MASTER'S LEGAL NAME INTO ITS FUNDING
003180*                 ACCOUNT (NOW ON CMQSETV); HOLD A SUSPENDED,
003182*                 TERMINATED, OR UNKNOWN MERCHANT'S ITEMS ON A
003184*                 SEPARATE "HELD FUNDING" SECTION, OUTSIDE THE
003186*                 GRAND TOTAL.  MASTER OPEN FAILURE IS RC=8.
003188* 10/15/2026 JH   SETTLEMENT CONTROL TOTALS (MQSCTFL, CMQSCTV) -
003190*                 THE GRAND TOTAL IS ALSO WRITTEN AS A ONE-RECORD
003192*                 FILE SO CBMQGLJ0 CAN TIE ITS FUNDING ENTRIES TO
003194*                 IT; A RUN ENDING RC=8 WRITES NO RECORD.
003204* 10/15/2026 JH   BUSINESS DATE - THE RUN DATE COMES FROM THE
003214*                 BUSINESS DATE CONTROL RECORD (MQBDTFL,
003224*                 CMQBDTV), NOT THE SYSTEM CLOCK; A RERUN-DATE
003234*                 CARD ON MQBDTOV REPRODUCES A NAMED PRIOR
003244*                 BUSINESS DATE.  NO VALID DATE ABANDONS THE RUN
003254*                 RC=8.
003256* 10/15/2026 JH   TIMEOUT REVERSAL - AN APPROVAL CBMQTMO0 HAS
003258*                 SYSTEM-REVERSED (MQHIS-REVERSAL-BY-TIMEOUT) IS
003260*                 NEVER SETTLED; THOSE REVERSED ON THE RUN DATE
003262*                 ARE COUNTED ON THE SUMMARY.
003264*----------------------------------------------------------------
003274 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT MQSTGFL ASSIGN TO MQSTGFL
004300         ACCESS MODE IS SEQUENTIAL
004400         RECORD KEY IS MQHIS-TRAN-ID
004500         FILE STATUS IS MQHISVS-STATUS.
004510     SELECT MQCLRVS ASSIGN TO MQCLRVS
004520         ORGANIZATION IS INDEXED
004530         ACCESS MODE IS RANDOM
004540         RECORD KEY IS MQCLR-TRAN-ID
004550         FILE STATUS IS MQCLRVS-STATUS.
004555     SELECT MQMERVS ASSIGN TO MQMERVS
004560         ORGANIZATION IS INDEXED
004565         ACCESS MODE IS RANDOM
004570         RECORD KEY IS MQMER-MERCHANT-ID
004575         FILE STATUS IS MQMERVS-STATUS.
004600     SELECT MQSETFL ASSIGN TO MQSETFL
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS MQSETFL-STATUS.
004810     SELECT MQSCTFL ASSIGN TO MQSCTFL
004820         ORGANIZATION IS SEQUENTIAL
004830         FILE STATUS IS MQSCTFL-STATUS.
004900     SELECT MQRPTFL ASSIGN TO MQRPTFL
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS MQRPTFL-STATUS.
005110     SELECT MQBDTFL ASSIGN TO MQBDTFL
005120         ORGANIZATION IS SEQUENTIAL
005130         FILE STATUS IS MQBDTFL-STATUS.
005140     SELECT MQBDTOV ASSIGN TO MQBDTOV
005150         ORGANIZATION IS SEQUENTIAL
005160         FILE STATUS IS MQBDTOV-STATUS.
005200*
005300 DATA DIVISION.
005400 FILE SECTION.
005700     COPY CMQSTGV.
006100 FD  MQHISVS.
006200     COPY CMQHISV.
006210 FD  MQCLRVS.
006220     COPY CMQCLRV.
006230 FD  MQMERVS.
006240     COPY CMQMERV.
006300 FD  MQSETFL
006400     RECORDING MODE IS F.
006500     COPY CMQSETV.
006510 FD  MQSCTFL
006520     RECORDING MODE IS F.
006530     COPY CMQSCTV.
006600 FD  MQRPTFL
006700     RECORD CONTAINS 132 CHARACTERS
006800     RECORDING MODE IS F.
006900 01  RPT-LINE                   PIC X(132).
006910 FD  MQBDTFL
006920     RECORDING MODE IS F.
006930     COPY CMQBDTV.
006940 FD  MQBDTOV
006950     RECORD CONTAINS 80 CHARACTERS
006960     RECORDING MODE IS F.
006970 01  BDT-OVERRIDE-CARD          PIC X(80).
007000*
007100 WORKING-STORAGE SECTION.
007200 01  MQSTGFL-STATUS          PIC X(02) VALUE SPACES.
007400 01  MQHISVS-STATUS          PIC X(02) VALUE SPACES.
007410 01  MQCLRVS-STATUS          PIC X(02) VALUE SPACES.
007420 01  MQMERVS-STATUS          PIC X(02) VALUE SPACES.
007500 01  MQSETFL-STATUS          PIC X(02) VALUE SPACES.
007510 01  MQSCTFL-STATUS          PIC X(02) VALUE SPACES.
007600 01  MQRPTFL-STATUS          PIC X(02) VALUE SPACES.
007610 01  MQBDTFL-STATUS          PIC X(02) VALUE SPACES.
007620 01  MQBDTOV-STATUS          PIC X(02) VALUE SPACES.
007700*
007800 01  WS-SWITCHES.
007900   05  WS-STG-EOF-SW       PIC X(01) VALUE "N".
009700   05  WS-DETAIL-COUNT     PIC S9(09) COMP VALUE 0.
009900   05  WS-NOSTAGE-COUNT    PIC S9(09) COMP VALUE 0.
009950   05  WS-REVERSED-COUNT   PIC S9(09) COMP VALUE 0.
009955   05  WS-TIMEOUT-COUNT    PIC S9(09) COMP VALUE 0.
009960   05  WS-UNCLEARED-COUNT  PIC S9(09) COMP VALUE 0.
009970   05  WS-NOMATCH-COUNT    PIC S9(09) COMP VALUE 0.
010000   05  WS-OTHER-COUNT      PIC S9(09) COMP VALUE 0.
010100*
010200* STAGED AT01 REQUESTS FOR THE RUN DATE, KEYED IN STORAGE BY
010600   05  WS-REQ-TABLE OCCURS 5000 TIMES.
010650       10  WS-REQ-TRAN-ID  PIC X(16).
010700       10  WS-REQ-MSGID    PIC X(24).
011100 01  WS-REQ-IDX             PIC S9(04) COMP VALUE 0.
011200 01  WS-REQ-USE             PIC S9(04) COMP VALUE 0.
011300*
012700   05  WS-MCH-COUNT        PIC S9(04) COMP VALUE 0.
012800   05  WS-MCH-TABLE OCCURS 100 TIMES.
012900       10  WS-MCH-ID       PIC X(15).
013000       10  WS-MCH-NAME     PIC X(40).
013100       10  WS-MCH-DTL-CNT  PIC S9(09) COMP.
013200       10  WS-MCH-AMOUNT   PIC 9(09)V99.
013202       10  WS-MCH-FUND-ACCT PIC X(20).
013204       10  WS-MCH-HOLD     PIC X(12).
013210*
013220* THE CLEARED ITEM BEING SETTLED - MERCHANT AND AMOUNT FROM
013230* THE PRESENTMENT MATCH, MSGID FROM STAGING WHEN FOUND, NAME,
013235* FUNDING ACCOUNT, AND HOLD REASON FROM THE MERCHANT MASTER.
013240 01  WS-SETTLE-ITEM.
013250   05  WS-SET-MERCH-ID     PIC X(15).
013260   05  WS-SET-MERCH-NM     PIC X(40).
013270   05  WS-SET-MSGID        PIC X(24).
013280   05  WS-SET-AMOUNT       PIC 9(07)V99.
013285   05  WS-SET-FUND-ACCT    PIC X(20).
013290   05  WS-SET-HOLD         PIC X(12).
013295       88  WS-SET-FUNDED              VALUE SPACES.
013300 01  WS-MCH-IDX             PIC S9(04) COMP VALUE 0.
013400 01  WS-MCH-USE             PIC S9(04) COMP VALUE 0.
013500 01  WS-MCH-SWAP.
013600   05  WS-SWAP-ID          PIC X(15).
013700   05  WS-SWAP-NAME        PIC X(40).
013800   05  WS-SWAP-DTL-CNT     PIC S9(09) COMP.
013900   05  WS-SWAP-AMOUNT      PIC 9(09)V99.
013910   05  WS-SWAP-FUND-ACCT   PIC X(20).
013920   05  WS-SWAP-HOLD        PIC X(12).
014000 01  WS-SORT-IDX            PIC S9(04) COMP VALUE 0.
014100*
014200 01  WS-GRAND-TOTALS.
014300   05  WS-GRAND-COUNT      PIC S9(09) COMP VALUE 0.
014400   05  WS-GRAND-AMOUNT     PIC 9(11)V99 VALUE 0.
014410   05  WS-HELD-MCH-COUNT   PIC S9(09) COMP VALUE 0.
014420   05  WS-HELD-COUNT       PIC S9(09) COMP VALUE 0.
014430   05  WS-HELD-AMOUNT      PIC 9(11)V99 VALUE 0.
014500*
014600 01  WS-RUN-DATE            PIC X(08) VALUE SPACES.
014700*
015100   05  WS-ED-GRAND         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
015200*
015300     COPY CMQARQV.
015310     COPY CMQBDWV.
015400*
015500 PROCEDURE DIVISION.
015600*----------------------------------------------------------------
016400         UNTIL WS-HIS-EOF
016500     PERFORM 5000-SORT-MERCHANTS THRU 5000-EXIT
016600     PERFORM 6000-WRITE-SETTLEMENT THRU 6000-EXIT
016610     PERFORM 6500-WRITE-CONTROL-TOTALS THRU 6500-EXIT
016700     PERFORM 7000-WRITE-SUMMARY THRU 7000-EXIT
016800     PERFORM 9000-TERMINATE THRU 9000-EXIT
016900     GOBACK
017700 1000-INITIALIZE.
017800     OPEN INPUT MQSTGFL
018000     OPEN INPUT MQHISVS
018010     OPEN INPUT MQCLRVS
018020     OPEN INPUT MQMERVS
018100     OPEN OUTPUT MQSETFL
018110     OPEN OUTPUT MQSCTFL
018200     OPEN OUTPUT MQRPTFL
018210     PERFORM 8950-LOAD-BUSINESS-DATE THRU 8950-EXIT
018220     IF WS-BDT-FAILED
018230         DISPLAY "CBMQSET0: NO BUSINESS DATE - RUN ABANDONED"
018240         MOVE 8 TO RETURN-CODE
018250         SET WS-STG-EOF TO TRUE
018260         SET WS-HIS-EOF TO TRUE
018270         GO TO 1000-EXIT
018280     END-IF
018290     MOVE WS-BDT-DATE TO WS-RUN-DATE
018400     IF MQHISVS-STATUS NOT = "00"
018500         DISPLAY "CBMQSET0: HISTORY LEDGER OPEN FAILED - "
018600             "STATUS " MQHISVS-STATUS " - RUN ABANDONED"
018900         SET WS-HIS-EOF TO TRUE
019000         GO TO 1000-EXIT
019100     END-IF
019101*    WITHOUT THE CLEARING MATCH FILE NOTHING CAN BE PROVEN
019102*    PRESENTED - THE SAME RC=8 STOP AS THE LEDGER.
019103     IF MQCLRVS-STATUS NOT = "00"
019104         DISPLAY "CBMQSET0: CLEARING MATCH FILE OPEN FAILED - "
019105             "STATUS " MQCLRVS-STATUS " - RUN ABANDONED"
019106         MOVE 8 TO RETURN-CODE
019107         SET WS-STG-EOF TO TRUE
019108         SET WS-HIS-EOF TO TRUE
019109         GO TO 1000-EXIT
019110     END-IF
019111*    WITHOUT THE MERCHANT MASTER NO FUNDING ACCOUNT IS KNOWN AND
019112*    NO SUSPENSION CAN BE HONORED - THE SAME RC=8 STOP.
019113     IF MQMERVS-STATUS NOT = "00"
019114         DISPLAY "CBMQSET0: MERCHANT MASTER OPEN FAILED - "
019115             "STATUS " MQMERVS-STATUS " - RUN ABANDONED"
019116         MOVE 8 TO RETURN-CODE
019117         SET WS-STG-EOF TO TRUE
019118         SET WS-HIS-EOF TO TRUE
019119         GO TO 1000-EXIT
019120     END-IF
019121*    A STAGING CONCATENATION THAT WILL NOT OPEN MUST NOT SPIN
019130*    THE LOAD LOOP ON A DEAD READ - THE SAME GUARD CBMQMIX0'S
019140*    8750 APPLIES.  THE RUN CARRIES ON - FUNDING NEEDS ONLY THE
019150*    PRESENTMENT - BUT NO DETAIL WILL CARRY ITS MSGID, SO RC=4.
019160     IF MQSTGFL-STATUS NOT = "00"
019165         DISPLAY "CBMQSET0: STAGING OPEN FAILED - STATUS "
019170             MQSTGFL-STATUS
019175             " - REQUEST MSGIDS NOT AVAILABLE"
019180         MOVE 4 TO RETURN-CODE
019185         SET WS-STG-EOF TO TRUE
019190     ELSE
019200         PERFORM 8000-READ-STAGED THRU 8000-EXIT
019500 1000-EXIT.
019600     EXIT.
019700*----------------------------------------------------------------
019800* 2000-LOAD-ONE-STAGED - REMEMBER THE MSGID OF EVERY AT01
019900* STAGED ON THE RUN DATE, KEYED BY TRAN ID, FOR THE LEDGER
019950* JOIN.  AN APPROVAL DECIDED ON AN EARLIER DAY AND PRESENTED
019960* TODAY IS NOT IN TODAY'S STAGING AND SETTLES WITHOUT ONE.
020000*----------------------------------------------------------------
020100 2000-LOAD-ONE-STAGED.
020200     IF MQSTG-GET-DATE = WS-RUN-DATE
020760                     TO WS-REQ-TRAN-ID(WS-REQ-COUNT)
020800                 MOVE MQSTG-MSGID
020900                     TO WS-REQ-MSGID(WS-REQ-COUNT)
022000                 ADD 1 TO WS-REQ-LOAD-COUNT
022100             ELSE
022200                 DISPLAY "CBMQSET0: REQUEST TABLE FULL AT "
022300                     "5000 - MSGID " MQSTG-MSGID
022400                     " NOT JOINED - DETAIL MSGID LEFT BLANK"
022450                 IF RETURN-CODE < 4
022460                     MOVE 4 TO RETURN-CODE
022470                 END-IF
022500             END-IF
022600         END-IF
022700     END-IF
023000 2000-EXIT.
023100     EXIT.
023200*----------------------------------------------------------------
023300* 3000-SETTLE-ONE-DECISION - AN AT01 APPROVAL WHOSE
023400* PRESENTMENT CBMQCLR0 MATCHED TODAY SETTLES, AT THE CLEARED
023500* AMOUNT AND UNDER THE PRESENTMENT'S MERCHANT.  EVERYTHING
023520* ELSE ON THE LEDGER - DECLINES, REFERS, REVERSALS, APPROVALS
023530* STILL AWAITING PRESENTMENT, EXPIRED ONES, EARLIER DAYS'
023535* MATCHES - IS OFF THIS EXTRACT, AND SO IS AN APPROVAL THE
023540* CARDHOLDER HAS REVERSED: THE MERCHANT MUST NOT BE FUNDED
023560* FOR A CANCELLED PURCHASE, AND THE COUNT GOES ON THE
023580* SUMMARY SO FINANCE SEES WHY THE TOTAL IS SMALLER.
023600*----------------------------------------------------------------
023700 3000-SETTLE-ONE-DECISION.
023710*    CBMQTMO0 SYSTEM-REVERSES AN APPROVAL WHOSE REPLY REACHED
023720*    THE CHANNEL AFTER ITS TIMEOUT - THE TERMINAL SHOWED A
023730*    FAILURE, SO IT IS NEVER FUNDED, WHATEVER CLEARING DOES.
023740*    TODAY'S ARE COUNTED ON THEIR OWN FOR THE SUMMARY.
023750     IF MQHIS-REVERSAL-BY-TIMEOUT
023760         IF MQHIS-REVERSAL-DATE = WS-RUN-DATE
023770             ADD 1 TO WS-TIMEOUT-COUNT
023780         ELSE
023790             ADD 1 TO WS-OTHER-COUNT
023800         END-IF
023810         GO TO 3000-NEXT
023820     END-IF
024400     IF NOT MQHIS-DECISION-APPROVE
024500         OR MQHIS-MSG-TYPE NOT = "AT01"
024700         ADD 1 TO WS-OTHER-COUNT
024800         GO TO 3000-NEXT
024900     END-IF
024901     IF NOT MQHIS-CLEAR-MATCHED
024902         IF MQHIS-CLEAR-OPEN AND NOT MQHIS-REVERSED
024903             ADD 1 TO WS-UNCLEARED-COUNT
024904         ELSE
024905             ADD 1 TO WS-OTHER-COUNT
024906         END-IF
024907         GO TO 3000-NEXT
024908     END-IF
024909     MOVE MQHIS-TRAN-ID TO MQCLR-TRAN-ID
024910     READ MQCLRVS
024911         INVALID KEY
024912             DISPLAY "CBMQSET0: TRAN " MQHIS-TRAN-ID
024913                 " MATCHED ON LEDGER BUT NOT ON MQCLRVS - "
024914                 "NOT SETTLED"
024915             ADD 1 TO WS-NOMATCH-COUNT
024916             IF RETURN-CODE < 4
024917                 MOVE 4 TO RETURN-CODE
024918             END-IF
024919             GO TO 3000-NEXT
024920     END-READ
024921     IF MQCLR-CLEAR-DATE NOT = WS-RUN-DATE
024922         ADD 1 TO WS-OTHER-COUNT
024923         GO TO 3000-NEXT
024924     END-IF
024925     IF MQHIS-REVERSED
024940         ADD 1 TO WS-REVERSED-COUNT
024960         GO TO 3000-NEXT
024980     END-IF
025000     ADD 1 TO WS-APPROVE-COUNT
025010     MOVE MQCLR-MERCHANT-ID    TO WS-SET-MERCH-ID
025020     MOVE MQCLR-MERCHANT-NAME  TO WS-SET-MERCH-NM
025030     MOVE MQCLR-CLEARED-AMOUNT TO WS-SET-AMOUNT
025040     MOVE SPACES               TO WS-SET-MSGID
025100     PERFORM 3100-FIND-STAGED-REQUEST THRU 3100-EXIT
025200     IF WS-REQ-FOUND
025210         MOVE WS-REQ-MSGID(WS-REQ-USE) TO WS-SET-MSGID
025220     ELSE
025300         ADD 1 TO WS-NOSTAGE-COUNT
025500     END-IF
025510     PERFORM 3150-APPLY-MERCHANT-MASTER THRU 3150-EXIT
025600     PERFORM 3200-ADD-DETAIL THRU 3200-EXIT
025700     .
025800 3000-NEXT.
027800     .
027900 3110-EXIT.
028000     EXIT.
028001*----------------------------------------------------------------
028002* 3150-APPLY-MERCHANT-MASTER - AN ACTIVE MERCHANT IS FUNDED UNDER
028003* THE MASTER'S LEGAL NAME INTO THE MASTER'S FUNDING ACCOUNT.  A
028004* SUSPENDED OR TERMINATED MERCHANT, OR ONE THE MASTER HAS NEVER
028005* SEEN, IS HELD: ITS ITEMS ARE TALLIED BUT NOT WRITTEN TO THE
028006* SETTLEMENT FILE UNTIL THE MERCHANT DESK RESOLVES IT.
028007*----------------------------------------------------------------
028008 3150-APPLY-MERCHANT-MASTER.
028009     MOVE SPACES TO WS-SET-FUND-ACCT
028010     MOVE SPACES TO WS-SET-HOLD
028011     MOVE WS-SET-MERCH-ID TO MQMER-MERCHANT-ID
028012     READ MQMERVS
028013         INVALID KEY
028014             MOVE "NOT ON FILE" TO WS-SET-HOLD
028015             GO TO 3150-EXIT
028016     END-READ
028017     MOVE MQMER-LEGAL-NAME      TO WS-SET-MERCH-NM
028018     MOVE MQMER-FUNDING-ACCOUNT TO WS-SET-FUND-ACCT
028019     IF MQMER-STATUS-SUSPENDED
028020         MOVE "SUSPENDED" TO WS-SET-HOLD
028021     ELSE
028022         IF NOT MQMER-STATUS-ACTIVE
028023             MOVE "TERMINATED" TO WS-SET-HOLD
028024         END-IF
028025     END-IF
028026     .
028027 3150-EXIT.
028028     EXIT.
028050*----------------------------------------------------------------
028060* 3200-ADD-DETAIL - TALLY THE MERCHANT FIRST: A DETAIL WHOSE
028070* MERCHANT CANNOT BE TALLIED MUST NOT REACH THE DETAIL TABLE
028670         GO TO 3200-EXIT
028680     END-IF
028700     ADD 1 TO WS-DET-COUNT
028800     MOVE WS-SET-MERCH-ID
028900         TO WS-DET-MERCH-ID(WS-DET-COUNT)
029000     MOVE MQHIS-TRAN-ID TO WS-DET-TRAN-ID(WS-DET-COUNT)
029100     MOVE WS-SET-MSGID
029150         TO WS-DET-MSGID(WS-DET-COUNT)
029200     MOVE WS-SET-AMOUNT
029300         TO WS-DET-AMOUNT(WS-DET-COUNT)
029310     IF WS-SET-FUNDED
029500         ADD 1 TO WS-GRAND-COUNT
029600         ADD WS-SET-AMOUNT TO WS-GRAND-AMOUNT
029610     ELSE
029620         ADD 1 TO WS-HELD-COUNT
029630         ADD WS-SET-AMOUNT TO WS-HELD-AMOUNT
029640     END-IF
029700     .
029800 3200-EXIT.
029900     EXIT.
030700     IF WS-MCH-NOT-FOUND
030800         IF WS-MCH-COUNT = 100
030900             DISPLAY "CBMQSET0: MERCHANT TABLE FULL AT 100 - "
031000                 WS-SET-MERCH-ID
031050                 " NOT SETTLED - FUNDING FILE INCOMPLETE"
031060             MOVE 8 TO RETURN-CODE
031070             SET WS-MCH-OVERFLOW TO TRUE
031200         END-IF
031300         ADD 1 TO WS-MCH-COUNT
031400         MOVE WS-MCH-COUNT TO WS-MCH-USE
031500         MOVE WS-SET-MERCH-ID
031600             TO WS-MCH-ID(WS-MCH-USE)
031700         MOVE WS-SET-MERCH-NM
031800             TO WS-MCH-NAME(WS-MCH-USE)
031810         MOVE WS-SET-FUND-ACCT
031820             TO WS-MCH-FUND-ACCT(WS-MCH-USE)
031830         MOVE WS-SET-HOLD
031840             TO WS-MCH-HOLD(WS-MCH-USE)
031850         IF NOT WS-SET-FUNDED
031860             ADD 1 TO WS-HELD-MCH-COUNT
031870         END-IF
031900         MOVE 0 TO WS-MCH-DTL-CNT(WS-MCH-USE)
032000         MOVE 0 TO WS-MCH-AMOUNT(WS-MCH-USE)
032100     END-IF
032200     ADD 1 TO WS-MCH-DTL-CNT(WS-MCH-USE)
032300     ADD WS-SET-AMOUNT TO WS-MCH-AMOUNT(WS-MCH-USE)
032400     .
032500 3300-EXIT.
032600     EXIT.
032700 3310-MATCH-ONE-MERCHANT.
032800     IF WS-MCH-ID(WS-MCH-IDX) = WS-SET-MERCH-ID
032900         SET WS-MCH-FOUND TO TRUE
033000         MOVE WS-MCH-IDX TO WS-MCH-USE
033100     END-IF
036900     EXIT.
037000*----------------------------------------------------------------
037100* 6000-WRITE-SETTLEMENT - ONE DETAIL RECORD PER APPROVED
037200* AUTHORIZATION, GROUPED BY MERCHANT IN SORTED ORDER.  A HELD
037210* MERCHANT'S ITEMS NEVER REACH THE FILE FINANCE FUNDS FROM.
037300*----------------------------------------------------------------
037400 6000-WRITE-SETTLEMENT.
037500     PERFORM 6100-WRITE-ONE-MERCHANT THRU 6100-EXIT
037900 6000-EXIT.
038000     EXIT.
038100 6100-WRITE-ONE-MERCHANT.
038110     IF WS-MCH-HOLD(WS-MCH-IDX) NOT = SPACES
038120         GO TO 6100-EXIT
038130     END-IF
038200     PERFORM 6110-WRITE-ONE-DETAIL THRU 6110-EXIT
038300         VARYING WS-DET-IDX FROM 1 BY 1
038400         UNTIL WS-DET-IDX > WS-DET-COUNT
039200     END-IF
039300     MOVE WS-MCH-ID(WS-MCH-IDX)     TO MQSET-MERCHANT-ID
039400     MOVE WS-MCH-NAME(WS-MCH-IDX)   TO MQSET-MERCHANT-NAME
039410     MOVE WS-MCH-FUND-ACCT(WS-MCH-IDX)
039420         TO MQSET-FUNDING-ACCOUNT
039500     MOVE WS-DET-TRAN-ID(WS-DET-IDX) TO MQSET-TRAN-ID
039600     MOVE WS-DET-AMOUNT(WS-DET-IDX) TO MQSET-AMOUNT
039700     MOVE WS-DET-MSGID(WS-DET-IDX)  TO MQSET-REQUEST-MSGID
040100     .
040200 6110-EXIT.
040300     EXIT.
040302*----------------------------------------------------------------
040304* 6500-WRITE-CONTROL-TOTALS - THE GRAND TOTAL LINE AS A RECORD
040306* FOR CBMQGLJ0 TO TIE TO.  A RUN THAT HAS ALREADY FAILED RC=8
040308* (ABANDONED, OR A TABLE OVERFLOW LEFT THE FUNDING FILE SHORT)
040310* WRITES NOTHING, SO THE JOURNAL CANNOT TIE TO A BAD EXTRACT.
040312*----------------------------------------------------------------
040314 6500-WRITE-CONTROL-TOTALS.
040316     IF RETURN-CODE > 4
040318         GO TO 6500-EXIT
040320     END-IF
040322     MOVE SPACES TO MQ-SETTLE-CONTROL-RECORD
040324     MOVE WS-RUN-DATE TO MQSCT-SETTLE-DATE
040326     COMPUTE MQSCT-MERCHANT-COUNT =
040328         WS-MCH-COUNT - WS-HELD-MCH-COUNT
040330     MOVE WS-GRAND-COUNT  TO MQSCT-DETAIL-COUNT
040332     MOVE WS-GRAND-AMOUNT TO MQSCT-FUNDED-AMOUNT
040334     MOVE WS-HELD-COUNT   TO MQSCT-HELD-COUNT
040336     MOVE WS-HELD-AMOUNT  TO MQSCT-HELD-AMOUNT
040338     WRITE MQ-SETTLE-CONTROL-RECORD
040340     .
040342 6500-EXIT.
040344     EXIT.
040400*----------------------------------------------------------------
040500* 7000-WRITE-SUMMARY - FUNDING REPORT: PER-MERCHANT COUNTS AND
040600* AMOUNTS PLUS THE GRAND TOTAL FINANCE TIES TO CBMQREC0.
040610* THE GRAND TOTAL IS WHAT WAS FUNDED; HELD MERCHANTS FOLLOW ON
040620* THEIR OWN SECTION WITH THEIR OWN TOTAL.
040700*----------------------------------------------------------------
040800 7000-WRITE-SUMMARY.
040900     MOVE SPACES TO RPT-LINE
041600         VARYING WS-MCH-IDX FROM 1 BY 1
041700         UNTIL WS-MCH-IDX > WS-MCH-COUNT
041800     IF WS-MCH-COUNT = 0
041900         MOVE "NO CLEARED PRESENTMENTS TO SETTLE TODAY"
042000             TO RPT-LINE
042100         WRITE RPT-LINE
042200     END-IF
042210     IF WS-MCH-COUNT > 0 AND WS-MCH-COUNT = WS-HELD-MCH-COUNT
042220         MOVE "NO MERCHANT FUNDED TODAY - ALL CLEARED ITEMS HELD"
042230             TO RPT-LINE
042240         WRITE RPT-LINE
042250     END-IF
042300     MOVE SPACES TO RPT-LINE
042400     WRITE RPT-LINE
042500     MOVE WS-GRAND-COUNT TO WS-ED-COUNT
042600     MOVE WS-GRAND-AMOUNT TO WS-ED-GRAND
042700     MOVE SPACES TO RPT-LINE
042800     STRING "GRAND TOTAL " WS-ED-COUNT
042900         " CLEARED FOR " WS-ED-GRAND
043000         DELIMITED BY SIZE INTO RPT-LINE
043100     WRITE RPT-LINE
043110     IF WS-HELD-MCH-COUNT > 0
043120         PERFORM 7200-WRITE-HELD-SECTION THRU 7200-EXIT
043130     END-IF
043140     MOVE SPACES TO RPT-LINE
043150     WRITE RPT-LINE
043200     MOVE WS-NOSTAGE-COUNT TO WS-ED-COUNT
043300     MOVE SPACES TO RPT-LINE
043400     STRING "SETTLED WITH NO STAGED REQUEST (NO MSGID): "
043500         WS-ED-COUNT
043600         DELIMITED BY SIZE INTO RPT-LINE
043700     WRITE RPT-LINE
043710     MOVE WS-REVERSED-COUNT TO WS-ED-COUNT
043720     MOVE SPACES TO RPT-LINE
043730     STRING "PRESENTED BUT REVERSED - NOT SETTLED:       "
043740         WS-ED-COUNT
043750         DELIMITED BY SIZE INTO RPT-LINE
043760     WRITE RPT-LINE
043762     MOVE WS-NOMATCH-COUNT TO WS-ED-COUNT
043764     MOVE SPACES TO RPT-LINE
043766     STRING "MATCHED WITH NO CLEARING ROW - NOT SETTLED: "
043768         WS-ED-COUNT
043770         DELIMITED BY SIZE INTO RPT-LINE
043772     WRITE RPT-LINE
043774     MOVE WS-UNCLEARED-COUNT TO WS-ED-COUNT
043776     MOVE SPACES TO RPT-LINE
043778     STRING "APPROVALS STILL AWAITING PRESENTMENT:       "
043780         WS-ED-COUNT
043782         DELIMITED BY SIZE INTO RPT-LINE
043784     WRITE RPT-LINE
043786     MOVE WS-TIMEOUT-COUNT TO WS-ED-COUNT
043788     MOVE SPACES TO RPT-LINE
043790     STRING "TIMEOUT-REVERSED TODAY - NOT SETTLED:       "
043792         WS-ED-COUNT
043794         DELIMITED BY SIZE INTO RPT-LINE
043796     WRITE RPT-LINE
043800     .
043900 7000-EXIT.
044000     EXIT.
044100 7100-WRITE-ONE-TOTAL.
044110     IF WS-MCH-HOLD(WS-MCH-IDX) NOT = SPACES
044120         GO TO 7100-EXIT
044130     END-IF
044200     MOVE WS-MCH-DTL-CNT(WS-MCH-IDX) TO WS-ED-COUNT
044300     MOVE WS-MCH-AMOUNT(WS-MCH-IDX)  TO WS-ED-AMOUNT
044400     MOVE SPACES TO RPT-LINE
044500     STRING "MERCHANT " WS-MCH-ID(WS-MCH-IDX)
044600         " " WS-MCH-NAME(WS-MCH-IDX)
044610         " " WS-MCH-FUND-ACCT(WS-MCH-IDX)
044700         " COUNT " WS-ED-COUNT
044800         " AMOUNT " WS-ED-AMOUNT
044900         DELIMITED BY SIZE INTO RPT-LINE
045100     .
045200 7100-EXIT.
045300     EXIT.
045302*----------------------------------------------------------------
045304* 7200-WRITE-HELD-SECTION - CLEARED ITEMS NOT FUNDED BECAUSE THE
045306* MERCHANT IS SUSPENDED, TERMINATED, OR NOT ON THE MASTER, ONE
045308* LINE PER MERCHANT WITH THE REASON, AND THE HELD TOTAL.
045310*----------------------------------------------------------------
045312 7200-WRITE-HELD-SECTION.
045314     MOVE SPACES TO RPT-LINE
045316     WRITE RPT-LINE
045318     MOVE "HELD FUNDING - NOT RELEASED" TO RPT-LINE
045320     WRITE RPT-LINE
045322     MOVE SPACES TO RPT-LINE
045324     WRITE RPT-LINE
045326     PERFORM 7210-WRITE-ONE-HELD THRU 7210-EXIT
045328         VARYING WS-MCH-IDX FROM 1 BY 1
045330         UNTIL WS-MCH-IDX > WS-MCH-COUNT
045332     MOVE SPACES TO RPT-LINE
045334     WRITE RPT-LINE
045336     MOVE WS-HELD-COUNT TO WS-ED-COUNT
045338     MOVE WS-HELD-AMOUNT TO WS-ED-GRAND
045340     MOVE SPACES TO RPT-LINE
045342     STRING "HELD TOTAL  " WS-ED-COUNT
045344         " CLEARED FOR " WS-ED-GRAND
045346         DELIMITED BY SIZE INTO RPT-LINE
045348     WRITE RPT-LINE
045350     .
045352 7200-EXIT.
045354     EXIT.
045356 7210-WRITE-ONE-HELD.
045358     IF WS-MCH-HOLD(WS-MCH-IDX) = SPACES
045360         GO TO 7210-EXIT
045362     END-IF
045364     MOVE WS-MCH-DTL-CNT(WS-MCH-IDX) TO WS-ED-COUNT
045366     MOVE WS-MCH-AMOUNT(WS-MCH-IDX)  TO WS-ED-AMOUNT
045368     MOVE SPACES TO RPT-LINE
045370     STRING "MERCHANT " WS-MCH-ID(WS-MCH-IDX)
045372         " " WS-MCH-NAME(WS-MCH-IDX)
045374         " " WS-MCH-HOLD(WS-MCH-IDX)
045376         " COUNT " WS-ED-COUNT
045378         " AMOUNT " WS-ED-AMOUNT
045380         DELIMITED BY SIZE INTO RPT-LINE
045382     WRITE RPT-LINE
045384     .
045386 7210-EXIT.
045388     EXIT.
045400*----------------------------------------------------------------
045500* 8000/8100 - READ NEXT STAGED / LEDGER RECORD
045600*----------------------------------------------------------------
047400     .
047500 8100-EXIT.
047600     EXIT.
047610*----------------------------------------------------------------
047620* 8950/8960 - SHARED BUSINESS DATE LOAD (SEE CMQBDTP)
047630*----------------------------------------------------------------
047640 COPY CMQBDTP.
047700*----------------------------------------------------------------
047800* 9000-TERMINATE - CLOSE FILES, REPORT COUNTS
047900*----------------------------------------------------------------
048000 9000-TERMINATE.
048100     CLOSE MQSTGFL
048300     CLOSE MQHISVS
048310     CLOSE MQCLRVS
048320     CLOSE MQMERVS
048400     CLOSE MQSETFL
048410     CLOSE MQSCTFL
048500     CLOSE MQRPTFL
048600     DISPLAY "CBMQSET0: STAGED READ = " WS-STG-READ-COUNT
048700         " AT01 LOADED = " WS-REQ-LOAD-COUNT
048800     DISPLAY "CBMQSET0: LEDGER ROWS READ = " WS-HIS-READ-COUNT
048900         " CLEARED TODAY = " WS-APPROVE-COUNT
049000     DISPLAY "CBMQSET0: DETAILS WRITTEN = " WS-DETAIL-COUNT
049200     DISPLAY "CBMQSET0: NOT CLEARED TODAY = "
049250         WS-OTHER-COUNT
049300         " NO STAGED REQUEST = " WS-NOSTAGE-COUNT
049350     DISPLAY "CBMQSET0: REVERSED - NOT SETTLED = "
049360         WS-REVERSED-COUNT
049370         " AWAITING PRESENTMENT = " WS-UNCLEARED-COUNT
049380     DISPLAY "CBMQSET0: HELD - NOT FUNDED = " WS-HELD-COUNT
049390         " MERCHANTS HELD = " WS-HELD-MCH-COUNT
049392     DISPLAY "CBMQSET0: TIMEOUT-REVERSED TODAY = "
049394         WS-TIMEOUT-COUNT
049400     .
049500 9000-EXIT.
049600     EXIT.
