000100* CBMQRBD0 - MQ PIPELINE VSAM FORWARD-RECOVERY REBUILD
000200*----------------------------------------------------------------
000300 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.        CBMQRBD0.
000500 AUTHOR.            J HALVERSEN.
000600 INSTALLATION.      CARDDEMO BATCH SYSTEMS.
000700 DATE-WRITTEN.      10/15/2026.
000800 DATE-COMPILED.
000900*----------------------------------------------------------------
001000* THE HISTORY LEDGER (MQHISVS), THE VELOCITY FILE (MQVELVS),
001100* THE OPEN-ITEM LEDGER (MQOPNVS) AND THE DEDUPE CROSS-
001200* REFERENCE (MQXRFVS) ARE THE PIPELINE'S MEMORY - THE RERUN
001300* FENCE, REVERSAL STATE, VELOCITY TOTALS, OPEN ITEMS AND
001400* DUPLICATE CLAIMS.  NONE OF THEM IS THE ONLY COPY OF WHAT
001500* HAPPENED: EVERY ROW WAS DERIVED FROM THE STAGING FILES, THE
001600* RESPONSES CBMQAUT0 WROTE, AND THE CORRELATION LOG, ALL OF
001700* WHICH CBMQHKP0 (AND THE CBMQAUT RESPONSE-SAVE STEP) KEEP IN
001800* ARCHIVE GENERATIONS.  CBMQRBD0 RE-DERIVES ONE OF THE FOUR
001900* FILES FROM THOSE SOURCES FOR A CHOSEN RANGE OF BUSINESS
002000* DATES, SO A LOST OR DAMAGED FILE IS ROLLED FORWARD INSTEAD
002100* OF RESTORED FROM LAST NIGHT'S BACKUP WITH THE DAY LOST.
002200* THE TARGET AND RANGE COME FROM MQRBDIN CONTROL CARDS:
002300*   HIS - A LEDGER ROW PER STAGED AT01/RV01 (AND ANY OTHER
002400*         TRAN-ID PAYLOAD) IN RANGE, DECIDED AS THE RESPONSE
002500*         HISTORY SAYS IT WAS ANSWERED; REVERSAL STATE FROM
002600*         THE A900 REVERSALS AND THE TIMEOUT REVERSAL LOG,
002650*         CLEARING STATE FROM MQCLRVS.
002700*   VEL - EVERY CARD'S DAILY APPROVAL COUNT AND AMOUNT FOR
002800*         EACH DATE IN RANGE, RE-TOTALED FROM THE LEDGER.
002900*   OPN - A ROW PER STAGED REQUEST IN RANGE WHOSE REPLY THE
003000*         CORRELATION LOG DOES NOT SHOW POSTED.
003100*   XRF - A CLAIM ROW PER MESSAGE STAGED IN RANGE.
003200* HIS, OPN AND XRF ONLY ADD WHAT IS MISSING - A ROW STILL ON
003300* FILE COMES BACK INVALID KEY AND STANDS, SO THE RUN IS SAFE
003400* TO REPEAT AND SAFE OVER A PARTLY DAMAGED FILE; FOR A FILE
003500* THAT CANNOT BE TRUSTED AT ALL, DELETE/DEFINE THE CLUSTER
003600* FIRST (SEE CBMQRBD.JCL).  VEL REPLACES THE RANGE OUTRIGHT,
003700* BECAUSE A WRONG TOTAL IS STILL A ROW ON FILE.  A LEDGER ROW
003800* WHOSE ANSWER IS NOT IN THE RESPONSE HISTORY CANNOT BE
003900* DECIDED AFTER THE FACT AND IS LEFT OFF, LISTED, AND ENDS THE
004000* RUN RC=4.  RUN IT OUTSIDE THE PROCESSING WINDOW - THE PROC
004100* HOLDS ALL FOUR CLUSTERS DISP=OLD.
004200*----------------------------------------------------------------
004300* MODIFICATION HISTORY
004400* -------------------------------------------------------------
004500* DATE       BY   DESCRIPTION
004600* 10/15/2026 JH   INITIAL VERSION.
004610* 10/15/2026 JH   TIMEOUT REVERSAL - THE HIS REBUILD REPLAYS
004620*                 CBMQTMO0'S LOG (MQTMRFL, CMQTMRV) SO A CHANNEL-
004630*                 TIMEOUT REVERSAL SURVIVES IT, AND RECORDS WHO
004640*                 REVERSED EACH ROW (MQHIS-REVERSAL-TYPE); THE VEL
004650*                 REBUILD LEAVES TIMEOUT-REVERSED APPROVALS OUT.
004700*----------------------------------------------------------------
004800 ENVIRONMENT DIVISION.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT MQRBDIN ASSIGN TO MQRBDIN
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS MQRBDIN-STATUS.
005400     SELECT MQSTGFL ASSIGN TO MQSTGFL
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS MQSTGFL-STATUS.
005700     SELECT MQAUTHFL ASSIGN TO MQAUTHFL
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS MQAUTHFL-STATUS.
006000     SELECT MQCORFL ASSIGN TO MQCORFL
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS MQCORFL-STATUS.
006300     SELECT MQRULFL ASSIGN TO MQRULFL
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS MQRULFL-STATUS.
006600     SELECT MQCLRVS ASSIGN TO MQCLRVS
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS RANDOM
006900         RECORD KEY IS MQCLR-TRAN-ID
007000         FILE STATUS IS MQCLRVS-STATUS.
007100     SELECT MQHISVS ASSIGN TO MQHISVS
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS DYNAMIC
007400         RECORD KEY IS MQHIS-TRAN-ID
007500         FILE STATUS IS MQHISVS-STATUS.
007600     SELECT MQVELVS ASSIGN TO MQVELVS
007700         ORGANIZATION IS INDEXED
007800         ACCESS MODE IS DYNAMIC
007900         RECORD KEY IS MQVEL-VELOCITY-KEY
008000         FILE STATUS IS MQVELVS-STATUS.
008100     SELECT MQOPNVS ASSIGN TO MQOPNVS
008200         ORGANIZATION IS INDEXED
008300         ACCESS MODE IS DYNAMIC
008400         RECORD KEY IS MQOPN-MSGID
008500         FILE STATUS IS MQOPNVS-STATUS.
008600     SELECT MQXRFVS ASSIGN TO MQXRFVS
008700         ORGANIZATION IS INDEXED
008800         ACCESS MODE IS RANDOM
008900         RECORD KEY IS MQXRF-MSGID
009000         FILE STATUS IS MQXRFVS-STATUS.
009010     SELECT MQTMRFL ASSIGN TO MQTMRFL
009020         ORGANIZATION IS SEQUENTIAL
009030         FILE STATUS IS MQTMRFL-STATUS.
009100     SELECT MQRPTFL ASSIGN TO MQRPTFL
009200         ORGANIZATION IS SEQUENTIAL
009300         FILE STATUS IS MQRPTFL-STATUS.
009400     SELECT MQBDTFL ASSIGN TO MQBDTFL
009500         ORGANIZATION IS SEQUENTIAL
009600         FILE STATUS IS MQBDTFL-STATUS.
009700     SELECT MQBDTOV ASSIGN TO MQBDTOV
009800         ORGANIZATION IS SEQUENTIAL
009900         FILE STATUS IS MQBDTOV-STATUS.
010000*
010100 DATA DIVISION.
010200 FILE SECTION.
010300 FD  MQRBDIN
010400     RECORD CONTAINS 80 CHARACTERS
010500     RECORDING MODE IS F.
010600 01  RBD-CARD                   PIC X(80).
010700 FD  MQSTGFL
010800     RECORDING MODE IS V.
010900     COPY CMQSTGV.
011000 FD  MQAUTHFL
011100     RECORDING MODE IS V.
011200     COPY CMQAUTV.
011300 FD  MQCORFL
011400     RECORDING MODE IS F.
011500     COPY CMQCORV.
011600 FD  MQRULFL
011700     RECORDING MODE IS F.
011800     COPY CMQRULV.
011900 FD  MQCLRVS.
012000     COPY CMQCLRV.
012100 FD  MQHISVS.
012200     COPY CMQHISV.
012300 FD  MQVELVS.
012400     COPY CMQVELV.
012500 FD  MQOPNVS.
012600     COPY CMQOPNV.
012700 FD  MQXRFVS.
012800     COPY CMQXRFV.
012810 FD  MQTMRFL
012820     RECORDING MODE IS F.
012830     COPY CMQTMRV.
012900 FD  MQRPTFL
013000     RECORD CONTAINS 132 CHARACTERS
013100     RECORDING MODE IS F.
013200 01  RPT-LINE                   PIC X(132).
013300 FD  MQBDTFL
013400     RECORDING MODE IS F.
013500     COPY CMQBDTV.
013600 FD  MQBDTOV
013700     RECORD CONTAINS 80 CHARACTERS
013800     RECORDING MODE IS F.
013900 01  BDT-OVERRIDE-CARD          PIC X(80).
014000*
014100 WORKING-STORAGE SECTION.
014200 01  MQRBDIN-STATUS          PIC X(02) VALUE SPACES.
014300 01  MQSTGFL-STATUS          PIC X(02) VALUE SPACES.
014400 01  MQAUTHFL-STATUS         PIC X(02) VALUE SPACES.
014500 01  MQCORFL-STATUS          PIC X(02) VALUE SPACES.
014600 01  MQRULFL-STATUS          PIC X(02) VALUE SPACES.
014700 01  MQCLRVS-STATUS          PIC X(02) VALUE SPACES.
014800 01  MQHISVS-STATUS          PIC X(02) VALUE SPACES.
014900 01  MQVELVS-STATUS          PIC X(02) VALUE SPACES.
015000 01  MQOPNVS-STATUS          PIC X(02) VALUE SPACES.
015100 01  MQXRFVS-STATUS          PIC X(02) VALUE SPACES.
015150 01  MQTMRFL-STATUS          PIC X(02) VALUE SPACES.
015200 01  MQRPTFL-STATUS          PIC X(02) VALUE SPACES.
015300 01  MQBDTFL-STATUS          PIC X(02) VALUE SPACES.
015400 01  MQBDTOV-STATUS          PIC X(02) VALUE SPACES.
015500*
015600 01  WS-SWITCHES.
015700   05  WS-ABANDON-SW       PIC X(01) VALUE "N".
015800       88  WS-RUN-ABANDONED           VALUE "Y".
015900   05  WS-CARD-EOF-SW      PIC X(01) VALUE "N".
016000       88  WS-CARD-EOF                VALUE "Y".
016100   05  WS-PASS-EOF-SW      PIC X(01) VALUE "N".
016200       88  WS-PASS-EOF                VALUE "Y".
016300   05  WS-RULFL-EOF-SW     PIC X(01) VALUE "N".
016400       88  WS-RULFL-EOF               VALUE "Y".
016500   05  WS-CLR-OPEN-SW      PIC X(01) VALUE "N".
016600       88  WS-CLR-OPEN                VALUE "Y".
016700   05  WS-TARGET-OPEN-SW   PIC X(01) VALUE "N".
016800       88  WS-TARGET-OPEN             VALUE "Y".
016900   05  WS-SOURCE-OPEN-SW   PIC X(01) VALUE "N".
017000       88  WS-SOURCE-OPEN             VALUE "Y".
017100*
017200*----------------------------------------------------------------
017300* THE REBUILD ASKED FOR, FROM THE MQRBDIN CARDS.  THE RANGE
017400* DEFAULTS TO THE BUSINESS DATE.
017500*----------------------------------------------------------------
017600 01  WS-RBD-REQUEST.
017700   05  WS-RBD-TARGET       PIC X(03) VALUE SPACES.
017800       88  WS-TGT-LEDGER              VALUE "HIS".
017900       88  WS-TGT-VELOCITY            VALUE "VEL".
018000       88  WS-TGT-OPEN-ITEMS          VALUE "OPN".
018100       88  WS-TGT-XREF                VALUE "XRF".
018200       88  WS-TGT-VALID               VALUE "HIS" "VEL"
018300                                            "OPN" "XRF".
018400   05  WS-RBD-FROM         PIC X(08) VALUE SPACES.
018500   05  WS-RBD-TO           PIC X(08) VALUE SPACES.
018600*
018700 01  WS-COUNTERS.
018800   05  WS-STG-READ-COUNT   PIC S9(09) COMP VALUE 0.
018900   05  WS-STG-RANGE-COUNT  PIC S9(09) COMP VALUE 0.
019000   05  WS-AUT-READ-COUNT   PIC S9(09) COMP VALUE 0.
019100   05  WS-COR-READ-COUNT   PIC S9(09) COMP VALUE 0.
019200   05  WS-HIS-READ-COUNT   PIC S9(09) COMP VALUE 0.
019300   05  WS-VEL-READ-COUNT   PIC S9(09) COMP VALUE 0.
019400   05  WS-ADDED-COUNT      PIC S9(09) COMP VALUE 0.
019500   05  WS-KEPT-COUNT       PIC S9(09) COMP VALUE 0.
019600   05  WS-DECIDED-COUNT    PIC S9(09) COMP VALUE 0.
019700   05  WS-REVERSED-COUNT   PIC S9(09) COMP VALUE 0.
019800   05  WS-CLEARED-COUNT    PIC S9(09) COMP VALUE 0.
019900   05  WS-UNDECIDED-COUNT  PIC S9(09) COMP VALUE 0.
020000   05  WS-REMOVED-COUNT    PIC S9(09) COMP VALUE 0.
020100   05  WS-CLOSED-COUNT     PIC S9(09) COMP VALUE 0.
020200   05  WS-APPROVAL-COUNT   PIC S9(09) COMP VALUE 0.
020250   05  WS-TIMEOUT-COUNT    PIC S9(09) COMP VALUE 0.
020300*
020400* THE LIVE RULES' RESPONSE CODES AND ACTIONS - A RESPONSE CODE
020500* IS TURNED BACK INTO ITS DECISION THROUGH THE RULE THAT ISSUES
020600* IT, THE SAME TABLE SIZE CBMQMIX0 LOADS.
020700 01  WS-RULE-AREA.
020800   05  WS-RULE-COUNT       PIC S9(04) COMP VALUE 0.
020900   05  WS-RULE-TABLE OCCURS 50 TIMES.
021000       10  WS-RUL-CODE         PIC X(04).
021100       10  WS-RUL-ACTION       PIC X(01).
021200 01  WS-RULE-IDX            PIC S9(04) COMP VALUE 0.
021300*
021400 01  WS-WORK-FIELDS.
021500   05  WS-PAY-TRAN         PIC X(16) VALUE SPACES.
021600   05  WS-PAY-CARD         PIC X(16) VALUE SPACES.
021700   05  WS-PAY-AMOUNT       PIC 9(07)V99 VALUE 0.
021800   05  WS-PAY-TYPE         PIC X(04) VALUE SPACES.
021900   05  WS-PAY-ORIG-TRAN    PIC X(16) VALUE SPACES.
022000   05  WS-RVS-DATE         PIC X(08) VALUE SPACES.
022100   05  WS-DECISION-ACTION  PIC X(01) VALUE SPACE.
022200*
022300 01  WS-REPORT-FIELDS.
022400   05  WS-ED-COUNT         PIC ZZZ,ZZZ,ZZ9.
022500   05  WS-ED-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
022600*
022700     COPY CMQARQV.
022800     COPY CMQTVLV.
022900     COPY CMQBDWV.
023000*
023100 PROCEDURE DIVISION.
023200*----------------------------------------------------------------
023300* 0000-MAINLINE
023400*----------------------------------------------------------------
023500 0000-MAINLINE.
023600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
023700     IF WS-RUN-ABANDONED
023800         PERFORM 9000-TERMINATE THRU 9000-EXIT
023900         GOBACK
024000     END-IF
024100     EVALUATE TRUE
024200         WHEN WS-TGT-LEDGER
024300             PERFORM 2000-REBUILD-LEDGER THRU 2000-EXIT
024400         WHEN WS-TGT-VELOCITY
024500             PERFORM 3000-REBUILD-VELOCITY THRU 3000-EXIT
024600         WHEN WS-TGT-OPEN-ITEMS
024700             PERFORM 4000-REBUILD-OPEN-ITEMS THRU 4000-EXIT
024800         WHEN WS-TGT-XREF
024900             PERFORM 5000-REBUILD-XREF THRU 5000-EXIT
025000     END-EVALUATE
025100     PERFORM 7000-WRITE-SUMMARY THRU 7000-EXIT
025200     PERFORM 9000-TERMINATE THRU 9000-EXIT
025300     GOBACK
025400     .
025500*----------------------------------------------------------------
025600* 1000-INITIALIZE - LOAD THE BUSINESS DATE AND THE REBUILD
025700* CARDS, OPEN THE TARGET AND THE SOURCES IT NEEDS.  NO DATE,
025800* NO OR BAD CARDS, OR A TARGET OR REQUIRED SOURCE THAT WILL NOT
025900* OPEN ABANDONS THE RUN RC=8 BEFORE ANYTHING IS WRITTEN.  A
026000* RERUN-DATE OVERRIDE IS REFUSED - THE RANGE CARDS ALREADY NAME
026100* THE DATES, AND THIS STEP WRITES LIVE FILES.  A FRESHLY
026200* DEFINED (EMPTY) TARGET OPENS 05 AND IS CREATED THE WAY
026300* CBMQLAT0 CREATES MQOPNVS.
026400*----------------------------------------------------------------
026500 1000-INITIALIZE.
026600     OPEN OUTPUT MQRPTFL
026700     PERFORM 8950-LOAD-BUSINESS-DATE THRU 8950-EXIT
026800     IF WS-BDT-RERUN
026900         DISPLAY "CBMQRBD0: A RERUN-DATE OVERRIDE IS NOT "
027000             "ALLOWED - NAME THE DATES ON FROM/TO CARDS"
027100         SET WS-BDT-FAILED TO TRUE
027200     END-IF
027300     IF WS-BDT-FAILED
027400         DISPLAY "CBMQRBD0: NO BUSINESS DATE - NOTHING REBUILT"
027500         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
027600         GO TO 1000-EXIT
027700     END-IF
027800     MOVE WS-BDT-DATE TO WS-RBD-FROM
027900     MOVE WS-BDT-DATE TO WS-RBD-TO
028000     PERFORM 8800-LOAD-REBUILD-CARDS THRU 8800-EXIT
028100     IF WS-RUN-ABANDONED
028200         GO TO 1000-EXIT
028300     END-IF
028400     PERFORM 7100-WRITE-HEADINGS THRU 7100-EXIT
028500     EVALUATE TRUE
028600         WHEN WS-TGT-LEDGER
028700             PERFORM 1100-OPEN-FOR-LEDGER THRU 1100-EXIT
028800         WHEN WS-TGT-VELOCITY
028900             PERFORM 1200-OPEN-FOR-VELOCITY THRU 1200-EXIT
029000         WHEN WS-TGT-OPEN-ITEMS
029100             PERFORM 1300-OPEN-FOR-OPEN-ITEMS THRU 1300-EXIT
029200         WHEN WS-TGT-XREF
029300             PERFORM 1400-OPEN-FOR-XREF THRU 1400-EXIT
029400     END-EVALUATE
029500     .
029600 1000-EXIT.
029700     EXIT.
029800*----------------------------------------------------------------
029900* 1100-OPEN-FOR-LEDGER - THE LEDGER I-O; STAGING AND THE
030000* RESPONSE HISTORY ARE OPENED PER PASS (2000) AND CHECKED HERE
030100* FIRST.  NO RULES FILE OR NO CLEARING FILE ONLY COSTS THE
030200* RULE-CODE LOOKUP OR THE CLEARING STATE (RC=4).
030300*----------------------------------------------------------------
030400 1100-OPEN-FOR-LEDGER.
030500     OPEN I-O MQHISVS
030600     IF MQHISVS-STATUS = "05"
030700         CLOSE MQHISVS
030800         OPEN OUTPUT MQHISVS
030900         CLOSE MQHISVS
031000         OPEN I-O MQHISVS
031100     END-IF
031200     IF MQHISVS-STATUS NOT = "00"
031300         DISPLAY "CBMQRBD0: HISTORY LEDGER OPEN FAILED - "
031400             "STATUS " MQHISVS-STATUS
031500         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
031600         GO TO 1100-EXIT
031700     END-IF
031800     SET WS-TARGET-OPEN TO TRUE
031900     OPEN INPUT MQSTGFL
032000     IF MQSTGFL-STATUS NOT = "00"
032100         DISPLAY "CBMQRBD0: STAGING OPEN FAILED - STATUS "
032200             MQSTGFL-STATUS
032300         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
032400         GO TO 1100-EXIT
032500     END-IF
032600     CLOSE MQSTGFL
032700     OPEN INPUT MQAUTHFL
032800     IF MQAUTHFL-STATUS NOT = "00"
032900         DISPLAY "CBMQRBD0: RESPONSE HISTORY OPEN FAILED - "
033000             "STATUS " MQAUTHFL-STATUS
033100         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
033200         GO TO 1100-EXIT
033300     END-IF
033400     CLOSE MQAUTHFL
033500     PERFORM 8700-LOAD-RULES THRU 8700-EXIT
033600     OPEN INPUT MQCLRVS
033700     IF MQCLRVS-STATUS = "00"
033800         SET WS-CLR-OPEN TO TRUE
033900     ELSE
034000         DISPLAY "CBMQRBD0: CLEARING FILE OPEN FAILED - "
034100             "STATUS " MQCLRVS-STATUS
034200             " - REBUILT APPROVALS LEFT CLEAR-OPEN"
034300         MOVE 4 TO RETURN-CODE
034400     END-IF
034500     .
034600 1100-EXIT.
034700     EXIT.
034800*----------------------------------------------------------------
034900* 1200-OPEN-FOR-VELOCITY - VELOCITY I-O, THE LEDGER AS ITS
035000* ONLY SOURCE.
035100*----------------------------------------------------------------
035200 1200-OPEN-FOR-VELOCITY.
035300     OPEN I-O MQVELVS
035400     IF MQVELVS-STATUS = "05"
035500         CLOSE MQVELVS
035600         OPEN OUTPUT MQVELVS
035700         CLOSE MQVELVS
035800         OPEN I-O MQVELVS
035900     END-IF
036000     IF MQVELVS-STATUS NOT = "00"
036100         DISPLAY "CBMQRBD0: VELOCITY FILE OPEN FAILED - "
036200             "STATUS " MQVELVS-STATUS
036300         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
036400         GO TO 1200-EXIT
036500     END-IF
036600     SET WS-TARGET-OPEN TO TRUE
036700     OPEN INPUT MQHISVS
036800     IF MQHISVS-STATUS NOT = "00"
036900         DISPLAY "CBMQRBD0: HISTORY LEDGER OPEN FAILED - "
037000             "STATUS " MQHISVS-STATUS
037100         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
037200         GO TO 1200-EXIT
037300     END-IF
037400     SET WS-SOURCE-OPEN TO TRUE
037500     .
037600 1200-EXIT.
037700     EXIT.
037800*----------------------------------------------------------------
037900* 1300-OPEN-FOR-OPEN-ITEMS - OPEN-ITEM LEDGER I-O; STAGING AND
038000* THE CORRELATION LOG ARE OPENED PER PASS AND CHECKED HERE.
038100*----------------------------------------------------------------
038200 1300-OPEN-FOR-OPEN-ITEMS.
038300     OPEN I-O MQOPNVS
038400     IF MQOPNVS-STATUS = "05"
038500         CLOSE MQOPNVS
038600         OPEN OUTPUT MQOPNVS
038700         CLOSE MQOPNVS
038800         OPEN I-O MQOPNVS
038900     END-IF
039000     IF MQOPNVS-STATUS NOT = "00"
039100         DISPLAY "CBMQRBD0: OPEN-ITEM LEDGER OPEN FAILED - "
039200             "STATUS " MQOPNVS-STATUS
039300         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
039400         GO TO 1300-EXIT
039500     END-IF
039600     SET WS-TARGET-OPEN TO TRUE
039700     OPEN INPUT MQSTGFL
039800     IF MQSTGFL-STATUS NOT = "00"
039900         DISPLAY "CBMQRBD0: STAGING OPEN FAILED - STATUS "
040000             MQSTGFL-STATUS
040100         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
040200         GO TO 1300-EXIT
040300     END-IF
040400     CLOSE MQSTGFL
040500     OPEN INPUT MQCORFL
040600     IF MQCORFL-STATUS NOT = "00"
040700         DISPLAY "CBMQRBD0: CORRELATION LOG OPEN FAILED - "
040800             "STATUS " MQCORFL-STATUS
040900         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
041000         GO TO 1300-EXIT
041100     END-IF
041200     CLOSE MQCORFL
041300     .
041400 1300-EXIT.
041500     EXIT.
041600*----------------------------------------------------------------
041700* 1400-OPEN-FOR-XREF - CROSS-REFERENCE I-O, STAGING CHECKED.
041800*----------------------------------------------------------------
041900 1400-OPEN-FOR-XREF.
042000     OPEN I-O MQXRFVS
042100     IF MQXRFVS-STATUS = "05"
042200         CLOSE MQXRFVS
042300         OPEN OUTPUT MQXRFVS
042400         CLOSE MQXRFVS
042500         OPEN I-O MQXRFVS
042600     END-IF
042700     IF MQXRFVS-STATUS NOT = "00"
042800         DISPLAY "CBMQRBD0: CROSS-REFERENCE OPEN FAILED - "
042900             "STATUS " MQXRFVS-STATUS
043000         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
043100         GO TO 1400-EXIT
043200     END-IF
043300     SET WS-TARGET-OPEN TO TRUE
043400     OPEN INPUT MQSTGFL
043500     IF MQSTGFL-STATUS NOT = "00"
043600         DISPLAY "CBMQRBD0: STAGING OPEN FAILED - STATUS "
043700             MQSTGFL-STATUS
043800         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
043900         GO TO 1400-EXIT
044000     END-IF
044100     CLOSE MQSTGFL
044200     .
044300 1400-EXIT.
044400     EXIT.
044500*----------------------------------------------------------------
044600* 1900-ABANDON-RUN - RC=8 AND A REPORT LINE POINTING AT THE LOG
044700*----------------------------------------------------------------
044800 1900-ABANDON-RUN.
044900     MOVE 8 TO RETURN-CODE
045000     SET WS-RUN-ABANDONED TO TRUE
045100     MOVE "RUN ABANDONED - NOTHING REBUILT - SEE JOB LOG"
045200         TO RPT-LINE
045300     WRITE RPT-LINE
045400     .
045500 1900-EXIT.
045600     EXIT.
045700*----------------------------------------------------------------
045800* 2000-REBUILD-LEDGER - FOUR PASSES, USING THE LEDGER ITSELF
045900* AS THE JOIN:
046000*   2100 - EVERY STAGED PAYLOAD IN RANGE WRITES A PENDING ROW
046100*          (NO DECISION YET) UNLESS ITS TRAN ID IS ON FILE
046200*   2300 - EACH RESPONSE IN THE HISTORY DECIDES ITS PENDING
046300*          ROW, AND AN APPROVAL PICKS UP ITS CLEARING STATE
046400*   2500 - EACH A900 REVERSAL IN RANGE FLAGS ITS ORIGINAL
046410*   2600 - EACH TIMEOUT REVERSAL LOGGED IN RANGE (MQTMRFL)
046420*          FLAGS ITS APPROVAL AGAIN
046500*   2700 - A ROW STILL PENDING HAD NO ANSWER ON FILE AND IS
046600*          TAKEN BACK OFF, LISTED
046700* THE DECIDE DATE IS THE STAGING DATE - CBMQAUT0 ONLY EVER
046800* DECIDES A ROW ON THE BUSINESS DATE IT WAS STAGED.
046900*----------------------------------------------------------------
047000 2000-REBUILD-LEDGER.
047100     MOVE "N" TO WS-PASS-EOF-SW
047200     OPEN INPUT MQSTGFL
047300     PERFORM 2100-LEDGER-ONE-STAGED THRU 2100-EXIT
047400         UNTIL WS-PASS-EOF
047500     CLOSE MQSTGFL
047600     MOVE "N" TO WS-PASS-EOF-SW
047700     OPEN INPUT MQAUTHFL
047800     PERFORM 2300-DECIDE-ONE-RESPONSE THRU 2300-EXIT
047900         UNTIL WS-PASS-EOF
048000     CLOSE MQAUTHFL
048100     MOVE "N" TO WS-PASS-EOF-SW
048200     OPEN INPUT MQSTGFL
048300     PERFORM 2500-REVERSE-ONE-STAGED THRU 2500-EXIT
048400         UNTIL WS-PASS-EOF
048500     CLOSE MQSTGFL
048505     MOVE "N" TO WS-PASS-EOF-SW
048510     OPEN INPUT MQTMRFL
048515     IF MQTMRFL-STATUS = "00"
048520         PERFORM 2600-REPLAY-ONE-TIMEOUT THRU 2600-EXIT
048525             UNTIL WS-PASS-EOF
048530         CLOSE MQTMRFL
048535     ELSE
048540         DISPLAY "CBMQRBD0: TIMEOUT REVERSAL LOG OPEN FAILED - "
048545             "STATUS " MQTMRFL-STATUS
048550             " - NO TIMEOUT REVERSALS REPLAYED"
048555         MOVE 4 TO RETURN-CODE
048560     END-IF
048600     MOVE "N" TO WS-PASS-EOF-SW
048700     MOVE LOW-VALUES TO MQHIS-TRAN-ID
048800     START MQHISVS KEY NOT < MQHIS-TRAN-ID
048900         INVALID KEY
049000             SET WS-PASS-EOF TO TRUE
049100     END-START
049200     PERFORM 2700-SWEEP-ONE-PENDING THRU 2700-EXIT
049300         UNTIL WS-PASS-EOF
049400     IF WS-UNDECIDED-COUNT > 0
049500         MOVE 4 TO RETURN-CODE
049600     END-IF
049700     .
049800 2000-EXIT.
049900     EXIT.
050000*----------------------------------------------------------------
050100* 2100-LEDGER-ONE-STAGED - THE PAYLOAD IS READ THE WAY
050200* CBMQAUT0 READ IT (6200), SO THE ROW CARRIES THE SAME CARD,
050300* AMOUNT AND TYPE.  A PAYLOAD WITH NO TRAN ID WAS NEVER
050400* LEDGERED AND IS SKIPPED.
050500*----------------------------------------------------------------
050600 2100-LEDGER-ONE-STAGED.
050700     PERFORM 6100-READ-STAGED THRU 6100-EXIT
050800     IF WS-PASS-EOF
050900         GO TO 2100-EXIT
051000     END-IF
051100     IF MQSTG-GET-DATE < WS-RBD-FROM
051200         OR MQSTG-GET-DATE > WS-RBD-TO
051300         GO TO 2100-EXIT
051400     END-IF
051500     ADD 1 TO WS-STG-RANGE-COUNT
051600     PERFORM 6200-PARSE-PAYLOAD THRU 6200-EXIT
051700     IF WS-PAY-TRAN = SPACES
051800         GO TO 2100-EXIT
051900     END-IF
052000     MOVE WS-PAY-TRAN       TO MQHIS-TRAN-ID
052100     MOVE WS-PAY-CARD       TO MQHIS-CARD-NUMBER
052200     MOVE WS-PAY-AMOUNT     TO MQHIS-AMOUNT
052300     MOVE WS-PAY-TYPE       TO MQHIS-MSG-TYPE
052400     MOVE SPACE             TO MQHIS-DECISION
052500     MOVE SPACES            TO MQHIS-RESPONSE-CODE
052600     MOVE MQSTG-GET-DATE    TO MQHIS-DECIDE-DATE
052700     MOVE MQSTG-GET-TIME    TO MQHIS-DECIDE-TIME
052800     SET MQHIS-NOT-REVERSED TO TRUE
052900     MOVE SPACES            TO MQHIS-REVERSAL-DATE
052950     MOVE SPACE             TO MQHIS-REVERSAL-TYPE
053000     SET MQHIS-CLEAR-OPEN TO TRUE
053100     WRITE MQ-AUTH-HISTORY-RECORD
053200         INVALID KEY
053300             ADD 1 TO WS-KEPT-COUNT
053400         NOT INVALID KEY
053500             ADD 1 TO WS-ADDED-COUNT
053600     END-WRITE
053700     .
053800 2100-EXIT.
053900     EXIT.
054000*----------------------------------------------------------------
054100* 2300-DECIDE-ONE-RESPONSE - A RESPONSE WHOSE LEDGER ROW IS
054200* PENDING GIVES IT ITS RESPONSE CODE AND DECISION.  ROWS THAT
054300* WERE ALREADY ON FILE KEEP THEIR OWN DECISION, AND RESPONSES
054400* FOR TRANSACTIONS OUTSIDE THE RANGE FIND NO ROW.  EVERY
054500* RESPONSE FOR ONE TRANSACTION CARRIES THE SAME CODE (A
054600* RE-EMISSION REPEATS THE LEDGERED ONE), SO THE FIRST WINS.
054700*----------------------------------------------------------------
054800 2300-DECIDE-ONE-RESPONSE.
054900     READ MQAUTHFL
055000         AT END
055100             SET WS-PASS-EOF TO TRUE
055200             GO TO 2300-EXIT
055300     END-READ
055400     ADD 1 TO WS-AUT-READ-COUNT
055500     IF MQAUTH-TRAN-ID = SPACES
055600         GO TO 2300-EXIT
055700     END-IF
055800     MOVE MQAUTH-TRAN-ID TO MQHIS-TRAN-ID
055900     READ MQHISVS
056000         INVALID KEY
056100             GO TO 2300-EXIT
056200     END-READ
056300     IF MQHIS-RESPONSE-CODE NOT = SPACES
056400         GO TO 2300-EXIT
056500     END-IF
056600     MOVE MQAUTH-RESPONSE-CODE TO MQHIS-RESPONSE-CODE
056700     PERFORM 2400-CODE-TO-DECISION THRU 2400-EXIT
056800     MOVE WS-DECISION-ACTION TO MQHIS-DECISION
056900     IF MQHIS-DECISION-APPROVE
057000         AND MQHIS-MSG-TYPE = "AT01"
057100         AND WS-CLR-OPEN
057200         PERFORM 2450-SET-CLEARING-STATE THRU 2450-EXIT
057300     END-IF
057400     REWRITE MQ-AUTH-HISTORY-RECORD
057500     ADD 1 TO WS-DECIDED-COUNT
057600     .
057700 2300-EXIT.
057800     EXIT.
057900*----------------------------------------------------------------
058000* 2400-CODE-TO-DECISION - THE RULE THAT ISSUES THE CODE GIVES
058100* ITS ACTION; ANY OTHER CODE CARRIES ITS ACTION AS ITS FIRST
058200* LETTER (EVERY CODE CBMQAUT0 ISSUES ITSELF DOES - A900, D9NN,
058300* R9NN).  ANYTHING ELSE REBUILDS AS A REFERRAL, NEVER AN
058400* APPROVAL.
058500*----------------------------------------------------------------
058600 2400-CODE-TO-DECISION.
058700     MOVE SPACE TO WS-DECISION-ACTION
058800     PERFORM 2410-MATCH-ONE-RULE THRU 2410-EXIT
058900         VARYING WS-RULE-IDX FROM 1 BY 1
059000         UNTIL WS-RULE-IDX > WS-RULE-COUNT
059100            OR WS-DECISION-ACTION NOT = SPACE
059200     IF WS-DECISION-ACTION NOT = SPACE
059300         GO TO 2400-EXIT
059400     END-IF
059500     EVALUATE MQAUTH-RESPONSE-CODE(1:1)
059600         WHEN "A"
059700         WHEN "D"
059800         WHEN "R"
059900             MOVE MQAUTH-RESPONSE-CODE(1:1)
060000                 TO WS-DECISION-ACTION
060100         WHEN OTHER
060200             MOVE "R" TO WS-DECISION-ACTION
060300     END-EVALUATE
060400     .
060500 2400-EXIT.
060600     EXIT.
060700 2410-MATCH-ONE-RULE.
060800     IF WS-RUL-CODE(WS-RULE-IDX) = MQAUTH-RESPONSE-CODE
060900         MOVE WS-RUL-ACTION(WS-RULE-IDX) TO WS-DECISION-ACTION
061000     END-IF
061100     .
061200 2410-EXIT.
061300     EXIT.
061400*----------------------------------------------------------------
061500* 2450-SET-CLEARING-STATE - AN APPROVAL CBMQCLR0 HAS ALREADY
061600* MATCHED OR EXPIRED HAS ITS ROW ON THE CLEARING FILE; ONE
061700* THAT IS NOT THERE IS STILL OPEN.
061800*----------------------------------------------------------------
061900 2450-SET-CLEARING-STATE.
062000     MOVE MQHIS-TRAN-ID TO MQCLR-TRAN-ID
062100     READ MQCLRVS
062200         INVALID KEY
062300             GO TO 2450-EXIT
062400     END-READ
062500     EVALUATE TRUE
062600         WHEN MQCLR-MATCHED
062700             SET MQHIS-CLEAR-MATCHED TO TRUE
062800             ADD 1 TO WS-CLEARED-COUNT
062900         WHEN MQCLR-EXPIRED
063000             SET MQHIS-CLEAR-EXPIRED TO TRUE
063100             ADD 1 TO WS-CLEARED-COUNT
063200         WHEN OTHER
063300             CONTINUE
063400     END-EVALUATE
063500     .
063600 2450-EXIT.
063700     EXIT.
063800*----------------------------------------------------------------
063900* 2500-REVERSE-ONE-STAGED - AN RV01 IN RANGE WHOSE OWN LEDGER
064000* ROW SAYS A900 FLAGS ITS ORIGINAL REVERSED AS OF THE
064100* REVERSAL'S DECIDE DATE, AS 4500-DECIDE-REVERSAL IN CBMQAUT0
064200* DID.  AN ORIGINAL ALREADY FLAGGED KEEPS ITS OWN DATE.
064300*----------------------------------------------------------------
064400 2500-REVERSE-ONE-STAGED.
064500     PERFORM 6100-READ-STAGED THRU 6100-EXIT
064600     IF WS-PASS-EOF
064700         GO TO 2500-EXIT
064800     END-IF
064900     IF MQSTG-GET-DATE < WS-RBD-FROM
065000         OR MQSTG-GET-DATE > WS-RBD-TO
065100         GO TO 2500-EXIT
065200     END-IF
065300     PERFORM 6200-PARSE-PAYLOAD THRU 6200-EXIT
065400     IF WS-PAY-TYPE NOT = "RV01"
065500         OR WS-PAY-TRAN = SPACES
065600         GO TO 2500-EXIT
065700     END-IF
065800     MOVE WS-PAY-TRAN TO MQHIS-TRAN-ID
065900     READ MQHISVS
066000         INVALID KEY
066100             GO TO 2500-EXIT
066200     END-READ
066300     IF MQHIS-RESPONSE-CODE NOT = "A900"
066400         GO TO 2500-EXIT
066500     END-IF
066600     MOVE MQHIS-DECIDE-DATE TO WS-RVS-DATE
066700     MOVE WS-PAY-ORIG-TRAN TO MQHIS-TRAN-ID
066800     READ MQHISVS
066900         INVALID KEY
067000             GO TO 2500-EXIT
067100     END-READ
067200     IF MQHIS-REVERSED
067300         GO TO 2500-EXIT
067400     END-IF
067500     SET MQHIS-REVERSED TO TRUE
067600     MOVE WS-RVS-DATE TO MQHIS-REVERSAL-DATE
067650     SET MQHIS-REVERSAL-BY-REQUEST TO TRUE
067700     REWRITE MQ-AUTH-HISTORY-RECORD
067800     ADD 1 TO WS-REVERSED-COUNT
067900     .
068000 2500-EXIT.
068100     EXIT.
068103*----------------------------------------------------------------
068106* 2600-REPLAY-ONE-TIMEOUT - A TIMEOUT REVERSAL CBMQTMO0 LOGGED
068109* (CMQTMRV) WITH A REVERSAL DATE IN RANGE FLAGS ITS APPROVAL
068112* REVERSED, TYPE T, AS OF THAT DATE.  NOTHING IN THE STAGING OR
068115* RESPONSE HISTORY RECORDS IT, SO WITHOUT THE LOG A REBUILT
068118* LEDGER WOULD SETTLE IT.  A ROW ALREADY FLAGGED STANDS.
068121*----------------------------------------------------------------
068124 2600-REPLAY-ONE-TIMEOUT.
068127     READ MQTMRFL
068130         AT END
068133             SET WS-PASS-EOF TO TRUE
068136             GO TO 2600-EXIT
068139     END-READ
068142     IF MQTMR-REVERSAL-DATE < WS-RBD-FROM
068145         OR MQTMR-REVERSAL-DATE > WS-RBD-TO
068148         GO TO 2600-EXIT
068151     END-IF
068154     MOVE MQTMR-TRAN-ID TO MQHIS-TRAN-ID
068157     READ MQHISVS
068160         INVALID KEY
068163             GO TO 2600-EXIT
068166     END-READ
068169     IF MQHIS-REVERSED
068172         GO TO 2600-EXIT
068175     END-IF
068178     SET MQHIS-REVERSED TO TRUE
068181     SET MQHIS-REVERSAL-BY-TIMEOUT TO TRUE
068184     MOVE MQTMR-REVERSAL-DATE TO MQHIS-REVERSAL-DATE
068187     REWRITE MQ-AUTH-HISTORY-RECORD
068190     ADD 1 TO WS-TIMEOUT-COUNT
068193     .
068196 2600-EXIT.
068199     EXIT.
068200*----------------------------------------------------------------
068300* 2700-SWEEP-ONE-PENDING - A ROW LEFT WITH NO RESPONSE CODE
068400* WAS STAGED BUT ITS ANSWER IS NOT IN THE RESPONSE HISTORY
068500* (NEVER DECIDED, OR THE GENERATION HOLDING IT IS NOT IN THE
068600* MQAUTHFL CONCATENATION).  GUESSING WOULD BE WORSE THAN A
068700* GAP: THE ROW IS DELETED AND LISTED.
068800*----------------------------------------------------------------
068900 2700-SWEEP-ONE-PENDING.
069000     READ MQHISVS NEXT
069100         AT END
069200             SET WS-PASS-EOF TO TRUE
069300             GO TO 2700-EXIT
069400     END-READ
069500     ADD 1 TO WS-HIS-READ-COUNT
069600     IF MQHIS-RESPONSE-CODE NOT = SPACES
069700         GO TO 2700-EXIT
069800     END-IF
069900     ADD 1 TO WS-UNDECIDED-COUNT
070000     SUBTRACT 1 FROM WS-ADDED-COUNT
070100     MOVE SPACES TO RPT-LINE
070200     STRING "NOT REBUILT  TRAN " MQHIS-TRAN-ID
070300         " TYPE " MQHIS-MSG-TYPE
070400         " CARD " MQHIS-CARD-NUMBER
070500         " STAGED " MQHIS-DECIDE-DATE
070600         " - NO RESPONSE IN HISTORY"
070700         DELIMITED BY SIZE INTO RPT-LINE
070800     WRITE RPT-LINE
070900     DELETE MQHISVS
071000     .
071100 2700-EXIT.
071200     EXIT.
071300*----------------------------------------------------------------
071400* 3000-REBUILD-VELOCITY - EVERY VELOCITY ROW DATED IN RANGE IS
071500* REMOVED, THEN EACH LEDGER AT01 APPROVAL DECIDED IN RANGE IS
071600* FOLDED BACK IN EXACTLY AS 7500-UPDATE-VELOCITY IN CBMQAUT0
071700* FOLDED IT - COUNT PLUS ONE, AMOUNT PLUS THE APPROVAL.  A
071800* REVERSED APPROVAL STILL COUNTS, AS IT DID AT DECISION TIME.
071810* THE ONE EXCEPTION IS AN APPROVAL CBMQTMO0 REVERSED ON A
071820* CHANNEL TIMEOUT - IT BACKED THAT ONE OUT, SO IT STAYS OUT.
071900*----------------------------------------------------------------
072000 3000-REBUILD-VELOCITY.
072100     MOVE "N" TO WS-PASS-EOF-SW
072200     MOVE LOW-VALUES TO MQVEL-VELOCITY-KEY
072300     START MQVELVS KEY NOT < MQVEL-VELOCITY-KEY
072400         INVALID KEY
072500             SET WS-PASS-EOF TO TRUE
072600     END-START
072700     PERFORM 3100-REMOVE-ONE-VELOCITY THRU 3100-EXIT
072800         UNTIL WS-PASS-EOF
072900     MOVE "N" TO WS-PASS-EOF-SW
073000     MOVE LOW-VALUES TO MQHIS-TRAN-ID
073100     START MQHISVS KEY NOT < MQHIS-TRAN-ID
073200         INVALID KEY
073300             SET WS-PASS-EOF TO TRUE
073400     END-START
073500     PERFORM 3200-TOTAL-ONE-DECISION THRU 3200-EXIT
073600         UNTIL WS-PASS-EOF
073700     .
073800 3000-EXIT.
073900     EXIT.
074000 3100-REMOVE-ONE-VELOCITY.
074100     READ MQVELVS NEXT
074200         AT END
074300             SET WS-PASS-EOF TO TRUE
074400             GO TO 3100-EXIT
074500     END-READ
074600     ADD 1 TO WS-VEL-READ-COUNT
074700     IF MQVEL-ACTIVITY-DATE < WS-RBD-FROM
074800         OR MQVEL-ACTIVITY-DATE > WS-RBD-TO
074900         GO TO 3100-EXIT
075000     END-IF
075100     DELETE MQVELVS
075200     ADD 1 TO WS-REMOVED-COUNT
075300     .
075400 3100-EXIT.
075500     EXIT.
075600 3200-TOTAL-ONE-DECISION.
075700     READ MQHISVS NEXT
075800         AT END
075900             SET WS-PASS-EOF TO TRUE
076000             GO TO 3200-EXIT
076100     END-READ
076200     ADD 1 TO WS-HIS-READ-COUNT
076300     IF MQHIS-MSG-TYPE NOT = "AT01"
076400         OR NOT MQHIS-DECISION-APPROVE
076500         OR MQHIS-DECIDE-DATE < WS-RBD-FROM
076600         OR MQHIS-DECIDE-DATE > WS-RBD-TO
076650         OR MQHIS-REVERSAL-BY-TIMEOUT
076700         GO TO 3200-EXIT
076800     END-IF
076900     ADD 1 TO WS-APPROVAL-COUNT
077000     MOVE MQHIS-CARD-NUMBER TO MQVEL-CARD-NUMBER
077100     MOVE MQHIS-DECIDE-DATE TO MQVEL-ACTIVITY-DATE
077200     READ MQVELVS
077300         INVALID KEY
077400             MOVE MQHIS-CARD-NUMBER TO MQVEL-CARD-NUMBER
077500             MOVE MQHIS-DECIDE-DATE TO MQVEL-ACTIVITY-DATE
077600             MOVE 1 TO MQVEL-APPROVE-COUNT
077700             MOVE MQHIS-AMOUNT TO MQVEL-APPROVE-AMOUNT
077800             WRITE MQ-CARD-VELOCITY-RECORD
077900             ADD 1 TO WS-ADDED-COUNT
078000         NOT INVALID KEY
078100             ADD 1 TO MQVEL-APPROVE-COUNT
078200             ADD MQHIS-AMOUNT TO MQVEL-APPROVE-AMOUNT
078300             REWRITE MQ-CARD-VELOCITY-RECORD
078400     END-READ
078500     .
078600 3200-EXIT.
078700     EXIT.
078800*----------------------------------------------------------------
078900* 4000-REBUILD-OPEN-ITEMS - CBMQLAT0'S OWN TWO STEPS OVER THE
079000* REBUILD SOURCES: EVERY STAGED REQUEST IN RANGE OPENS A ROW,
079100* THEN EVERY CORRELATION ROW - WHATEVER ITS DATE, A REPLY CAN
079200* BE LOGGED DAYS AFTER ITS REQUEST - CLOSES ITS ROW.  WHAT IS
079300* LEFT WAS NEVER ANSWERED.  A REBUILT ROW STARTS NOT ESCALATED,
079400* SO CBMQLAT0 ESCALATES AN OLD ONE ONCE MORE.
079500*----------------------------------------------------------------
079600 4000-REBUILD-OPEN-ITEMS.
079700     MOVE "N" TO WS-PASS-EOF-SW
079800     OPEN INPUT MQSTGFL
079900     PERFORM 4100-OPEN-ONE-STAGED THRU 4100-EXIT
080000         UNTIL WS-PASS-EOF
080100     CLOSE MQSTGFL
080200     MOVE "N" TO WS-PASS-EOF-SW
080300     OPEN INPUT MQCORFL
080400     PERFORM 4200-CLOSE-ONE-REPLY THRU 4200-EXIT
080500         UNTIL WS-PASS-EOF
080600     CLOSE MQCORFL
080700     .
080800 4000-EXIT.
080900     EXIT.
081000 4100-OPEN-ONE-STAGED.
081100     PERFORM 6100-READ-STAGED THRU 6100-EXIT
081200     IF WS-PASS-EOF
081300         GO TO 4100-EXIT
081400     END-IF
081500     IF MQSTG-GET-DATE < WS-RBD-FROM
081600         OR MQSTG-GET-DATE > WS-RBD-TO
081700         GO TO 4100-EXIT
081800     END-IF
081900     ADD 1 TO WS-STG-RANGE-COUNT
082000     MOVE MQSTG-MSGID      TO MQOPN-MSGID
082100     MOVE MQSTG-QUEUE-NAME TO MQOPN-QUEUE-NAME
082200     MOVE MQSTG-JOB-ID     TO MQOPN-JOB-ID
082300     MOVE MQSTG-GET-DATE   TO MQOPN-STAGED-DATE
082400     MOVE MQSTG-GET-TIME   TO MQOPN-STAGED-TIME
082500     SET MQOPN-NOT-ESCALATED TO TRUE
082600     WRITE MQ-OPEN-ITEM-RECORD
082700         INVALID KEY
082800             ADD 1 TO WS-KEPT-COUNT
082900         NOT INVALID KEY
083000             ADD 1 TO WS-ADDED-COUNT
083100     END-WRITE
083200     .
083300 4100-EXIT.
083400     EXIT.
083500 4200-CLOSE-ONE-REPLY.
083600     READ MQCORFL
083700         AT END
083800             SET WS-PASS-EOF TO TRUE
083900             GO TO 4200-EXIT
084000     END-READ
084100     ADD 1 TO WS-COR-READ-COUNT
084200     MOVE MQCOR-REQUEST-MSGID TO MQOPN-MSGID
084300     READ MQOPNVS
084400         INVALID KEY
084500             GO TO 4200-EXIT
084600     END-READ
084700     DELETE MQOPNVS
084800     ADD 1 TO WS-CLOSED-COUNT
084900     .
085000 4200-EXIT.
085100     EXIT.
085200*----------------------------------------------------------------
085300* 5000-REBUILD-XREF - ONE CLAIM PER MESSAGE STAGED IN RANGE,
085400* STAMPED WITH THE READER AND TIME THAT STAGED IT.  THE
085500* READERS' DATASETS COME AHEAD OF THE TRIAGE REPLAYS IN THE
085600* MQSTGFL CONCATENATION, SO THE FIRST CLAIM - THE ONE CMQDDPP
085700* WROTE - IS THE ONE THAT STANDS.
085800*----------------------------------------------------------------
085900 5000-REBUILD-XREF.
086000     MOVE "N" TO WS-PASS-EOF-SW
086100     OPEN INPUT MQSTGFL
086200     PERFORM 5100-CLAIM-ONE-STAGED THRU 5100-EXIT
086300         UNTIL WS-PASS-EOF
086400     CLOSE MQSTGFL
086500     .
086600 5000-EXIT.
086700     EXIT.
086800 5100-CLAIM-ONE-STAGED.
086900     PERFORM 6100-READ-STAGED THRU 6100-EXIT
087000     IF WS-PASS-EOF
087100         GO TO 5100-EXIT
087200     END-IF
087300     IF MQSTG-GET-DATE < WS-RBD-FROM
087400         OR MQSTG-GET-DATE > WS-RBD-TO
087500         GO TO 5100-EXIT
087600     END-IF
087700     ADD 1 TO WS-STG-RANGE-COUNT
087800     MOVE MQSTG-MSGID    TO MQXRF-MSGID
087900     MOVE MQSTG-JOB-ID   TO MQXRF-JOB-ID
088000     MOVE MQSTG-GET-DATE TO MQXRF-STAGED-DATE
088100     MOVE MQSTG-GET-TIME TO MQXRF-STAGED-TIME
088200     WRITE MQ-XREF-RECORD
088300         INVALID KEY
088400             ADD 1 TO WS-KEPT-COUNT
088500         NOT INVALID KEY
088600             ADD 1 TO WS-ADDED-COUNT
088700     END-WRITE
088800     .
088900 5100-EXIT.
089000     EXIT.
089100*----------------------------------------------------------------
089200* 6100-READ-STAGED - NEXT STAGED ROW, OR END OF PASS
089300*----------------------------------------------------------------
089400 6100-READ-STAGED.
089500     READ MQSTGFL
089600         AT END
089700             SET WS-PASS-EOF TO TRUE
089800         NOT AT END
089900             ADD 1 TO WS-STG-READ-COUNT
090000     END-READ
090100     .
090200 6100-EXIT.
090300     EXIT.
090400*----------------------------------------------------------------
090500* 6200-PARSE-PAYLOAD - THE LEDGER FIELDS OF A STAGED PAYLOAD,
090600* TAKEN THE WAY 4000-DECIDE-ONE-REQUEST IN CBMQAUT0 TAKES
090700* THEM: RV01 THROUGH ITS OWN LAYOUT, EVERYTHING ELSE THROUGH
090800* THE AT01 OFFSETS; AN UNREADABLE AMOUNT LEDGERS AS ZERO, AND
090900* ONLY AN AT01 OR RV01 CARRIES ITS AMOUNT AT ALL.
091000*----------------------------------------------------------------
091100 6200-PARSE-PAYLOAD.
091200     MOVE MQSTG-MSG-DATA TO MQ-AUTH-REQUEST-MSG
091300     MOVE MQARQ-TRAN-ID     TO WS-PAY-TRAN
091400     MOVE MQARQ-CARD-NUMBER TO WS-PAY-CARD
091500     MOVE MQARQ-MSG-TYPE    TO WS-PAY-TYPE
091600     MOVE SPACES            TO WS-PAY-ORIG-TRAN
091700     MOVE 0                 TO WS-PAY-AMOUNT
091800     EVALUATE MQARQ-MSG-TYPE
091900         WHEN "AT01"
092000             IF MQARQ-AMOUNT-X NUMERIC
092100                 MOVE MQARQ-AMOUNT TO WS-PAY-AMOUNT
092200             END-IF
092300         WHEN "RV01"
092400             MOVE MQSTG-MSG-DATA TO MQ-REVERSAL-REQUEST-MSG
092500             MOVE MQRVQ-TRAN-ID      TO WS-PAY-TRAN
092600             MOVE MQRVQ-CARD-NUMBER  TO WS-PAY-CARD
092700             MOVE MQRVQ-ORIG-TRAN-ID TO WS-PAY-ORIG-TRAN
092800             IF MQRVQ-AMOUNT-X NUMERIC
092900                 MOVE MQRVQ-AMOUNT TO WS-PAY-AMOUNT
093000             END-IF
093100         WHEN OTHER
093200             CONTINUE
093300     END-EVALUATE
093400     .
093500 6200-EXIT.
093600     EXIT.
093700*----------------------------------------------------------------
093800* 7000-WRITE-SUMMARY - WHAT THE REBUILD READ AND WROTE
093900*----------------------------------------------------------------
094000 7000-WRITE-SUMMARY.
094100     MOVE SPACES TO RPT-LINE
094200     WRITE RPT-LINE
094300     EVALUATE TRUE
094400         WHEN WS-TGT-LEDGER
094500             MOVE WS-STG-RANGE-COUNT TO WS-ED-COUNT
094600             PERFORM 7200-LINE-STAGED THRU 7200-EXIT
094700             MOVE WS-ADDED-COUNT TO WS-ED-COUNT
094800             MOVE "LEDGER ROWS REBUILT         : " TO RPT-LINE
094900             PERFORM 7300-WRITE-COUNT THRU 7300-EXIT
095000             MOVE WS-KEPT-COUNT TO WS-ED-COUNT
095100             MOVE "ALREADY ON LEDGER (KEPT)    : " TO RPT-LINE
095200             PERFORM 7300-WRITE-COUNT THRU 7300-EXIT
095300             MOVE WS-AUT-READ-COUNT TO WS-ED-COUNT
095400             MOVE "RESPONSES READ              : " TO RPT-LINE
095500             PERFORM 7300-WRITE-COUNT THRU 7300-EXIT
095600             MOVE WS-REVERSED-COUNT TO WS-ED-COUNT
095700             MOVE "ORIGINALS FLAGGED REVERSED  : " TO RPT-LINE
095800             PERFORM 7300-WRITE-COUNT THRU 7300-EXIT
095810             MOVE WS-TIMEOUT-COUNT TO WS-ED-COUNT
095820             MOVE "TIMEOUT REVERSALS REPLAYED  : " TO RPT-LINE
095830             PERFORM 7300-WRITE-COUNT THRU 7300-EXIT
095900             MOVE WS-CLEARED-COUNT TO WS-ED-COUNT
096000             MOVE "APPROVALS MATCHED/EXPIRED   : " TO RPT-LINE
096100             PERFORM 7300-WRITE-COUNT THRU 7300-EXIT
096200             MOVE WS-UNDECIDED-COUNT TO WS-ED-COUNT
096300             MOVE "NOT REBUILT - NO RESPONSE   : " TO RPT-LINE
096400             PERFORM 7300-WRITE-COUNT THRU 7300-EXIT
096500         WHEN WS-TGT-VELOCITY
096600             MOVE WS-REMOVED-COUNT TO WS-ED-COUNT
096700             MOVE "VELOCITY ROWS REPLACED      : " TO RPT-LINE
096800             PERFORM 7300-WRITE-COUNT THRU 7300-EXIT
096900             MOVE WS-APPROVAL-COUNT TO WS-ED-COUNT
097000             MOVE "LEDGER APPROVALS TOTALED    : " TO RPT-LINE
097100             PERFORM 7300-WRITE-COUNT THRU 7300-EXIT
097200             MOVE WS-ADDED-COUNT TO WS-ED-COUNT
097300             MOVE "VELOCITY ROWS WRITTEN       : " TO RPT-LINE
097400             PERFORM 7300-WRITE-COUNT THRU 7300-EXIT
097500         WHEN WS-TGT-OPEN-ITEMS
097600             MOVE WS-STG-RANGE-COUNT TO WS-ED-COUNT
097700             PERFORM 7200-LINE-STAGED THRU 7200-EXIT
097800             MOVE WS-ADDED-COUNT TO WS-ED-COUNT
097900             MOVE "OPEN ITEMS WRITTEN          : " TO RPT-LINE
098000             PERFORM 7300-WRITE-COUNT THRU 7300-EXIT
098100             MOVE WS-KEPT-COUNT TO WS-ED-COUNT
098200             MOVE "ALREADY ON FILE (KEPT)      : " TO RPT-LINE
098300             PERFORM 7300-WRITE-COUNT THRU 7300-EXIT
098400             MOVE WS-CLOSED-COUNT TO WS-ED-COUNT
098500             MOVE "CLOSED BY CORRELATION LOG   : " TO RPT-LINE
098600             PERFORM 7300-WRITE-COUNT THRU 7300-EXIT
098700             COMPUTE WS-ED-COUNT = WS-ADDED-COUNT
098800                 + WS-KEPT-COUNT - WS-CLOSED-COUNT
098900             MOVE "LEFT OPEN FROM THE RANGE    : " TO RPT-LINE
099000             PERFORM 7300-WRITE-COUNT THRU 7300-EXIT
099100         WHEN WS-TGT-XREF
099200             MOVE WS-STG-RANGE-COUNT TO WS-ED-COUNT
099300             PERFORM 7200-LINE-STAGED THRU 7200-EXIT
099400             MOVE WS-ADDED-COUNT TO WS-ED-COUNT
099500             MOVE "CLAIMS WRITTEN              : " TO RPT-LINE
099600             PERFORM 7300-WRITE-COUNT THRU 7300-EXIT
099700             MOVE WS-KEPT-COUNT TO WS-ED-COUNT
099800             MOVE "ALREADY CLAIMED (KEPT)      : " TO RPT-LINE
099900             PERFORM 7300-WRITE-COUNT THRU 7300-EXIT
100000     END-EVALUATE
100100     .
100200 7000-EXIT.
100300     EXIT.
100400*----------------------------------------------------------------
100500* 7100-WRITE-HEADINGS
100600*----------------------------------------------------------------
100700 7100-WRITE-HEADINGS.
100800     MOVE SPACES TO RPT-LINE
100900     STRING "MQ VSAM FORWARD-RECOVERY REBUILD - TARGET "
101000         WS-RBD-TARGET
101100         "  FROM " WS-RBD-FROM " TO " WS-RBD-TO
101200         "  BUSINESS DATE " WS-BDT-DATE
101300         DELIMITED BY SIZE INTO RPT-LINE
101400     WRITE RPT-LINE
101500     MOVE SPACES TO RPT-LINE
101600     WRITE RPT-LINE
101700     .
101800 7100-EXIT.
101900     EXIT.
102000 7200-LINE-STAGED.
102100     MOVE "STAGED ROWS IN RANGE        : " TO RPT-LINE
102200     PERFORM 7300-WRITE-COUNT THRU 7300-EXIT
102300     .
102400 7200-EXIT.
102500     EXIT.
102600* 7300 - THE CAPTION IS ALREADY IN RPT-LINE; ADD THE COUNT
102700 7300-WRITE-COUNT.
102800     MOVE WS-ED-COUNT TO RPT-LINE(31:11)
102900     WRITE RPT-LINE
103000     .
103100 7300-EXIT.
103200     EXIT.
103300*----------------------------------------------------------------
103400* 8700-LOAD-RULES - RESPONSE CODE AND ACTION OF EACH LIVE
103500* RULE.  NO RULES FILE LEAVES ONLY THE FIRST-LETTER RULE.
103600*----------------------------------------------------------------
103700 8700-LOAD-RULES.
103800     MOVE 0 TO WS-RULE-COUNT
103900     OPEN INPUT MQRULFL
104000     IF MQRULFL-STATUS NOT = "00"
104100         DISPLAY "CBMQRBD0: RULES FILE OPEN FAILED - "
104200             "STATUS " MQRULFL-STATUS
104300             " - DECISIONS TAKEN FROM THE CODE LETTER"
104400         MOVE 4 TO RETURN-CODE
104500         GO TO 8700-EXIT
104600     END-IF
104700     PERFORM 8710-READ-ONE-RULE THRU 8710-EXIT
104800         UNTIL WS-RULFL-EOF
104900            OR WS-RULE-COUNT = 50
105000     IF NOT WS-RULFL-EOF
105100         DISPLAY "CBMQRBD0: RULES TABLE FULL AT 50 - "
105200             "REMAINING RULES NOT LOADED"
105300     END-IF
105400     CLOSE MQRULFL
105500     .
105600 8700-EXIT.
105700     EXIT.
105800 8710-READ-ONE-RULE.
105900     READ MQRULFL
106000         AT END
106100             SET WS-RULFL-EOF TO TRUE
106200             GO TO 8710-EXIT
106300     END-READ
106400     ADD 1 TO WS-RULE-COUNT
106500     MOVE MQRUL-RESPONSE-CODE TO WS-RUL-CODE(WS-RULE-COUNT)
106600     MOVE MQRUL-ACTION        TO WS-RUL-ACTION(WS-RULE-COUNT)
106700     .
106800 8710-EXIT.
106900     EXIT.
107000*----------------------------------------------------------------
107100* 8800-LOAD-REBUILD-CARDS - KEYWORD IN COLUMNS 1-8, VALUE FROM
107200* COLUMN 10, THE CBMQINQ0 CARD FORMAT:
107300*   TARGET   HIS / VEL / OPN / XRF  - THE FILE TO REBUILD
107400*   FROM     YYYYMMDD               - FIRST BUSINESS DATE
107500*   TO       YYYYMMDD               - LAST BUSINESS DATE
107600* FROM AND TO DEFAULT TO THE BUSINESS DATE.  NO TARGET, A BAD
107700* DATE, OR FROM AFTER TO ENDS THE RUN RC=8.
107800*----------------------------------------------------------------
107900 8800-LOAD-REBUILD-CARDS.
108000     OPEN INPUT MQRBDIN
108100     IF MQRBDIN-STATUS NOT = "00"
108200         DISPLAY "CBMQRBD0: REBUILD CARDS OPEN FAILED - "
108300             "STATUS " MQRBDIN-STATUS
108400         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
108500         GO TO 8800-EXIT
108600     END-IF
108700     PERFORM 8810-READ-ONE-CARD THRU 8810-EXIT
108800         UNTIL WS-CARD-EOF
108900     CLOSE MQRBDIN
109000     IF NOT WS-TGT-VALID
109100         DISPLAY "CBMQRBD0: NO TARGET HIS/VEL/OPN/XRF CARD - "
109200             "NOTHING TO REBUILD"
109300         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
109400         GO TO 8800-EXIT
109500     END-IF
109600     MOVE WS-RBD-FROM TO WS-BDT-CHECK-DATE
109700     PERFORM 8960-CHECK-DATE THRU 8960-EXIT
109800     IF WS-BDT-DATE-BAD
109900         DISPLAY "CBMQRBD0: FROM DATE " WS-RBD-FROM
110000             " IS NOT A VALID DATE"
110100         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
110200         GO TO 8800-EXIT
110300     END-IF
110400     MOVE WS-RBD-TO TO WS-BDT-CHECK-DATE
110500     PERFORM 8960-CHECK-DATE THRU 8960-EXIT
110600     IF WS-BDT-DATE-BAD
110700         DISPLAY "CBMQRBD0: TO DATE " WS-RBD-TO
110800             " IS NOT A VALID DATE"
110900         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
111000         GO TO 8800-EXIT
111100     END-IF
111200     IF WS-RBD-FROM > WS-RBD-TO
111300         DISPLAY "CBMQRBD0: FROM " WS-RBD-FROM
111400             " IS AFTER TO " WS-RBD-TO
111500         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
111600     END-IF
111700     .
111800 8800-EXIT.
111900     EXIT.
112000 8810-READ-ONE-CARD.
112100     READ MQRBDIN
112200         AT END
112300             SET WS-CARD-EOF TO TRUE
112400             GO TO 8810-EXIT
112500     END-READ
112600     EVALUATE RBD-CARD(1:8)
112700         WHEN "TARGET  "
112800             MOVE RBD-CARD(10:3) TO WS-RBD-TARGET
112900         WHEN "FROM    "
113000             MOVE RBD-CARD(10:8) TO WS-RBD-FROM
113100         WHEN "TO      "
113200             MOVE RBD-CARD(10:8) TO WS-RBD-TO
113300         WHEN "*       "
113400             CONTINUE
113500         WHEN SPACES
113600             CONTINUE
113700         WHEN OTHER
113800             DISPLAY "CBMQRBD0: UNRECOGNIZED CARD IGNORED - "
113900                 RBD-CARD(1:40)
114000     END-EVALUATE
114100     .
114200 8810-EXIT.
114300     EXIT.
114400*----------------------------------------------------------------
114500* 8950/8960 - SHARED BUSINESS DATE LOAD (SEE CMQBDTP)
114600*----------------------------------------------------------------
114700 COPY CMQBDTP.
114800*----------------------------------------------------------------
114900* 9000-TERMINATE - CLOSE FILES, REPORT COUNTS
115000*----------------------------------------------------------------
115100 9000-TERMINATE.
115200     IF WS-TARGET-OPEN
115300         EVALUATE TRUE
115400             WHEN WS-TGT-LEDGER
115500                 CLOSE MQHISVS
115600             WHEN WS-TGT-VELOCITY
115700                 CLOSE MQVELVS
115800             WHEN WS-TGT-OPEN-ITEMS
115900                 CLOSE MQOPNVS
116000             WHEN WS-TGT-XREF
116100                 CLOSE MQXRFVS
116200         END-EVALUATE
116300     END-IF
116400     IF WS-SOURCE-OPEN
116500         CLOSE MQHISVS
116600     END-IF
116700     IF WS-CLR-OPEN
116800         CLOSE MQCLRVS
116900     END-IF
117000     CLOSE MQRPTFL
117100     DISPLAY "CBMQRBD0: TARGET " WS-RBD-TARGET
117200         " FROM " WS-RBD-FROM " TO " WS-RBD-TO
117300     DISPLAY "CBMQRBD0: STAGED READ = " WS-STG-READ-COUNT
117400         " IN RANGE = " WS-STG-RANGE-COUNT
117500         " RESPONSES = " WS-AUT-READ-COUNT
117600         " REPLIES = " WS-COR-READ-COUNT
117700     DISPLAY "CBMQRBD0: WRITTEN = " WS-ADDED-COUNT
117800         " KEPT = " WS-KEPT-COUNT
117900         " NOT REBUILT = " WS-UNDECIDED-COUNT
118000     .
118100 9000-EXIT.
118200     EXIT.
