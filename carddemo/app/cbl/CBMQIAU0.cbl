000100* CBMQIAU0 - MQ PIPELINE VSAM INTEGRITY AUDIT
000200*----------------------------------------------------------------
000300 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.        CBMQIAU0.
000500 AUTHOR.            J HALVERSEN.
000600 INSTALLATION.      CARDDEMO BATCH SYSTEMS.
000700 DATE-WRITTEN.      10/15/2026.
000800 DATE-COMPILED.
000900*----------------------------------------------------------------
001000* CROSS-CHECKS THE PIPELINE'S FILES AGAINST EACH OTHER FOR A
001100* RANGE OF BUSINESS DATES AND LISTS EVERY DISAGREEMENT, SO A
001200* DAMAGED FILE IS FOUND (AND CBMQRBD0 RUN) BEFORE THE NIGHTLY
001300* WINDOW BUILDS SETTLEMENT, CLEARING AND THE GL FEED ON IT.
001400* READ-ONLY - NOTHING IS CORRECTED HERE.  EACH LINE CARRIES A
001500* CHECK CODE:
001600*   XRF01 - STAGED MESSAGE WITH NO CROSS-REFERENCE CLAIM
001700*   HIS01 - STAGED AT01/RV01 WITH NO LEDGER ROW
001800*   OPN01 - STAGED REQUEST NEITHER ANSWERED ON THE
001900*           CORRELATION LOG NOR OPEN ON MQOPNVS
002000*   COR01 - CORRELATION ROW FOR A TRAN NOT ON THE LEDGER
002100*   HIS02 - LEDGER APPROVAL WITH NO CORRELATION ROW
002200*   VEL01 - VELOCITY TOTALS NOT EQUAL TO THE LEDGER'S AT01
002300*           APPROVALS FOR THAT CARD AND DATE (LESS ANY
002350*           CBMQTMO0 TIMEOUT REVERSAL, BACKED OUT OF BOTH)
002400*   VEL02 - VELOCITY ROW WITH NO LEDGER APPROVALS BEHIND IT
002500*   VEL03 - LEDGER APPROVALS WITH NO VELOCITY ROW
002600*   OPN02 - OPEN ITEM ALREADY CLOSED ON THE CORRELATION LOG
002700* THE RANGE COMES FROM FROM/TO CARDS ON MQIAUIN (CBMQINQ0
002800* FORMAT) AND DEFAULTS TO THE BUSINESS DATE.  THE CORRELATION
002900* LOG IS HELD IN STORAGE FROM THE FIRST DATE IN RANGE ON, AND
003000* THE LEDGER'S APPROVAL TOTALS BY CARD AND DATE, 5000 ROWS EACH
003100* (THE CBMQMIX0 SIZING); A FULL TABLE IS REPORTED AND THE
003200* CHECKS THAT NEED IT ARE SKIPPED RATHER THAN LISTING FALSE
003300* DISAGREEMENTS.  RC=4 WHEN ANYTHING DISAGREES OR A CHECK WAS
003400* SKIPPED, RC=8 WHEN A FILE WILL NOT OPEN OR THERE IS NO DATE.
003500*----------------------------------------------------------------
003600* MODIFICATION HISTORY
003700* -------------------------------------------------------------
003800* DATE       BY   DESCRIPTION
003900* 10/15/2026 JH   INITIAL VERSION.
003910* 10/15/2026 JH   VEL01/VEL03 LEAVE OUT AN APPROVAL CBMQTMO0
003920*                 REVERSED ON A CHANNEL TIMEOUT - IT BACKED THE
003930*                 APPROVAL OFF THE CARD'S VELOCITY ROW.
004000*----------------------------------------------------------------
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT MQIAUIN ASSIGN TO MQIAUIN
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS MQIAUIN-STATUS.
004700     SELECT MQSTGFL ASSIGN TO MQSTGFL
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS MQSTGFL-STATUS.
005000     SELECT MQCORFL ASSIGN TO MQCORFL
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS MQCORFL-STATUS.
005300     SELECT MQHISVS ASSIGN TO MQHISVS
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS MQHIS-TRAN-ID
005700         FILE STATUS IS MQHISVS-STATUS.
005800     SELECT MQVELVS ASSIGN TO MQVELVS
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS MQVEL-VELOCITY-KEY
006200         FILE STATUS IS MQVELVS-STATUS.
006300     SELECT MQOPNVS ASSIGN TO MQOPNVS
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS MQOPN-MSGID
006700         FILE STATUS IS MQOPNVS-STATUS.
006800     SELECT MQXRFVS ASSIGN TO MQXRFVS
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS RANDOM
007100         RECORD KEY IS MQXRF-MSGID
007200         FILE STATUS IS MQXRFVS-STATUS.
007300     SELECT MQRPTFL ASSIGN TO MQRPTFL
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS IS MQRPTFL-STATUS.
007600     SELECT MQBDTFL ASSIGN TO MQBDTFL
007700         ORGANIZATION IS SEQUENTIAL
007800         FILE STATUS IS MQBDTFL-STATUS.
007900     SELECT MQBDTOV ASSIGN TO MQBDTOV
008000         ORGANIZATION IS SEQUENTIAL
008100         FILE STATUS IS MQBDTOV-STATUS.
008200*
008300 DATA DIVISION.
008400 FILE SECTION.
008500 FD  MQIAUIN
008600     RECORD CONTAINS 80 CHARACTERS
008700     RECORDING MODE IS F.
008800 01  IAU-CARD                   PIC X(80).
008900 FD  MQSTGFL
009000     RECORDING MODE IS V.
009100     COPY CMQSTGV.
009200 FD  MQCORFL
009300     RECORDING MODE IS F.
009400     COPY CMQCORV.
009500 FD  MQHISVS.
009600     COPY CMQHISV.
009700 FD  MQVELVS.
009800     COPY CMQVELV.
009900 FD  MQOPNVS.
010000     COPY CMQOPNV.
010100 FD  MQXRFVS.
010200     COPY CMQXRFV.
010300 FD  MQRPTFL
010400     RECORD CONTAINS 132 CHARACTERS
010500     RECORDING MODE IS F.
010600 01  RPT-LINE                   PIC X(132).
010700 FD  MQBDTFL
010800     RECORDING MODE IS F.
010900     COPY CMQBDTV.
011000 FD  MQBDTOV
011100     RECORD CONTAINS 80 CHARACTERS
011200     RECORDING MODE IS F.
011300 01  BDT-OVERRIDE-CARD          PIC X(80).
011400*
011500 WORKING-STORAGE SECTION.
011600 01  MQIAUIN-STATUS          PIC X(02) VALUE SPACES.
011700 01  MQSTGFL-STATUS          PIC X(02) VALUE SPACES.
011800 01  MQCORFL-STATUS          PIC X(02) VALUE SPACES.
011900 01  MQHISVS-STATUS          PIC X(02) VALUE SPACES.
012000 01  MQVELVS-STATUS          PIC X(02) VALUE SPACES.
012100 01  MQOPNVS-STATUS          PIC X(02) VALUE SPACES.
012200 01  MQXRFVS-STATUS          PIC X(02) VALUE SPACES.
012300 01  MQRPTFL-STATUS          PIC X(02) VALUE SPACES.
012400 01  MQBDTFL-STATUS          PIC X(02) VALUE SPACES.
012500 01  MQBDTOV-STATUS          PIC X(02) VALUE SPACES.
012600*
012700 01  WS-SWITCHES.
012800   05  WS-ABANDON-SW       PIC X(01) VALUE "N".
012900       88  WS-RUN-ABANDONED           VALUE "Y".
013000   05  WS-CARD-EOF-SW      PIC X(01) VALUE "N".
013100       88  WS-CARD-EOF                VALUE "Y".
013200   05  WS-PASS-EOF-SW      PIC X(01) VALUE "N".
013300       88  WS-PASS-EOF                VALUE "Y".
013400   05  WS-FILES-OPEN-SW    PIC X(01) VALUE "N".
013500       88  WS-FILES-OPEN              VALUE "Y".
013600   05  WS-COR-FULL-SW      PIC X(01) VALUE "N".
013700       88  WS-COR-TABLE-FULL          VALUE "Y".
013800   05  WS-APV-FULL-SW      PIC X(01) VALUE "N".
013900       88  WS-APV-TABLE-FULL          VALUE "Y".
014000   05  WS-FOUND-SW         PIC X(01) VALUE "N".
014100       88  WS-FOUND                   VALUE "Y".
014200       88  WS-NOT-FOUND               VALUE "N".
014300*
014400 01  WS-RANGE.
014500   05  WS-IAU-FROM         PIC X(08) VALUE SPACES.
014600   05  WS-IAU-TO           PIC X(08) VALUE SPACES.
014700*
014800 01  WS-COUNTERS.
014900   05  WS-STG-READ-COUNT   PIC S9(09) COMP VALUE 0.
015000   05  WS-STG-RANGE-COUNT  PIC S9(09) COMP VALUE 0.
015100   05  WS-COR-READ-COUNT   PIC S9(09) COMP VALUE 0.
015200   05  WS-HIS-READ-COUNT   PIC S9(09) COMP VALUE 0.
015300   05  WS-VEL-READ-COUNT   PIC S9(09) COMP VALUE 0.
015400   05  WS-OPN-READ-COUNT   PIC S9(09) COMP VALUE 0.
015500   05  WS-XRF01-COUNT      PIC S9(09) COMP VALUE 0.
015600   05  WS-HIS01-COUNT      PIC S9(09) COMP VALUE 0.
015700   05  WS-OPN01-COUNT      PIC S9(09) COMP VALUE 0.
015800   05  WS-COR01-COUNT      PIC S9(09) COMP VALUE 0.
015900   05  WS-HIS02-COUNT      PIC S9(09) COMP VALUE 0.
016000   05  WS-VEL01-COUNT      PIC S9(09) COMP VALUE 0.
016100   05  WS-VEL02-COUNT      PIC S9(09) COMP VALUE 0.
016200   05  WS-VEL03-COUNT      PIC S9(09) COMP VALUE 0.
016300   05  WS-OPN02-COUNT      PIC S9(09) COMP VALUE 0.
016400   05  WS-DISAGREE-COUNT   PIC S9(09) COMP VALUE 0.
016500*
016600* THE CORRELATION LOG FROM THE FIRST DATE IN RANGE ON - A
016700* REPLY IS ALWAYS LOGGED ON OR AFTER ITS REQUEST'S DATE.
016800 01  WS-COR-AREA.
016900   05  WS-COR-COUNT        PIC S9(04) COMP VALUE 0.
017000   05  WS-COR-TABLE OCCURS 5000 TIMES.
017100       10  WS-CT-TRAN-ID       PIC X(16).
017200       10  WS-CT-REQUEST-MSGID PIC X(24).
017300 01  WS-COR-IDX             PIC S9(04) COMP VALUE 0.
017400*
017500* THE LEDGER'S AT01 APPROVALS IN RANGE, TOTALED THE WAY
017600* CBMQAUT0 FOLDS THEM INTO MQVELVS.
017700 01  WS-APV-AREA.
017800   05  WS-APV-COUNT        PIC S9(04) COMP VALUE 0.
017900   05  WS-APV-TABLE OCCURS 5000 TIMES.
018000       10  WS-APV-CARD         PIC X(16).
018100       10  WS-APV-DATE         PIC X(08).
018200       10  WS-APV-TRAN-COUNT   PIC S9(09) COMP.
018300       10  WS-APV-AMOUNT       PIC 9(09)V99.
018400       10  WS-APV-SEEN-SW      PIC X(01).
018500           88  WS-APV-SEEN                VALUE "Y".
018600 01  WS-APV-IDX             PIC S9(04) COMP VALUE 0.
018700*
018800 01  WS-WORK-FIELDS.
018900   05  WS-FIND-TRAN        PIC X(16) VALUE SPACES.
019000   05  WS-FIND-MSGID       PIC X(24) VALUE SPACES.
019100   05  WS-FIND-CARD        PIC X(16) VALUE SPACES.
019200   05  WS-FIND-DATE        PIC X(08) VALUE SPACES.
019300   05  WS-CHECK-CODE       PIC X(05) VALUE SPACES.
019400   05  WS-CHECK-TEXT       PIC X(100) VALUE SPACES.
019500*
019600 01  WS-REPORT-FIELDS.
019700   05  WS-ED-COUNT         PIC ZZZ,ZZZ,ZZ9.
019800   05  WS-ED-VEL-COUNT     PIC ZZZ,ZZ9.
019900   05  WS-ED-VEL-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99.
020000   05  WS-ED-HIS-COUNT     PIC ZZZ,ZZ9.
020100   05  WS-ED-HIS-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99.
020200*
020300     COPY CMQARQV.
020400     COPY CMQTVLV.
020500     COPY CMQBDWV.
020600*
020700 PROCEDURE DIVISION.
020800*----------------------------------------------------------------
020900* 0000-MAINLINE
021000*----------------------------------------------------------------
021100 0000-MAINLINE.
021200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
021300     IF WS-RUN-ABANDONED
021400         PERFORM 9000-TERMINATE THRU 9000-EXIT
021500         GOBACK
021600     END-IF
021700     PERFORM 2000-LOAD-CORRELATION THRU 2000-EXIT
021800     PERFORM 3000-AUDIT-STAGING THRU 3000-EXIT
021900     PERFORM 4000-AUDIT-LEDGER THRU 4000-EXIT
022000     PERFORM 5000-AUDIT-VELOCITY THRU 5000-EXIT
022100     PERFORM 6000-AUDIT-OPEN-ITEMS THRU 6000-EXIT
022200     PERFORM 7000-WRITE-SUMMARY THRU 7000-EXIT
022300     PERFORM 9000-TERMINATE THRU 9000-EXIT
022400     GOBACK
022500     .
022600*----------------------------------------------------------------
022700* 1000-INITIALIZE - BUSINESS DATE, RANGE CARDS, OPEN EVERY
022800* FILE.  A RERUN-DATE OVERRIDE IS ACCEPTED - NOTHING IS
022900* WRITTEN, AND IT ONLY MOVES THE DEFAULT RANGE.
023000*----------------------------------------------------------------
023100 1000-INITIALIZE.
023200     OPEN OUTPUT MQRPTFL
023300     PERFORM 8950-LOAD-BUSINESS-DATE THRU 8950-EXIT
023400     IF WS-BDT-FAILED
023500         DISPLAY "CBMQIAU0: NO BUSINESS DATE - NOTHING AUDITED"
023600         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
023700         GO TO 1000-EXIT
023800     END-IF
023900     MOVE WS-BDT-DATE TO WS-IAU-FROM
024000     MOVE WS-BDT-DATE TO WS-IAU-TO
024100     PERFORM 8800-LOAD-AUDIT-CARDS THRU 8800-EXIT
024200     IF WS-RUN-ABANDONED
024300         GO TO 1000-EXIT
024400     END-IF
024500     MOVE SPACES TO RPT-LINE
024600     STRING "MQ VSAM INTEGRITY AUDIT  FROM " WS-IAU-FROM
024700         " TO " WS-IAU-TO
024800         "  BUSINESS DATE " WS-BDT-DATE
024900         DELIMITED BY SIZE INTO RPT-LINE
025000     WRITE RPT-LINE
025100     MOVE SPACES TO RPT-LINE
025200     WRITE RPT-LINE
025300     OPEN INPUT MQSTGFL
025400     OPEN INPUT MQCORFL
025500     OPEN INPUT MQHISVS
025600     OPEN INPUT MQVELVS
025700     OPEN INPUT MQOPNVS
025800     OPEN INPUT MQXRFVS
025900     SET WS-FILES-OPEN TO TRUE
026000     IF MQSTGFL-STATUS NOT = "00"
026100         OR MQCORFL-STATUS NOT = "00"
026200         OR MQHISVS-STATUS NOT = "00"
026300         OR MQVELVS-STATUS NOT = "00"
026400         OR MQOPNVS-STATUS NOT = "00"
026500         OR MQXRFVS-STATUS NOT = "00"
026600         DISPLAY "CBMQIAU0: OPEN FAILED - STAGING "
026700             MQSTGFL-STATUS " CORRELATION " MQCORFL-STATUS
026800             " LEDGER " MQHISVS-STATUS " VELOCITY "
026900             MQVELVS-STATUS " OPEN ITEMS " MQOPNVS-STATUS
027000             " XREF " MQXRFVS-STATUS
027100         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
027200     END-IF
027300     .
027400 1000-EXIT.
027500     EXIT.
027600*----------------------------------------------------------------
027700* 1900-ABANDON-RUN - RC=8 AND A REPORT LINE POINTING AT THE LOG
027800*----------------------------------------------------------------
027900 1900-ABANDON-RUN.
028000     MOVE 8 TO RETURN-CODE
028100     SET WS-RUN-ABANDONED TO TRUE
028200     MOVE "RUN ABANDONED - NOTHING AUDITED - SEE JOB LOG"
028300         TO RPT-LINE
028400     WRITE RPT-LINE
028500     .
028600 1900-EXIT.
028700     EXIT.
028800*----------------------------------------------------------------
028900* 2000-LOAD-CORRELATION - HOLD THE LOG FROM THE FIRST DATE IN
029000* RANGE ON, AND CHECK EACH OF THOSE ROWS' TRAN IS LEDGERED
029100* (COR01).  A FULL TABLE IS REPORTED; 3000, 4000 AND 6000 THEN
029200* SKIP THE CHECKS THAT SEARCH IT.
029300*----------------------------------------------------------------
029400 2000-LOAD-CORRELATION.
029500     MOVE "N" TO WS-PASS-EOF-SW
029600     PERFORM 2100-LOAD-ONE-REPLY THRU 2100-EXIT
029700         UNTIL WS-PASS-EOF
029800     IF WS-COR-TABLE-FULL
029900         DISPLAY "CBMQIAU0: CORRELATION TABLE FULL AT 5000 - "
030000             "HIS02/OPN01/OPN02 NOT CHECKED"
030100         MOVE SPACES TO RPT-LINE
030200         STRING "CORRELATION TABLE FULL AT 5000 - HIS02, OPN01 "
030300             "AND OPN02 NOT CHECKED - NARROW THE RANGE"
030400             DELIMITED BY SIZE INTO RPT-LINE
030500         WRITE RPT-LINE
030600         MOVE 4 TO RETURN-CODE
030700     END-IF
030800     .
030900 2000-EXIT.
031000     EXIT.
031100 2100-LOAD-ONE-REPLY.
031200     READ MQCORFL
031300         AT END
031400             SET WS-PASS-EOF TO TRUE
031500             GO TO 2100-EXIT
031600     END-READ
031700     ADD 1 TO WS-COR-READ-COUNT
031800     IF MQCOR-LOG-DATE < WS-IAU-FROM
031900         GO TO 2100-EXIT
032000     END-IF
032100     IF WS-COR-COUNT < 5000
032200         ADD 1 TO WS-COR-COUNT
032300         MOVE MQCOR-TRAN-ID
032400             TO WS-CT-TRAN-ID(WS-COR-COUNT)
032500         MOVE MQCOR-REQUEST-MSGID
032600             TO WS-CT-REQUEST-MSGID(WS-COR-COUNT)
032700     ELSE
032800         SET WS-COR-TABLE-FULL TO TRUE
032900     END-IF
033000     IF MQCOR-LOG-DATE > WS-IAU-TO
033100         OR MQCOR-TRAN-ID = SPACES
033200         GO TO 2100-EXIT
033300     END-IF
033400     MOVE MQCOR-TRAN-ID TO MQHIS-TRAN-ID
033500     READ MQHISVS
033600         INVALID KEY
033700             MOVE "COR01" TO WS-CHECK-CODE
033800             MOVE SPACES TO WS-CHECK-TEXT
033900             STRING "REPLY LOGGED " MQCOR-LOG-DATE
034000                 " FOR TRAN " MQCOR-TRAN-ID
034100                 " MSGID " MQCOR-REQUEST-MSGID
034200                 " - TRAN NOT ON LEDGER"
034300                 DELIMITED BY SIZE INTO WS-CHECK-TEXT
034400             PERFORM 8000-WRITE-DISAGREEMENT THRU 8000-EXIT
034500             ADD 1 TO WS-COR01-COUNT
034600     END-READ
034700     .
034800 2100-EXIT.
034900     EXIT.
035000*----------------------------------------------------------------
035100* 3000-AUDIT-STAGING - EVERY MESSAGE STAGED IN RANGE MUST BE
035200* CLAIMED ON MQXRFVS (XRF01), A TRANSACTION MUST BE ON THE
035300* LEDGER (HIS01), AND A REQUEST MUST BE EITHER ANSWERED OR
035400* STILL OPEN (OPN01).
035500*----------------------------------------------------------------
035600 3000-AUDIT-STAGING.
035700     MOVE "N" TO WS-PASS-EOF-SW
035800     PERFORM 3100-AUDIT-ONE-STAGED THRU 3100-EXIT
035900         UNTIL WS-PASS-EOF
036000     .
036100 3000-EXIT.
036200     EXIT.
036300 3100-AUDIT-ONE-STAGED.
036400     READ MQSTGFL
036500         AT END
036600             SET WS-PASS-EOF TO TRUE
036700             GO TO 3100-EXIT
036800     END-READ
036900     ADD 1 TO WS-STG-READ-COUNT
037000     IF MQSTG-GET-DATE < WS-IAU-FROM
037100         OR MQSTG-GET-DATE > WS-IAU-TO
037200         GO TO 3100-EXIT
037300     END-IF
037400     ADD 1 TO WS-STG-RANGE-COUNT
037500     MOVE MQSTG-MSGID TO MQXRF-MSGID
037600     READ MQXRFVS
037700         INVALID KEY
037800             MOVE "XRF01" TO WS-CHECK-CODE
037900             MOVE SPACES TO WS-CHECK-TEXT
038000             STRING "STAGED " MQSTG-GET-DATE
038100                 " BY " MQSTG-JOB-ID
038200                 " MSGID " MQSTG-MSGID
038300                 " - NO CROSS-REFERENCE CLAIM"
038400                 DELIMITED BY SIZE INTO WS-CHECK-TEXT
038500             PERFORM 8000-WRITE-DISAGREEMENT THRU 8000-EXIT
038600             ADD 1 TO WS-XRF01-COUNT
038700     END-READ
038800     PERFORM 3200-CHECK-LEDGERED THRU 3200-EXIT
038900     IF NOT WS-COR-TABLE-FULL
039000         PERFORM 3300-CHECK-ANSWERED THRU 3300-EXIT
039100     END-IF
039200     .
039300 3100-EXIT.
039400     EXIT.
039500*----------------------------------------------------------------
039600* 3200-CHECK-LEDGERED - AN AT01 OR RV01 WITH A TRAN ID IS
039700* ALWAYS LEDGERED BY CBMQAUT0 ON THE DATE IT IS STAGED.
039800*----------------------------------------------------------------
039900 3200-CHECK-LEDGERED.
040000     MOVE MQSTG-MSG-DATA TO MQ-AUTH-REQUEST-MSG
040100     EVALUATE MQARQ-MSG-TYPE
040200         WHEN "AT01"
040300             MOVE MQARQ-TRAN-ID TO WS-FIND-TRAN
040400         WHEN "RV01"
040500             MOVE MQSTG-MSG-DATA TO MQ-REVERSAL-REQUEST-MSG
040600             MOVE MQRVQ-TRAN-ID TO WS-FIND-TRAN
040700         WHEN OTHER
040800             GO TO 3200-EXIT
040900     END-EVALUATE
041000     IF WS-FIND-TRAN = SPACES
041100         GO TO 3200-EXIT
041200     END-IF
041300     MOVE WS-FIND-TRAN TO MQHIS-TRAN-ID
041400     READ MQHISVS
041500         INVALID KEY
041600             MOVE "HIS01" TO WS-CHECK-CODE
041700             MOVE SPACES TO WS-CHECK-TEXT
041800             STRING "STAGED " MQSTG-GET-DATE
041900                 " " MQARQ-MSG-TYPE
042000                 " TRAN " WS-FIND-TRAN
042100                 " MSGID " MQSTG-MSGID
042200                 " - NO LEDGER ROW"
042300                 DELIMITED BY SIZE INTO WS-CHECK-TEXT
042400             PERFORM 8000-WRITE-DISAGREEMENT THRU 8000-EXIT
042500             ADD 1 TO WS-HIS01-COUNT
042600     END-READ
042700     .
042800 3200-EXIT.
042900     EXIT.
043000*----------------------------------------------------------------
043100* 3300-CHECK-ANSWERED - CBMQLAT0 OPENS A ROW FOR EVERY STAGED
043200* REQUEST AND ONLY A CORRELATION ROW CLOSES IT.
043300*----------------------------------------------------------------
043400 3300-CHECK-ANSWERED.
043500     MOVE MQSTG-MSGID TO WS-FIND-MSGID
043600     PERFORM 8100-FIND-MSGID THRU 8100-EXIT
043700     IF WS-FOUND
043800         GO TO 3300-EXIT
043900     END-IF
044000     MOVE MQSTG-MSGID TO MQOPN-MSGID
044100     READ MQOPNVS
044200         INVALID KEY
044300             MOVE "OPN01" TO WS-CHECK-CODE
044400             MOVE SPACES TO WS-CHECK-TEXT
044500             STRING "STAGED " MQSTG-GET-DATE
044600                 " MSGID " MQSTG-MSGID
044700                 " - NO REPLY LOGGED AND NOT OPEN ON MQOPNVS"
044800                 DELIMITED BY SIZE INTO WS-CHECK-TEXT
044900             PERFORM 8000-WRITE-DISAGREEMENT THRU 8000-EXIT
045000             ADD 1 TO WS-OPN01-COUNT
045100     END-READ
045200     .
045300 3300-EXIT.
045400     EXIT.
045500*----------------------------------------------------------------
045600* 4000-AUDIT-LEDGER - EVERY APPROVAL DECIDED IN RANGE WAS
045700* ANSWERED, SO IT HAS A CORRELATION ROW (HIS02); THE AT01
045800* APPROVALS ARE TOTALED BY CARD AND DATE FOR 5000.
045900*----------------------------------------------------------------
046000 4000-AUDIT-LEDGER.
046100     MOVE "N" TO WS-PASS-EOF-SW
046200     MOVE LOW-VALUES TO MQHIS-TRAN-ID
046300     START MQHISVS KEY NOT < MQHIS-TRAN-ID
046400         INVALID KEY
046500             SET WS-PASS-EOF TO TRUE
046600     END-START
046700     PERFORM 4100-AUDIT-ONE-DECISION THRU 4100-EXIT
046800         UNTIL WS-PASS-EOF
046900     IF WS-APV-TABLE-FULL
047000         DISPLAY "CBMQIAU0: APPROVAL TABLE FULL AT 5000 - "
047100             "VELOCITY NOT CHECKED"
047200         MOVE SPACES TO RPT-LINE
047300         STRING "APPROVAL TABLE FULL AT 5000 - VEL01, VEL02 AND "
047400             "VEL03 NOT CHECKED - NARROW THE RANGE"
047500             DELIMITED BY SIZE INTO RPT-LINE
047600         WRITE RPT-LINE
047700         MOVE 4 TO RETURN-CODE
047800     END-IF
047900     .
048000 4000-EXIT.
048100     EXIT.
048200 4100-AUDIT-ONE-DECISION.
048300     READ MQHISVS NEXT
048400         AT END
048500             SET WS-PASS-EOF TO TRUE
048600             GO TO 4100-EXIT
048700     END-READ
048800     ADD 1 TO WS-HIS-READ-COUNT
048900     IF NOT MQHIS-DECISION-APPROVE
049000         OR MQHIS-DECIDE-DATE < WS-IAU-FROM
049100         OR MQHIS-DECIDE-DATE > WS-IAU-TO
049200         GO TO 4100-EXIT
049300     END-IF
049400     IF NOT WS-COR-TABLE-FULL
049500         PERFORM 4200-CHECK-CORRELATED THRU 4200-EXIT
049600     END-IF
049700     IF MQHIS-MSG-TYPE = "AT01"
049800         AND NOT WS-APV-TABLE-FULL
049850         AND NOT MQHIS-REVERSAL-BY-TIMEOUT
049900         PERFORM 4300-ADD-APPROVAL THRU 4300-EXIT
050000     END-IF
050100     .
050200 4100-EXIT.
050300     EXIT.
050400 4200-CHECK-CORRELATED.
050500     SET WS-NOT-FOUND TO TRUE
050600     PERFORM 4210-MATCH-ONE-TRAN THRU 4210-EXIT
050700         VARYING WS-COR-IDX FROM 1 BY 1
050800         UNTIL WS-COR-IDX > WS-COR-COUNT
050900            OR WS-FOUND
051000     IF WS-FOUND
051100         GO TO 4200-EXIT
051200     END-IF
051300     MOVE "HIS02" TO WS-CHECK-CODE
051400     MOVE SPACES TO WS-CHECK-TEXT
051500     STRING "APPROVED " MQHIS-DECIDE-DATE
051600         " " MQHIS-MSG-TYPE
051700         " TRAN " MQHIS-TRAN-ID
051800         " CODE " MQHIS-RESPONSE-CODE
051900         " - NO CORRELATION ROW"
052000         DELIMITED BY SIZE INTO WS-CHECK-TEXT
052100     PERFORM 8000-WRITE-DISAGREEMENT THRU 8000-EXIT
052200     ADD 1 TO WS-HIS02-COUNT
052300     .
052400 4200-EXIT.
052500     EXIT.
052600 4210-MATCH-ONE-TRAN.
052700     IF WS-CT-TRAN-ID(WS-COR-IDX) = MQHIS-TRAN-ID
052800         SET WS-FOUND TO TRUE
052900     END-IF
053000     .
053100 4210-EXIT.
053200     EXIT.
053300*----------------------------------------------------------------
053400* 4300-ADD-APPROVAL - FOLD ONE APPROVAL INTO ITS CARD/DATE ROW
053500*----------------------------------------------------------------
053600 4300-ADD-APPROVAL.
053700     MOVE MQHIS-CARD-NUMBER TO WS-FIND-CARD
053800     MOVE MQHIS-DECIDE-DATE TO WS-FIND-DATE
053900     PERFORM 8200-FIND-CARD-DATE THRU 8200-EXIT
054000     IF WS-NOT-FOUND
054100         IF WS-APV-COUNT = 5000
054200             SET WS-APV-TABLE-FULL TO TRUE
054300             GO TO 4300-EXIT
054400         END-IF
054500         ADD 1 TO WS-APV-COUNT
054600         MOVE WS-APV-COUNT TO WS-APV-IDX
054700         MOVE MQHIS-CARD-NUMBER TO WS-APV-CARD(WS-APV-IDX)
054800         MOVE MQHIS-DECIDE-DATE TO WS-APV-DATE(WS-APV-IDX)
054900         MOVE 0 TO WS-APV-TRAN-COUNT(WS-APV-IDX)
055000         MOVE 0 TO WS-APV-AMOUNT(WS-APV-IDX)
055100         MOVE "N" TO WS-APV-SEEN-SW(WS-APV-IDX)
055200     END-IF
055300     ADD 1 TO WS-APV-TRAN-COUNT(WS-APV-IDX)
055400     ADD MQHIS-AMOUNT TO WS-APV-AMOUNT(WS-APV-IDX)
055500     .
055600 4300-EXIT.
055700     EXIT.
055800*----------------------------------------------------------------
055900* 5000-AUDIT-VELOCITY - EACH VELOCITY ROW DATED IN RANGE
056000* AGAINST THE LEDGER TOTALS (VEL01/VEL02), THEN THE LEDGER
056100* TOTALS NO VELOCITY ROW CLAIMED (VEL03).
056200*----------------------------------------------------------------
056300 5000-AUDIT-VELOCITY.
056400     IF WS-APV-TABLE-FULL
056500         GO TO 5000-EXIT
056600     END-IF
056700     MOVE "N" TO WS-PASS-EOF-SW
056800     MOVE LOW-VALUES TO MQVEL-VELOCITY-KEY
056900     START MQVELVS KEY NOT < MQVEL-VELOCITY-KEY
057000         INVALID KEY
057100             SET WS-PASS-EOF TO TRUE
057200     END-START
057300     PERFORM 5100-AUDIT-ONE-VELOCITY THRU 5100-EXIT
057400         UNTIL WS-PASS-EOF
057500     PERFORM 5300-CHECK-ONE-UNSEEN THRU 5300-EXIT
057600         VARYING WS-APV-IDX FROM 1 BY 1
057700         UNTIL WS-APV-IDX > WS-APV-COUNT
057800     .
057900 5000-EXIT.
058000     EXIT.
058100 5100-AUDIT-ONE-VELOCITY.
058200     READ MQVELVS NEXT
058300         AT END
058400             SET WS-PASS-EOF TO TRUE
058500             GO TO 5100-EXIT
058600     END-READ
058700     ADD 1 TO WS-VEL-READ-COUNT
058800     IF MQVEL-ACTIVITY-DATE < WS-IAU-FROM
058900         OR MQVEL-ACTIVITY-DATE > WS-IAU-TO
059000         GO TO 5100-EXIT
059100     END-IF
059200     MOVE MQVEL-CARD-NUMBER   TO WS-FIND-CARD
059300     MOVE MQVEL-ACTIVITY-DATE TO WS-FIND-DATE
059400     PERFORM 8200-FIND-CARD-DATE THRU 8200-EXIT
059500     MOVE MQVEL-APPROVE-COUNT  TO WS-ED-VEL-COUNT
059600     MOVE MQVEL-APPROVE-AMOUNT TO WS-ED-VEL-AMOUNT
059700     IF WS-NOT-FOUND
059800         MOVE "VEL02" TO WS-CHECK-CODE
059900         MOVE SPACES TO WS-CHECK-TEXT
060000         STRING "CARD " MQVEL-CARD-NUMBER
060100             " DATE " MQVEL-ACTIVITY-DATE
060200             " VELOCITY " WS-ED-VEL-COUNT
060300             " / " WS-ED-VEL-AMOUNT
060400             " - NO LEDGER APPROVALS"
060500             DELIMITED BY SIZE INTO WS-CHECK-TEXT
060600         PERFORM 8000-WRITE-DISAGREEMENT THRU 8000-EXIT
060700         ADD 1 TO WS-VEL02-COUNT
060800         GO TO 5100-EXIT
060900     END-IF
061000     SET WS-APV-SEEN(WS-APV-IDX) TO TRUE
061100     IF MQVEL-APPROVE-COUNT = WS-APV-TRAN-COUNT(WS-APV-IDX)
061200         AND MQVEL-APPROVE-AMOUNT = WS-APV-AMOUNT(WS-APV-IDX)
061300         GO TO 5100-EXIT
061400     END-IF
061500     MOVE WS-APV-TRAN-COUNT(WS-APV-IDX) TO WS-ED-HIS-COUNT
061600     MOVE WS-APV-AMOUNT(WS-APV-IDX)     TO WS-ED-HIS-AMOUNT
061700     MOVE "VEL01" TO WS-CHECK-CODE
061800     MOVE SPACES TO WS-CHECK-TEXT
061900     STRING "CARD " MQVEL-CARD-NUMBER
062000         " DATE " MQVEL-ACTIVITY-DATE
062100         " VELOCITY " WS-ED-VEL-COUNT
062200         " / " WS-ED-VEL-AMOUNT
062300         " LEDGER " WS-ED-HIS-COUNT
062400         " / " WS-ED-HIS-AMOUNT
062500         DELIMITED BY SIZE INTO WS-CHECK-TEXT
062600     PERFORM 8000-WRITE-DISAGREEMENT THRU 8000-EXIT
062700     ADD 1 TO WS-VEL01-COUNT
062800     .
062900 5100-EXIT.
063000     EXIT.
063100 5300-CHECK-ONE-UNSEEN.
063200     IF WS-APV-SEEN(WS-APV-IDX)
063300         GO TO 5300-EXIT
063400     END-IF
063500     MOVE WS-APV-TRAN-COUNT(WS-APV-IDX) TO WS-ED-HIS-COUNT
063600     MOVE WS-APV-AMOUNT(WS-APV-IDX)     TO WS-ED-HIS-AMOUNT
063700     MOVE "VEL03" TO WS-CHECK-CODE
063800     MOVE SPACES TO WS-CHECK-TEXT
063900     STRING "CARD " WS-APV-CARD(WS-APV-IDX)
064000         " DATE " WS-APV-DATE(WS-APV-IDX)
064100         " LEDGER " WS-ED-HIS-COUNT
064200         " / " WS-ED-HIS-AMOUNT
064300         " - NO VELOCITY ROW"
064400         DELIMITED BY SIZE INTO WS-CHECK-TEXT
064500     PERFORM 8000-WRITE-DISAGREEMENT THRU 8000-EXIT
064600     ADD 1 TO WS-VEL03-COUNT
064700     .
064800 5300-EXIT.
064900     EXIT.
065000*----------------------------------------------------------------
065100* 6000-AUDIT-OPEN-ITEMS - AN OPEN ITEM WHOSE REPLY IS ALREADY
065200* ON THE CORRELATION LOG SHOULD HAVE BEEN CLOSED BY CBMQLAT0
065300* (OPN02).  EVERY OPEN ITEM IS CHECKED, WHATEVER ITS DATE -
065400* THE LOG IS HELD FROM THE FIRST DATE IN RANGE ON.
065500*----------------------------------------------------------------
065600 6000-AUDIT-OPEN-ITEMS.
065700     IF WS-COR-TABLE-FULL
065800         GO TO 6000-EXIT
065900     END-IF
066000     MOVE "N" TO WS-PASS-EOF-SW
066100     MOVE LOW-VALUES TO MQOPN-MSGID
066200     START MQOPNVS KEY NOT < MQOPN-MSGID
066300         INVALID KEY
066400             SET WS-PASS-EOF TO TRUE
066500     END-START
066600     PERFORM 6100-AUDIT-ONE-OPEN-ITEM THRU 6100-EXIT
066700         UNTIL WS-PASS-EOF
066800     .
066900 6000-EXIT.
067000     EXIT.
067100 6100-AUDIT-ONE-OPEN-ITEM.
067200     READ MQOPNVS NEXT
067300         AT END
067400             SET WS-PASS-EOF TO TRUE
067500             GO TO 6100-EXIT
067600     END-READ
067700     ADD 1 TO WS-OPN-READ-COUNT
067800     MOVE MQOPN-MSGID TO WS-FIND-MSGID
067900     PERFORM 8100-FIND-MSGID THRU 8100-EXIT
068000     IF WS-NOT-FOUND
068100         GO TO 6100-EXIT
068200     END-IF
068300     MOVE "OPN02" TO WS-CHECK-CODE
068400     MOVE SPACES TO WS-CHECK-TEXT
068500     STRING "STAGED " MQOPN-STAGED-DATE
068600         " MSGID " MQOPN-MSGID
068700         " TRAN " WS-CT-TRAN-ID(WS-COR-IDX)
068800         " - OPEN ITEM ALREADY CLOSED ON CORRELATION LOG"
068900         DELIMITED BY SIZE INTO WS-CHECK-TEXT
069000     PERFORM 8000-WRITE-DISAGREEMENT THRU 8000-EXIT
069100     ADD 1 TO WS-OPN02-COUNT
069200     .
069300 6100-EXIT.
069400     EXIT.
069500*----------------------------------------------------------------
069600* 7000-WRITE-SUMMARY - DISAGREEMENTS BY CHECK
069700*----------------------------------------------------------------
069800 7000-WRITE-SUMMARY.
069900     MOVE SPACES TO RPT-LINE
070000     WRITE RPT-LINE
070100     MOVE WS-STG-RANGE-COUNT TO WS-ED-COUNT
070200     MOVE "STAGED MESSAGES IN RANGE         : " TO RPT-LINE
070300     PERFORM 7100-WRITE-COUNT THRU 7100-EXIT
070400     MOVE WS-XRF01-COUNT TO WS-ED-COUNT
070500     MOVE "XRF01 NO CROSS-REFERENCE CLAIM   : " TO RPT-LINE
070600     PERFORM 7100-WRITE-COUNT THRU 7100-EXIT
070700     MOVE WS-HIS01-COUNT TO WS-ED-COUNT
070800     MOVE "HIS01 STAGED, NOT ON LEDGER      : " TO RPT-LINE
070900     PERFORM 7100-WRITE-COUNT THRU 7100-EXIT
071000     MOVE WS-OPN01-COUNT TO WS-ED-COUNT
071100     MOVE "OPN01 UNANSWERED, NOT OPEN       : " TO RPT-LINE
071200     PERFORM 7100-WRITE-COUNT THRU 7100-EXIT
071300     MOVE WS-COR01-COUNT TO WS-ED-COUNT
071400     MOVE "COR01 REPLY FOR UNLEDGERED TRAN  : " TO RPT-LINE
071500     PERFORM 7100-WRITE-COUNT THRU 7100-EXIT
071600     MOVE WS-HIS02-COUNT TO WS-ED-COUNT
071700     MOVE "HIS02 APPROVAL, NO CORRELATION   : " TO RPT-LINE
071800     PERFORM 7100-WRITE-COUNT THRU 7100-EXIT
071900     MOVE WS-VEL01-COUNT TO WS-ED-COUNT
072000     MOVE "VEL01 VELOCITY TOTALS DISAGREE   : " TO RPT-LINE
072100     PERFORM 7100-WRITE-COUNT THRU 7100-EXIT
072200     MOVE WS-VEL02-COUNT TO WS-ED-COUNT
072300     MOVE "VEL02 VELOCITY, NO APPROVALS     : " TO RPT-LINE
072400     PERFORM 7100-WRITE-COUNT THRU 7100-EXIT
072500     MOVE WS-VEL03-COUNT TO WS-ED-COUNT
072600     MOVE "VEL03 APPROVALS, NO VELOCITY     : " TO RPT-LINE
072700     PERFORM 7100-WRITE-COUNT THRU 7100-EXIT
072800     MOVE WS-OPN02-COUNT TO WS-ED-COUNT
072900     MOVE "OPN02 OPEN ITEM ALREADY CLOSED   : " TO RPT-LINE
073000     PERFORM 7100-WRITE-COUNT THRU 7100-EXIT
073100     MOVE WS-DISAGREE-COUNT TO WS-ED-COUNT
073200     MOVE "TOTAL DISAGREEMENTS              : " TO RPT-LINE
073300     PERFORM 7100-WRITE-COUNT THRU 7100-EXIT
073400     IF WS-DISAGREE-COUNT > 0
073500         MOVE 4 TO RETURN-CODE
073600     END-IF
073700     .
073800 7000-EXIT.
073900     EXIT.
074000* 7100 - THE CAPTION IS ALREADY IN RPT-LINE; ADD THE COUNT
074100 7100-WRITE-COUNT.
074200     MOVE WS-ED-COUNT TO RPT-LINE(36:11)
074300     WRITE RPT-LINE
074400     .
074500 7100-EXIT.
074600     EXIT.
074700*----------------------------------------------------------------
074800* 8000-WRITE-DISAGREEMENT - ONE CHECK CODE AND ITS DETAIL
074900*----------------------------------------------------------------
075000 8000-WRITE-DISAGREEMENT.
075100     MOVE SPACES TO RPT-LINE
075200     STRING WS-CHECK-CODE "  " WS-CHECK-TEXT
075300         DELIMITED BY SIZE INTO RPT-LINE
075400     WRITE RPT-LINE
075500     ADD 1 TO WS-DISAGREE-COUNT
075600     .
075700 8000-EXIT.
075800     EXIT.
075900*----------------------------------------------------------------
076000* 8100-FIND-MSGID - WS-FIND-MSGID IN THE CORRELATION TABLE;
076100* WS-COR-IDX IS LEFT ON THE MATCH.
076200*----------------------------------------------------------------
076300 8100-FIND-MSGID.
076400     SET WS-NOT-FOUND TO TRUE
076500     PERFORM 8110-MATCH-ONE-MSGID THRU 8110-EXIT
076600         VARYING WS-COR-IDX FROM 1 BY 1
076700         UNTIL WS-COR-IDX > WS-COR-COUNT
076800            OR WS-FOUND
076900     IF WS-FOUND
077000         SUBTRACT 1 FROM WS-COR-IDX
077100     END-IF
077200     .
077300 8100-EXIT.
077400     EXIT.
077500 8110-MATCH-ONE-MSGID.
077600     IF WS-CT-REQUEST-MSGID(WS-COR-IDX) = WS-FIND-MSGID
077700         SET WS-FOUND TO TRUE
077800     END-IF
077900     .
078000 8110-EXIT.
078100     EXIT.
078200*----------------------------------------------------------------
078300* 8200-FIND-CARD-DATE - WS-FIND-CARD/WS-FIND-DATE IN THE
078400* APPROVAL TABLE; WS-APV-IDX IS LEFT ON THE MATCH.
078500*----------------------------------------------------------------
078600 8200-FIND-CARD-DATE.
078700     SET WS-NOT-FOUND TO TRUE
078800     PERFORM 8210-MATCH-ONE-CARD-DATE THRU 8210-EXIT
078900         VARYING WS-APV-IDX FROM 1 BY 1
079000         UNTIL WS-APV-IDX > WS-APV-COUNT
079100            OR WS-FOUND
079200     IF WS-FOUND
079300         SUBTRACT 1 FROM WS-APV-IDX
079400     END-IF
079500     .
079600 8200-EXIT.
079700     EXIT.
079800 8210-MATCH-ONE-CARD-DATE.
079900     IF WS-APV-CARD(WS-APV-IDX) = WS-FIND-CARD
080000         AND WS-APV-DATE(WS-APV-IDX) = WS-FIND-DATE
080100         SET WS-FOUND TO TRUE
080200     END-IF
080300     .
080400 8210-EXIT.
080500     EXIT.
080600*----------------------------------------------------------------
080700* 8800-LOAD-AUDIT-CARDS - FROM/TO, KEYWORD IN COLUMNS 1-8 AND
080800* VALUE FROM COLUMN 10.  NO MQIAUIN, OR NO CARDS, AUDITS THE
080900* BUSINESS DATE.  A BAD DATE OR FROM AFTER TO ENDS THE RUN
081000* RC=8.
081100*----------------------------------------------------------------
081200 8800-LOAD-AUDIT-CARDS.
081300     OPEN INPUT MQIAUIN
081400     IF MQIAUIN-STATUS = "00"
081500         PERFORM 8810-READ-ONE-CARD THRU 8810-EXIT
081600             UNTIL WS-CARD-EOF
081700         CLOSE MQIAUIN
081800     END-IF
081900     MOVE WS-IAU-FROM TO WS-BDT-CHECK-DATE
082000     PERFORM 8960-CHECK-DATE THRU 8960-EXIT
082100     IF WS-BDT-DATE-BAD
082200         DISPLAY "CBMQIAU0: FROM DATE " WS-IAU-FROM
082300             " IS NOT A VALID DATE"
082400         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
082500         GO TO 8800-EXIT
082600     END-IF
082700     MOVE WS-IAU-TO TO WS-BDT-CHECK-DATE
082800     PERFORM 8960-CHECK-DATE THRU 8960-EXIT
082900     IF WS-BDT-DATE-BAD
083000         DISPLAY "CBMQIAU0: TO DATE " WS-IAU-TO
083100             " IS NOT A VALID DATE"
083200         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
083300         GO TO 8800-EXIT
083400     END-IF
083500     IF WS-IAU-FROM > WS-IAU-TO
083600         DISPLAY "CBMQIAU0: FROM " WS-IAU-FROM
083700             " IS AFTER TO " WS-IAU-TO
083800         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
083900     END-IF
084000     .
084100 8800-EXIT.
084200     EXIT.
084300 8810-READ-ONE-CARD.
084400     READ MQIAUIN
084500         AT END
084600             SET WS-CARD-EOF TO TRUE
084700             GO TO 8810-EXIT
084800     END-READ
084900     EVALUATE IAU-CARD(1:8)
085000         WHEN "FROM    "
085100             MOVE IAU-CARD(10:8) TO WS-IAU-FROM
085200         WHEN "TO      "
085300             MOVE IAU-CARD(10:8) TO WS-IAU-TO
085400         WHEN "*       "
085500             CONTINUE
085600         WHEN SPACES
085700             CONTINUE
085800         WHEN OTHER
085900             DISPLAY "CBMQIAU0: UNRECOGNIZED CARD IGNORED - "
086000                 IAU-CARD(1:40)
086100     END-EVALUATE
086200     .
086300 8810-EXIT.
086400     EXIT.
086500*----------------------------------------------------------------
086600* 8950/8960 - SHARED BUSINESS DATE LOAD (SEE CMQBDTP)
086700*----------------------------------------------------------------
086800 COPY CMQBDTP.
086900*----------------------------------------------------------------
087000* 9000-TERMINATE - CLOSE FILES, REPORT COUNTS
087100*----------------------------------------------------------------
087200 9000-TERMINATE.
087300     IF WS-FILES-OPEN
087400         CLOSE MQSTGFL
087500         CLOSE MQCORFL
087600         CLOSE MQHISVS
087700         CLOSE MQVELVS
087800         CLOSE MQOPNVS
087900         CLOSE MQXRFVS
088000     END-IF
088100     CLOSE MQRPTFL
088200     DISPLAY "CBMQIAU0: FROM " WS-IAU-FROM " TO " WS-IAU-TO
088300     DISPLAY "CBMQIAU0: STAGED READ = " WS-STG-READ-COUNT
088400         " IN RANGE = " WS-STG-RANGE-COUNT
088500         " REPLIES = " WS-COR-READ-COUNT
088600         " LEDGER = " WS-HIS-READ-COUNT
088700     DISPLAY "CBMQIAU0: DISAGREEMENTS = " WS-DISAGREE-COUNT
088800     .
088900 9000-EXIT.
089000     EXIT.
