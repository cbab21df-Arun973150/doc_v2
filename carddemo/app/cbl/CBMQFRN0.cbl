002530*                 THE FIRST PASS, THE REST ON THE SECOND, SO
002540*                 THE SERIOUS ALERT IS NEVER BEHIND A BACKLOG
002550*                 OF ROUTINE ONES.
002552* 10/15/2026 JH   EVERY CONFIRMED AT01 ALERT NOW LISTS ITS CARD ON
002554*                 THE HOT-CARD NEGATIVE FILE (MQHOTVS, CMQHOTV)
002556*                 AND WRITES A CMQHAUV ACTIVITY ROW (MQHAUVS), SO
002558*                 THE NEXT DECISIONING CYCLE DECLINES THE CARD.
002560*                 THE LISTING IS MADE BEFORE THE PUT, SO A FAILED
002562*                 PUT RETRIED TOMORROW FINDS IT ALREADY LISTED.
002564* 10/15/2026 JH   BUSINESS DATE - THE NOTIFIED, HOT-CARD LISTING
002566*                 AND ACTIVITY AUDIT DATES COME FROM THE BUSINESS
002568*                 DATE CONTROL RECORD (MQBDTFL, CMQBDTV), NOT THE
002570*                 SYSTEM CLOCK, SO CBMQHCR0 REPORTS A LISTING
002572*                 MADE AFTER MIDNIGHT UNDER ITS BUSINESS DAY.  NO
002574*                 VALID DATE, OR A RERUN-DATE OVERRIDE, STOPS THE
002576*                 RUN RC=8.
002578* 10/15/2026 JH   A CARD WHOSE HOT-CARD LISTING FAILS IS NOT
002580*                 NOTIFIED - ITS ALERT STAYS CONFIRMED FOR THE
002582*                 NEXT RUN TO RETRY, AND THE RUN ENDS RC=8.
002584* 10/15/2026 JH   9000 DISCONNECTS AND CLOSES ONLY WHAT 1000
002586*                 OPENED - A RUN THAT NEVER STARTED NO LONGER
002588*                 CLOSES FILES OR A QUEUE IT NEVER OPENED.
002600*----------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
003500         ACCESS MODE IS SEQUENTIAL
003600         RECORD KEY IS MQFWS-ALERT-KEY
003700         FILE STATUS IS MQFWSVS-STATUS.
003705     SELECT MQHOTVS ASSIGN TO MQHOTVS
003710         ORGANIZATION IS INDEXED
003715         ACCESS MODE IS RANDOM
003720         RECORD KEY IS MQHOT-CARD-NUMBER
003725         FILE STATUS IS MQHOTVS-STATUS.
003730     SELECT MQHAUVS ASSIGN TO MQHAUVS
003735         ORGANIZATION IS INDEXED
003740         ACCESS MODE IS RANDOM
003745         RECORD KEY IS MQHAU-AUDIT-KEY
003750         FILE STATUS IS MQHAUVS-STATUS.
003755     SELECT MQBDTFL ASSIGN TO MQBDTFL
003760         ORGANIZATION IS SEQUENTIAL
003765         FILE STATUS IS MQBDTFL-STATUS.
003770     SELECT MQBDTOV ASSIGN TO MQBDTOV
003775         ORGANIZATION IS SEQUENTIAL
003780         FILE STATUS IS MQBDTOV-STATUS.
003800*
003900 DATA DIVISION.
004000 FILE SECTION.
004300     COPY CMQCTLV.
004400 FD  MQFWSVS.
004500     COPY CMQFWSV.
004510 FD  MQHOTVS.
004520     COPY CMQHOTV.
004530 FD  MQHAUVS.
004540     COPY CMQHAUV.
004545 FD  MQBDTFL
004550     RECORDING MODE IS F.
004555     COPY CMQBDTV.
004560 FD  MQBDTOV
004565     RECORD CONTAINS 80 CHARACTERS
004570     RECORDING MODE IS F.
004575 01  BDT-OVERRIDE-CARD          PIC X(80).
004600*
004700 WORKING-STORAGE SECTION.
004800 01  MQCTLFL-STATUS          PIC X(02) VALUE SPACES.
004900 01  MQFWSVS-STATUS          PIC X(02) VALUE SPACES.
004910 01  MQHOTVS-STATUS          PIC X(02) VALUE SPACES.
004920 01  MQHAUVS-STATUS          PIC X(02) VALUE SPACES.
004930 01  MQBDTFL-STATUS          PIC X(02) VALUE SPACES.
004940 01  MQBDTOV-STATUS          PIC X(02) VALUE SPACES.
005000*
005100 01  WS-SWITCHES.
005200   05  WS-DONE-SW          PIC X(01) VALUE "N".
005310   05  WS-PASS-NUM         PIC 9(01) VALUE 1.
005320       88  WS-HIGH-PASS               VALUE 1.
005330       88  WS-REST-PASS               VALUE 2.
005331   05  WS-FWS-OPEN-SW      PIC X(01) VALUE "N".
005332       88  WS-FWS-OPEN                VALUE "Y".
005333       88  WS-FWS-CLOSED              VALUE "N".
005334   05  WS-HOT-OPEN-SW      PIC X(01) VALUE "N".
005335       88  WS-HOT-OPEN                VALUE "Y".
005336   05  WS-HAU-OPEN-SW      PIC X(01) VALUE "N".
005337       88  WS-HAU-OPEN                VALUE "Y".
005338   05  WS-MQ-CONN-SW       PIC X(01) VALUE "N".
005339       88  WS-MQ-CONNECTED            VALUE "Y".
005340   05  WS-HOT-FILES-SW     PIC X(01) VALUE "Y".
005350       88  WS-HOT-FILES-OK            VALUE "Y".
005360       88  WS-HOT-FILES-FAILED        VALUE "N".
005370   05  WS-HOT-ROW-SW       PIC X(01) VALUE "N".
005380       88  WS-HOT-ROW-FOUND           VALUE "Y".
005390       88  WS-HOT-ROW-NEW             VALUE "N".
005392   05  WS-HOT-LIST-SW      PIC X(01) VALUE "Y".
005394       88  WS-HOT-LIST-OK             VALUE "Y".
005396       88  WS-HOT-LIST-FAILED         VALUE "N".
005400*
005500 01  WS-COUNTERS.
005600   05  WS-READ-COUNT       PIC S9(09) COMP VALUE 0.
005700   05  WS-NOTIFY-COUNT     PIC S9(09) COMP VALUE 0.
005800   05  WS-PUT-FAIL-COUNT   PIC S9(09) COMP VALUE 0.
005900   05  WS-SKIP-COUNT       PIC S9(09) COMP VALUE 0.
005910   05  WS-LIST-COUNT       PIC S9(09) COMP VALUE 0.
005920   05  WS-RELIST-COUNT     PIC S9(09) COMP VALUE 0.
005930   05  WS-LISTED-COUNT     PIC S9(09) COMP VALUE 0.
005940   05  WS-LIST-FAIL-COUNT  PIC S9(09) COMP VALUE 0.
006000*
006100 01  WS-MQ-FIELDS.
006200   05  WS-HCONN            PIC S9(09) COMP VALUE 0.
006600   05  WS-CLOSE-OPTIONS    PIC S9(09) COMP VALUE 0.
006700   05  WS-QMGR-NAME        PIC X(48) VALUE SPACES.
006800   05  WS-MSG-BUFFER       PIC X(256) VALUE SPACES.
006810*
006820 01  WS-HOT-DATE             PIC X(08) VALUE SPACES.
006830 01  WS-HOT-TIME             PIC X(08) VALUE SPACES.
006900*
007000     COPY CMQPMOV.
007100     COPY CMQMDV.
007200     COPY CMQODV.
007210     COPY CMQARQV.
007220     COPY CMQBDWV.
007300*
007400 PROCEDURE DIVISION.
007500*----------------------------------------------------------------
007700*----------------------------------------------------------------
007800 0000-MAINLINE.
007900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
007910     IF WS-BDT-FAILED
007920         GOBACK
007930     END-IF
008000     PERFORM 2000-PROCESS-ALERTS THRU 2000-EXIT
008100         UNTIL WS-DONE
008110     PERFORM 1500-START-SECOND-PASS THRU 1500-EXIT
008700* OPEN THE FRAUD-OPERATIONS QUEUE, PRIME THE FIRST READ
008800*----------------------------------------------------------------
008900 1000-INITIALIZE.
008905     PERFORM 8950-LOAD-BUSINESS-DATE THRU 8950-EXIT
008910     IF WS-BDT-RERUN
008915         DISPLAY "CBMQFRN0: A RERUN-DATE OVERRIDE IS NOT "
008920             "ALLOWED - NOTIFICATIONS ARE NEVER BACKDATED"
008925         SET WS-BDT-FAILED TO TRUE
008930     END-IF
008935     IF WS-BDT-FAILED
008940         DISPLAY "CBMQFRN0: NO BUSINESS DATE - NOTHING NOTIFIED"
008945         MOVE 8 TO RETURN-CODE
008950         GO TO 1000-EXIT
008955     END-IF
009000     PERFORM 8000-LOAD-MQ-CONTROL THRU 8000-EXIT
009100     PERFORM 8010-LOAD-MQ-PUT-CONTROL THRU 8010-EXIT
009110     PERFORM 8700-OPEN-HOT-CARD-FILES THRU 8700-EXIT
009111     IF MQHOTVS-STATUS = "00"
009112         SET WS-HOT-OPEN TO TRUE
009113     END-IF
009114     IF MQHAUVS-STATUS = "00"
009115         SET WS-HAU-OPEN TO TRUE
009116     END-IF
009120     IF WS-HOT-FILES-FAILED
009130         GO TO 1000-EXIT
009140     END-IF
009200     OPEN I-O MQFWSVS
009210     IF MQFWSVS-STATUS = "00"
009220         SET WS-FWS-OPEN TO TRUE
009230     END-IF
009300     MOVE MQCTL-QUEUE-NAME TO MQOD-OBJECTNAME
009400     CALL "MQCONN" USING WS-QMGR-NAME
009500                          WS-HCONN
010100                          WS-HOBJ
010200                          WS-COMPCODE
010300                          WS-REASON
010310     SET WS-MQ-CONNECTED TO TRUE
010400     PERFORM 3000-READ-WORK-RECORD THRU 3000-EXIT
010500     .
010600 1000-EXIT.
010730* NON-HIGH CONFIRMATIONS ONCE EVERY HIGH HAS BEEN FED.
010740*----------------------------------------------------------------
010750 1500-START-SECOND-PASS.
010752     IF WS-HOT-FILES-FAILED
010754         GO TO 1500-EXIT
010756     END-IF
010757     IF WS-FWS-OPEN
010760         CLOSE MQFWSVS
010765     END-IF
010770     OPEN I-O MQFWSVS
010771     IF MQFWSVS-STATUS = "00"
010772         SET WS-FWS-OPEN TO TRUE
010773     ELSE
010774         SET WS-FWS-CLOSED TO TRUE
010775     END-IF
010780     MOVE 2 TO WS-PASS-NUM
010790     MOVE "N" TO WS-DONE-SW
010795     PERFORM 3000-READ-WORK-RECORD THRU 3000-EXIT
013600* 4000-NOTIFY-ONE-ALERT - MQPUT THE ORIGINAL PAYLOAD TO THE
013700* FRAUD-OPERATIONS QUEUE AND MARK THE ROW NOTIFIED.  A FAILED
013800* PUT LEAVES THE ROW CONFIRMED SO THE NEXT RUN RETRIES IT.
013810* A CARD 4500 COULD NOT LIST (IT SETS WS-HOT-LIST-FAILED) IS NOT
013820* NOTIFIED EITHER - THE ROW STAYS CONFIRMED FOR THE NEXT RUN AND
013830* THE RUN ENDS RC=8.
013900*----------------------------------------------------------------
014000 4000-NOTIFY-ONE-ALERT.
014005     SET WS-HOT-LIST-OK TO TRUE
014010     PERFORM 4500-LIST-HOT-CARD THRU 4500-EXIT
014020     IF WS-HOT-LIST-FAILED
014030         ADD 1 TO WS-LIST-FAIL-COUNT
014040         MOVE 8 TO RETURN-CODE
014050         GO TO 4000-EXIT
014060     END-IF
014100     MOVE LOW-VALUES        TO MQMD-MSGID
014200     MOVE LOW-VALUES        TO MQMD-CORRELID
014300     MOVE MQFWS-MSG-DATA    TO WS-MSG-BUFFER
015100                         WS-REASON
015200     IF WS-COMPCODE = 0
015300         SET MQFWS-STATUS-NOTIFIED TO TRUE
015400         MOVE WS-BDT-DATE TO MQFWS-DISP-DATE
015500         ACCEPT MQFWS-DISP-TIME FROM TIME
015600         REWRITE MQ-FRAUD-WORK-RECORD
015700         ADD 1 TO WS-NOTIFY-COUNT
016400     .
016500 4000-EXIT.
016600     EXIT.
016601*----------------------------------------------------------------
016602* 4500-LIST-HOT-CARD - PUT THE CARD OF A CONFIRMED AT01 ALERT ON
016603* THE HOT-CARD NEGATIVE FILE.  A CARD ALREADY LISTED IS LEFT AS
016604* IT IS; A CARD RELEASED OR EXPIRED EARLIER IS RELISTED - FRESH
016605* CONFIRMED FRAUD OUTRANKS THE OLD CLEARING.  OTHER PAYLOAD
016606* TYPES CARRY NO CARD THE LIST CAN TRUST AND ARE PASSED OVER.
016607*----------------------------------------------------------------
016608 4500-LIST-HOT-CARD.
016609     IF MQFWS-MSG-DATA(1:4) NOT = "AT01"
016610         GO TO 4500-EXIT
016611     END-IF
016612     MOVE MQFWS-MSG-DATA TO MQ-AUTH-REQUEST-MSG
016613     IF MQARQ-CARD-NUMBER = SPACES
016614         GO TO 4500-EXIT
016615     END-IF
016616     MOVE MQARQ-CARD-NUMBER TO MQHOT-CARD-NUMBER
016617     SET WS-HOT-ROW-FOUND TO TRUE
016618     READ MQHOTVS
016619         INVALID KEY
016620             SET WS-HOT-ROW-NEW TO TRUE
016621     END-READ
016622     IF WS-HOT-ROW-FOUND AND MQHOT-LISTED
016623         ADD 1 TO WS-LISTED-COUNT
016624         GO TO 4500-EXIT
016625     END-IF
016626     MOVE WS-BDT-DATE TO WS-HOT-DATE
016627     ACCEPT WS-HOT-TIME FROM TIME
016628     MOVE MQARQ-CARD-NUMBER TO MQHOT-CARD-NUMBER
016629     SET MQHOT-LISTED TO TRUE
016630     SET MQHOT-SOURCE-FRAUD TO TRUE
016631     MOVE SPACES TO MQHOT-LIST-REASON
016632     STRING "CONFIRMED " MQFWS-PATTERN
016633         DELIMITED BY SIZE INTO MQHOT-LIST-REASON
016634     MOVE "CBMQFRN0"   TO MQHOT-LIST-USER
016635     MOVE WS-HOT-DATE  TO MQHOT-LIST-DATE
016636     MOVE WS-HOT-TIME  TO MQHOT-LIST-TIME
016637     MOVE MQFWS-MSGID  TO MQHOT-ALERT-MSGID
016638     MOVE SPACES       TO MQHOT-CLEAR-REASON
016639     MOVE SPACES       TO MQHOT-CLEAR-USER
016640     MOVE SPACES       TO MQHOT-CLEAR-DATE
016641     MOVE SPACES       TO MQHOT-CLEAR-TIME
016642     IF WS-HOT-ROW-NEW
016643         WRITE MQ-HOT-CARD-RECORD
016644     ELSE
016645         REWRITE MQ-HOT-CARD-RECORD
016646     END-IF
016647     IF MQHOTVS-STATUS NOT = "00"
016648         DISPLAY "CBMQFRN0: HOT-CARD LISTING FAILED - CARD "
016649             MQARQ-CARD-NUMBER " STATUS " MQHOTVS-STATUS
016650         SET WS-HOT-LIST-FAILED TO TRUE
016651         GO TO 4500-EXIT
016652     END-IF
016653     IF WS-HOT-ROW-NEW
016654         ADD 1 TO WS-LIST-COUNT
016655     ELSE
016656         ADD 1 TO WS-RELIST-COUNT
016657     END-IF
016658     PERFORM 4600-WRITE-HOT-AUDIT THRU 4600-EXIT
016659     .
016660 4500-EXIT.
016661     EXIT.
016662*----------------------------------------------------------------
016663* 4600-WRITE-HOT-AUDIT - ONE CMQHAUV ROW PER LISTING FOR THE
016664* DAILY HOT-CARD REPORT (CBMQHCR0).
016665*----------------------------------------------------------------
016666 4600-WRITE-HOT-AUDIT.
016667     MOVE WS-HOT-DATE        TO MQHAU-AUDIT-DATE
016668     MOVE WS-HOT-TIME        TO MQHAU-AUDIT-TIME
016669     MOVE MQHOT-CARD-NUMBER  TO MQHAU-CARD-NUMBER
016670     SET MQHAU-ACTION-LIST   TO TRUE
016671     SET MQHAU-SOURCE-FRAUD  TO TRUE
016672     MOVE MQHOT-LIST-USER    TO MQHAU-USER-ID
016673     MOVE MQHOT-LIST-REASON  TO MQHAU-REASON
016674     MOVE MQHOT-ALERT-MSGID  TO MQHAU-ALERT-MSGID
016675     WRITE MQ-HOT-CARD-AUDIT-RECORD
016676         INVALID KEY
016677             DISPLAY "CBMQFRN0: HOT-CARD AUDIT WRITE FAILED - "
016678                 "CARD " MQHOT-CARD-NUMBER
016679     END-WRITE
016680     .
016681 4600-EXIT.
016682     EXIT.
016700*----------------------------------------------------------------
016800* 8000/8010 - SHARED MQ CONTROL LOADERS (SEE CMQCTLP/CMQCTPP)
016810* 8950/8960 - SHARED BUSINESS DATE LOAD (SEE CMQBDTP)
016900*----------------------------------------------------------------
017000 COPY CMQCTLP.
017100 COPY CMQCTPP.
017101 COPY CMQBDTP.
017102*----------------------------------------------------------------
017104* 8700-OPEN-HOT-CARD-FILES - OPEN THE HOT-CARD NEGATIVE FILE AND
017106* ITS ACTIVITY AUDIT, SELF-PROVISIONING EMPTY CLUSTERS.  IF
017108* EITHER WILL NOT OPEN, NOTHING IS NOTIFIED: A ROW MARKED
017110* NOTIFIED IS NEVER SEEN AGAIN, SO ITS CARD WOULD NEVER BE
017112* LISTED.
017114*----------------------------------------------------------------
017116 8700-OPEN-HOT-CARD-FILES.
017118     OPEN I-O MQHOTVS
017120     IF MQHOTVS-STATUS = "05" OR MQHOTVS-STATUS = "35"
017122         CLOSE MQHOTVS
017124         OPEN OUTPUT MQHOTVS
017126         CLOSE MQHOTVS
017128         OPEN I-O MQHOTVS
017130     END-IF
017132     OPEN I-O MQHAUVS
017134     IF MQHAUVS-STATUS = "05" OR MQHAUVS-STATUS = "35"
017136         CLOSE MQHAUVS
017138         OPEN OUTPUT MQHAUVS
017140         CLOSE MQHAUVS
017142         OPEN I-O MQHAUVS
017144     END-IF
017146     IF MQHOTVS-STATUS NOT = "00" OR MQHAUVS-STATUS NOT = "00"
017148         DISPLAY "CBMQFRN0: HOT-CARD FILE OPEN FAILED - MQHOTVS "
017150             MQHOTVS-STATUS " MQHAUVS " MQHAUVS-STATUS
017152         DISPLAY "CBMQFRN0: RUN NOT STARTED - NOTHING NOTIFIED"
017154         MOVE 8 TO RETURN-CODE
017156         SET WS-HOT-FILES-FAILED TO TRUE
017158         SET WS-DONE TO TRUE
017160     END-IF
017162     .
017164 8700-EXIT.
017166     EXIT.
017200*----------------------------------------------------------------
017300* 9000-TERMINATE - DISCONNECT FROM MQ, CLOSE FILES
017400*----------------------------------------------------------------
017500 9000-TERMINATE.
017550     IF WS-MQ-CONNECTED
017600         CALL "MQCLOSE" USING WS-HCONN
017700                               WS-HOBJ
017800                               WS-CLOSE-OPTIONS
017900                               WS-COMPCODE
018000                               WS-REASON
018100         CALL "MQDISC" USING WS-HCONN
018200                              WS-COMPCODE
018300                              WS-REASON
018350     END-IF
018390     IF WS-FWS-OPEN
018400         CLOSE MQFWSVS
018405     END-IF
018410     IF WS-HOT-OPEN
018415         CLOSE MQHOTVS
018420     END-IF
018425     IF WS-HAU-OPEN
018430         CLOSE MQHAUVS
018435     END-IF
018500     DISPLAY "CBMQFRN0: ROWS READ (TWO PASSES) = "
018550         WS-READ-COUNT
018600     DISPLAY "CBMQFRN0: NOTIFIED            = " WS-NOTIFY-COUNT
018800         WS-PUT-FAIL-COUNT
018900     DISPLAY "CBMQFRN0: NOT CONFIRMED (SKIPPED) = "
019000         WS-SKIP-COUNT
019010     DISPLAY "CBMQFRN0: CARDS HOT-LISTED    = " WS-LIST-COUNT
019020     DISPLAY "CBMQFRN0: CARDS RELISTED      = " WS-RELIST-COUNT
019030     DISPLAY "CBMQFRN0: ALREADY LISTED      = " WS-LISTED-COUNT
019040     DISPLAY "CBMQFRN0: LISTING FAILURES    = " WS-LIST-FAIL-COUNT
019100     .
019200 9000-EXIT.
019300     EXIT.
