002103*                 THE FRS-SCR THRESHOLDS (CMQTHRV, MQTHRFL),
002104*                 AND WRITES ONE SCORED ALERT PER MESSAGE
002105*                 INSTEAD OF ONE PER PATTERN.
002115* 10/15/2026 JH   HOT-CARD NEGATIVE FILE (MQHOTVS, CMQHOTV) - A
002125*                 TYPED AT01/RV01 FOR A LISTED CARD ALWAYS ALERTS
002135*                 AND SCORES AT THE HIGH TIER (SEE CMQFRPP).
002136* 10/15/2026 JH   BUSINESS DATE - ALERT, SUSPENSE AND RUN-STATS
002137*                 DATES COME FROM THE BUSINESS DATE CONTROL
002138*                 RECORD (MQBDTFL, CMQBDTV), NOT THE SYSTEM
002139*                 CLOCK.  NO VALID DATE, OR A RERUN-DATE
002140*                 OVERRIDE, STOPS THE RUN BEFORE MQCONN RC=8.
002145*----------------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
003392     SELECT MQTHRFL ASSIGN TO MQTHRFL
003394         ORGANIZATION IS SEQUENTIAL
003396         FILE STATUS IS MQTHRFL-STATUS.
003406     SELECT MQHOTVS ASSIGN TO MQHOTVS
003416         ORGANIZATION IS INDEXED
003426         ACCESS MODE IS RANDOM
003436         RECORD KEY IS MQHOT-CARD-NUMBER
003446         FILE STATUS IS MQHOTVS-STATUS.
003447     SELECT MQBDTFL ASSIGN TO MQBDTFL
003448         ORGANIZATION IS SEQUENTIAL
003449         FILE STATUS IS MQBDTFL-STATUS.
003450     SELECT MQBDTOV ASSIGN TO MQBDTOV
003451         ORGANIZATION IS SEQUENTIAL
003452         FILE STATUS IS MQBDTOV-STATUS.
003456*
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  MQCTLFL
004592 FD  MQTHRFL
004594     RECORDING MODE IS F.
004596     COPY CMQTHRV.
004597 FD  MQHOTVS.
004598     COPY CMQHOTV.
004608 FD  MQBDTFL
004618     RECORDING MODE IS F.
004628     COPY CMQBDTV.
004638 FD  MQBDTOV
004648     RECORD CONTAINS 80 CHARACTERS
004658     RECORDING MODE IS F.
004668 01  BDT-OVERRIDE-CARD          PIC X(80).
004678*
004700 WORKING-STORAGE SECTION.
004800 01  MQCTLFL-STATUS          PIC X(02) VALUE SPACES.
004900 01  MQFRPFL-STATUS          PIC X(02) VALUE SPACES.
005050 01  MQSUSFL-STATUS          PIC X(02) VALUE SPACES.
005060 01  MQSTAFL-STATUS          PIC X(02) VALUE SPACES.
005065 01  MQTHRFL-STATUS          PIC X(02) VALUE SPACES.
005067 01  MQHOTVS-STATUS          PIC X(02) VALUE SPACES.
005068 01  MQBDTFL-STATUS          PIC X(02) VALUE SPACES.
005069 01  MQBDTOV-STATUS          PIC X(02) VALUE SPACES.
005070 01  WS-STAT-START-DATE      PIC X(08) VALUE SPACES.
005080 01  WS-STAT-START-TIME      PIC X(08) VALUE SPACES.
005085 01  WS-TRN-KEEP-DISP        PIC 9(04) VALUE 0.
007070 01  WS-FRS-HIGH-LIMIT      PIC S9(09) COMP VALUE 100.
007080 01  WS-THR-EOF-SW          PIC X(01) VALUE "N".
007090     88  WS-THR-EOF                     VALUE "Y".
007091 01  WS-HOT-CARD-SW         PIC X(01) VALUE "N".
007092     88  WS-HOT-CARD                    VALUE "Y".
007093     88  WS-NOT-HOT-CARD                VALUE "N".
007094 01  WS-HOTVS-OPEN-SW       PIC X(01) VALUE "N".
007095     88  WS-HOTVS-OPEN                  VALUE "Y".
007100*
007200 01  WS-MQ-FIELDS.
007300   05  WS-HCONN            PIC S9(09) COMP VALUE 0.
008700     COPY CMQODV.
008720     COPY CMQARQV.
008740     COPY CMQTVLV.
008750     COPY CMQBDWV.
008800*
008900 PROCEDURE DIVISION.
009000*----------------------------------------------------------------
009200*----------------------------------------------------------------
009300 0000-MAINLINE.
009400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
009410     IF WS-BDT-FAILED
009420         GOBACK
009430     END-IF
009500     PERFORM 2000-PROCESS-MESSAGES THRU 2000-EXIT
009600         UNTIL WS-DONE
009700     PERFORM 9000-TERMINATE THRU 9000-EXIT
010100* 1000-INITIALIZE - LOAD CONTROL/PATTERNS, OPEN FILES, CONNECT
010200*----------------------------------------------------------------
010300 1000-INITIALIZE.
010302     PERFORM 8950-LOAD-BUSINESS-DATE THRU 8950-EXIT
010304     IF WS-BDT-RERUN
010306         DISPLAY "CBMQFRD0: A RERUN-DATE OVERRIDE IS NOT "
010308             "ALLOWED - A LIVE BROWSE IS NEVER BACKDATED"
010310         SET WS-BDT-FAILED TO TRUE
010312     END-IF
010314     IF WS-BDT-FAILED
010316         DISPLAY "CBMQFRD0: NO BUSINESS DATE - NOTHING SCORED"
010318         MOVE 8 TO RETURN-CODE
010320         GO TO 1000-EXIT
010322     END-IF
010350     PERFORM 9090-STAMP-RUN-START THRU 9090-EXIT
010400     PERFORM 8000-LOAD-MQ-CONTROL THRU 8000-EXIT
010500     PERFORM 8005-APPLY-GET-OPTIONS THRU 8005-EXIT
010600     PERFORM 8600-LOAD-FRAUD-PATTERNS THRU 8600-EXIT
010610     PERFORM 8650-LOAD-SEVERITY-LIMITS THRU 8650-EXIT
010615     PERFORM 8660-OPEN-HOT-CARD-FILE THRU 8660-EXIT
010620     PERFORM 8630-OPEN-ALERT-FILE THRU 8630-EXIT
010640     PERFORM 8640-OPEN-SUSPENSE-FILE THRU 8640-EXIT
010800     MOVE MQCTL-QUEUE-NAME TO MQOD-OBJECTNAME
016600 COPY CMQFRPP.
016605 COPY CMQSTAP.
016607 COPY CMQTRNP.
016609 COPY CMQBDTP.
016610*----------------------------------------------------------------
016620* 8630/8640 - OPEN MQFRDFL/MQSUSFL EXTEND OR OUTPUT BASED ON
016630* WHETHER THE TARGET DATASET ALREADY HAS CONTENT, NOT ON RUN
016958     .
016960 8655-EXIT.
016962     EXIT.
016963*----------------------------------------------------------------
016964* 8660 - OPEN THE HOT-CARD NEGATIVE FILE FOR LOOKUPS.  THE SCAN
016965* STILL RUNS WITHOUT IT (PATTERN SCORING ONLY) SINCE THE
016966* DECISIONING RUN ENFORCES THE LIST ITSELF - BUT SAY SO.
016967*----------------------------------------------------------------
016968 8660-OPEN-HOT-CARD-FILE.
016969     OPEN INPUT MQHOTVS
016970     IF MQHOTVS-STATUS = "00"
016971         SET WS-HOTVS-OPEN TO TRUE
016972     ELSE
016973         DISPLAY "CBMQFRD0: HOT-CARD FILE OPEN FAILED - "
016974             "STATUS " MQHOTVS-STATUS
016975             " - LISTED CARDS SCORED ON PATTERNS ONLY"
016976     END-IF
016977     .
016978 8660-EXIT.
016979     EXIT.
016980*----------------------------------------------------------------
016981* 9000-TERMINATE - DISCONNECT FROM MQ, CLOSE FILES
016990*----------------------------------------------------------------
017000 9000-TERMINATE.
017010*    THE REASON THE SCAN ENDED ON IS THE ONE THE STATS RECORD
017800                          WS-REASON
017900     CLOSE MQFRDFL
017950     CLOSE MQSUSFL
017952     IF WS-HOTVS-OPEN
017954         CLOSE MQHOTVS
017956     END-IF
017960     MOVE MQCTL-JOB-ID     TO MQSTA-JOB-ID
017965     MOVE "CBMQFRD0"       TO MQSTA-PROGRAM-ID
017970     MOVE MQCTL-QUEUE-NAME TO MQSTA-QUEUE-NAME
