001868*                 RE-EMITS ALREADY-DECIDED RESPONSES AFTER A
001870*                 RESTART OR INTRADAY CYCLE, AND WITHOUT
001872*                 THIS SCREEN EACH WOULD POST TWICE.
001877* 10/15/2026 JH   BUSINESS DATE - CORRELATION, SUSPENSE AND
001882*                 RUN-STATS DATES COME FROM THE BUSINESS DATE
001887*                 CONTROL RECORD (MQBDTFL, CMQBDTV), NOT THE
001892*                 SYSTEM CLOCK.  NO VALID DATE, OR A RERUN-DATE
001897*                 OVERRIDE, STOPS THE RUN BEFORE MQCONN RC=8.
001900*----------------------------------------------------------------
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002892     SELECT MQSTAFL ASSIGN TO MQSTAFL
002894         ORGANIZATION IS SEQUENTIAL
002896         FILE STATUS IS MQSTAFL-STATUS.
002906     SELECT MQBDTFL ASSIGN TO MQBDTFL
002916         ORGANIZATION IS SEQUENTIAL
002926         FILE STATUS IS MQBDTFL-STATUS.
002936     SELECT MQBDTOV ASSIGN TO MQBDTOV
002946         ORGANIZATION IS SEQUENTIAL
002956         FILE STATUS IS MQBDTOV-STATUS.
002966*
003000 DATA DIVISION.
003100 FILE SECTION.
003200 FD  MQCTLFL
003796 FD  MQSTAFL
003797     RECORDING MODE IS F.
003798     COPY CMQSTAV.
003808 FD  MQBDTFL
003818     RECORDING MODE IS F.
003828     COPY CMQBDTV.
003838 FD  MQBDTOV
003848     RECORD CONTAINS 80 CHARACTERS
003858     RECORDING MODE IS F.
003868 01  BDT-OVERRIDE-CARD          PIC X(80).
003878*
003900 WORKING-STORAGE SECTION.
004000 01  MQCTLFL-STATUS          PIC X(02) VALUE SPACES.
004100 01  MQAUTHFL-STATUS         PIC X(02) VALUE SPACES.
004150 01  MQCORFL-STATUS          PIC X(02) VALUE SPACES.
004160 01  MQSUSFL-STATUS          PIC X(02) VALUE SPACES.
004170 01  MQSTAFL-STATUS          PIC X(02) VALUE SPACES.
004172 01  MQBDTFL-STATUS          PIC X(02) VALUE SPACES.
004174 01  MQBDTOV-STATUS          PIC X(02) VALUE SPACES.
004180 01  WS-STAT-START-DATE      PIC X(08) VALUE SPACES.
004190 01  WS-STAT-START-TIME      PIC X(08) VALUE SPACES.
004200*
006000     COPY CMQPMOV.
006050     COPY CMQMDV.
006100     COPY CMQODV.
006110     COPY CMQBDWV.
006200*
006300 PROCEDURE DIVISION.
006400*----------------------------------------------------------------
006600*----------------------------------------------------------------
006700 0000-MAINLINE.
006800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
006810     IF WS-BDT-FAILED
006820         GOBACK
006830     END-IF
006900     PERFORM 2000-PROCESS-RESPONSES THRU 2000-EXIT
007000         UNTIL WS-DONE
007100     PERFORM 9000-TERMINATE THRU 9000-EXIT
007500* 1000-INITIALIZE - OPEN FILES, LOAD PUT CONTROL, CONNECT TO MQ
007600*----------------------------------------------------------------
007700 1000-INITIALIZE.
007702     PERFORM 8950-LOAD-BUSINESS-DATE THRU 8950-EXIT
007704     IF WS-BDT-RERUN
007706         DISPLAY "CBMQPUT0: A RERUN-DATE OVERRIDE IS NOT "
007708             "ALLOWED - REPLIES ARE NEVER REPOSTED"
007710         SET WS-BDT-FAILED TO TRUE
007712     END-IF
007714     IF WS-BDT-FAILED
007716         DISPLAY "CBMQPUT0: NO BUSINESS DATE - NOTHING POSTED"
007718         MOVE 8 TO RETURN-CODE
007720         GO TO 1000-EXIT
007722     END-IF
007750     PERFORM 9090-STAMP-RUN-START THRU 9090-EXIT
007800     OPEN INPUT MQAUTHFL
007820     PERFORM 8130-OPEN-CORRELATION-FILE THRU 8130-EXIT
013910             " RC=" DELIMITED BY SIZE
013920             WS-PUT-FAIL-RC-DISP DELIMITED BY SIZE
013930         INTO MQSUS-REASON-TEXT
013940     MOVE WS-BDT-DATE TO MQSUS-SUSPEND-DATE
013950     ACCEPT MQSUS-SUSPEND-TIME FROM TIME
013960     WRITE MQ-SUSPENSE-RECORD
013970     ADD 1 TO WS-REJECT-COUNT
014182 COPY CMQCTPP.
014184 COPY CMQCORP.
014186 COPY CMQSTAP.
014196 COPY CMQBDTP.
014300*----------------------------------------------------------------
014400* 9000-TERMINATE - DISCONNECT FROM MQ, CLOSE FILES
014500*----------------------------------------------------------------
