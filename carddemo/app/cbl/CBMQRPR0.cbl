002800* -------------------------------------------------------------
002900* DATE       BY   DESCRIPTION
003000* 09/02/2026 JH   INITIAL VERSION.
003010* 10/15/2026 JH   BUSINESS DATE - A SET IS DUE WHEN ITS EFFECTIVE
003020*                 DATE IS NOT AFTER THE BUSINESS DATE (MQBDTFL,
003030*                 CMQBDTV), NOT THE SYSTEM CLOCK.  NO VALID DATE,
003040*                 OR A RERUN-DATE OVERRIDE, STOPS THE RUN RC=8
003050*                 BEFORE ANY FILE IS OPENED.
003100*----------------------------------------------------------------
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
005900     SELECT MQRPTFL ASSIGN TO MQRPTFL
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS MQRPTFL-STATUS.
006110     SELECT MQBDTFL ASSIGN TO MQBDTFL
006120         ORGANIZATION IS SEQUENTIAL
006130         FILE STATUS IS MQBDTFL-STATUS.
006140     SELECT MQBDTOV ASSIGN TO MQBDTOV
006150         ORGANIZATION IS SEQUENTIAL
006160         FILE STATUS IS MQBDTOV-STATUS.
006200*
006300 DATA DIVISION.
006400 FILE SECTION.
009000     RECORD CONTAINS 132 CHARACTERS
009100     RECORDING MODE IS F.
009200 01  RPT-LINE                   PIC X(132).
009210 FD  MQBDTFL
009220     RECORDING MODE IS F.
009230     COPY CMQBDTV.
009240 FD  MQBDTOV
009250     RECORD CONTAINS 80 CHARACTERS
009260     RECORDING MODE IS F.
009270 01  BDT-OVERRIDE-CARD          PIC X(80).
009300*
009400 WORKING-STORAGE SECTION.
009500 01  MQRSTFL-STATUS          PIC X(02) VALUE SPACES.
010100 01  MQFRPAR-STATUS          PIC X(02) VALUE SPACES.
010200 01  MQFRPNW-STATUS          PIC X(02) VALUE SPACES.
010300 01  MQRPTFL-STATUS          PIC X(02) VALUE SPACES.
010310 01  MQBDTFL-STATUS          PIC X(02) VALUE SPACES.
010320 01  MQBDTOV-STATUS          PIC X(02) VALUE SPACES.
010400*
010500 01  WS-SWITCHES.
010600   05  WS-RST-EOF-SW       PIC X(01) VALUE "N".
015300 01  WS-SWAP-SEQ            PIC 9(05) VALUE 0.
015400*
015500 01  WS-RUN-DATE            PIC X(08) VALUE SPACES.
015510     COPY CMQBDWV.
015600*
015700 PROCEDURE DIVISION.
015800*----------------------------------------------------------------
016000*----------------------------------------------------------------
016100 0000-MAINLINE.
016200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
016210     IF WS-BDT-FAILED
016220         GOBACK
016230     END-IF
016300     MOVE "RUL" TO WS-SEL-TYPE
016400     PERFORM 2000-SELECT-DUE-SET THRU 2000-EXIT
016500     PERFORM 3000-PROMOTE-DECISION-RULES THRU 3000-EXIT
017500* STAGING FILE INTO THE TABLE
017600*----------------------------------------------------------------
017700 1000-INITIALIZE.
017705     PERFORM 8950-LOAD-BUSINESS-DATE THRU 8950-EXIT
017710     IF WS-BDT-RERUN
017715         DISPLAY "CBMQRPR0: A RERUN-DATE OVERRIDE IS NOT "
017720             "ALLOWED - A PROMOTION IS NEVER BACKDATED"
017725         SET WS-BDT-FAILED TO TRUE
017730     END-IF
017735     IF WS-BDT-FAILED
017740         DISPLAY "CBMQRPR0: NO BUSINESS DATE - NOTHING PROMOTED"
017745         MOVE 8 TO RETURN-CODE
017750         GO TO 1000-EXIT
017755     END-IF
017800     OPEN INPUT MQRSTFL
017900     OPEN OUTPUT MQRSTOU
018000     OPEN OUTPUT MQRPTFL
018100     MOVE WS-BDT-DATE TO WS-RUN-DATE
018200     MOVE SPACES TO RPT-LINE
018300     STRING "RULE SET PROMOTION REPORT - RUN DATE " WS-RUN-DATE
018400         DELIMITED BY SIZE INTO RPT-LINE
055000     .
055100 6600-EXIT.
055200     EXIT.
055210*----------------------------------------------------------------
055220* 8950/8960 - SHARED BUSINESS DATE LOAD (SEE CMQBDTP)
055230*----------------------------------------------------------------
055240 COPY CMQBDTP.
055300*----------------------------------------------------------------
055400* 9000-TERMINATE - CLOSE FILES, REPORT COUNTS
055500*----------------------------------------------------------------
